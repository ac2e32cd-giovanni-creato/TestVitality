      * ===============================================================
      * MRBLIFRC -- linkage area between the jobs that take in an
      * interface file from outside and the MRBLIFR inbound-file
      * registry, in the MRBLRUNC shape. Every inbound file carries
      * a header as its first record:
      *
      *   cols  1-4   'HDR '
      *   cols  5-12  sender
      *   cols 13-18  file sequence number, one up per file sent
      *   cols 19-26  creation date, YYYYMMDD
      *
      * The job moves that record to MRBLIFR-HEADER and calls with
      * function C before it processes a line. The registry answers:
      *
      *   00  accepted -- the next file in sequence (or the first)
      *   02  accepted as a deliberate reprocess -- the file was
      *       taken before, and an operator override (MRBG RPR,
      *       recorded in EVENT.MARBLES_INFOVR) let it through again
      *   04  accepted, but one or more files were skipped --
      *       MRBLIFR-EXPECTED-SEQ is the number that was due
      *   08  refused -- this file was already processed
      *   12  refused -- the registry could not be read or written
      *   16  refused -- no header, or a header that doesn't parse
      *
      * A job that is refused ends without touching the file. One
      * that is accepted calls with function E at the end, carrying
      * the records it processed, and the registry row is complete.
      * ===============================================================
       01  MRBLIFR-LINKAGE.
           05  MRBLIFR-STATUS        PIC X(02).
               88  MRBLIFR-ACCEPTED  VALUE '00' '02' '04'.
               88  MRBLIFR-REPROCESS VALUE '02'.
               88  MRBLIFR-SEQ-GAP   VALUE '04'.
               88  MRBLIFR-DUPLICATE VALUE '08'.
               88  MRBLIFR-FAILED    VALUE '12'.
               88  MRBLIFR-NO-HEADER VALUE '16'.
           05  MRBLIFR-FUNCTION      PIC X(01).
               88  MRBLIFR-CHECK     VALUE 'C'.
               88  MRBLIFR-END       VALUE 'E'.
           05  MRBLIFR-JOB-NAME      PIC X(08).
           05  MRBLIFR-EXPECTED-SEQ  PIC 9(06).
           05  MRBLIFR-RECORDS       PIC S9(09) COMP.
           05  MRBLIFR-HEADER.
               10  MRBLIFR-HDR-ID    PIC X(04).
                   88  MRBLIFR-HDR-PRESENT VALUE 'HDR '.
               10  MRBLIFR-HDR-SENDER
                                     PIC X(08).
               10  MRBLIFR-HDR-SEQ   PIC 9(06).
               10  MRBLIFR-HDR-CREATE-DATE
                                     PIC X(08).
               10  FILLER            PIC X(54).
