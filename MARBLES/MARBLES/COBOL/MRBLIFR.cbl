      * ===============================================================
      * Inbound-file registry for the jobs that take in interface
      * files from outside -- warehouse confirmations (MRBLWIN),
      * GL posting-status returns (MRBLGLS), supplier invoices
      * (MRBLAPM), storefront orders (MRBLATP), bank remittances
      * (MRBLCSH) -- and the cycle counts MRBLCNH hands to MRBLREC.
      * Called on the MRBLRUN pattern (see COPYBOOK/MRBLIFRC.cpy).
      * Function C reads the file's header and decides against
      * EVENT.MARBLES_INFILE:
      *
      *   - a sender/sequence the job already processed is refused,
      *     so a resent file can't post every line a second time,
      *     unless an operator override is waiting for the job (MRBG
      *     RPR, EVENT.MARBLES_INFOVR) -- that lets one reprocess
      *     through, is burned by it, and notes which file it passed
      *   - a sequence number past the next one due is taken but
      *     flagged, so a file that never arrived is chased the
      *     same night rather than found at month end
      *
      * Every decision, refusals included, writes one registry row
      * (disposition A accepted, G accepted over a gap, O reprocess
      * on override, R refused), and function E fills in the records
      * processed on the row function C wrote. The registry fails
      * closed: if the table can't be read or written the file is
      * refused with status 12 -- not knowing is not a licence to
      * post twice.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLIFR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-IFR-WORK.
           02  WS-IFR-SEQ         PIC S9(9) COMP.
           02  WS-IFR-LAST-SEQ    PIC S9(9) COMP.
           02  WS-IFR-TAKEN       PIC S9(9) COMP.
           02  WS-IFR-RECORDS     PIC S9(9) COMP.
           02  WS-IFR-TS          PIC X(26).
           02  WS-IFR-DISPOSITION PIC X(1).
           02  WS-OVR-TS          PIC X(26).
           02  WS-OVR-FOUND       PIC 9 VALUE 0.
      * ===============================================================
      * Map SQL registry table -- one row per inbound file a job was
      * offered, keyed by job, sender, and the sender's sequence
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_INFILE TABLE
           ( JOB-NAME                       CHAR(8)     NOT NULL,
             SENDER                         CHAR(8)     NOT NULL,
             FILE-SEQ                       INTEGER     NOT NULL,
             CREATE-DATE                    CHAR(8)     NOT NULL,
             DISPOSITION                    CHAR(1)     NOT NULL,
             RECORDS                        INTEGER     NOT NULL,
             RECEIVED-TS                    TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL reprocess-override table the MRBG transaction writes
      * -- a refused duplicate consumes one row, and the row keeps
      * the sender and sequence of the file it let through
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_INFOVR TABLE
           ( JOB-NAME                       CHAR(8)     NOT NULL,
             OVR-TERM                       CHAR(4)     NOT NULL,
             OVR-USED                       CHAR(1)     NOT NULL,
             OVR-TIMESTAMP                  TIMESTAMP   NOT NULL,
             USED-SENDER                    CHAR(8)     NOT NULL,
             USED-SEQ                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       LINKAGE SECTION.
       COPY MRBLIFRC.
      ******************************************************************
       PROCEDURE DIVISION USING MRBLIFR-LINKAGE.
      ******************************************************************
           MOVE '00' TO MRBLIFR-STATUS.
           IF MRBLIFR-CHECK
              PERFORM CHECK-INBOUND-FILE
           ELSE IF MRBLIFR-END
              PERFORM RECORD-FILE-END
           ELSE
              MOVE '12' TO MRBLIFR-STATUS.
       STOP-RUN.
           GOBACK.
      * ===============================================================
      * The header decides everything: no header, no way to tell a
      * resend from a new file, so the file is refused outright
      * ===============================================================
       CHECK-INBOUND-FILE.
           MOVE 0 TO MRBLIFR-EXPECTED-SEQ.
           IF NOT MRBLIFR-HDR-PRESENT
                 OR MRBLIFR-HDR-SENDER = SPACES
                 OR MRBLIFR-HDR-SEQ IS NOT NUMERIC
                 OR MRBLIFR-HDR-CREATE-DATE IS NOT NUMERIC
              MOVE '16' TO MRBLIFR-STATUS
           ELSE
              MOVE MRBLIFR-HDR-SEQ TO WS-IFR-SEQ
              MOVE 'A' TO WS-IFR-DISPOSITION
              PERFORM CHECK-ALREADY-TAKEN
              IF MRBLIFR-STATUS = '00'
                 IF WS-IFR-TAKEN > 0
                    PERFORM CONSUME-OVERRIDE
                 ELSE
                    PERFORM CHECK-SEQUENCE
                 END-IF
              END-IF
              IF NOT MRBLIFR-FAILED
                 PERFORM RECORD-FILE-OFFERED
              END-IF
           END-IF.
      * ===============================================================
      * Taken before means any row for this job, sender, and
      * sequence that wasn't itself a refusal
      * ===============================================================
       CHECK-ALREADY-TAKEN.
           MOVE 0 TO WS-IFR-TAKEN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-IFR-TAKEN
               FROM EVENT.MARBLES_INFILE
               WHERE JOB-NAME = :MRBLIFR-JOB-NAME
                 AND SENDER = :MRBLIFR-HDR-SENDER
                 AND FILE-SEQ = :WS-IFR-SEQ
                 AND DISPOSITION <> 'R'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '12' TO MRBLIFR-STATUS.
      * ===============================================================
      * The next file due is one past the highest the job has taken
      * from this sender. A first file from a sender sets the
      * sequence; a number below the high-water mark is a late file
      * filling an earlier gap (or a sender's wrap back to 1) and is
      * taken quietly.
      * ===============================================================
       CHECK-SEQUENCE.
           EXEC SQL
               SELECT COALESCE(MAX(FILE-SEQ), 0)
               INTO :WS-IFR-LAST-SEQ
               FROM EVENT.MARBLES_INFILE
               WHERE JOB-NAME = :MRBLIFR-JOB-NAME
                 AND SENDER = :MRBLIFR-HDR-SENDER
                 AND DISPOSITION <> 'R'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '12' TO MRBLIFR-STATUS
           ELSE IF WS-IFR-LAST-SEQ > 0
                 AND WS-IFR-SEQ > WS-IFR-LAST-SEQ + 1
              MOVE '04' TO MRBLIFR-STATUS
              MOVE 'G' TO WS-IFR-DISPOSITION
              COMPUTE MRBLIFR-EXPECTED-SEQ = WS-IFR-LAST-SEQ + 1.
      * ===============================================================
      * A file already taken goes through again only on a waiting
      * override row, which it burns -- stamped with the sender and
      * sequence it passed, so the row is the record of who
      * deliberately reprocessed what
      * ===============================================================
       CONSUME-OVERRIDE.
           MOVE 0 TO WS-OVR-FOUND.
           MOVE '08' TO MRBLIFR-STATUS.
           MOVE 'R' TO WS-IFR-DISPOSITION.
           EXEC SQL
               SELECT OVR-TIMESTAMP INTO :WS-OVR-TS
               FROM EVENT.MARBLES_INFOVR
               WHERE JOB-NAME = :MRBLIFR-JOB-NAME
                 AND OVR-USED = 'N'
                 AND OVR-TIMESTAMP =
                     (SELECT MAX(OVR-TIMESTAMP)
                      FROM EVENT.MARBLES_INFOVR
                      WHERE JOB-NAME = :MRBLIFR-JOB-NAME
                        AND OVR-USED = 'N')
           END-EXEC
           IF SQLCODE = 0
              MOVE 1 TO WS-OVR-FOUND
              EXEC SQL
                  UPDATE EVENT.MARBLES_INFOVR
                  SET OVR-USED = 'Y',
                      USED-SENDER = :MRBLIFR-HDR-SENDER,
                      USED-SEQ = :WS-IFR-SEQ
                  WHERE JOB-NAME = :MRBLIFR-JOB-NAME
                    AND OVR-TIMESTAMP = :WS-OVR-TS
                    AND OVR-USED = 'N'
              END-EXEC
              IF SQLCODE = 0
                 MOVE '02' TO MRBLIFR-STATUS
                 MOVE 'O' TO WS-IFR-DISPOSITION
              END-IF
           END-IF.
      * ===============================================================
      * One row per file offered, whatever the answer. The
      * timestamp is kept for function E, which finds the row by it.
      * A row that can't be written refuses the file -- an accepted
      * file the registry doesn't know about is the next duplicate.
      * ===============================================================
       RECORD-FILE-OFFERED.
           EXEC SQL
               SELECT CURRENT TIMESTAMP INTO :WS-IFR-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '12' TO MRBLIFR-STATUS
           ELSE
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_INFILE
                  VALUES (
                        :MRBLIFR-JOB-NAME,
                        :MRBLIFR-HDR-SENDER,
                        :WS-IFR-SEQ,
                        :MRBLIFR-HDR-CREATE-DATE,
                        :WS-IFR-DISPOSITION,
                        0,
                        :WS-IFR-TS)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '12' TO MRBLIFR-STATUS.
      * ===============================================================
      * Close the row function C wrote with the records the job
      * processed from the file
      * ===============================================================
       RECORD-FILE-END.
           MOVE MRBLIFR-RECORDS TO WS-IFR-RECORDS.
           EXEC SQL
               UPDATE EVENT.MARBLES_INFILE
               SET RECORDS = :WS-IFR-RECORDS
               WHERE JOB-NAME = :MRBLIFR-JOB-NAME
                 AND RECEIVED-TS = :WS-IFR-TS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '12' TO MRBLIFR-STATUS.
