      * looks up the
      * matching INVENTORY in EVENT.MARBLES and prints a discrepancy
      * line for any color where the two don't agree.
      *
      * The count file is the MCNT queue MRBLCNT writes to, handed
      * over each night by MRBLCNH, which puts the sender's header
      * (see COPYBOOK/MRBLIFRC.cpy) in front of the counts. It is
      * pre-checked through FAPASM01 before it is opened: a missing
      * or unreadable file refuses the run with return code 16, and
      * one with no counts behind its header, or one older than
      * WS-COUNT-MAX-AGE days (last night's counts again), with
      * return code 8. The header is then checked with the MRBLIFR
      * inbound-file registry before any line is read: a file
      * already processed is refused with return code 8, a
      * headerless one with 16, and a skipped sequence number ends
      * the run with at least 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLREC.
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  DISCREPANCY-COUNT PIC 9(5) VALUE 0.
           02  READ-COUNT        PIC 9(7) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Dataset pre-check linkage (see COPYBOOK/FAPCHK.cpy)
      * ===============================================================
       COPY FAPCHK.
       01  WS-COUNT-MAX-AGE      PIC 9(3) VALUE 1.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * the count file header is checked against the files
      * already taken before a line is processed
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-INFILE-WORK.
           02  WS-INFILE-GAP      PIC 9 VALUE 0.
           02  WS-INFILE-SAVED-RC PIC S9(4) COMP VALUE 0.
       01  WS-RECON-WORK.
           02  WS-SYSTEM-INV      PIC S9(9) COMP.
           02  WS-DISCREPANCY     PIC S9(5) VALUE 0.
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM CHECK-COUNT-INPUT.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN INPUT  COUNT-FILE
                OUTPUT REPORT-FILE
                OUTPUT ADJUST-FILE.
           PERFORM CHECK-COUNT-HEADER.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              CLOSE COUNT-FILE
                    REPORT-FILE
                    ADJUST-FILE
              GOBACK.
           PERFORM GET-COUNT-RECORD.
           PERFORM RECONCILE-AND-READ
              UNTIL END-OF-FILE.
           PERFORM RECORD-COUNT-FILE-END.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE DISCREPANCY-COUNT TO MRBLRUN-RECORDS.
                 REPORT-FILE
                 ADJUST-FILE.
           GOBACK.
      * ===============================================================
      * Pre-check the count file before it is opened. The CALL hands
      * back the check status as the return code; the run's own
      * return code is set here from the status. The file always
      * opens with its header record, so a file of one record has
      * no counts behind it and is refused as empty too.
      * ===============================================================
       CHECK-COUNT-INPUT.
           MOVE 'DD  ' TO FAPCHK-ACTION.
           MOVE 'INPUT' TO FAPCHK-DATASET.
           MOVE WS-COUNT-MAX-AGE TO FAPCHK-MAX-AGE-DAYS.
           CALL 'FAPASM01' USING FAPCHK-ACTION
                                 FAPCHK-DATASET
                                 FAPCHK-RESULT.
           MOVE 0 TO RETURN-CODE.
           IF FAPCHK-MISSING
              DISPLAY 'MRBLREC: COUNT FILE INPUT MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-UNREADABLE OR FAPCHK-BAD-ACTION
              DISPLAY 'MRBLREC: COUNT FILE INPUT UNREADABLE'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-STALE
              DISPLAY 'MRBLREC: COUNT FILE INPUT STALE, '
                      'CREATED ' FAPCHK-CREATE-DATE
              MOVE 8 TO RETURN-CODE
           ELSE IF FAPCHK-EMPTY
              OR (FAPCHK-OK AND FAPCHK-RECORD-COUNT < 2)
              DISPLAY 'MRBLREC: COUNT FILE INPUT EMPTY'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
      * The first record is the sender's header, not data: the
      * registry refuses a file already processed (unless an
      * operator has recorded a reprocess with MRBG RPR) and one
      * with no header at all, and flags a skipped sequence number.
      * The CALL hands back its own return code; the run's is set
      * here from the registry's answer.
      * ===============================================================
       CHECK-COUNT-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           READ COUNT-FILE INTO MRBLIFR-HEADER AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           MOVE 'C' TO MRBLIFR-FUNCTION.
           MOVE 'MRBLREC ' TO MRBLIFR-JOB-NAME.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE 0 TO RETURN-CODE.
           IF MRBLIFR-NO-HEADER
              DISPLAY 'MRBLREC: COUNT FILE HAS NO HEADER'
              MOVE 16 TO RETURN-CODE
           ELSE IF MRBLIFR-FAILED
              DISPLAY 'MRBLREC: INBOUND FILE REGISTRY UNAVAILABLE'
              MOVE 12 TO RETURN-CODE
           ELSE IF MRBLIFR-DUPLICATE
              DISPLAY 'MRBLREC: COUNT FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ' ALREADY PROCESSED'
              MOVE 8 TO RETURN-CODE
           ELSE IF MRBLIFR-SEQ-GAP
              DISPLAY 'MRBLREC: COUNT FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ', EXPECTED '
                      MRBLIFR-EXPECTED-SEQ
              MOVE 1 TO WS-INFILE-GAP
           ELSE IF MRBLIFR-REPROCESS
              DISPLAY 'MRBLREC: COUNT FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ
                      ' REPROCESSED ON OVERRIDE'.
      * ===============================================================
      * Complete the registry row with what was processed; a gap
      * in the sender's sequence ends the run with at least 4
      * ===============================================================
       RECORD-COUNT-FILE-END.
           MOVE RETURN-CODE TO WS-INFILE-SAVED-RC.
           MOVE 'E' TO MRBLIFR-FUNCTION.
           MOVE READ-COUNT TO MRBLIFR-RECORDS.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE WS-INFILE-SAVED-RC TO RETURN-CODE.
           IF WS-INFILE-GAP = 1 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       GET-COUNT-RECORD.
           READ COUNT-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           IF NOT END-OF-FILE
              ADD 1 TO READ-COUNT.
      * ===============================================================
       RECONCILE-AND-READ.
           PERFORM LOOKUP-SYSTEM-INVENTORY
