      *     so "did April post" is a query, not an archaeology dig
      *   - prints the rejected lines with the GL's own reason
      *   - re-extracts ONLY the failed lines into a correction file
      *     (U-T-GLCOUT) in the exact journal layout, cost center
      *     and control trailer and all, ready for the next
      *     transmission
      *
      * The summary shows read, posted, rejected, and the correction
      * file's controls; any reject ends the run with return code 4
      * so the scheduler flags the night.
      *
      * The status file is pre-checked through FAPASM01 before it
      * is opened: a missing or unreadable file refuses the run with
      * return code 16, and an empty one, or one older than
      * WS-GLSIN-MAX-AGE days (a return already worked, sent again
      * by the ledger's scheduler), with return code 8.
      *
      * The status file opens with the sender's header (see
      * COPYBOOK/MRBLIFRC.cpy), checked with the MRBLIFR inbound-file
      * registry before any line is read: a file already processed
      * is refused with return code 8, a headerless one with 16,
      * and a skipped sequence number ends the run with at least 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLGLS.
           02 GLS-AMOUNT         PIC 9(11).
           02 GLS-STATUS         PIC X(1).
           02 GLS-REASON         PIC X(20).
           02 FILLER             PIC X(8).
           02 GLS-COST-CENTER    PIC X(10).
       FD  CORRECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           02 CORR-DR-CR         PIC X(2).
           02 CORR-ACCOUNT       PIC X(9).
           02 CORR-AMOUNT        PIC 9(11).
           02 FILLER             PIC X(29).
           02 CORR-COST-CENTER   PIC X(10).
         01 CORRECT-TRAILER REDEFINES CORRECT-RECORD.
           02 CORRT-FLAG         PIC 9(6).
           02 CORRT-RECORD-COUNT PIC 9(7).
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Dataset pre-check linkage (see COPYBOOK/FAPCHK.cpy) -- the
      * ledger answers within a day or two of a transmission, so a
      * return older than that is one already worked
      * ===============================================================
       COPY FAPCHK.
       01  WS-GLSIN-MAX-AGE      PIC 9(3) VALUE 3.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * the status file header is checked against the files
      * already taken before a line is processed
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-INFILE-WORK.
           02  WS-INFILE-GAP      PIC 9 VALUE 0.
           02  WS-INFILE-SAVED-RC PIC S9(4) COMP VALUE 0.
       01  WS-GLSTAT-WORK.
           02  WS-GLS-AMOUNT     PIC S9(11) COMP-3.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
           02  OUTPUT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-REASON         PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COST-CENTER    PIC X(10).
           02  FILLER                PIC X(23).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(6)  VALUE 'READ: '.
           02  FILLER                PIC X(19) VALUE
               'CORRECTION AMOUNT: '.
           02  OUTPUT-CORR-HASH      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(37).
      * ===============================================================
      * Map SQL journal-status table -- one row per returned journal
      * line, so posting history survives the night's print
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM CHECK-STATUS-INPUT.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN INPUT  STATUS-FILE
                OUTPUT CORRECT-FILE
                OUTPUT REPORT-FILE.
           PERFORM CHECK-STATUS-HEADER.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              CLOSE STATUS-FILE
                    CORRECT-FILE
                    REPORT-FILE
              GOBACK.
           PERFORM GET-STATUS-RECORD.
           PERFORM PROCESS-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY-LINE.
           IF REJECT-COUNT > 0 OR BAD-COUNT > 0
              MOVE 4 TO RETURN-CODE.
           PERFORM RECORD-STATUS-FILE-END.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE READ-COUNT TO MRBLRUN-RECORDS.
                 CORRECT-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Pre-check the status file before it is opened. The CALL
      * hands back the check status as the return code; the run's
      * own return code is set here from the status. The file always
      * opens with the sender's header record, so a file of one
      * record has no statuses behind it and is refused as empty too.
      * ===============================================================
       CHECK-STATUS-INPUT.
           MOVE 'DD  ' TO FAPCHK-ACTION.
           MOVE 'GLSIN' TO FAPCHK-DATASET.
           MOVE WS-GLSIN-MAX-AGE TO FAPCHK-MAX-AGE-DAYS.
           CALL 'FAPASM01' USING FAPCHK-ACTION
                                 FAPCHK-DATASET
                                 FAPCHK-RESULT.
           MOVE 0 TO RETURN-CODE.
           IF FAPCHK-MISSING
              DISPLAY 'MRBLGLS: STATUS FILE GLSIN MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-UNREADABLE OR FAPCHK-BAD-ACTION
              DISPLAY 'MRBLGLS: STATUS FILE GLSIN UNREADABLE'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-STALE
              DISPLAY 'MRBLGLS: STATUS FILE GLSIN STALE, '
                      'CREATED ' FAPCHK-CREATE-DATE
              MOVE 8 TO RETURN-CODE
           ELSE IF FAPCHK-EMPTY
              OR (FAPCHK-OK AND FAPCHK-RECORD-COUNT < 2)
              DISPLAY 'MRBLGLS: STATUS FILE GLSIN EMPTY'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
      * The first record is the sender's header, not data: the
      * registry refuses a file already processed (unless an
      * operator has recorded a reprocess with MRBG RPR) and one
      * with no header at all, and flags a skipped sequence number.
      * The CALL hands back its own return code; the run's is set
      * here from the registry's answer.
      * ===============================================================
       CHECK-STATUS-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           READ STATUS-FILE INTO MRBLIFR-HEADER AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           MOVE 'C' TO MRBLIFR-FUNCTION.
           MOVE 'MRBLGLS ' TO MRBLIFR-JOB-NAME.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE 0 TO RETURN-CODE.
           IF MRBLIFR-NO-HEADER
              DISPLAY 'MRBLGLS: STATUS FILE HAS NO HEADER'
              MOVE 16 TO RETURN-CODE
           ELSE IF MRBLIFR-FAILED
              DISPLAY 'MRBLGLS: INBOUND FILE REGISTRY UNAVAILABLE'
              MOVE 12 TO RETURN-CODE
           ELSE IF MRBLIFR-DUPLICATE
              DISPLAY 'MRBLGLS: STATUS FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ' ALREADY PROCESSED'
              MOVE 8 TO RETURN-CODE
           ELSE IF MRBLIFR-SEQ-GAP
              DISPLAY 'MRBLGLS: STATUS FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ', EXPECTED '
                      MRBLIFR-EXPECTED-SEQ
              MOVE 1 TO WS-INFILE-GAP
           ELSE IF MRBLIFR-REPROCESS
              DISPLAY 'MRBLGLS: STATUS FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ
                      ' REPROCESSED ON OVERRIDE'.
      * ===============================================================
      * Complete the registry row with what was processed; a gap
      * in the sender's sequence ends the run with at least 4
      * ===============================================================
       RECORD-STATUS-FILE-END.
           MOVE RETURN-CODE TO WS-INFILE-SAVED-RC.
           MOVE 'E' TO MRBLIFR-FUNCTION.
           MOVE READ-COUNT TO MRBLIFR-RECORDS.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE WS-INFILE-SAVED-RC TO RETURN-CODE.
           IF WS-INFILE-GAP = 1 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       GET-STATUS-RECORD.
           READ STATUS-FILE AT END
           MOVE GLS-ACCOUNT TO OUTPUT-ACCOUNT.
           MOVE 0 TO OUTPUT-AMOUNT.
           MOVE 'BAD RECORD          ' TO OUTPUT-REASON.
           MOVE GLS-COST-CENTER TO OUTPUT-COST-CENTER.
           MOVE REJECT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE GLS-DR-CR TO CORR-DR-CR.
           MOVE GLS-ACCOUNT TO CORR-ACCOUNT.
           MOVE GLS-AMOUNT TO CORR-AMOUNT.
           MOVE GLS-COST-CENTER TO CORR-COST-CENTER.
           WRITE CORRECT-RECORD.
           ADD 1 TO CORR-COUNT.
           ADD GLS-AMOUNT TO CORR-HASH.
           MOVE GLS-ACCOUNT TO OUTPUT-ACCOUNT.
           MOVE GLS-AMOUNT TO OUTPUT-AMOUNT.
           MOVE GLS-REASON TO OUTPUT-REASON.
           MOVE GLS-COST-CENTER TO OUTPUT-COST-CENTER.
           MOVE REJECT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
