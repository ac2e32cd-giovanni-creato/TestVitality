      * ===============================================================
      * Nightly hand-over of the cycle counts to MRBLREC. MRBLCNT
      * writes each count keyed on the MRBC screen to the MCNT
      * extrapartition TD queue, one record at a time, and has no
      * way of knowing where a night's file starts. This step runs
      * after the queue is closed and drained (U-T-CNTQ) and copies
      * it to MRBLREC's count file (U-T-CNTOUT) behind the sender
      * header every inbound file carries (see COPYBOOK/MRBLIFRC.cpy):
      *
      *   cols  1-4   'HDR '
      *   cols  5-12  sender 'MRBLCNT '
      *   cols 13-18  file sequence number
      *   cols 19-26  creation date, YYYYMMDD
      *
      * so MRBLREC can put the counts through the MRBLIFR inbound-
      * file registry like any file from outside. The sequence
      * number is one past the count of this step's clean runs on
      * EVENT.MARBLES_RUNSTAT -- every file handed over with counts
      * in it takes the next number, and a rerun of MRBLREC on the
      * same file is refused as already processed.
      *
      * A drained queue with no counts still gets its header (so
      * the count file exists and MRBLREC refuses it as empty), but
      * the step ends with return code 4 and does not use up a
      * sequence number. A run-status lookup that fails ends the
      * step with return code 12 before the count file is written.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLCNH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN U-T-CNTQ.
           SELECT COUNT-FILE ASSIGN U-T-CNTOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS QUEUE-RECORD.
         01 QUEUE-RECORD          PIC X(80).
       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COUNT-RECORD.
         01 COUNT-RECORD          PIC X(80).
      * ===============================================================
       WORKING-STORAGE SECTION.
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  COPIED-COUNT      PIC 9(7) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * only its header layout is used here, to build the header
      * record MRBLREC checks
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-HANDOVER-WORK.
           02  WS-CNH-RUNS       PIC S9(9) COMP.
           02  WS-CNH-TODAY      PIC X(10).
      * ===============================================================
      * Map SQL run-status table -- this step's own clean runs number
      * the files it hands over
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_RUNSTAT TABLE
           ( JOB-NAME                       CHAR(8)     NOT NULL,
             START-TS                       TIMESTAMP   NOT NULL,
             END-TS                         TIMESTAMP           ,
             RETURN-CODE                    INTEGER     NOT NULL,
             RECORDS-PROCESSED              INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLCNH ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM BUILD-COUNT-HEADER.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN INPUT  QUEUE-FILE
                OUTPUT COUNT-FILE.
           WRITE COUNT-RECORD FROM MRBLIFR-HEADER.
           PERFORM GET-QUEUE-RECORD.
           PERFORM COPY-AND-READ
              UNTIL END-OF-FILE.
           IF COPIED-COUNT = 0
              DISPLAY 'MRBLCNH: NO COUNTS ON THE MCNT QUEUE'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'MRBLCNH: COUNT FILE SEQ ' MRBLIFR-HDR-SEQ
                      ', ' COPIED-COUNT ' COUNTS'.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE COPIED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE QUEUE-FILE
                 COUNT-FILE.
           GOBACK.
      * ===============================================================
      * The header: this step as the sender, the next sequence
      * number, and today as the creation date
      * ===============================================================
       BUILD-COUNT-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CNH-RUNS
               FROM EVENT.MARBLES_RUNSTAT
               WHERE JOB-NAME = 'MRBLCNH '
                 AND END-TS IS NOT NULL
                 AND RETURN-CODE = 0
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MRBLCNH: RUN STATUS UNAVAILABLE, SQLCODE '
                      SQLCODE
              MOVE 12 TO RETURN-CODE
           ELSE
              EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO) INTO :WS-CNH-TODAY
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MRBLCNH: RUN STATUS UNAVAILABLE, SQLCODE '
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 'HDR ' TO MRBLIFR-HDR-ID
                 MOVE 'MRBLCNT ' TO MRBLIFR-HDR-SENDER
                 COMPUTE MRBLIFR-HDR-SEQ = WS-CNH-RUNS + 1
                 STRING WS-CNH-TODAY(1:4) DELIMITED BY SIZE
                        WS-CNH-TODAY(6:2) DELIMITED BY SIZE
                        WS-CNH-TODAY(9:2) DELIMITED BY SIZE
                     INTO MRBLIFR-HDR-CREATE-DATE
              END-IF
           END-IF.
      * ===============================================================
       GET-QUEUE-RECORD.
           READ QUEUE-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       COPY-AND-READ.
           WRITE COUNT-RECORD FROM QUEUE-RECORD.
           ADD 1 TO COPIED-COUNT.
           PERFORM GET-QUEUE-RECORD.
