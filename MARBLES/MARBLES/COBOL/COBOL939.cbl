           SELECT RUNCTL-FILE ASSIGN U-T-RUNCTL.
           SELECT RATE-FILE ASSIGN U-T-CURRIN
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN U-T-LKPIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-FIELD2
               FILE STATUS IS WS-ACCT-FILE-STATUS.
000700 DATA DIVISION.
      * CHANGED IN SMPLTEST/T/FINANCE/ACCT901/COBOL HAVE A NICE DAY             
000800 FILE SECTION.                                                            
           02 CKPT-GRAND-TOTAL     PIC S9(13).
           02 CKPT-EXCEPTION-COUNT PIC 9(5).
           02 CKPT-DUPLICATE-COUNT PIC 9(5).
           02 CKPT-UNKNOWN-COUNT   PIC 9(5).
           02 CKPT-UNKNOWN-AMOUNT  PIC S9(13).
           02 FILLER               PIC X(24).
      * ===============================================================
      * Run-control card (see COPYBOOK/FINRCTL.cpy) -- title, an
      * optional INPUT-FIELD2 range filter for selective runs, and
           02 RATE-CURRENCY          PIC X(6).
           02 RATE-VALUE             PIC 9(4)V9(4).
           02 FILLER                 PIC X(66).
      * ===============================================================
      * The indexed finance master (U-T-LKPIDX) FINLKP02 builds and
      * FINMNT01 maintains -- an INPUT-FIELD2 code with no row here
      * is not a category, whatever the feed says
      * ===============================================================
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ACCT-RECORD.
         01 ACCT-RECORD.
           02 ACCT-FIELD1            PIC 9(8).
           02 ACCT-FIELD2            PIC X(10).
           02 FILLER                 PIC X(62).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY COPY939.                                                            
           02  RATE-INPUT-SWITCH   PIC X(3).
               88  END-OF-RATES    VALUE 'EOF'.
           02  RATE-MISSING-COUNT  PIC 9(5) VALUE 0.
           02  WS-ACCT-FILE-STATUS PIC X(2).
               88  ACCT-CODE-KNOWN VALUE '00'.
           02  UNKNOWN-CODE-COUNT  PIC 9(5) VALUE 0.
           02  UNKNOWN-CODE-AMOUNT PIC S9(13) VALUE 0.
      * ===============================================================
      * The day's rates, loaded once up front -- blank FIELD6 and the
      * base currency itself translate at one; any other code with no
           02  FILLER                PIC X(13)  VALUE 'DUPLICATES: '.
           02  OUTPUT-DUPLICATE-COUNT PIC ZZ,ZZ9.
           02  FILLER                PIC X(45).
       01  UNKNOWN-FOOTER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(23)  VALUE
               'UNKNOWN ACCOUNT CODES: '.
           02  OUTPUT-UNKNOWN-COUNT  PIC ZZ,ZZ9.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)   VALUE 'AMOUNT: '.
           02  OUTPUT-UNKNOWN-AMOUNT PIC $ZZ,ZZZ,ZZZ,ZZZ,ZZ9CR.
           02  FILLER                PIC X(64).
       01  EXCEPTION-DTL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(23) VALUE
           02  FILLER                PIC X(2).
           02  RATE-MISSING-FIELD2   PIC X(10).
           02  FILLER                PIC X(91).
      * ===============================================================
      * Unknown account code: the code, then the whole record image,
      * so the feed can be corrected from the exception alone
      * ===============================================================
       01  UNKNOWN-CODE-DTL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(22) VALUE
               'UNKNOWN ACCOUNT CODE: '.
           02  UNKNOWN-FIELD2        PIC X(10).
           02  FILLER                PIC X(2).
           02  UNKNOWN-IMAGE         PIC X(80).
           02  FILLER                PIC X(13).
      ******************************************************************
022000 PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL.
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM LOAD-RATE-TABLE.
           PERFORM OPEN-ACCOUNT-MASTER.
           IF RETURN-CODE NOT = 0
              PERFORM RECORD-RUN-END
              GOBACK.
           OPEN INPUT INPUT-FILE.
           PERFORM READ-CHECKPOINT.
      *
              CLOSE INPUT-FILE
                    REPORT-FILE
                    EXCEPTION-FILE
                    ACCOUNT-FILE
              GOBACK.
           PERFORM WRITE-FOOTER.
           PERFORM CALL-SUBPROGRAMS.
      *
      *    Unknown account codes are a warning the scheduler has to
      *    see -- the report ran, but not everything fed is on it
      *
           IF RETURN-CODE = 0 AND UNKNOWN-CODE-COUNT > 0
              MOVE 4 TO RETURN-CODE.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM RECORD-RUN-END.
           CLOSE INPUT-FILE
                 REPORT-FILE
                 EXCEPTION-FILE
                 ACCOUNT-FILE.
           GOBACK.
      ******************************************************************
      * Close this run's status row -- return code and records as
                      MOVE CKPT-GRAND-TOTAL     TO GRAND-TOTAL-ACCUM
                      MOVE CKPT-EXCEPTION-COUNT TO EXCEPTION-COUNT
                      MOVE CKPT-DUPLICATE-COUNT TO DUPLICATE-COUNT
                      MOVE CKPT-UNKNOWN-COUNT   TO UNKNOWN-CODE-COUNT
                      MOVE CKPT-UNKNOWN-AMOUNT  TO UNKNOWN-CODE-AMOUNT
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE GRAND-TOTAL-ACCUM  TO CKPT-GRAND-TOTAL.
           MOVE EXCEPTION-COUNT    TO CKPT-EXCEPTION-COUNT.
           MOVE DUPLICATE-COUNT    TO CKPT-DUPLICATE-COUNT.
           MOVE UNKNOWN-CODE-COUNT TO CKPT-UNKNOWN-COUNT.
           MOVE UNKNOWN-CODE-AMOUNT TO CKPT-UNKNOWN-AMOUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CHECKPOINT-FILE.
              PERFORM WRITE-DUPLICATE-LINE
           ELSE
              IF RECORD-IS-VALID
                 PERFORM CHECK-ACCOUNT-CODE
                 PERFORM LOOKUP-RATE
                 IF NOT ACCT-CODE-KNOWN
                    PERFORM WRITE-UNKNOWN-CODE-LINE
                 ELSE IF WS-RATE-FOUND = 1
                    PERFORM WRITE-REPORT-LINE
                 ELSE
                    PERFORM WRITE-RATE-MISSING-LINE
                 PERFORM WRITE-EXCEPTION-LINE.
           PERFORM GET-INPUT.
      ******************************************************************
      * The finance master has to be there to check against -- a run
      * that can't open it stops before reporting anything rather
      * than passing every code through unchecked
      * ===============================================================
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
              DISPLAY 'COBOL000: FINANCE MASTER NOT AVAILABLE'
              MOVE 16 TO RETURN-CODE.
      ******************************************************************
      * Every record's INPUT-FIELD2 is read against the finance
      * master; status '00' means the code is on file
      * ===============================================================
       CHECK-ACCOUNT-CODE.
           MOVE INPUT-FIELD2 TO ACCT-FIELD2.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      ******************************************************************
      * A code the finance master doesn't know is kept off the report
      * and the totals -- a typo no longer becomes a category. It
      * lands on EXCEPTION-FILE with the record image, and its amount
      * (in base where the day's rate allows, as fed where it
      * doesn't) counts toward the footer's unknown-code total
      * ===============================================================
       WRITE-UNKNOWN-CODE-LINE.
           IF WS-RATE-FOUND = 0
              MOVE 1 TO WS-RATE-VALUE.
           COMPUTE WS-BASE-FIELD4 ROUNDED =
               INPUT-FIELD4 * WS-RATE-VALUE.
           COMPUTE WS-BASE-FIELD5 ROUNDED =
               INPUT-FIELD5 * WS-RATE-VALUE.
           ADD WS-BASE-FIELD4 WS-BASE-FIELD5 TO UNKNOWN-CODE-AMOUNT.
           ADD 1 TO UNKNOWN-CODE-COUNT.
           MOVE 1 TO EXCEPTION-CC.
           MOVE INPUT-FIELD2 TO UNKNOWN-FIELD2.
           MOVE INPUT-FILE-RECORD TO UNKNOWN-IMAGE.
           MOVE UNKNOWN-CODE-DTL-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO EXCEPTION-COUNT.
      ******************************************************************
      * Load the day's rates once -- an unreadable or absent rate
      * file leaves the table empty, so every non-base record will
      * surface as a rate-missing exception rather than a quiet
           MOVE DUPLICATE-COUNT TO OUTPUT-DUPLICATE-COUNT.
           MOVE FOOTER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE UNKNOWN-CODE-COUNT TO OUTPUT-UNKNOWN-COUNT.
           MOVE UNKNOWN-CODE-AMOUNT TO OUTPUT-UNKNOWN-AMOUNT.
           MOVE UNKNOWN-FOOTER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      ******************************************************************
      * FINAPS01 and FINAPS02 each set RETURN-CODE to signal their own
      * success/failure. A failing FINAPS01 skips FINAPS02 entirely
