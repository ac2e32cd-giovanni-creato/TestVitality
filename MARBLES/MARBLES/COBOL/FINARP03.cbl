               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCUM-FIELD2
               FILE STATUS IS WS-ACCUM-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN U-T-LKPIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-FIELD2
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN U-T-SYSOUT2.
000700 DATA DIVISION.
000800 FILE SECTION.                                                            
       FD REPORT-FILE                                                           
           02 ACCUM-LAST-RUN   PIC 9(8).
           02 ACCUM-LAST-AMT   PIC S9(13) SIGN LEADING SEPARATE.
           02 FILLER           PIC X(6).
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
           02 ACCT-FIELD1      PIC 9(8).
           02 ACCT-FIELD2      PIC X(10).
           02 FILLER           PIC X(62).
      * ===============================================================
      * Unknown account codes, one line per record with its image --
      * the same shape COBOL000 writes, so MRBLDIG reads either
      * ===============================================================
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS EXCEPTION-RECORD.
         01 EXCEPTION-RECORD.
           02 EXCEPTION-CC     PIC X.
           02 EXCEPTION-LINE   PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.                                                 
       COPY HEADER1.                                                            
           02  WS-DIVMAP-FILE-STATUS PIC X(2).
           02  DIVMAP-INPUT-SWITCH PIC X(3).
               88  END-OF-DIVMAP   VALUE 'EOF'.
           02  WS-ACCT-FILE-STATUS PIC X(2).
               88  ACCT-CODE-KNOWN VALUE '00'.
           02  UNKNOWN-CODE-COUNT  PIC 9(5) VALUE 0.
           02  UNKNOWN-CODE-AMOUNT PIC S9(13) VALUE 0.
      * ===============================================================
      * The day's rates, loaded once up front -- blank FIELD6 and the
      * base currency translate at one; any other code with no rate
           02  FILLER                PIC X(2).
           02  RATE-MISSING-FIELD2   PIC X(10).
           02  FILLER                PIC X(91).
       01  UNKNOWN-CODE-DTL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(22) VALUE
               'UNKNOWN ACCOUNT CODE: '.
           02  UNKNOWN-FIELD2        PIC X(10).
           02  FILLER                PIC X(2).
           02  UNKNOWN-IMAGE         PIC X(80).
           02  FILLER                PIC X(13).
       01  UNKNOWN-FOOTER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(23)  VALUE
               'UNKNOWN ACCOUNT CODES: '.
           02  OUTPUT-UNKNOWN-COUNT  PIC ZZ,ZZ9.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)   VALUE 'AMOUNT: '.
           02  OUTPUT-UNKNOWN-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9CR.
           02  FILLER                PIC X(64).
       01  DIVISION-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'DIVISION: '.
           PERFORM OPEN-ACCUM-FILE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           PERFORM OPEN-ACCOUNT-MASTER.
           IF RETURN-CODE NOT = 0
              CLOSE ACCUM-FILE
              GOBACK.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-DIVISION-MAP.
           OPEN INPUT  INPUT-FILE
                OUTPUT REPORT-FILE
                OUTPUT CSV-FILE
                OUTPUT VARIANCE-FILE
                OUTPUT EXCEPTION-FILE
                INPUT  PRIOR-FILE.
           PERFORM WRITE-CSV-HEADER.
           PERFORM GET-INPUT.                                            **'
                    VARIANCE-FILE
                    PRIOR-FILE
                    ACCUM-FILE
                    ACCOUNT-FILE
                    EXCEPTION-FILE
              GOBACK.
           PERFORM WRITE-SUBTOTAL-LINE.
           PERFORM WRITE-DIVISION-SUMMARY.
           PERFORM WRITE-UNKNOWN-CODE-FOOTER.
           CALL 'FINARS01'.
           MOVE 'FINARP03 REPORT TOTALS' TO FINARC01-REPORT-TITLE.
           MOVE REPORT-RECORD-COUNT TO FINARC01-RECORD-COUNT.
           CLOSE ACCUM-FILE.
           CLOSE REPORT-FILE.
           CALL 'FINARS04' USING FINARC01-LINKAGE.
      *
      *    Set after the summary CALL so it can't be reset -- unknown
      *    account codes end the run with a warning
      *
           IF RETURN-CODE = 0 AND UNKNOWN-CODE-COUNT > 0
              MOVE 4 TO RETURN-CODE.
           CLOSE INPUT-FILE
                 CSV-FILE
                 VARIANCE-FILE
                 PRIOR-FILE
                 ACCOUNT-FILE
                 EXCEPTION-FILE.
           GOBACK.
      ******************************************************************
      * The run-control card replaces the baked-in thresholds and
       WRITE-AND-READ.
           PERFORM CHECK-RANGE-FILTER.
           IF RECORD-SELECTED
              PERFORM CHECK-ACCOUNT-CODE
              PERFORM LOOKUP-RATE
              IF NOT ACCT-CODE-KNOWN
                 PERFORM WRITE-UNKNOWN-CODE-LINE
              ELSE IF WS-RATE-FOUND = 1
                 PERFORM WRITE-REPORT-LINE
              ELSE
                 PERFORM WRITE-RATE-MISSING-LINE
           END-IF.
           PERFORM GET-INPUT.
      ******************************************************************
      * The finance master has to be there to check against -- a run
      * that can't open it stops before reporting anything rather
      * than passing every code through unchecked
      * ===============================================================
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
              DISPLAY 'FINARP03: FINANCE MASTER NOT AVAILABLE'
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
      * A code the finance master doesn't know is kept off the report,
      * the subtotals, the divisions and the accumulation -- it lands
      * on EXCEPTION-FILE with the record image, and its amount (in
      * base where the day's rate allows, as fed where it doesn't)
      * counts toward the unknown-code footer
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
      ******************************************************************
      * Footer: how many records were turned away for an unknown code
      * and what they would have added
      * ===============================================================
       WRITE-UNKNOWN-CODE-FOOTER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE UNKNOWN-CODE-COUNT TO OUTPUT-UNKNOWN-COUNT.
           MOVE UNKNOWN-CODE-AMOUNT TO OUTPUT-UNKNOWN-AMOUNT.
           MOVE UNKNOWN-FOOTER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      ******************************************************************
      * Load the day's rates once -- an unreadable or absent rate
      * file leaves the table empty, so every non-base record will
      * surface as a rate-missing exception rather than a quiet
