      * ===============================================================
      * Open returns-to-vendor report. Every return MRBLRTV opened
      * that the supplier has not yet credited (EVENT.MARBLES_RTV,
      * RTV-STATUS 'O') prints by supplier, oldest first: return
      * number, the PO it went back against, color and lot, units,
      * amount claimed at PO cost, the date it was opened and its
      * age in days as of the run, and where its debit memo stands
      * -- OPEN while it waits for the supplier's next payment,
      * DEDUCTED once MRBLAPM has taken it. A deducted return still
      * lists until CRD records the supplier's credit note, since
      * until then the supplier may yet dispute it. Each supplier
      * closes with a count, units, amount and its oldest age, and
      * the report with the same across all suppliers.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS OUTPUT-RECORD.
         01 OUTPUT-RECORD.
           02 CARRIAGE-CONTROL PIC X.
           02 OUTPUT-LINE      PIC X(132).
      * ===============================================================
       WORKING-STORAGE SECTION.
       COPY COPY939.
       01  PROGRAM-WORK-FIELDS.
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  FIRST-SWITCH      PIC X(1) VALUE 'Y'.
               88  FIRST-RETURN  VALUE 'Y'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  RETURN-COUNT      PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-RETURN-WORK.
           02  WS-RTO-SUPPLIER   PIC X(10).
           02  WS-RTO-RTV-NO     PIC S9(9) COMP.
           02  WS-RTO-PO-NO      PIC S9(9) COMP.
           02  WS-RTO-COLOR      PIC X(10).
           02  WS-RTO-LOT-ID     PIC X(10).
           02  WS-RTO-QTY        PIC S9(9) COMP.
           02  WS-RTO-AMOUNT     PIC S9(11) COMP-3.
           02  WS-RTO-OPEN-DATE  PIC X(10).
           02  WS-RTO-AGE        PIC S9(9) COMP.
           02  WS-RTO-MEMO       PIC X(8).
           02  WS-RTO-PRIOR-SUPPLIER PIC X(10).
           02  WS-HOLD-LINE      PIC X(132).
      * ===============================================================
      * Supplier and grand accumulators, in the order the total
      * lines print them
      * ===============================================================
       01  WS-SUPPLIER-TOTALS.
           02  WS-SUP-RETURNS    PIC S9(9) COMP VALUE 0.
           02  WS-SUP-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-SUP-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
           02  WS-SUP-OLDEST     PIC S9(9) COMP VALUE 0.
       01  WS-GRAND-TOTALS.
           02  WS-ALL-RETURNS    PIC S9(9) COMP VALUE 0.
           02  WS-ALL-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-ALL-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
           02  WS-ALL-OLDEST     PIC S9(9) COMP VALUE 0.
       01  RETURN-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'SUPPLIER'.
           02  FILLER                PIC X(10) VALUE 'RTV NO'.
           02  FILLER                PIC X(10) VALUE 'PO NO'.
           02  FILLER                PIC X(12) VALUE 'COLOR'.
           02  FILLER                PIC X(12) VALUE 'LOT'.
           02  FILLER                PIC X(11) VALUE '    UNITS'.
           02  FILLER                PIC X(16) VALUE
               '        AMOUNT'.
           02  FILLER                PIC X(12) VALUE 'OPENED'.
           02  FILLER                PIC X(8)  VALUE '   AGE'.
           02  FILLER                PIC X(8)  VALUE 'MEMO'.
           02  FILLER                PIC X(16).
       01  RETURN-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-RTV-NO         PIC 9(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-LOT-ID         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-QTY            PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-OPEN-DATE      PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-AGE            PIC ZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-MEMO           PIC X(8).
           02  FILLER                PIC X(16).
       01  GROUP-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-GROUP-TEXT     PIC X(16).
           02  OUTPUT-GROUP-KEY      PIC X(10).
           02  FILLER                PIC X(9)  VALUE 'RETURNS: '.
           02  OUTPUT-GRP-RETURNS    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'UNITS: '.
           02  OUTPUT-GRP-UNITS      PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-GRP-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'OLDEST: '.
           02  OUTPUT-GRP-OLDEST     PIC ZZ,ZZ9.
           02  FILLER                PIC X(25).
      * ===============================================================
      * Map SQL tables -- the returns and the debit memos raised
      * against them
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_RTV TABLE
           ( RTV-NO                         INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             LOT-DISP                       CHAR(1)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             RTV-AMOUNT                     DECIMAL(11,0) NOT NULL,
             RTV-STATUS                     CHAR(1)     NOT NULL,
             OPEN-DATE                      DATE        NOT NULL,
             CREDIT-REF                     VARCHAR(12) NOT NULL,
             CREDIT-DATE                    DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RTV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_DBMEMO TABLE
           ( MEMO-NO                        INTEGER     NOT NULL,
             RTV-NO                         INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             MEMO-AMOUNT                    DECIMAL(11,0) NOT NULL,
             MEMO-DATE                      DATE        NOT NULL,
             MEMO-STATUS                    CHAR(1)     NOT NULL,
             DEDUCT-DATE                    DATE        NOT NULL,
             MEMO-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLRTO ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT REPORT-FILE.
           MOVE '  MARBLES OPEN VENDOR RETURNS' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE RETURN-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM LIST-OPEN-RETURNS.
           IF NOT FIRST-RETURN
              PERFORM CLOSE-SUPPLIER.
           PERFORM WRITE-GRAND-TOTAL.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE RETURN-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Every return not yet credited, by supplier, oldest first
      * ===============================================================
       LIST-OPEN-RETURNS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-RTVOPEN CURSOR FOR
               SELECT R.SUPPLIER, R.RTV-NO, R.PO-NO, R.COLOR,
                      R.LOT-ID, R.QUANTITY, R.RTV-AMOUNT,
                      CHAR(R.OPEN-DATE),
                      DAYS(CURRENT DATE) - DAYS(R.OPEN-DATE),
                      CASE WHEN D.MEMO-STATUS = 'D'
                           THEN 'DEDUCTED' ELSE 'OPEN' END
               FROM EVENT.MARBLES_RTV R
               LEFT OUTER JOIN EVENT.MARBLES_DBMEMO D
                   ON D.RTV-NO = R.RTV-NO
               WHERE R.RTV-STATUS = 'O'
               ORDER BY R.SUPPLIER, R.OPEN-DATE, R.RTV-NO
           END-EXEC.
           EXEC SQL
               OPEN C-RTVOPEN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-REPORT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-RTVOPEN
           END-EXEC.
      * ===============================================================
       FETCH-AND-REPORT.
           EXEC SQL
               FETCH C-RTVOPEN
                   INTO :WS-RTO-SUPPLIER, :WS-RTO-RTV-NO,
                        :WS-RTO-PO-NO, :WS-RTO-COLOR,
                        :WS-RTO-LOT-ID, :WS-RTO-QTY,
                        :WS-RTO-AMOUNT, :WS-RTO-OPEN-DATE,
                        :WS-RTO-AGE, :WS-RTO-MEMO
           END-EXEC
           IF SQLCODE = 0
              PERFORM REPORT-ONE-RETURN
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A new supplier closes the one before it
      * ===============================================================
       REPORT-ONE-RETURN.
           IF FIRST-RETURN
              MOVE WS-RTO-SUPPLIER TO WS-RTO-PRIOR-SUPPLIER
           ELSE IF WS-RTO-SUPPLIER NOT = WS-RTO-PRIOR-SUPPLIER
              PERFORM CLOSE-SUPPLIER
              MOVE WS-RTO-SUPPLIER TO WS-RTO-PRIOR-SUPPLIER.
           MOVE 'N' TO FIRST-SWITCH.
           ADD 1 TO RETURN-COUNT.
           ADD 1 TO WS-SUP-RETURNS WS-ALL-RETURNS.
           ADD WS-RTO-QTY TO WS-SUP-UNITS WS-ALL-UNITS.
           ADD WS-RTO-AMOUNT TO WS-SUP-AMOUNT WS-ALL-AMOUNT.
           IF WS-RTO-AGE > WS-SUP-OLDEST
              MOVE WS-RTO-AGE TO WS-SUP-OLDEST.
           IF WS-RTO-AGE > WS-ALL-OLDEST
              MOVE WS-RTO-AGE TO WS-ALL-OLDEST.
           MOVE WS-RTO-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-RTO-RTV-NO TO OUTPUT-RTV-NO.
           MOVE WS-RTO-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-RTO-COLOR TO OUTPUT-COLOR.
           MOVE WS-RTO-LOT-ID TO OUTPUT-LOT-ID.
           MOVE WS-RTO-QTY TO OUTPUT-QTY.
           MOVE WS-RTO-AMOUNT TO OUTPUT-AMOUNT.
           MOVE WS-RTO-OPEN-DATE TO OUTPUT-OPEN-DATE.
           MOVE WS-RTO-AGE TO OUTPUT-AGE.
           MOVE WS-RTO-MEMO TO OUTPUT-MEMO.
           MOVE RETURN-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       CLOSE-SUPPLIER.
           MOVE 'TOTAL SUPPLIER ' TO OUTPUT-GROUP-TEXT.
           MOVE WS-RTO-PRIOR-SUPPLIER TO OUTPUT-GROUP-KEY.
           MOVE WS-SUP-RETURNS TO OUTPUT-GRP-RETURNS.
           MOVE WS-SUP-UNITS TO OUTPUT-GRP-UNITS.
           MOVE WS-SUP-AMOUNT TO OUTPUT-GRP-AMOUNT.
           MOVE WS-SUP-OLDEST TO OUTPUT-GRP-OLDEST.
           MOVE GROUP-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           INITIALIZE WS-SUPPLIER-TOTALS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-GRAND-TOTAL.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE 'ALL SUPPLIERS' TO OUTPUT-GROUP-TEXT.
           MOVE SPACES TO OUTPUT-GROUP-KEY.
           MOVE WS-ALL-RETURNS TO OUTPUT-GRP-RETURNS.
           MOVE WS-ALL-UNITS TO OUTPUT-GRP-UNITS.
           MOVE WS-ALL-AMOUNT TO OUTPUT-GRP-AMOUNT.
           MOVE WS-ALL-OLDEST TO OUTPUT-GRP-OLDEST.
           MOVE GROUP-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Write the line already in OUTPUT-LINE, starting a new page
      * when this one is full
      * ===============================================================
       WRITE-PRINT-LINE.
           IF NEW-PAGE
              MOVE OUTPUT-LINE TO WS-HOLD-LINE
              PERFORM WRITE-HEADER
              MOVE WS-HOLD-LINE TO OUTPUT-LINE
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
