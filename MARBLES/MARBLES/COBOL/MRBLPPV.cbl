      * ===============================================================
      * Monthly purchase price variance report. Driven by the same
      * period as MRBLGLJ (run parameter, else the U-T-PARM card,
      * YYYYMM): every receipt MRBLWIN settled against a PO line in
      * the month carries its variance on EVENT.MARBLES_PPV -- the
      * PO's UNIT-COST less the master UNIT-COST, times the
      * quantity received. This report totals them by supplier and
      * color: receipts, units, value at PO price, value at master
      * cost, and the variance between them, with a subtotal per
      * supplier and a grand total that agrees with the PPV pairs in
      * the period's journal file. A positive variance means we paid
      * over master cost; purchasing reads it as "the price went up
      * and the master didn't follow".
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPPV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-PERIOD        PIC X(6).
           02 FILLER             PIC X(74).
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
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  FIRST-SWITCH      PIC X(1) VALUE 'Y'.
               88  FIRST-GROUP   VALUE 'Y'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  GROUP-COUNT       PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * period comes from the governed table first, the card second
      * ===============================================================
       COPY MRBLPRMC.
       COPY PAGING.
       01  WS-VARIANCE-WORK.
           02  WS-PPV-PERIOD     PIC X(6).
           02  WS-PPV-PERIOD-9   PIC 9(6).
           02  WS-PPV-PERIOD-NUM PIC S9(9) COMP.
           02  WS-PPV-SUPPLIER   PIC X(10).
           02  WS-PPV-COLOR      PIC X(10).
           02  WS-PPV-RECEIPTS   PIC S9(9) COMP VALUE 0.
           02  WS-PPV-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-PPV-PO-VALUE   PIC S9(13) COMP-3 VALUE 0.
           02  WS-PPV-STD-VALUE  PIC S9(13) COMP-3 VALUE 0.
           02  WS-PPV-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
           02  WS-PPV-PRIOR-SUPPLIER PIC X(10).
           02  WS-HOLD-LINE      PIC X(132).
      * ===============================================================
      * Supplier and grand accumulators, in the order the total
      * lines print them
      * ===============================================================
       01  WS-SUPPLIER-TOTALS.
           02  WS-SUP-RECEIPTS   PIC S9(9) COMP VALUE 0.
           02  WS-SUP-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-SUP-PO-VALUE   PIC S9(13) COMP-3 VALUE 0.
           02  WS-SUP-STD-VALUE  PIC S9(13) COMP-3 VALUE 0.
           02  WS-SUP-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
       01  WS-GRAND-TOTALS.
           02  WS-ALL-RECEIPTS   PIC S9(9) COMP VALUE 0.
           02  WS-ALL-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-ALL-PO-VALUE   PIC S9(13) COMP-3 VALUE 0.
           02  WS-ALL-STD-VALUE  PIC S9(13) COMP-3 VALUE 0.
           02  WS-ALL-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
       01  PERIOD-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'PERIOD: '.
           02  OUTPUT-PERIOD         PIC X(6).
           02  FILLER                PIC X(113).
       01  VARIANCE-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'SUPPLIER'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(9)  VALUE ' RCPTS'.
           02  FILLER                PIC X(12) VALUE '    UNITS'.
           02  FILLER                PIC X(17) VALUE '      PO VALUE'.
           02  FILLER                PIC X(17) VALUE '     STD VALUE'.
           02  FILLER                PIC X(15) VALUE
               '            PPV'.
           02  FILLER                PIC X(31).
       01  VARIANCE-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-RECEIPTS       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-UNITS          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PO-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-STD-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PPV            PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(31).
       01  GROUP-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-GROUP-TEXT     PIC X(16).
           02  OUTPUT-GROUP-KEY      PIC X(10).
           02  OUTPUT-GRP-RECEIPTS   PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-GRP-UNITS      PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-GRP-PO-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-GRP-STD-VALUE  PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-GRP-PPV        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(31).
      * ===============================================================
      * Map SQL tables -- the variance rows and the purchase orders
      * that name their supplier
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PO TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-STATUS                      CHAR(1)     NOT NULL,
             ORDER-DATE                     DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PPV TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             PO-COST                        DECIMAL(5,0) NOT NULL,
             STD-COST                       DECIMAL(5,0) NOT NULL,
             PPV-AMOUNT                     DECIMAL(11,0) NOT NULL,
             PPV-DATE                       DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLPPV ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM READ-PERIOD-CARD.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN OUTPUT REPORT-FILE.
           MOVE '  MARBLES PRICE VARIANCE     ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE WS-PPV-PERIOD TO OUTPUT-PERIOD.
           MOVE PERIOD-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE VARIANCE-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM LIST-VARIANCES.
           IF NOT FIRST-GROUP
              PERFORM CLOSE-SUPPLIER.
           PERFORM WRITE-GRAND-TOTAL.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE GROUP-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-PERIOD-CARD.
      *
      *    The governed parameter table answers first; the card only
      *    stands in where no row covers it
      *
           MOVE 'MRBLPPV ' TO MRBLPRM-JOB-NAME.
           MOVE 'PERIOD  ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-PPV-PERIOD
              MOVE WS-PPV-PERIOD TO WS-PPV-PERIOD-9
              MOVE WS-PPV-PERIOD-9 TO WS-PPV-PERIOD-NUM
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF END-OF-PARM OR PARM-PERIOD IS NOT NUMERIC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE PARM-PERIOD TO WS-PPV-PERIOD
                 MOVE PARM-PERIOD TO WS-PPV-PERIOD-9
                 MOVE WS-PPV-PERIOD-9 TO WS-PPV-PERIOD-NUM
              END-IF
           END-IF.
      * ===============================================================
      * The month's variance rows, one group per supplier and color
      * ===============================================================
       LIST-VARIANCES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-PPVRPT CURSOR FOR
               SELECT P.SUPPLIER, V.COLOR, COUNT(*),
                      SUM(V.QUANTITY),
                      SUM(V.QUANTITY * V.PO-COST),
                      SUM(V.QUANTITY * V.STD-COST),
                      SUM(V.PPV-AMOUNT)
               FROM EVENT.MARBLES_PPV V
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = V.PO-NO
               WHERE YEAR(V.PPV-DATE) * 100
                     + MONTH(V.PPV-DATE) = :WS-PPV-PERIOD-NUM
               GROUP BY P.SUPPLIER, V.COLOR
               ORDER BY P.SUPPLIER, V.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-PPVRPT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-REPORT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-PPVRPT
           END-EXEC.
      * ===============================================================
       FETCH-AND-REPORT.
           EXEC SQL
               FETCH C-PPVRPT
                   INTO :WS-PPV-SUPPLIER, :WS-PPV-COLOR,
                        :WS-PPV-RECEIPTS, :WS-PPV-UNITS,
                        :WS-PPV-PO-VALUE, :WS-PPV-STD-VALUE,
                        :WS-PPV-AMOUNT
           END-EXEC
           IF SQLCODE = 0
              PERFORM REPORT-ONE-GROUP
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A new supplier closes the one before it
      * ===============================================================
       REPORT-ONE-GROUP.
           IF FIRST-GROUP
              MOVE WS-PPV-SUPPLIER TO WS-PPV-PRIOR-SUPPLIER
           ELSE IF WS-PPV-SUPPLIER NOT = WS-PPV-PRIOR-SUPPLIER
              PERFORM CLOSE-SUPPLIER
              MOVE WS-PPV-SUPPLIER TO WS-PPV-PRIOR-SUPPLIER.
           MOVE 'N' TO FIRST-SWITCH.
           ADD 1 TO GROUP-COUNT.
           ADD WS-PPV-RECEIPTS TO WS-SUP-RECEIPTS WS-ALL-RECEIPTS.
           ADD WS-PPV-UNITS TO WS-SUP-UNITS WS-ALL-UNITS.
           ADD WS-PPV-PO-VALUE TO WS-SUP-PO-VALUE WS-ALL-PO-VALUE.
           ADD WS-PPV-STD-VALUE TO WS-SUP-STD-VALUE WS-ALL-STD-VALUE.
           ADD WS-PPV-AMOUNT TO WS-SUP-AMOUNT WS-ALL-AMOUNT.
           MOVE WS-PPV-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-PPV-COLOR TO OUTPUT-COLOR.
           MOVE WS-PPV-RECEIPTS TO OUTPUT-RECEIPTS.
           MOVE WS-PPV-UNITS TO OUTPUT-UNITS.
           MOVE WS-PPV-PO-VALUE TO OUTPUT-PO-VALUE.
           MOVE WS-PPV-STD-VALUE TO OUTPUT-STD-VALUE.
           MOVE WS-PPV-AMOUNT TO OUTPUT-PPV.
           MOVE VARIANCE-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       CLOSE-SUPPLIER.
           MOVE 'TOTAL SUPPLIER ' TO OUTPUT-GROUP-TEXT.
           MOVE WS-PPV-PRIOR-SUPPLIER TO OUTPUT-GROUP-KEY.
           MOVE WS-SUP-RECEIPTS TO OUTPUT-GRP-RECEIPTS.
           MOVE WS-SUP-UNITS TO OUTPUT-GRP-UNITS.
           MOVE WS-SUP-PO-VALUE TO OUTPUT-GRP-PO-VALUE.
           MOVE WS-SUP-STD-VALUE TO OUTPUT-GRP-STD-VALUE.
           MOVE WS-SUP-AMOUNT TO OUTPUT-GRP-PPV.
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
           MOVE WS-ALL-RECEIPTS TO OUTPUT-GRP-RECEIPTS.
           MOVE WS-ALL-UNITS TO OUTPUT-GRP-UNITS.
           MOVE WS-ALL-PO-VALUE TO OUTPUT-GRP-PO-VALUE.
           MOVE WS-ALL-STD-VALUE TO OUTPUT-GRP-STD-VALUE.
           MOVE WS-ALL-AMOUNT TO OUTPUT-GRP-PPV.
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
