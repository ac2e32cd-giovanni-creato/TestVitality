      * ===============================================================
      * Monthly consignment settlement. Consigned stock (lots a
      * supplier keeps on our floor, received with MRBL CSG and
      * owned per EVENT.MARBLES_CONSIGN) becomes ours only when it
      * is drawn, and the supplier is paid monthly for what was
      * drawn. Driven by the period (run parameter, else the
      * U-T-PARM card, YYYYMM): every draw the month took from a
      * consigned lot (EVENT.MARBLES_LOTUSE -- SUB, order picks,
      * builds, and the write-off of a consigned lot scrapped on
      * our floor) is priced at the lot's agreed consignment price.
      *
      * Each consigning supplier gets a consumption statement that
      * starts on its own page -- color, lot, units drawn, price and
      * amount -- closing with its units and amount due; the
      * payable file (U-T-CSPAY) carries one record per supplier for
      * accounts payable, ending with a control trailer (record
      * count and amount hash total) the way the MRBLGLJ journal
      * does. The amounts are the same ones MRBLGLJ credits to
      * CSGNPAY under its CSC verb, so the two reconcile.
      *
      * Each settled supplier is recorded on EVENT.MARBLES_CSSETL.
      * A period that already has settlement rows refuses to settle
      * again (return code 8) so nobody is paid twice, and a
      * malformed period card stops the run with return code 16
      * before anything is read.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLCSS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT PAYABLE-FILE ASSIGN U-T-CSPAY.
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
       FD  PAYABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYABLE-RECORD.
         01 PAYABLE-RECORD.
           02 PAY-PERIOD         PIC 9(6).
           02 PAY-SUPPLIER       PIC X(10).
           02 PAY-TYPE           PIC X(3).
           02 PAY-UNITS          PIC 9(9).
           02 PAY-AMOUNT         PIC 9(11).
           02 FILLER             PIC X(41).
      * ===============================================================
      * Trailer shape overlaying the same record: period 999999 can
      * never be a real card period, so the consumer knows the file
      * ended whole
      * ===============================================================
         01 PAYABLE-TRAILER REDEFINES PAYABLE-RECORD.
           02 PAYT-FLAG          PIC 9(6).
           02 PAYT-RECORD-COUNT  PIC 9(7).
           02 PAYT-HASH-TOTAL    PIC 9(13).
           02 FILLER             PIC X(54).
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
               88  FIRST-DRAW    VALUE 'Y'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  DRAW-COUNT        PIC 9(5) VALUE 0.
           02  PAY-COUNT         PIC 9(7) VALUE 0.
           02  PAY-HASH          PIC 9(13) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * governed table answers first; the job's own card is only
      * the fallback while the table rolls out
      * ===============================================================
       COPY MRBLPRMC.
       01  WS-SETTLE-WORK.
           02  WS-CSS-PERIOD     PIC X(6).
           02  WS-CSS-PERIOD-9   PIC 9(6).
           02  WS-CSS-PERIOD-NUM PIC S9(9) COMP.
           02  WS-CSS-ROW-COUNT  PIC S9(9) COMP.
           02  WS-CSS-SUPPLIER   PIC X(10).
           02  WS-CSS-COLOR      PIC X(10).
           02  WS-CSS-LOT-ID     PIC X(10).
           02  WS-CSS-QTY        PIC S9(9) COMP.
           02  WS-CSS-PRICE      PIC S9(5) COMP-3.
           02  WS-CSS-AMOUNT     PIC S9(11) COMP-3.
           02  WS-CSS-PRIOR-SUPPLIER PIC X(10).
           02  WS-HOLD-LINE      PIC X(132).
      * ===============================================================
      * Supplier and grand accumulators, in the order the total
      * lines print them
      * ===============================================================
       01  WS-SUPPLIER-TOTALS.
           02  WS-SUP-DRAWS      PIC S9(9) COMP VALUE 0.
           02  WS-SUP-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-SUP-AMOUNT     PIC S9(11) COMP-3 VALUE 0.
       01  WS-GRAND-TOTALS.
           02  WS-ALL-DRAWS      PIC S9(9) COMP VALUE 0.
           02  WS-ALL-UNITS      PIC S9(9) COMP VALUE 0.
           02  WS-ALL-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
       01  PERIOD-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(34) VALUE
               'CONSIGNED STOCK CONSUMED, PERIOD: '.
           02  OUTPUT-PERIOD         PIC X(6).
           02  FILLER                PIC X(87).
       01  DRAW-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'SUPPLIER'.
           02  FILLER                PIC X(12) VALUE 'COLOR'.
           02  FILLER                PIC X(12) VALUE 'LOT'.
           02  FILLER                PIC X(11) VALUE '    UNITS'.
           02  FILLER                PIC X(8)  VALUE ' PRICE'.
           02  FILLER                PIC X(16) VALUE
               '        AMOUNT'.
           02  FILLER                PIC X(56).
       01  DRAW-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-LOT-ID         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-QTY            PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-PRICE          PIC ZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(58).
       01  GROUP-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-GROUP-TEXT     PIC X(16).
           02  OUTPUT-GROUP-KEY      PIC X(10).
           02  FILLER                PIC X(7)  VALUE 'LOTS:  '.
           02  OUTPUT-GRP-DRAWS      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'UNITS: '.
           02  OUTPUT-GRP-UNITS      PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'AMOUNT DUE: '.
           02  OUTPUT-GRP-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(37).
       01  ALREADY-SETTLED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(37) VALUE
               'PERIOD ALREADY SETTLED - NOT REPAID: '.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  AS-OUTPUT-PERIOD      PIC X(6).
           02  FILLER                PIC X(83).
      * ===============================================================
      * Map SQL tables -- the lot draws, the lot ownership and
      * agreed price, and the settlement record this run writes
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LOTUSE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             USE-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CONSIGN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             RECEIVED-QTY                   INTEGER     NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             CSG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CSSETL TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             UNITS                          INTEGER     NOT NULL,
             SETTLE-AMOUNT                  DECIMAL(11,0) NOT NULL,
             SETTLE-DATE                    DATE        NOT NULL,
             SETTLE-TIMESTAMP               TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-PERIOD-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           PERFORM CHECK-NOT-ALREADY-SETTLED.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLCSS ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT PAYABLE-FILE
                OUTPUT REPORT-FILE.
           MOVE WS-CSS-PERIOD TO OUTPUT-PERIOD.
           PERFORM WRITE-HEADER.
           PERFORM LIST-CONSIGNED-DRAWS.
           IF NOT FIRST-DRAW
              PERFORM CLOSE-SUPPLIER.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM WRITE-CONTROL-TRAILER.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE DRAW-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE PAYABLE-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-PERIOD-CARD.
      *
      *    The governed parameter table answers first; the card only
      *    stands in where no row covers it
      *
           MOVE 'MRBLCSS ' TO MRBLPRM-JOB-NAME.
           MOVE 'PERIOD  ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-CSS-PERIOD
              MOVE WS-CSS-PERIOD TO WS-CSS-PERIOD-9
              MOVE WS-CSS-PERIOD-9 TO WS-CSS-PERIOD-NUM
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF END-OF-PARM OR PARM-PERIOD IS NOT NUMERIC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE PARM-PERIOD TO WS-CSS-PERIOD
                 MOVE PARM-PERIOD TO WS-CSS-PERIOD-9
                 MOVE WS-CSS-PERIOD-9 TO WS-CSS-PERIOD-NUM
              END-IF
           END-IF.
      * ===============================================================
      * A period with settlement rows has been paid -- settling it
      * again would pay every supplier twice, so the run says so on
      * its own one-line report (RC 8) and writes no payable file
      * ===============================================================
       CHECK-NOT-ALREADY-SETTLED.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CSS-ROW-COUNT
               FROM EVENT.MARBLES_CSSETL
               WHERE PERIOD = :WS-CSS-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-CSS-ROW-COUNT > 0
              MOVE 8 TO RETURN-CODE
              OPEN OUTPUT REPORT-FILE
              PERFORM WRITE-HEADER
              MOVE WS-CSS-PERIOD TO AS-OUTPUT-PERIOD
              MOVE ALREADY-SETTLED-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
              CLOSE REPORT-FILE.
      * ===============================================================
      * The month's draws from consigned lots, one line per
      * supplier, color and lot at the lot's agreed price
      * ===============================================================
       LIST-CONSIGNED-DRAWS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-CSGDRAW CURSOR FOR
               SELECT C.SUPPLIER, U.COLOR, U.LOT-ID,
                      SUM(U.QUANTITY), MAX(C.UNIT-COST),
                      SUM(U.QUANTITY * C.UNIT-COST)
               FROM EVENT.MARBLES_LOTUSE U
               INNER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = U.COLOR
                  AND C.LOT-ID = U.LOT-ID
               WHERE YEAR(U.USE-TIMESTAMP) * 100
                     + MONTH(U.USE-TIMESTAMP) = :WS-CSS-PERIOD-NUM
               GROUP BY C.SUPPLIER, U.COLOR, U.LOT-ID
               ORDER BY C.SUPPLIER, U.COLOR, U.LOT-ID
           END-EXEC.
           EXEC SQL
               OPEN C-CSGDRAW
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-REPORT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-CSGDRAW
           END-EXEC.
      * ===============================================================
       FETCH-AND-REPORT.
           EXEC SQL
               FETCH C-CSGDRAW
                   INTO :WS-CSS-SUPPLIER, :WS-CSS-COLOR,
                        :WS-CSS-LOT-ID, :WS-CSS-QTY,
                        :WS-CSS-PRICE, :WS-CSS-AMOUNT
           END-EXEC
           IF SQLCODE = 0
              PERFORM REPORT-ONE-DRAW
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A new supplier closes the one before it and starts its own
      * statement page
      * ===============================================================
       REPORT-ONE-DRAW.
           IF FIRST-DRAW
              MOVE WS-CSS-SUPPLIER TO WS-CSS-PRIOR-SUPPLIER
           ELSE IF WS-CSS-SUPPLIER NOT = WS-CSS-PRIOR-SUPPLIER
              PERFORM CLOSE-SUPPLIER
              MOVE 30 TO LINES-WRITTEN
              MOVE WS-CSS-SUPPLIER TO WS-CSS-PRIOR-SUPPLIER.
           MOVE 'N' TO FIRST-SWITCH.
           ADD 1 TO DRAW-COUNT.
           ADD 1 TO WS-SUP-DRAWS WS-ALL-DRAWS.
           ADD WS-CSS-QTY TO WS-SUP-UNITS WS-ALL-UNITS.
           ADD WS-CSS-AMOUNT TO WS-SUP-AMOUNT WS-ALL-AMOUNT.
           MOVE WS-CSS-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-CSS-COLOR TO OUTPUT-COLOR.
           MOVE WS-CSS-LOT-ID TO OUTPUT-LOT-ID.
           MOVE WS-CSS-QTY TO OUTPUT-QTY.
           MOVE WS-CSS-PRICE TO OUTPUT-PRICE.
           MOVE WS-CSS-AMOUNT TO OUTPUT-AMOUNT.
           MOVE DRAW-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The supplier's statement total, its payable record, and the
      * settlement row that keeps the period from paying twice
      * ===============================================================
       CLOSE-SUPPLIER.
           MOVE 'AMOUNT DUE TO   ' TO OUTPUT-GROUP-TEXT.
           MOVE WS-CSS-PRIOR-SUPPLIER TO OUTPUT-GROUP-KEY.
           MOVE WS-SUP-DRAWS TO OUTPUT-GRP-DRAWS.
           MOVE WS-SUP-UNITS TO OUTPUT-GRP-UNITS.
           MOVE WS-SUP-AMOUNT TO OUTPUT-GRP-AMOUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE GROUP-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-PAYABLE-RECORD.
           PERFORM INSERT-SETTLEMENT-ROW.
           INITIALIZE WS-SUPPLIER-TOTALS.
      * ===============================================================
       WRITE-PAYABLE-RECORD.
           MOVE SPACES TO PAYABLE-RECORD.
           MOVE WS-CSS-PERIOD-9 TO PAY-PERIOD.
           MOVE WS-CSS-PRIOR-SUPPLIER TO PAY-SUPPLIER.
           MOVE 'CSG' TO PAY-TYPE.
           MOVE WS-SUP-UNITS TO PAY-UNITS.
           MOVE WS-SUP-AMOUNT TO PAY-AMOUNT.
           WRITE PAYABLE-RECORD.
           ADD 1 TO PAY-COUNT.
           ADD WS-SUP-AMOUNT TO PAY-HASH.
      * ===============================================================
       INSERT-SETTLEMENT-ROW.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_CSSETL
               VALUES (:WS-CSS-PERIOD, :WS-CSS-PRIOR-SUPPLIER,
                       :WS-SUP-UNITS, :WS-SUP-AMOUNT,
                       CURRENT DATE, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-GRAND-TOTAL.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE 'ALL SUPPLIERS' TO OUTPUT-GROUP-TEXT.
           MOVE SPACES TO OUTPUT-GROUP-KEY.
           MOVE WS-ALL-DRAWS TO OUTPUT-GRP-DRAWS.
           MOVE WS-ALL-UNITS TO OUTPUT-GRP-UNITS.
           MOVE WS-ALL-AMOUNT TO OUTPUT-GRP-AMOUNT.
           MOVE GROUP-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO PAYABLE-RECORD.
           MOVE 999999 TO PAYT-FLAG.
           MOVE PAY-COUNT TO PAYT-RECORD-COUNT.
           MOVE PAY-HASH TO PAYT-HASH-TOTAL.
           WRITE PAYABLE-RECORD.
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
      * Page header, the period, and the column heading on every
      * page, so each supplier's statement stands on its own
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES CONSIGNMENT SETTLE ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE PERIOD-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE DRAW-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
