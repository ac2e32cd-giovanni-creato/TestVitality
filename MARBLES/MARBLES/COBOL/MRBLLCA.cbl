      * ===============================================================
      * Landed-cost allocation. Freight and import duty used to go
      * straight to expense, so the moving average on
      * EVENT.MARBLES_COST carried only the supplier's price and the
      * imported glass sat undervalued. This batch reads the freight
      * and duty charge file from accounts payable (U-T-LCIN) and
      * capitalizes each charge onto the receipt it paid for:
      *
      *   - a charge references a PO (every line received against
      *     it) or a single WMS receipt (the PO lines that reference
      *     settled), through EVENT.MARBLES_PORCPT; drop-ship lines
      *     never entered the building and take no share
      *   - it spreads over those lines by quantity received ('Q',
      *     the default) or by their value at PO price ('V'), the
      *     last line taking the rounding so the shares add back to
      *     the charge exactly
      *   - each share raises its color's AVG-COST by the share over
      *     the units on hand; a color with nothing left on hand has
      *     already been sold, so its share is expensed instead
      *
      * Every share is kept on EVENT.MARBLES_LANDED with the average
      * before and after, for MRBLGLJ to journal (capitalized
      * DR INVENTRY, expensed DR COSTGOODS, both CR FRTDUTY) and for
      * the register this job prints. A charge already allocated,
      * or one with nothing received to carry it, rejects to the
      * register and the run ends with return code 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLLCA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN U-T-LCIN.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHARGE-RECORD.
      * ===============================================================
      * CHARGE-TYPE F freight, D duty. CHARGE-REF-TYPE P means the
      * reference is a PO number (eight digits, left-justified), W a
      * WMS receipt reference. CHARGE-AMOUNT is whole currency units,
      * as every cost in the system is.
      * ===============================================================
         01 CHARGE-RECORD.
           02 CHARGE-NO          PIC X(10).
           02 CHARGE-TYPE        PIC X(1).
           02 CHARGE-REF-TYPE    PIC X(1).
           02 CHARGE-REFERENCE   PIC X(12).
           02 CHARGE-REF-PO REDEFINES CHARGE-REFERENCE.
             03 CHARGE-PO-NO     PIC 9(8).
             03 FILLER           PIC X(4).
           02 CHARGE-BASIS       PIC X(1).
           02 CHARGE-AMOUNT      PIC 9(9).
           02 FILLER             PIC X(46).
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
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  READ-COUNT        PIC 9(5) VALUE 0.
           02  ALLOCATED-COUNT   PIC 9(5) VALUE 0.
           02  REJECT-COUNT      PIC 9(5) VALUE 0.
           02  CAPITALIZED-AMOUNT PIC 9(11) VALUE 0.
           02  EXPENSED-AMOUNT   PIC 9(11) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-CHARGE-WORK.
           02  WS-LCA-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-LCA-REFERENCE  PIC X(12).
           02  WS-LCA-ON-FILE    PIC S9(9) COMP VALUE 0.
           02  WS-LCA-LINE-COUNT PIC S9(9) COMP VALUE 0.
           02  WS-LCA-LINE-SEQ   PIC S9(9) COMP VALUE 0.
           02  WS-LCA-TOTAL-QTY  PIC S9(9) COMP VALUE 0.
           02  WS-LCA-TOTAL-VALUE PIC S9(13) COMP-3 VALUE 0.
           02  WS-LCA-AMOUNT     PIC S9(11) COMP-3 VALUE 0.
           02  WS-LCA-ALLOCATED  PIC S9(11) COMP-3 VALUE 0.
           02  WS-LCA-ERROR      PIC 9 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  WS-LINE-WORK.
           02  WS-LCL-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-LCL-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-LCL-COLOR      PIC X(10).
           02  WS-LCL-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-LCL-VALUE      PIC S9(13) COMP-3 VALUE 0.
           02  WS-LCL-SHARE      PIC S9(11) COMP-3 VALUE 0.
           02  WS-LCL-ON-HAND    PIC S9(9) COMP VALUE 0.
           02  WS-LCL-MASTER-COST PIC S9(5) COMP-3 VALUE 0.
           02  WS-LCL-COST-BEFORE PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-LCL-COST-AFTER PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-LCL-COST-FOUND PIC 9 VALUE 0.
           02  WS-LCL-CAPITALIZED PIC X(1).
       01  REGISTER-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'CHARGE'.
           02  FILLER                PIC X(9)  VALUE 'TYPE'.
           02  FILLER                PIC X(15) VALUE 'PO/LINE'.
           02  FILLER                PIC X(12) VALUE 'COLOR'.
           02  FILLER                PIC X(9)  VALUE '  UNITS'.
           02  FILLER                PIC X(13) VALUE '      SHARE'.
           02  FILLER                PIC X(12) VALUE 'AVG BEFORE'.
           02  FILLER                PIC X(12) VALUE ' AVG AFTER'.
           02  FILLER                PIC X(33).
       01  REGISTER-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-CHARGE-NO      PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-CHARGE-TYPE    PIC X(7).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-SHARE          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-COST-BEFORE    PIC ZZZ,ZZ9.99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-COST-AFTER     PIC ZZZ,ZZ9.99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-FLAG           PIC X(8).
           02  FILLER                PIC X(25).
       01  REJECT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-REJ-CHARGE     PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-REJ-REASON     PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'REF: '.
           02  OUTPUT-REJ-REFERENCE  PIC X(12).
           02  FILLER                PIC X(74).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(83).
      * ===============================================================
      * Map SQL tables -- the master and its moving average, the PO
      * lines and the dated receipts against them
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             INVENTORY                      INTEGER NOT NULL,
             REORDER-POINT                  INTEGER NOT NULL,
             BIN-LOCATION                   VARCHAR(10) NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             DESCRIPTION                    VARCHAR(18) NOT NULL,
             MIN-LEVEL                      INTEGER NOT NULL,
             MAX-LEVEL                      INTEGER NOT NULL,
             LAST-UPDATED                   TIMESTAMP NOT NULL,
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_COST TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             AVG-COST                       DECIMAL(11,2) NOT NULL,
             LAST-COST                      DECIMAL(5,0) NOT NULL,
             COST-UPDATED                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_POLINE TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ORDER-QTY                      INTEGER     NOT NULL,
             RECEIVED-QTY                   INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             EXPECTED-DATE                  DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PORCPT TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             RECEIPT-DATE                   DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL landed-cost table -- one row per share of a charge,
      * the average it found and the average it left
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LANDED TABLE
           ( CHARGE-NO                      VARCHAR(10) NOT NULL,
             CHARGE-TYPE                    CHAR(1)     NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             BASIS-QTY                      INTEGER     NOT NULL,
             ALLOC-AMOUNT                   DECIMAL(11,0) NOT NULL,
             COST-BEFORE                    DECIMAL(11,2) NOT NULL,
             COST-AFTER                     DECIMAL(11,2) NOT NULL,
             CAPITALIZED                    CHAR(1)     NOT NULL,
             ALLOC-DATE                     DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLLCA ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  CHARGE-FILE
                OUTPUT REPORT-FILE.
           MOVE '  MARBLES LANDED COST        ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE REGISTER-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM GET-CHARGE-RECORD.
           PERFORM ALLOCATE-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           IF REJECT-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE ALLOCATED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE CHARGE-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
       GET-CHARGE-RECORD.
           READ CHARGE-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           IF NOT END-OF-FILE
              ADD 1 TO READ-COUNT.
      * ===============================================================
       ALLOCATE-AND-READ.
           PERFORM PROCESS-ONE-CHARGE.
           PERFORM GET-CHARGE-RECORD.
      * ===============================================================
      * One charge: edit it, find what it paid to bring in, and
      * spread it
      * ===============================================================
       PROCESS-ONE-CHARGE.
           MOVE 0 TO WS-LCA-ERROR.
           IF CHARGE-BASIS = SPACE
              MOVE 'Q' TO CHARGE-BASIS.
           IF CHARGE-TYPE NOT = 'F' AND CHARGE-TYPE NOT = 'D'
              MOVE 'BAD CHARGE TYPE     ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF CHARGE-BASIS NOT = 'Q' AND CHARGE-BASIS NOT = 'V'
              MOVE 'BAD BASIS           ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF CHARGE-AMOUNT IS NOT NUMERIC
                 OR CHARGE-AMOUNT = 0
              MOVE 'BAD AMOUNT          ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF CHARGE-REF-TYPE = 'P'
                 AND CHARGE-PO-NO IS NOT NUMERIC
              MOVE 'BAD PO NUMBER       ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF CHARGE-REF-TYPE NOT = 'P'
                 AND CHARGE-REF-TYPE NOT = 'W'
              MOVE 'BAD REFERENCE TYPE  ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM CHECK-CHARGE-NEW
              IF WS-LCA-ERROR = 0
                 PERFORM GET-RECEIPT-TOTALS
              END-IF
              IF WS-LCA-ERROR = 0
                 PERFORM ALLOCATE-CHARGE
              END-IF
           END-IF.
      * ===============================================================
       CHECK-CHARGE-NEW.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LCA-ON-FILE
               FROM EVENT.MARBLES_LANDED
               WHERE CHARGE-NO = :CHARGE-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-LCA-ERROR
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR            ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF WS-LCA-ON-FILE > 0
              MOVE 1 TO WS-LCA-ERROR
              MOVE 'ALREADY ALLOCATED   ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE.
      * ===============================================================
      * The receipt lines the charge covers, counted and totalled on
      * both bases before a share is worked out
      * ===============================================================
       GET-RECEIPT-TOTALS.
           MOVE 0 TO WS-LCA-PO-NO.
           MOVE SPACES TO WS-LCA-REFERENCE.
           IF CHARGE-REF-TYPE = 'P'
              MOVE CHARGE-PO-NO TO WS-LCA-PO-NO
           ELSE
              MOVE CHARGE-REFERENCE TO WS-LCA-REFERENCE.
           EXEC SQL
               SELECT COUNT(DISTINCT R.PO-NO * 10000 + R.LINE-NO),
                      COALESCE(SUM(R.QUANTITY), 0),
                      COALESCE(SUM(R.QUANTITY * L.UNIT-COST), 0)
                   INTO :WS-LCA-LINE-COUNT, :WS-LCA-TOTAL-QTY,
                        :WS-LCA-TOTAL-VALUE
               FROM EVENT.MARBLES_PORCPT R
               INNER JOIN EVENT.MARBLES_POLINE L
                   ON L.PO-NO = R.PO-NO
                  AND L.LINE-NO = R.LINE-NO
               WHERE R.RCPT-REFERENCE <> 'DROP SHIP'
                 AND ((:CHARGE-REF-TYPE = 'P'
                       AND R.PO-NO = :WS-LCA-PO-NO)
                   OR (:CHARGE-REF-TYPE = 'W'
                       AND R.RCPT-REFERENCE = :WS-LCA-REFERENCE))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-LCA-ERROR
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR            ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF WS-LCA-LINE-COUNT = 0 OR WS-LCA-TOTAL-QTY <= 0
              MOVE 1 TO WS-LCA-ERROR
              MOVE 'NOTHING RECEIVED    ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE IF CHARGE-BASIS = 'V' AND WS-LCA-TOTAL-VALUE <= 0
              MOVE 1 TO WS-LCA-ERROR
              MOVE 'NO RECEIPT VALUE    ' TO OUTPUT-REJ-REASON
              PERFORM WRITE-REJECT-LINE.
      * ===============================================================
      * Spread the charge line by line, the last line taking what
      * rounding left
      * ===============================================================
       ALLOCATE-CHARGE.
           MOVE CHARGE-AMOUNT TO WS-LCA-AMOUNT.
           MOVE 0 TO WS-LCA-ALLOCATED.
           MOVE 0 TO WS-LCA-LINE-SEQ.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-LCALINE CURSOR FOR
               SELECT R.PO-NO, R.LINE-NO, L.COLOR,
                      SUM(R.QUANTITY),
                      SUM(R.QUANTITY * L.UNIT-COST)
               FROM EVENT.MARBLES_PORCPT R
               INNER JOIN EVENT.MARBLES_POLINE L
                   ON L.PO-NO = R.PO-NO
                  AND L.LINE-NO = R.LINE-NO
               WHERE R.RCPT-REFERENCE <> 'DROP SHIP'
                 AND ((:CHARGE-REF-TYPE = 'P'
                       AND R.PO-NO = :WS-LCA-PO-NO)
                   OR (:CHARGE-REF-TYPE = 'W'
                       AND R.RCPT-REFERENCE = :WS-LCA-REFERENCE))
               GROUP BY R.PO-NO, R.LINE-NO, L.COLOR
               ORDER BY R.PO-NO, R.LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-LCALINE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-ALLOCATE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-LCALINE
           END-EXEC.
           ADD 1 TO ALLOCATED-COUNT.
      * ===============================================================
       FETCH-AND-ALLOCATE.
           EXEC SQL
               FETCH C-LCALINE
                   INTO :WS-LCL-PO-NO, :WS-LCL-LINE-NO,
                        :WS-LCL-COLOR, :WS-LCL-QTY, :WS-LCL-VALUE
           END-EXEC
           IF SQLCODE = 0
              PERFORM ALLOCATE-ONE-LINE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
       ALLOCATE-ONE-LINE.
           ADD 1 TO WS-LCA-LINE-SEQ.
           IF WS-LCA-LINE-SEQ NOT < WS-LCA-LINE-COUNT
              COMPUTE WS-LCL-SHARE = WS-LCA-AMOUNT - WS-LCA-ALLOCATED
           ELSE IF CHARGE-BASIS = 'V'
              COMPUTE WS-LCL-SHARE ROUNDED =
                  WS-LCA-AMOUNT * WS-LCL-VALUE / WS-LCA-TOTAL-VALUE
           ELSE
              COMPUTE WS-LCL-SHARE ROUNDED =
                  WS-LCA-AMOUNT * WS-LCL-QTY / WS-LCA-TOTAL-QTY.
           ADD WS-LCL-SHARE TO WS-LCA-ALLOCATED.
           PERFORM APPLY-SHARE-TO-COST.
           PERFORM RECORD-SHARE.
           PERFORM WRITE-REGISTER-LINE.
      * ===============================================================
      * Lift the color's moving average by the share over the units
      * on hand -- the same stock the average is carried on. No
      * stock, nothing to carry it: the share is expensed.
      * ===============================================================
       APPLY-SHARE-TO-COST.
           MOVE 0 TO WS-LCL-ON-HAND.
           MOVE 0 TO WS-LCL-MASTER-COST.
           MOVE 0 TO WS-LCL-COST-FOUND.
           EXEC SQL
               SELECT INVENTORY, UNIT-COST
                   INTO :WS-LCL-ON-HAND, :WS-LCL-MASTER-COST
               FROM EVENT.MARBLES
               WHERE COLOR = :WS-LCL-COLOR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
           EXEC SQL
               SELECT AVG-COST INTO :WS-LCL-COST-BEFORE
               FROM EVENT.MARBLES_COST
               WHERE COLOR = :WS-LCL-COLOR
           END-EXEC
           IF SQLCODE = 0
              MOVE 1 TO WS-LCL-COST-FOUND
           ELSE IF SQLCODE = 100
              MOVE WS-LCL-MASTER-COST TO WS-LCL-COST-BEFORE
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE WS-LCL-MASTER-COST TO WS-LCL-COST-BEFORE.
           IF WS-LCL-ON-HAND <= 0
              MOVE 'N' TO WS-LCL-CAPITALIZED
              MOVE WS-LCL-COST-BEFORE TO WS-LCL-COST-AFTER
              ADD WS-LCL-SHARE TO EXPENSED-AMOUNT
           ELSE
              MOVE 'Y' TO WS-LCL-CAPITALIZED
              COMPUTE WS-LCL-COST-AFTER ROUNDED =
                  WS-LCL-COST-BEFORE + WS-LCL-SHARE / WS-LCL-ON-HAND
              ADD WS-LCL-SHARE TO CAPITALIZED-AMOUNT
              PERFORM WRITE-AVERAGE-COST.
      * ===============================================================
       WRITE-AVERAGE-COST.
           IF WS-LCL-COST-FOUND = 1
              EXEC SQL
                  UPDATE EVENT.MARBLES_COST
                  SET AVG-COST = :WS-LCL-COST-AFTER,
                      COST-UPDATED = CURRENT TIMESTAMP
                  WHERE COLOR = :WS-LCL-COLOR
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_COST
                  VALUES (:WS-LCL-COLOR, :WS-LCL-COST-AFTER,
                          :WS-LCL-MASTER-COST, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       RECORD-SHARE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_LANDED
               VALUES (
                     :CHARGE-NO,
                     :CHARGE-TYPE,
                     :WS-LCL-PO-NO,
                     :WS-LCL-LINE-NO,
                     :WS-LCL-COLOR,
                     :WS-LCL-QTY,
                     :WS-LCL-SHARE,
                     :WS-LCL-COST-BEFORE,
                     :WS-LCL-COST-AFTER,
                     :WS-LCL-CAPITALIZED,
                     CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-REGISTER-LINE.
           MOVE CHARGE-NO TO OUTPUT-CHARGE-NO.
           IF CHARGE-TYPE = 'F'
              MOVE 'FREIGHT' TO OUTPUT-CHARGE-TYPE
           ELSE
              MOVE 'DUTY   ' TO OUTPUT-CHARGE-TYPE.
           MOVE WS-LCL-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-LCL-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WS-LCL-COLOR TO OUTPUT-COLOR.
           MOVE WS-LCL-QTY TO OUTPUT-QTY.
           MOVE WS-LCL-SHARE TO OUTPUT-SHARE.
           MOVE WS-LCL-COST-BEFORE TO OUTPUT-COST-BEFORE.
           MOVE WS-LCL-COST-AFTER TO OUTPUT-COST-AFTER.
           IF WS-LCL-CAPITALIZED = 'Y'
              MOVE SPACES TO OUTPUT-FLAG
           ELSE
              MOVE 'EXPENSED' TO OUTPUT-FLAG.
           MOVE REGISTER-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-REJECT-LINE.
           MOVE CHARGE-NO TO OUTPUT-REJ-CHARGE.
           MOVE CHARGE-REFERENCE TO OUTPUT-REJ-REFERENCE.
           MOVE REJECT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           ADD 1 TO REJECT-COUNT.
      * ===============================================================
       WRITE-REGISTER-TOTALS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'CHARGES READ' TO OUTPUT-TOTAL-TEXT.
           MOVE READ-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'CHARGES ALLOCATED' TO OUTPUT-TOTAL-TEXT.
           MOVE ALLOCATED-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'CHARGES REJECTED' TO OUTPUT-TOTAL-TEXT.
           MOVE REJECT-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'AMOUNT CAPITALIZED' TO OUTPUT-TOTAL-TEXT.
           MOVE CAPITALIZED-AMOUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'AMOUNT EXPENSED' TO OUTPUT-TOTAL-TEXT.
           MOVE EXPENSED-AMOUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
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
