      * ===============================================================
      * Goods-received-not-invoiced accrual, month end. Driven by the
      * same period as MRBLGLJ (run parameter, else the U-T-PARM card,
      * YYYYMM): every purchase order line whose receipts (MRBLWIN's
      * RECEIVED-QTY) are not yet cleared by approved supplier
      * invoices (MRBLAPM's EVENT.MARBLES_APMATCH) prints with the
      * uninvoiced quantity, the PO's unit cost, the accrued value,
      * and its age in days at period end, subtotalled by supplier.
      *
      * Everything is stated as at the last day of the period:
      * receipts dated after it (EVENT.MARBLES_PORCPT) are backed
      * out, and only invoices approved on or before it count. The
      * age is first-in-first-out -- invoices clear the oldest
      * receipts, so the uninvoiced units are the newest ones and the
      * age is that of the oldest receipt still needed to cover
      * them. Receipts older than the receipt history age from the
      * PO's order date instead and print flagged '*'.
      *
      * The accrual total is then set against the period's RECACCR
      * net as MRBLGLJ journals it (quantity-up movements at the
      * color's UNIT-COST, RSV/REL and consigned CSG receipts
      * excluded, plus the period's purchase price variance off
      * EVENT.MARBLES_PPV) and the difference prints; a difference
      * ends the run with return code 4 so the close does not pass
      * it unexplained.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLGRN.
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
           02  RECEIPT-SWITCH    PIC X(3).
               88  END-OF-RECEIPTS VALUE 'EOF'.
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  FIRST-SWITCH      PIC X(1) VALUE 'Y'.
               88  FIRST-LINE    VALUE 'Y'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  ACCRUAL-COUNT     PIC 9(5) VALUE 0.
           02  ORDER-AGED-COUNT  PIC 9(5) VALUE 0.
           02  TOTAL-UNITS       PIC 9(11) VALUE 0.
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
       01  WS-ACCRUAL-WORK.
           02  WS-GRN-PERIOD     PIC X(6).
           02  WS-GRN-PERIOD-9   PIC 9(6).
           02  WS-GRN-PERIOD-NUM PIC S9(9) COMP.
           02  WS-GRN-START.
               03  WS-GRN-START-YEAR  PIC X(4).
               03  FILLER             PIC X(1) VALUE '-'.
               03  WS-GRN-START-MONTH PIC X(2).
               03  FILLER             PIC X(3) VALUE '-01'.
           02  WS-GRN-END        PIC X(10).
           02  WS-GRN-SUPPLIER   PIC X(10).
           02  WS-GRN-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-GRN-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-GRN-COLOR      PIC X(10).
           02  WS-GRN-COST       PIC S9(5) COMP-3.
           02  WS-GRN-OPEN-QTY   PIC S9(9) COMP VALUE 0.
           02  WS-GRN-ORDER-AGE  PIC S9(9) COMP VALUE 0.
           02  WS-GRN-VALUE      PIC S9(13) COMP-3.
           02  WS-GRN-AGE        PIC S9(9) COMP VALUE 0.
           02  WS-GRN-AGE-FLAG   PIC X(1).
           02  WS-GRN-RCPT-QTY   PIC S9(9) COMP VALUE 0.
           02  WS-GRN-RCPT-AGE   PIC S9(9) COMP VALUE 0.
           02  WS-GRN-RCPT-SUM   PIC S9(9) COMP VALUE 0.
           02  WS-GRN-PRIOR-SUPPLIER PIC X(10).
           02  WS-GRN-SUP-UNITS  PIC S9(9) COMP VALUE 0.
           02  WS-GRN-SUP-VALUE  PIC S9(13) COMP-3 VALUE 0.
           02  WS-GRN-TOTAL-VALUE PIC S9(13) COMP-3 VALUE 0.
           02  WS-GRN-JOURNAL-NET PIC S9(13) COMP-3 VALUE 0.
           02  WS-GRN-PPV-NET    PIC S9(13) COMP-3 VALUE 0.
           02  WS-GRN-DIFFERENCE PIC S9(13) COMP-3 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  PERIOD-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'PERIOD: '.
           02  OUTPUT-PERIOD         PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'AS AT: '.
           02  OUTPUT-PERIOD-END     PIC X(10).
           02  FILLER                PIC X(93).
       01  ACCRUAL-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'SUPPLIER'.
           02  FILLER                PIC X(16) VALUE 'PO/LINE'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(12) VALUE '    UNITS'.
           02  FILLER                PIC X(9)  VALUE '  COST'.
           02  FILLER                PIC X(17) VALUE '         VALUE'.
           02  FILLER                PIC X(6)  VALUE '   AGE'.
           02  FILLER                PIC X(41).
       01  ACCRUAL-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-QTY            PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COST           PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-AGE            PIC ZZ,ZZ9.
           02  OUTPUT-AGE-FLAG       PIC X(1).
           02  FILLER                PIC X(40).
       01  SUPPLIER-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE
               'TOTAL SUPPLIER '.
           02  OUTPUT-SUP-KEY        PIC X(10).
           02  FILLER                PIC X(15).
           02  OUTPUT-SUP-UNITS      PIC ZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12).
           02  OUTPUT-SUP-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(50).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(83).
       01  VALUE-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-VALUE-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-VALUE    PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-VALUE-FLAG     PIC X(12).
           02  FILLER                PIC X(67).
      * ===============================================================
      * Map SQL tables -- purchase orders and their lines, the dated
      * receipts against them, the approved invoice lines that clear
      * them, and the movement log and cost the journal values from
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
           EXEC SQL DECLARE EVENT.MARBLES_LOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             BEFORE-QTY                     INTEGER     NOT NULL,
             AFTER-QTY                      INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             LOG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PO TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-STATUS                      CHAR(1)     NOT NULL,
             ORDER-DATE                     DATE        NOT NULL
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
           EXEC SQL DECLARE EVENT.MARBLES_APMATCH TABLE
           ( INVOICE-NO                     VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             MATCH-DATE                     DATE        NOT NULL
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
           MOVE 'MRBLGRN ' TO MRBLRUN-JOB-NAME.
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
           IF RETURN-CODE = 0
              PERFORM GET-PERIOD-END.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN OUTPUT REPORT-FILE.
           MOVE '  MARBLES GRNI ACCRUAL       ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE WS-GRN-PERIOD TO OUTPUT-PERIOD.
           MOVE WS-GRN-END TO OUTPUT-PERIOD-END.
           MOVE PERIOD-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE ACCRUAL-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM LIST-UNINVOICED-LINES.
           IF NOT FIRST-LINE
              PERFORM CLOSE-SUPPLIER.
           PERFORM GET-JOURNAL-NET.
           COMPUTE WS-GRN-DIFFERENCE =
               WS-GRN-TOTAL-VALUE - WS-GRN-JOURNAL-NET.
           PERFORM WRITE-ACCRUAL-TOTALS.
           IF WS-GRN-DIFFERENCE NOT = 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE ACCRUAL-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-PERIOD-CARD.
      *
      *    The governed parameter table answers first; the card only
      *    stands in where no row covers it
      *
           MOVE 'MRBLGRN ' TO MRBLPRM-JOB-NAME.
           MOVE 'PERIOD  ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-GRN-PERIOD
              MOVE WS-GRN-PERIOD TO WS-GRN-PERIOD-9
              MOVE WS-GRN-PERIOD-9 TO WS-GRN-PERIOD-NUM
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF END-OF-PARM OR PARM-PERIOD IS NOT NUMERIC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE PARM-PERIOD TO WS-GRN-PERIOD
                 MOVE PARM-PERIOD TO WS-GRN-PERIOD-9
                 MOVE WS-GRN-PERIOD-9 TO WS-GRN-PERIOD-NUM
              END-IF
           END-IF.
      * ===============================================================
      * The period's last day -- a month that is no month (13, 00)
      * is a bad card, not a database failure
      * ===============================================================
       GET-PERIOD-END.
           MOVE WS-GRN-PERIOD(1:4) TO WS-GRN-START-YEAR.
           MOVE WS-GRN-PERIOD(5:2) TO WS-GRN-START-MONTH.
           EXEC SQL
               SELECT CHAR(DATE(:WS-GRN-START) + 1 MONTH - 1 DAY,
                           ISO)
                   INTO :WS-GRN-END
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE = -180 OR SQLCODE = -181
              MOVE 16 TO RETURN-CODE
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Every received PO line, by supplier: its receipts as at the
      * period end less the invoices approved by then
      * ===============================================================
       LIST-UNINVOICED-LINES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-GRNLINE CURSOR FOR
               SELECT P.SUPPLIER, L.PO-NO, L.LINE-NO, L.COLOR,
                      L.UNIT-COST,
                      L.RECEIVED-QTY
                      - COALESCE((SELECT SUM(R.QUANTITY)
                           FROM EVENT.MARBLES_PORCPT R
                           WHERE R.PO-NO = L.PO-NO
                             AND R.LINE-NO = L.LINE-NO
                             AND R.RECEIPT-DATE > DATE(:WS-GRN-END)),
                           0)
                      - COALESCE((SELECT SUM(A.QUANTITY)
                           FROM EVENT.MARBLES_APMATCH A
                           WHERE A.PO-NO = L.PO-NO
                             AND A.LINE-NO = L.LINE-NO
                             AND A.MATCH-DATE <= DATE(:WS-GRN-END)),
                           0),
                      DAYS(DATE(:WS-GRN-END)) - DAYS(P.ORDER-DATE)
               FROM EVENT.MARBLES_POLINE L
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = L.PO-NO
               WHERE L.RECEIVED-QTY > 0
                 AND P.ORDER-DATE <= DATE(:WS-GRN-END)
               ORDER BY P.SUPPLIER, L.PO-NO, L.LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-GRNLINE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-ACCRUE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-GRNLINE
           END-EXEC.
      * ===============================================================
       FETCH-AND-ACCRUE.
           EXEC SQL
               FETCH C-GRNLINE
                   INTO :WS-GRN-SUPPLIER, :WS-GRN-PO-NO,
                        :WS-GRN-LINE-NO, :WS-GRN-COLOR,
                        :WS-GRN-COST, :WS-GRN-OPEN-QTY,
                        :WS-GRN-ORDER-AGE
           END-EXEC
           IF SQLCODE = 0
              IF WS-GRN-OPEN-QTY > 0
                 PERFORM ACCRUE-ONE-LINE
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A new supplier closes the one before it
      * ===============================================================
       ACCRUE-ONE-LINE.
           IF FIRST-LINE
              MOVE WS-GRN-SUPPLIER TO WS-GRN-PRIOR-SUPPLIER
           ELSE IF WS-GRN-SUPPLIER NOT = WS-GRN-PRIOR-SUPPLIER
              PERFORM CLOSE-SUPPLIER
              MOVE WS-GRN-SUPPLIER TO WS-GRN-PRIOR-SUPPLIER.
           MOVE 'N' TO FIRST-SWITCH.
           COMPUTE WS-GRN-VALUE = WS-GRN-OPEN-QTY * WS-GRN-COST.
           PERFORM AGE-OPEN-RECEIPTS.
           ADD 1 TO ACCRUAL-COUNT.
           ADD WS-GRN-OPEN-QTY TO WS-GRN-SUP-UNITS.
           ADD WS-GRN-OPEN-QTY TO TOTAL-UNITS.
           ADD WS-GRN-VALUE TO WS-GRN-SUP-VALUE.
           ADD WS-GRN-VALUE TO WS-GRN-TOTAL-VALUE.
           PERFORM WRITE-ACCRUAL-DETAIL.
      * ===============================================================
      * First in, first out: walk the line's receipts newest first
      * until they cover the uninvoiced units -- the last receipt
      * needed gives the age. Short of history, the order date does.
      * ===============================================================
       AGE-OPEN-RECEIPTS.
           MOVE SPACES TO RECEIPT-SWITCH.
           MOVE 0 TO WS-GRN-RCPT-SUM.
           MOVE 0 TO WS-GRN-AGE.
           EXEC SQL
               DECLARE C-GRNRCPT CURSOR FOR
               SELECT QUANTITY,
                      DAYS(DATE(:WS-GRN-END)) - DAYS(RECEIPT-DATE)
               FROM EVENT.MARBLES_PORCPT
               WHERE PO-NO = :WS-GRN-PO-NO
                 AND LINE-NO = :WS-GRN-LINE-NO
                 AND RECEIPT-DATE <= DATE(:WS-GRN-END)
               ORDER BY RECEIPT-DATE DESC
           END-EXEC.
           EXEC SQL
               OPEN C-GRNRCPT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO RECEIPT-SWITCH.
           PERFORM FETCH-RECEIPT-AGE
              UNTIL END-OF-RECEIPTS.
           EXEC SQL
               CLOSE C-GRNRCPT
           END-EXEC.
           IF WS-GRN-RCPT-SUM < WS-GRN-OPEN-QTY
              MOVE WS-GRN-ORDER-AGE TO WS-GRN-AGE
              MOVE '*' TO WS-GRN-AGE-FLAG
              ADD 1 TO ORDER-AGED-COUNT
           ELSE
              MOVE SPACE TO WS-GRN-AGE-FLAG.
      * ===============================================================
       FETCH-RECEIPT-AGE.
           EXEC SQL
               FETCH C-GRNRCPT
                   INTO :WS-GRN-RCPT-QTY, :WS-GRN-RCPT-AGE
           END-EXEC
           IF SQLCODE = 0
              ADD WS-GRN-RCPT-QTY TO WS-GRN-RCPT-SUM
              MOVE WS-GRN-RCPT-AGE TO WS-GRN-AGE
              IF WS-GRN-RCPT-SUM NOT < WS-GRN-OPEN-QTY
                 MOVE 'EOF' TO RECEIPT-SWITCH
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO RECEIPT-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO RECEIPT-SWITCH.
      * ===============================================================
      * The period's RECACCR net at MRBLGLJ's own valuation: every
      * quantity-up movement credits it at the color's cost, and the
      * PO receipts' price variance moves it to the PO price
      * ===============================================================
       GET-JOURNAL-NET.
           MOVE 0 TO WS-GRN-JOURNAL-NET.
           MOVE 0 TO WS-GRN-PPV-NET.
           EXEC SQL
               SELECT COALESCE(SUM((L.AFTER-QTY - L.BEFORE-QTY)
                                   * COALESCE(M.UNIT-COST, 0)), 0)
                   INTO :WS-GRN-JOURNAL-NET
               FROM EVENT.MARBLES_LOG L
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE L.AFTER-QTY > L.BEFORE-QTY
                 AND L.VERB NOT IN ('RSV','REL','CSG')
                 AND YEAR(L.LOG-TIMESTAMP) * 100
                     + MONTH(L.LOG-TIMESTAMP) = :WS-GRN-PERIOD-NUM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
           EXEC SQL
               SELECT COALESCE(SUM(PPV-AMOUNT), 0)
                   INTO :WS-GRN-PPV-NET
               FROM EVENT.MARBLES_PPV
               WHERE YEAR(PPV-DATE) * 100
                     + MONTH(PPV-DATE) = :WS-GRN-PERIOD-NUM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD WS-GRN-PPV-NET TO WS-GRN-JOURNAL-NET.
      * ===============================================================
       CLOSE-SUPPLIER.
           MOVE WS-GRN-PRIOR-SUPPLIER TO OUTPUT-SUP-KEY.
           MOVE WS-GRN-SUP-UNITS TO OUTPUT-SUP-UNITS.
           MOVE WS-GRN-SUP-VALUE TO OUTPUT-SUP-VALUE.
           MOVE SUPPLIER-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 0 TO WS-GRN-SUP-UNITS.
           MOVE 0 TO WS-GRN-SUP-VALUE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-ACCRUAL-DETAIL.
           MOVE WS-GRN-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-GRN-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-GRN-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WS-GRN-COLOR TO OUTPUT-COLOR.
           MOVE WS-GRN-OPEN-QTY TO OUTPUT-QTY.
           MOVE WS-GRN-COST TO OUTPUT-COST.
           MOVE WS-GRN-VALUE TO OUTPUT-VALUE.
           MOVE WS-GRN-AGE TO OUTPUT-AGE.
           MOVE WS-GRN-AGE-FLAG TO OUTPUT-AGE-FLAG.
           MOVE ACCRUAL-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The accrual against the ledger: the listing's total, the
      * journal's RECACCR net, and what separates them
      * ===============================================================
       WRITE-ACCRUAL-TOTALS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'UNINVOICED RECEIPT LINES' TO OUTPUT-TOTAL-TEXT.
           MOVE ACCRUAL-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'UNINVOICED UNITS' TO OUTPUT-TOTAL-TEXT.
           MOVE TOTAL-UNITS TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE '* AGED FROM PO ORDER DATE' TO OUTPUT-TOTAL-TEXT.
           MOVE ORDER-AGED-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO VALUE-TOTAL-LINE.
           MOVE 'GRNI ACCRUAL AT PO COST' TO OUTPUT-VALUE-TEXT.
           MOVE WS-GRN-TOTAL-VALUE TO OUTPUT-TOTAL-VALUE.
           MOVE VALUE-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'RECACCR NET FOR PERIOD' TO OUTPUT-VALUE-TEXT.
           MOVE WS-GRN-JOURNAL-NET TO OUTPUT-TOTAL-VALUE.
           MOVE VALUE-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'DIFFERENCE' TO OUTPUT-VALUE-TEXT.
           MOVE WS-GRN-DIFFERENCE TO OUTPUT-TOTAL-VALUE.
           IF WS-GRN-DIFFERENCE NOT = 0
              MOVE 'UNRECONCILED' TO OUTPUT-VALUE-FLAG.
           MOVE VALUE-TOTAL-LINE TO OUTPUT-LINE.
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
