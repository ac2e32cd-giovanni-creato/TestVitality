      * ===============================================================
      * Nightly sales invoicing off MRBO picks. MRBLORD's PCK posts
      * the SUBs and closes the order, and until now nothing billed
      * it -- the desk priced the order off a spreadsheet and keyed
      * the invoice into the receivables package days later. This
      * run turns every order with picked lines not yet billed into
      * one numbered invoice, one invoice line per picked
      * EVENT.MARBLES_ORDLINE (status 'P', or 'S' for a drop-ship
      * line its supplier has confirmed shipped on MRBJ), priced
      * from the MRBM PRC price list:
      * the customer's own price for the color at the latest
      * effective date on or before the invoice date, else the
      * standard (blank-customer) price on the same rule.
      *
      * Driven by the date card (U-T-DATECRD, YYYYMMDD), vetted
      * against the business calendar like every dated job. Picked
      * lines are found by status and the absence of an invoice
      * line, not by pick date, so a night the job didn't run is
      * billed by the next night's run instead of never.
      *
      * An order with any picked line the price list can't price is
      * held back whole and listed on the register (RC 4) -- half an
      * invoice is worse than a day-late one -- and bills on the
      * first run after the price is keyed. Invoices and their lines
      * are kept in EVENT.MARBLES_INVOICE / MARBLES_INVLINE, written
      * to the receivables interface file (U-T-ARINV, layout in
      * COPYBOOK/MRBLARIR.cpy) with its control trailer, and printed
      * on the invoice register with the same control totals.
      *
      * Each invoice also opens an item on the receivables ledger
      * (EVENT.MARBLES_ARITEM) for its customer, at the full invoice
      * amount -- MRBLCSH applies the bank's remittances against it
      * and MRBLARG ages whatever stays open.
      *
      * The same run forwards the credit memos MRBU raised on
      * accepted returns since the last night (EVENT.MARBLES_CRMEMO
      * status 'N'): one 'C' record each on the interface file, a
      * line on the register, and the memo marked sent. The memo's
      * credit item went on the ledger when it was raised; the
      * trailer and the register carry the credit count and total
      * beside the invoice controls.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLINV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATECARD-FILE ASSIGN U-T-DATECRD.
           SELECT ARINV-FILE ASSIGN U-T-ARINV.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  DATECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DATECARD-RECORD.
         01 DATECARD-RECORD.
           02 DATECARD-DATE    PIC X(8).
           02 FILLER           PIC X(72).
       FD  ARINV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARINV-FILE-RECORD.
         01 ARINV-FILE-RECORD      PIC X(80).
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
           02  LINE-SWITCH       PIC X(3).
               88  END-OF-LINES  VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  INVOICE-COUNT     PIC 9(7) VALUE 0.
           02  INV-LINE-COUNT    PIC 9(7) VALUE 0.
           02  HELD-COUNT        PIC 9(5) VALUE 0.
           02  RECORD-COUNT      PIC 9(7) VALUE 0.
           02  INVOICED-QTY      PIC 9(9) VALUE 0.
           02  INVOICED-AMOUNT   PIC 9(13) VALUE 0.
           02  CREDIT-COUNT      PIC 9(7) VALUE 0.
           02  CREDITED-AMOUNT   PIC 9(13) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-DATECARD-SWITCH    PIC X(3).
           88  END-OF-DATECARD   VALUE 'EOF'.
      * ===============================================================
      * Business-calendar linkage (see COPYBOOK/MRBLCALL.cpy) -- the
      * invoice date comes off the date card and is vetted against
      * the shared calendar instead of trusted raw
      * ===============================================================
       COPY MRBLCALL.
       COPY MRBLARIR.
       01  WS-INVOICE-WORK.
           02  WS-INV-DATE-9     PIC 9(8).
           02  WS-INV-DATE       PIC X(10).
           02  WS-INV-NO         PIC S9(9) COMP VALUE 0.
           02  WS-INV-ORDER-NO   PIC S9(9) COMP VALUE 0.
           02  WS-INV-CUST       PIC X(10).
           02  WS-INV-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-INV-COLOR      PIC X(10).
           02  WS-INV-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-INV-PRICE      PIC S9(5) COMP-3 VALUE 0.
           02  WS-INV-LINE-AMT   PIC S9(11) COMP-3 VALUE 0.
           02  WS-INV-TOTAL      PIC S9(11) COMP-3 VALUE 0.
           02  WS-INV-UNPRICED   PIC S9(4) COMP-3 VALUE 0.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  WS-CREDIT-MEMO-WORK.
           02  WS-CRM-NO         PIC S9(9) COMP VALUE 0.
           02  WS-CRM-ORDER-NO   PIC S9(9) COMP VALUE 0.
           02  WS-CRM-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-CRM-CUST       PIC X(10).
           02  WS-CRM-COLOR      PIC X(10).
           02  WS-CRM-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-CRM-PRICE      PIC S9(5) COMP-3 VALUE 0.
           02  WS-CRM-AMOUNT     PIC S9(11) COMP-3 VALUE 0.
           02  WS-CRM-DATE-NUM   PIC S9(9) COMP VALUE 0.
       01  INVOICE-LINE-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(9)  VALUE 'INVOICE: '.
           02  OUTPUT-INVOICE-NO     PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  OUTPUT-ORDER-NO       PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LINE-NO        PIC ZZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE ' @ '.
           02  OUTPUT-PRICE          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LINE-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(23).
       01  INVOICE-TOTAL-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(9)  VALUE 'INVOICE: '.
           02  TOT-OUTPUT-INVOICE-NO PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'INVOICE TOTAL: '.
           02  TOT-OUTPUT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(78).
       01  CREDIT-MEMO-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(9)  VALUE 'CR MEMO: '.
           02  CRM-OUTPUT-MEMO-NO    PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  CRM-OUTPUT-ORDER-NO   PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  CRM-OUTPUT-CUST-NO    PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  CRM-OUTPUT-LINE-NO    PIC ZZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  CRM-OUTPUT-COLOR      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  CRM-OUTPUT-QTY        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE ' @ '.
           02  CRM-OUTPUT-PRICE      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  CRM-OUTPUT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE ' CR'.
           02  FILLER                PIC X(20).
       01  HELD-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  HELD-OUTPUT-ORDER-NO  PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  HELD-OUTPUT-CUST-NO   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(32) VALUE
               'HELD -- PICKED LINE HAS NO PRICE'.
           02  FILLER                PIC X(64).
       01  REGISTER-TOTAL-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'INVOICES: '.
           02  OUTPUT-INVOICE-COUNT  PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'LINES: '.
           02  OUTPUT-LINE-COUNT     PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'QUANTITY: '.
           02  OUTPUT-INVOICED-QTY   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-INVOICED-AMT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'HELD: '.
           02  OUTPUT-HELD-COUNT     PIC ZZ,ZZ9.
           02  FILLER                PIC X(22).
       01  CREDIT-TOTAL-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(14) VALUE 'CREDIT MEMOS: '.
           02  OUTPUT-CREDIT-COUNT   PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-CREDITED-AMT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(76).
       01  TRAILER-TOTAL-PRINT.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(17) VALUE
               'AR FILE RECORDS: '.
           02  OUTPUT-RECORD-COUNT   PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'HASH TOTAL: '.
           02  OUTPUT-HASH-TOTAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(69).
      * ===============================================================
      * Map SQL order tables this run reads (see MRBLORD.cbl)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ORDER TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             ORD-STATUS                     CHAR(1)     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             ORD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDLINE TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL sales price list (maintained on MRBM PRC) -- CUST-NO
      * blank is the standard price
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PRICE TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             EFF-DATE                       DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL invoice tables this run writes -- one header per
      * invoice, one line per billed order line; an order line with
      * an invoice line on file is billed and never bills twice
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_INVOICE TABLE
           ( INVOICE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             INVOICE-DATE                   DATE        NOT NULL,
             INVOICE-AMOUNT                 DECIMAL(11,0) NOT NULL,
             INV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_INVLINE TABLE
           ( INVOICE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             LINE-AMOUNT                    DECIMAL(11,0) NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL receivables open-item ledger -- one row per invoice
      * (ITEM-TYPE 'I'), open until MRBLCSH has applied its amount
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ARITEM TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             ITEM-TYPE                      CHAR(1)     NOT NULL,
             ITEM-NO                        INTEGER     NOT NULL,
             ITEM-DATE                      DATE        NOT NULL,
             ITEM-AMOUNT                    DECIMAL(11,0) NOT NULL,
             OPEN-AMOUNT                    DECIMAL(11,0) NOT NULL,
             ITEM-STATUS                    CHAR(1)     NOT NULL,
             ITEM-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL credit memos raised on accepted MRBU returns (see
      * MRBLRMA.cbl) -- MEMO-STATUS 'N' until this run sends them,
      * then 'S'
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_CRMEMO TABLE
           ( MEMO-NO                        INTEGER     NOT NULL,
             RMA-NO                         INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             MEMO-AMOUNT                    DECIMAL(11,0) NOT NULL,
             MEMO-DATE                      DATE        NOT NULL,
             MEMO-STATUS                    CHAR(1)     NOT NULL,
             MEMO-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM GET-INVOICE-DATE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLINV ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT ARINV-FILE
                OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADER.
           PERFORM INVOICE-PICKED-ORDERS.
           IF RETURN-CODE < 12
              PERFORM SEND-CREDIT-MEMOS.
           PERFORM WRITE-CONTROL-TRAILER.
           PERFORM WRITE-REGISTER-TOTALS.
           IF HELD-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE INV-LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE ARINV-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Read the date card and vet it against the business calendar
      * -- a card the calendar contradicts stops the run (RC 16).
      * The date is kept both ways: YYYYMMDD for the interface file
      * and hyphenated for the DB2 DATE compares.
      * ===============================================================
       GET-INVOICE-DATE.
           OPEN INPUT DATECARD-FILE.
           READ DATECARD-FILE AT END
               MOVE 'EOF' TO WS-DATECARD-SWITCH.
           CLOSE DATECARD-FILE.
           IF END-OF-DATECARD OR DATECARD-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE DATECARD-DATE TO WS-INV-DATE-9
              MOVE SPACES TO WS-INV-DATE
              STRING DATECARD-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-INV-DATE
              MOVE DATECARD-DATE TO MRBLCAL-RUN-DATE
              CALL 'MRBLCAL' USING MRBLCAL-LINKAGE
              IF NOT MRBLCAL-OK
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * One pass over the orders holding picked, unbilled lines --
      * each one becomes an invoice unless a line can't be priced
      * ===============================================================
       INVOICE-PICKED-ORDERS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-INVORD CURSOR FOR
               SELECT O.ORDER-NO, O.CUST-NO
               FROM EVENT.MARBLES_ORDER O
               WHERE EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_ORDLINE L
                      WHERE L.ORDER-NO = O.ORDER-NO
                        AND L.LINE-STATUS IN ('P', 'S')
                        AND NOT EXISTS
                            (SELECT 1
                             FROM EVENT.MARBLES_INVLINE I
                             WHERE I.ORDER-NO = L.ORDER-NO
                               AND I.LINE-NO = L.LINE-NO))
               ORDER BY O.ORDER-NO
           END-EXEC.
           EXEC SQL
               OPEN C-INVORD
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-INVOICE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-INVORD
           END-EXEC.
      * ===============================================================
       FETCH-AND-INVOICE.
           EXEC SQL
               FETCH C-INVORD
                   INTO :WS-INV-ORDER-NO, :WS-INV-CUST
           END-EXEC
           IF SQLCODE = 0
              PERFORM INVOICE-ONE-ORDER
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Count the order's unbilled picked lines the price list has no
      * row for -- any at all holds the order back whole; otherwise
      * number the invoice and bill every line
      * ===============================================================
       INVOICE-ONE-ORDER.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-INV-UNPRICED
               FROM EVENT.MARBLES_ORDLINE L
               WHERE L.ORDER-NO = :WS-INV-ORDER-NO
                 AND L.LINE-STATUS IN ('P', 'S')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_INVLINE I
                      WHERE I.ORDER-NO = L.ORDER-NO
                        AND I.LINE-NO = L.LINE-NO)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_PRICE P
                      WHERE P.COLOR = L.COLOR
                        AND (P.CUST-NO = :WS-INV-CUST
                             OR P.CUST-NO = ' ')
                        AND P.EFF-DATE <= :WS-INV-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF WS-INV-UNPRICED > 0
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-HELD-LINE
           ELSE
              PERFORM OPEN-NEW-INVOICE
              IF WS-SQL-ERROR = 0
                 PERFORM BILL-ORDER-LINES
              END-IF
              IF WS-SQL-ERROR = 0
                 PERFORM CLOSE-INVOICE
              END-IF
              IF WS-SQL-ERROR = 1
                 MOVE 12 TO RETURN-CODE
                 MOVE 'EOF' TO CURSOR-SWITCH
              END-IF
           END-IF.
      * ===============================================================
      * The next invoice number on file, one header row -- its total
      * is written once the lines are billed
      * ===============================================================
       OPEN-NEW-INVOICE.
           MOVE 0 TO WS-INV-TOTAL.
           EXEC SQL
               SELECT COALESCE(MAX(INVOICE-NO), 0) + 1
                   INTO :WS-INV-NO
               FROM EVENT.MARBLES_INVOICE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_INVOICE
                  VALUES (:WS-INV-NO, :WS-INV-ORDER-NO, :WS-INV-CUST,
                          :WS-INV-DATE, 0, CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
      * The order's unbilled picked lines in line order, each priced
      * and written as an invoice line
      * ===============================================================
       BILL-ORDER-LINES.
           MOVE SPACES TO LINE-SWITCH.
           EXEC SQL
               DECLARE C-INVLINE CURSOR FOR
               SELECT L.LINE-NO, L.COLOR, L.QUANTITY
               FROM EVENT.MARBLES_ORDLINE L
               WHERE L.ORDER-NO = :WS-INV-ORDER-NO
                 AND L.LINE-STATUS IN ('P', 'S')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_INVLINE I
                      WHERE I.ORDER-NO = L.ORDER-NO
                        AND I.LINE-NO = L.LINE-NO)
               ORDER BY L.LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-INVLINE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
           PERFORM FETCH-AND-BILL-LINE
              UNTIL END-OF-LINES.
           EXEC SQL
               CLOSE C-INVLINE
           END-EXEC.
      * ===============================================================
       FETCH-AND-BILL-LINE.
           EXEC SQL
               FETCH C-INVLINE
                   INTO :WS-INV-LINE-NO, :WS-INV-COLOR, :WS-INV-QTY
           END-EXEC
           IF SQLCODE = 0
              PERFORM GET-LINE-PRICE
              IF WS-SQL-ERROR = 0
                 PERFORM WRITE-INVOICE-LINE
              END-IF
              IF WS-SQL-ERROR = 1
                 MOVE 'EOF' TO LINE-SWITCH
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO LINE-SWITCH
           ELSE
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
      * ===============================================================
      * The customer's own price in force on the invoice date wins;
      * without one, the standard price in force on that date
      * ===============================================================
       GET-LINE-PRICE.
           EXEC SQL
               SELECT UNIT-PRICE INTO :WS-INV-PRICE
               FROM EVENT.MARBLES_PRICE
               WHERE CUST-NO = :WS-INV-CUST
                 AND COLOR = :WS-INV-COLOR
                 AND EFF-DATE =
                     (SELECT MAX(EFF-DATE)
                      FROM EVENT.MARBLES_PRICE
                      WHERE CUST-NO = :WS-INV-CUST
                        AND COLOR = :WS-INV-COLOR
                        AND EFF-DATE <= :WS-INV-DATE)
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                  SELECT UNIT-PRICE INTO :WS-INV-PRICE
                  FROM EVENT.MARBLES_PRICE
                  WHERE CUST-NO = ' '
                    AND COLOR = :WS-INV-COLOR
                    AND EFF-DATE =
                        (SELECT MAX(EFF-DATE)
                         FROM EVENT.MARBLES_PRICE
                         WHERE CUST-NO = ' '
                           AND COLOR = :WS-INV-COLOR
                           AND EFF-DATE <= :WS-INV-DATE)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR.
      * ===============================================================
      * One billed line: the invoice-line row, its interface record,
      * and its register line, with the controls accumulated
      * ===============================================================
       WRITE-INVOICE-LINE.
           COMPUTE WS-INV-LINE-AMT = WS-INV-QTY * WS-INV-PRICE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_INVLINE
               VALUES (:WS-INV-NO, :WS-INV-ORDER-NO, :WS-INV-LINE-NO,
                       :WS-INV-COLOR, :WS-INV-QTY, :WS-INV-PRICE,
                       :WS-INV-LINE-AMT)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              ADD WS-INV-LINE-AMT TO WS-INV-TOTAL
              ADD 1 TO INV-LINE-COUNT
              ADD WS-INV-QTY TO INVOICED-QTY
              MOVE SPACES TO ARINV-RECORD
              MOVE 'L' TO ARINV-TYPE
              MOVE WS-INV-NO TO ARINV-INVOICE-NO
              MOVE WS-INV-ORDER-NO TO ARINV-ORDER-NO
              MOVE WS-INV-CUST TO ARINV-CUST-NO
              MOVE WS-INV-DATE-9 TO ARINV-DATE
              MOVE WS-INV-LINE-NO TO ARINV-LINE-NO
              MOVE WS-INV-COLOR TO ARINV-COLOR
              MOVE WS-INV-QTY TO ARINV-QTY
              MOVE WS-INV-PRICE TO ARINV-PRICE
              MOVE WS-INV-LINE-AMT TO ARINV-AMOUNT
              PERFORM WRITE-ARINV-RECORD
              PERFORM WRITE-REGISTER-LINE
           END-IF.
      * ===============================================================
      * Every line billed: the header row takes its total, the
      * customer's ledger gets the open item, and the interface
      * file gets the invoice's 'H' record. The 'H' follows
      * its lines on the file because the total isn't known until
      * they're priced -- the package keys on invoice number, not on
      * record order.
      * ===============================================================
       CLOSE-INVOICE.
           EXEC SQL
               UPDATE EVENT.MARBLES_INVOICE
               SET INVOICE-AMOUNT = :WS-INV-TOTAL
               WHERE INVOICE-NO = :WS-INV-NO
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ARITEM
                  VALUES (:WS-INV-CUST, 'I', :WS-INV-NO, :WS-INV-DATE,
                          :WS-INV-TOTAL, :WS-INV-TOTAL, 'O',
                          CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              ADD 1 TO INVOICE-COUNT
              ADD WS-INV-TOTAL TO INVOICED-AMOUNT
              MOVE SPACES TO ARINV-RECORD
              MOVE 'H' TO ARINV-TYPE
              MOVE WS-INV-NO TO ARINV-INVOICE-NO
              MOVE WS-INV-ORDER-NO TO ARINV-ORDER-NO
              MOVE WS-INV-CUST TO ARINV-CUST-NO
              MOVE WS-INV-DATE-9 TO ARINV-DATE
              MOVE 0 TO ARINV-LINE-NO ARINV-QTY ARINV-PRICE
              MOVE WS-INV-TOTAL TO ARINV-AMOUNT
              PERFORM WRITE-ARINV-RECORD
              PERFORM WRITE-INVOICE-TOTAL-LINE
           END-IF.
      * ===============================================================
      * Every credit memo not yet sent, in memo order -- each one
      * becomes a 'C' interface record and a register line, and is
      * marked sent so it never goes twice
      * ===============================================================
       SEND-CREDIT-MEMOS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-CRMEMO CURSOR FOR
               SELECT MEMO-NO, ORDER-NO, LINE-NO, CUST-NO, COLOR,
                      QUANTITY, UNIT-PRICE, MEMO-AMOUNT,
                      YEAR(MEMO-DATE) * 10000
                      + MONTH(MEMO-DATE) * 100 + DAY(MEMO-DATE)
               FROM EVENT.MARBLES_CRMEMO
               WHERE MEMO-STATUS = 'N'
               ORDER BY MEMO-NO
           END-EXEC.
           EXEC SQL
               OPEN C-CRMEMO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-SEND-MEMO
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-CRMEMO
           END-EXEC.
      * ===============================================================
       FETCH-AND-SEND-MEMO.
           EXEC SQL
               FETCH C-CRMEMO
                   INTO :WS-CRM-NO, :WS-CRM-ORDER-NO, :WS-CRM-LINE-NO,
                        :WS-CRM-CUST, :WS-CRM-COLOR, :WS-CRM-QTY,
                        :WS-CRM-PRICE, :WS-CRM-AMOUNT,
                        :WS-CRM-DATE-NUM
           END-EXEC
           IF SQLCODE = 0
              PERFORM SEND-ONE-MEMO
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
       SEND-ONE-MEMO.
           EXEC SQL
               UPDATE EVENT.MARBLES_CRMEMO
               SET MEMO-STATUS = 'S'
               WHERE MEMO-NO = :WS-CRM-NO
                 AND MEMO-STATUS = 'N'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              ADD 1 TO CREDIT-COUNT
              ADD WS-CRM-AMOUNT TO CREDITED-AMOUNT
              MOVE SPACES TO ARINV-RECORD
              MOVE 'C' TO ARINV-TYPE
              MOVE WS-CRM-NO TO ARINV-INVOICE-NO
              MOVE WS-CRM-ORDER-NO TO ARINV-ORDER-NO
              MOVE WS-CRM-CUST TO ARINV-CUST-NO
              MOVE WS-CRM-DATE-NUM TO ARINV-DATE
              MOVE WS-CRM-LINE-NO TO ARINV-LINE-NO
              MOVE WS-CRM-COLOR TO ARINV-COLOR
              MOVE WS-CRM-QTY TO ARINV-QTY
              MOVE WS-CRM-PRICE TO ARINV-PRICE
              MOVE WS-CRM-AMOUNT TO ARINV-AMOUNT
              PERFORM WRITE-ARINV-RECORD
              PERFORM WRITE-CREDIT-MEMO-LINE.
      * ===============================================================
       WRITE-ARINV-RECORD.
           WRITE ARINV-FILE-RECORD FROM ARINV-RECORD.
           ADD 1 TO RECORD-COUNT.
      * ===============================================================
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO ARINV-TRAILER.
           MOVE 'T' TO ARINVT-TYPE.
           MOVE INVOICE-COUNT TO ARINVT-INVOICE-COUNT.
           MOVE RECORD-COUNT TO ARINVT-RECORD-COUNT.
           MOVE INVOICED-AMOUNT TO ARINVT-AMOUNT-TOTAL.
           MOVE CREDIT-COUNT TO ARINVT-CREDIT-COUNT.
           MOVE CREDITED-AMOUNT TO ARINVT-CREDIT-TOTAL.
           WRITE ARINV-FILE-RECORD FROM ARINV-TRAILER.
      * ===============================================================
       WRITE-REGISTER-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-INV-NO TO OUTPUT-INVOICE-NO.
           MOVE WS-INV-ORDER-NO TO OUTPUT-ORDER-NO.
           MOVE WS-INV-CUST TO OUTPUT-CUST-NO.
           MOVE WS-INV-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WS-INV-COLOR TO OUTPUT-COLOR.
           MOVE WS-INV-QTY TO OUTPUT-QTY.
           MOVE WS-INV-PRICE TO OUTPUT-PRICE.
           MOVE WS-INV-LINE-AMT TO OUTPUT-LINE-AMOUNT.
           MOVE INVOICE-LINE-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-INVOICE-TOTAL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-INV-NO TO TOT-OUTPUT-INVOICE-NO.
           MOVE WS-INV-TOTAL TO TOT-OUTPUT-AMOUNT.
           MOVE INVOICE-TOTAL-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-CREDIT-MEMO-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-CRM-NO TO CRM-OUTPUT-MEMO-NO.
           MOVE WS-CRM-ORDER-NO TO CRM-OUTPUT-ORDER-NO.
           MOVE WS-CRM-CUST TO CRM-OUTPUT-CUST-NO.
           MOVE WS-CRM-LINE-NO TO CRM-OUTPUT-LINE-NO.
           MOVE WS-CRM-COLOR TO CRM-OUTPUT-COLOR.
           MOVE WS-CRM-QTY TO CRM-OUTPUT-QTY.
           MOVE WS-CRM-PRICE TO CRM-OUTPUT-PRICE.
           MOVE WS-CRM-AMOUNT TO CRM-OUTPUT-AMOUNT.
           MOVE CREDIT-MEMO-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-HELD-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-INV-ORDER-NO TO HELD-OUTPUT-ORDER-NO.
           MOVE WS-INV-CUST TO HELD-OUTPUT-CUST-NO.
           MOVE HELD-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The register's control totals, then the same figures the
      * interface trailer carries so the two can be ticked together
      * ===============================================================
       WRITE-REGISTER-TOTALS.
           MOVE INVOICE-COUNT TO OUTPUT-INVOICE-COUNT.
           MOVE INV-LINE-COUNT TO OUTPUT-LINE-COUNT.
           MOVE INVOICED-QTY TO OUTPUT-INVOICED-QTY.
           MOVE INVOICED-AMOUNT TO OUTPUT-INVOICED-AMT.
           MOVE HELD-COUNT TO OUTPUT-HELD-COUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE REGISTER-TOTAL-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE CREDIT-COUNT TO OUTPUT-CREDIT-COUNT.
           MOVE CREDITED-AMOUNT TO OUTPUT-CREDITED-AMT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE CREDIT-TOTAL-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE RECORD-COUNT TO OUTPUT-RECORD-COUNT.
           MOVE INVOICED-AMOUNT TO OUTPUT-HASH-TOTAL.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE TRAILER-TOTAL-PRINT TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES INVOICE REGISTER    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
