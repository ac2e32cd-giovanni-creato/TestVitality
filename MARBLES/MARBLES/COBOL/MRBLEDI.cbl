      * ===============================================================
      * Batch import of customer orders off the inbound EDI order
      * file. The two biggest accounts send their purchase orders
      * electronically, and until now the desk re-keyed every line
      * through MRBO NEW and MRBO LIN. This run reads the order file
      * (U-T-EDIORD), one record per order line:
      *
      *   cols  1-10  customer number
      *   cols 11-30  the customer's own PO reference
      *   cols 31-40  color
      *   cols 41-46  quantity
      *   cols 47-54  wanted date     YYYYMMDD (blank = today)
      *
      * Consecutive records with the same customer and PO reference
      * are one purchase order and become one EVENT.MARBLES_ORDER
      * header, opened at the first line that books (so a PO whose
      * every line fails leaves no empty order behind), with each
      * line an EVENT.MARBLES_ORDLINE booked exactly as MRBO LIN
      * books it -- reservation, order line, reservation detail row,
      * RSV audit row -- under terminal 'BATC', the MRBLLOD
      * precedent for batch-posted rows. The customer's PO reference
      * is kept against the order on EVENT.MARBLES_ORDPO, which also
      * stops a resent file from opening the same PO twice.
      *
      * Every line passes the checks the desk's would: the customer
      * on file and not on credit hold (a PO for a held customer
      * opens nothing, as NEW refuses), the color on the approved
      * list, on file and active, the quantity numeric and within
      * available-to-promise, and the customer's credit line. A line
      * the credit line won't carry books nothing and is queued on
      * EVENT.MARBLES_CREDREV for MRBK, exactly as LIN queues it.
      * Every line prints as ACCEPTED or REJECTED -- a rejection with
      * the customer's PO reference and the reason, so the desk can
      * answer the customer the same morning -- and the control
      * totals print accepted and rejected counts and quantities
      * against the file. Any rejection ends the run with RC 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLEDI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-FILE ASSIGN U-T-EDIORD.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  EDI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EDI-RECORD.
         01 EDI-RECORD.
           02 EDI-CUST-NO        PIC X(10).
           02 EDI-PO-REF         PIC X(20).
           02 EDI-COLOR          PIC X(10).
           02 EDI-QTY            PIC X(6).
           02 EDI-WANTED         PIC X(8).
           02 FILLER             PIC X(26).
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
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  READ-COUNT        PIC 9(5) VALUE 0.
           02  ORDER-COUNT       PIC 9(5) VALUE 0.
           02  ACCEPTED-COUNT    PIC 9(5) VALUE 0.
           02  REJECTED-COUNT    PIC 9(5) VALUE 0.
           02  FILE-QTY          PIC 9(11) VALUE 0.
           02  ACCEPTED-QTY      PIC 9(11) VALUE 0.
           02  REJECTED-QTY      PIC 9(11) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-IMPORT-WORK.
           02  WS-EDI-CUST       PIC X(10) VALUE HIGH-VALUES.
           02  WS-EDI-PO         PIC X(20) VALUE HIGH-VALUES.
           02  WS-EDI-CUST-STATE PIC X(1).
               88  WS-EDI-CUST-GOOD      VALUE 'K'.
               88  WS-EDI-CUST-UNKNOWN   VALUE 'U'.
               88  WS-EDI-CUST-ON-HOLD   VALUE 'H'.
               88  WS-EDI-PO-IMPORTED    VALUE 'D'.
               88  WS-EDI-CUST-DB-ERROR  VALUE 'E'.
           02  WS-EDI-ORDER-OPEN PIC 9 VALUE 0.
           02  WS-EDI-ORD-NO     PIC S9(9) COMP VALUE 0.
           02  WS-EDI-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-EDI-COLOR      PIC X(10).
           02  WS-EDI-QTY-TEXT   PIC X(6) JUSTIFIED RIGHT.
           02  WS-EDI-QTY-9      PIC 9(6).
           02  WS-EDI-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-EDI-TODAY      PIC X(10).
           02  WS-EDI-WANTED     PIC X(10).
           02  WS-EDI-ROW-COUNT  PIC S9(4) COMP-3 VALUE 0.
           02  WS-EDI-INV        PIC S9(9) COMP VALUE 0.
           02  WS-EDI-STATUS     PIC X(1).
           02  WS-EDI-RESERVED   PIC S9(9) COMP VALUE 0.
           02  WS-EDI-RSV-BEFORE PIC S9(9) COMP VALUE 0.
           02  WS-EDI-ATP        PIC S9(9) COMP VALUE 0.
           02  WS-EDI-REASON     PIC X(24).
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  WS-CREDIT-WORK.
           02  WS-CRD-ON-FILE    PIC 9 VALUE 0.
           02  WS-CRD-HOLD       PIC X(1).
           02  WS-CRD-LIMIT      PIC S9(11) COMP-3 VALUE 0.
           02  WS-CRD-OPEN-ORDERS PIC S9(11) COMP-3 VALUE 0.
           02  WS-CRD-UNPAID     PIC S9(11) COMP-3 VALUE 0.
           02  WS-CRD-PRICE      PIC S9(5) COMP-3 VALUE 0.
           02  WS-CRD-LINE-VALUE PIC S9(11) COMP-3 VALUE 0.
           02  WS-CRD-EXPOSURE   PIC S9(11) COMP-3 VALUE 0.
           02  WS-CRD-REVIEW-NO  PIC S9(9) COMP VALUE 0.
           02  WS-CRD-REVIEW-DISPLAY PIC 9(8).
       01  ACCEPTED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'ACCEPTED: '.
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  OUTPUT-PO-REF         PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  OUTPUT-ORDER-NO       PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(29).
       01  REJECTED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'REJECTED: '.
           02  REJ-OUTPUT-CUST-NO    PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  REJ-OUTPUT-PO-REF     PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  REJ-OUTPUT-COLOR      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  REJ-OUTPUT-QTY        PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  REJ-OUTPUT-REASON     PIC X(24).
           02  FILLER                PIC X(26).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'LINES:     '.
           02  OUTPUT-READ-COUNT     PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'QUANTITY: '.
           02  OUTPUT-FILE-QTY       PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE 'ORDERS OPENED:  '.
           02  OUTPUT-ORDER-COUNT    PIC ZZ,ZZ9.
           02  FILLER                PIC X(58).
       01  SUMMARY-SPLIT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'ACCEPTED:  '.
           02  OUTPUT-ACCEPTED-COUNT PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'QUANTITY: '.
           02  OUTPUT-ACCEPTED-QTY   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'REJECTED:  '.
           02  OUTPUT-REJECTED-COUNT PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'QUANTITY: '.
           02  OUTPUT-REJECTED-QTY   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(36).
      * ===============================================================
      * Map SQL tables this run reads and books into -- the same
      * ones MRBO NEW and LIN use (see MRBLORD.cbl), plus the PO
      * reference table
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
           EXEC SQL DECLARE EVENT.MARBLES_COLOR TABLE
           ( COLOR                          VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             BEFORE-QTY                     INTEGER     NOT NULL,
             AFTER-QTY                      INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             LOG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RESERVE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             RESERVED-QTY                   INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RSVLOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RSV-STATUS                     CHAR(1)     NOT NULL,
             RSV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
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
      * Map SQL PO reference table (one row per order opened off a
      * customer's electronic purchase order -- SOURCE 'EDI')
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ORDPO TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-PO-REF                    VARCHAR(20) NOT NULL,
             SOURCE                         CHAR(3)     NOT NULL,
             PO-TIMESTAMP                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CREDIT TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CREDIT-LIMIT                   DECIMAL(11,0) NOT NULL,
             CREDIT-HOLD                    CHAR(1)     NOT NULL,
             LAST-UPDATED                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PRICE TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             EFF-DATE                       DATE        NOT NULL
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
           EXEC SQL DECLARE EVENT.MARBLES_CREDREV TABLE
           ( REVIEW-NO                      INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             LINE-VALUE                     DECIMAL(11,0) NOT NULL,
             EXPOSURE                       DECIMAL(11,0) NOT NULL,
             CREDIT-LIMIT                   DECIMAL(11,0) NOT NULL,
             REV-REASON                     CHAR(1)     NOT NULL,
             REV-STATUS                     CHAR(1)     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             REV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CREDLOG TABLE
           ( REVIEW-NO                      INTEGER     NOT NULL,
             ACTION                         CHAR(3)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             LINE-VALUE                     DECIMAL(11,0) NOT NULL,
             EXPOSURE                       DECIMAL(11,0) NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             LOG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLEDI ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           EXEC SQL
               SELECT CHAR(CURRENT DATE) INTO :WS-EDI-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  EDI-FILE
                OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADER.
           PERFORM GET-EDI-RECORD.
           PERFORM IMPORT-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY-LINES.
           IF REJECTED-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE READ-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE EDI-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
       GET-EDI-RECORD.
           READ EDI-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       IMPORT-AND-READ.
           PERFORM IMPORT-ONE-LINE.
           PERFORM GET-EDI-RECORD.
      * ===============================================================
      * One order line: a new customer or PO reference starts a new
      * purchase order; then the line's own edits, available-to-
      * promise, and credit, and the booking if all of them pass
      * ===============================================================
       IMPORT-ONE-LINE.
           ADD 1 TO READ-COUNT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE SPACES TO WS-EDI-REASON.
           IF EDI-CUST-NO NOT = WS-EDI-CUST
              OR EDI-PO-REF NOT = WS-EDI-PO
              PERFORM START-PURCHASE-ORDER.
           PERFORM EDIT-ORDER-LINE.
           IF WS-EDI-REASON = SPACES
              PERFORM CHECK-LINE-ATP.
           IF WS-EDI-REASON = SPACES AND WS-CRD-ON-FILE = 1
              PERFORM CHECK-LINE-CREDIT.
           IF WS-EDI-REASON = SPACES
              PERFORM BOOK-ORDER-LINE.
           IF WS-SQL-ERROR = 1
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR' TO WS-EDI-REASON.
           IF WS-EDI-REASON = SPACES
              ADD 1 TO ACCEPTED-COUNT
              ADD WS-EDI-QTY TO ACCEPTED-QTY
              PERFORM WRITE-ACCEPTED-LINE
           ELSE
              ADD 1 TO REJECTED-COUNT
              ADD WS-EDI-QTY TO REJECTED-QTY
              PERFORM WRITE-REJECTED-LINE.
      * ===============================================================
      * The customer-level checks, made once per purchase order: on
      * file, not on credit hold, and this PO not already imported
      * ===============================================================
       START-PURCHASE-ORDER.
           MOVE EDI-CUST-NO TO WS-EDI-CUST.
           MOVE EDI-PO-REF TO WS-EDI-PO.
           MOVE 0 TO WS-EDI-ORDER-OPEN.
           MOVE 0 TO WS-CRD-ON-FILE.
           MOVE 'K' TO WS-EDI-CUST-STATE.
           MOVE 0 TO WS-EDI-ROW-COUNT.
           IF WS-EDI-CUST NOT = SPACES
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-EDI-ROW-COUNT
                  FROM EVENT.MARBLES_CUSTOMER
                  WHERE CUST-NO = :WS-EDI-CUST
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'E' TO WS-EDI-CUST-STATE
              END-IF
           END-IF.
           IF WS-EDI-CUST-GOOD AND WS-EDI-ROW-COUNT = 0
              MOVE 'U' TO WS-EDI-CUST-STATE.
           IF WS-EDI-CUST-GOOD
              EXEC SQL
                  SELECT CREDIT-LIMIT, CREDIT-HOLD
                      INTO :WS-CRD-LIMIT, :WS-CRD-HOLD
                  FROM EVENT.MARBLES_CREDIT
                  WHERE CUST-NO = :WS-EDI-CUST
              END-EXEC
              IF SQLCODE = 0
                 MOVE 1 TO WS-CRD-ON-FILE
                 IF WS-CRD-HOLD = 'Y'
                    MOVE 'H' TO WS-EDI-CUST-STATE
                 END-IF
              ELSE IF SQLCODE NOT = 100
                 MOVE 'E' TO WS-EDI-CUST-STATE
              END-IF
           END-IF.
           IF WS-EDI-CUST-GOOD
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-EDI-ROW-COUNT
                  FROM EVENT.MARBLES_ORDPO
                  WHERE CUST-NO = :WS-EDI-CUST
                    AND CUST-PO-REF = :WS-EDI-PO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'E' TO WS-EDI-CUST-STATE
              ELSE IF WS-EDI-ROW-COUNT > 0
                 MOVE 'D' TO WS-EDI-CUST-STATE
              END-IF
           END-IF.
      * ===============================================================
      * The line's own edits -- the PO's customer-level outcome
      * first, then the quantity, then the color: approved, on file,
      * and active. A blank or bad wanted date defaults to today,
      * as MRBO LIN defaults it.
      * ===============================================================
       EDIT-ORDER-LINE.
           MOVE EDI-COLOR TO WS-EDI-COLOR.
           MOVE 0 TO WS-EDI-QTY.
           MOVE EDI-QTY TO WS-EDI-QTY-TEXT.
           INSPECT WS-EDI-QTY-TEXT
               REPLACING LEADING SPACE BY ZERO.
           IF WS-EDI-QTY-TEXT IS NUMERIC
              MOVE WS-EDI-QTY-TEXT TO WS-EDI-QTY-9
              MOVE WS-EDI-QTY-9 TO WS-EDI-QTY
              ADD WS-EDI-QTY TO FILE-QTY.
           IF EDI-WANTED IS NUMERIC
              MOVE SPACES TO WS-EDI-WANTED
              STRING EDI-WANTED(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     EDI-WANTED(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     EDI-WANTED(7:2) DELIMITED BY SIZE
                  INTO WS-EDI-WANTED
           ELSE
              MOVE WS-EDI-TODAY TO WS-EDI-WANTED.
           IF WS-EDI-CUST-DB-ERROR
              MOVE 1 TO WS-SQL-ERROR
           ELSE IF WS-EDI-CUST-UNKNOWN
              MOVE 'UNKNOWN CUSTOMER' TO WS-EDI-REASON
           ELSE IF WS-EDI-CUST-ON-HOLD
              MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-EDI-REASON
           ELSE IF WS-EDI-PO-IMPORTED
              MOVE 'PO ALREADY IMPORTED' TO WS-EDI-REASON
           ELSE IF WS-EDI-PO = SPACES
              MOVE 'NO PO REFERENCE' TO WS-EDI-REASON
           ELSE IF WS-EDI-QTY-TEXT IS NOT NUMERIC
              OR WS-EDI-QTY = 0
              MOVE 'BAD QUANTITY' TO WS-EDI-REASON
           ELSE
              PERFORM CHECK-LINE-COLOR
           END-IF.
      * ===============================================================
      * The color has to be on the approved list, on file, and
      * active -- a held or discontinued color takes no new orders
      * ===============================================================
       CHECK-LINE-COLOR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EDI-ROW-COUNT
               FROM EVENT.MARBLES_COLOR
               WHERE COLOR = :WS-EDI-COLOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE IF WS-EDI-ROW-COUNT = 0
              MOVE 'COLOR NOT APPROVED' TO WS-EDI-REASON
           ELSE
              EXEC SQL
                  SELECT INVENTORY, STATUS
                      INTO :WS-EDI-INV, :WS-EDI-STATUS
                  FROM EVENT.MARBLES
                  WHERE COLOR = :WS-EDI-COLOR
                  FOR UPDATE OF INVENTORY
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'UNKNOWN COLOR' TO WS-EDI-REASON
              ELSE IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              ELSE IF WS-EDI-STATUS NOT = 'A'
                 MOVE 'COLOR NOT ACTIVE' TO WS-EDI-REASON
              END-IF
           END-IF.
      * ===============================================================
      * Refuse a line past available-to-promise -- the double-sell
      * guard MRBO LIN and DO-RESERVE keep
      * ===============================================================
       CHECK-LINE-ATP.
           MOVE 0 TO WS-EDI-RESERVED.
           EXEC SQL
               SELECT RESERVED-QTY INTO :WS-EDI-RESERVED
               FROM EVENT.MARBLES_RESERVE
               WHERE COLOR = :WS-EDI-COLOR
           END-EXEC
           IF SQLCODE = 100
              MOVE 0 TO WS-EDI-RESERVED
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           END-IF.
           IF WS-SQL-ERROR = 0
              COMPUTE WS-EDI-ATP = WS-EDI-INV - WS-EDI-RESERVED
              IF WS-EDI-QTY > WS-EDI-ATP
                 MOVE 'EXCEEDS AVAILABLE' TO WS-EDI-REASON
              END-IF
           END-IF.
      * ===============================================================
      * Would this line push the customer past their credit line?
      * Valued and totalled exactly as MRBO LIN values them; a line
      * that would is queued for the credit supervisor on MRBK
      * against its order, which is opened for it if need be
      * ===============================================================
       CHECK-LINE-CREDIT.
           PERFORM GET-LINE-VALUE.
           IF WS-SQL-ERROR = 0
              PERFORM GET-CUSTOMER-EXPOSURE.
           IF WS-SQL-ERROR = 0
              COMPUTE WS-CRD-EXPOSURE = WS-CRD-OPEN-ORDERS
                  + WS-CRD-UNPAID + WS-CRD-LINE-VALUE
              IF WS-CRD-EXPOSURE > WS-CRD-LIMIT
                 IF WS-EDI-ORDER-OPEN = 0
                    PERFORM OPEN-ORDER-HEADER
                 END-IF
                 IF WS-SQL-ERROR = 0
                    PERFORM QUEUE-CREDIT-REVIEW
                 END-IF
              END-IF
           END-IF.
      * ===============================================================
      * This line at the customer's own price in effect today, else
      * the standard price (see MRBLORD.cbl's GET-LINE-VALUE)
      * ===============================================================
       GET-LINE-VALUE.
           MOVE 0 TO WS-CRD-PRICE.
           EXEC SQL
               SELECT COALESCE(
                      (SELECT P.UNIT-PRICE
                       FROM EVENT.MARBLES_PRICE P
                       WHERE P.CUST-NO = :WS-EDI-CUST
                         AND P.COLOR = :WS-EDI-COLOR
                         AND P.EFF-DATE =
                             (SELECT MAX(EFF-DATE)
                              FROM EVENT.MARBLES_PRICE
                              WHERE CUST-NO = :WS-EDI-CUST
                                AND COLOR = :WS-EDI-COLOR
                                AND EFF-DATE <= CURRENT DATE)),
                      (SELECT S.UNIT-PRICE
                       FROM EVENT.MARBLES_PRICE S
                       WHERE S.CUST-NO = ' '
                         AND S.COLOR = :WS-EDI-COLOR
                         AND S.EFF-DATE =
                             (SELECT MAX(EFF-DATE)
                              FROM EVENT.MARBLES_PRICE
                              WHERE CUST-NO = ' '
                                AND COLOR = :WS-EDI-COLOR
                                AND EFF-DATE <= CURRENT DATE)),
                      0)
                   INTO :WS-CRD-PRICE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              COMPUTE WS-CRD-LINE-VALUE = WS-CRD-PRICE * WS-EDI-QTY
           END-IF.
      * ===============================================================
      * What the customer has on order -- open and drop-ship lines,
      * and picked or drop-shipped lines not billed yet, including
      * any this run has booked -- and what they still owe (see
      * MRBLORD.cbl)
      * ===============================================================
       GET-CUSTOMER-EXPOSURE.
           EXEC SQL
               SELECT COALESCE(SUM(X.LINE-VALUE), 0)
                   INTO :WS-CRD-OPEN-ORDERS
               FROM (SELECT L.QUANTITY * COALESCE(
                            (SELECT P.UNIT-PRICE
                             FROM EVENT.MARBLES_PRICE P
                             WHERE P.CUST-NO = O.CUST-NO
                               AND P.COLOR = L.COLOR
                               AND P.EFF-DATE =
                                   (SELECT MAX(P2.EFF-DATE)
                                    FROM EVENT.MARBLES_PRICE P2
                                    WHERE P2.CUST-NO = O.CUST-NO
                                      AND P2.COLOR = L.COLOR
                                      AND P2.EFF-DATE <=
                                          CURRENT DATE)),
                            (SELECT S.UNIT-PRICE
                             FROM EVENT.MARBLES_PRICE S
                             WHERE S.CUST-NO = ' '
                               AND S.COLOR = L.COLOR
                               AND S.EFF-DATE =
                                   (SELECT MAX(S2.EFF-DATE)
                                    FROM EVENT.MARBLES_PRICE S2
                                    WHERE S2.CUST-NO = ' '
                                      AND S2.COLOR = L.COLOR
                                      AND S2.EFF-DATE <=
                                          CURRENT DATE)),
                            0) AS LINE-VALUE
                     FROM EVENT.MARBLES_ORDER O,
                          EVENT.MARBLES_ORDLINE L
                     WHERE L.ORDER-NO = O.ORDER-NO
                       AND O.CUST-NO = :WS-EDI-CUST
                       AND (L.LINE-STATUS IN ('O', 'D')
                            OR (L.LINE-STATUS IN ('P', 'S')
                                AND NOT EXISTS
                                    (SELECT 1
                                     FROM EVENT.MARBLES_INVLINE I
                                     WHERE I.ORDER-NO = L.ORDER-NO
                                       AND I.LINE-NO = L.LINE-NO))))
                    AS X
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  SELECT COALESCE(SUM(OPEN-AMOUNT), 0)
                      INTO :WS-CRD-UNPAID
                  FROM EVENT.MARBLES_ARITEM
                  WHERE CUST-NO = :WS-EDI-CUST
                    AND ITEM-STATUS = 'O'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR.
      * ===============================================================
      * Queue the refused line under the next review number with the
      * numbers that refused it, and log the refusal -- the line is
      * rejected here with its review number for the desk to quote
      * ===============================================================
       QUEUE-CREDIT-REVIEW.
           EXEC SQL
               SELECT COALESCE(MAX(REVIEW-NO), 0) + 1
                   INTO :WS-CRD-REVIEW-NO
               FROM EVENT.MARBLES_CREDREV
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_CREDREV
                  VALUES (:WS-CRD-REVIEW-NO, :WS-EDI-ORD-NO,
                          :WS-EDI-CUST, :WS-EDI-COLOR,
                          :WS-EDI-QTY, :WS-EDI-WANTED,
                          :WS-CRD-LINE-VALUE, :WS-CRD-EXPOSURE,
                          :WS-CRD-LIMIT, 'L', 'P',
                          'BATC', CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_CREDLOG
                  VALUES (:WS-CRD-REVIEW-NO, 'REF', :WS-EDI-CUST,
                          :WS-CRD-LINE-VALUE, :WS-CRD-EXPOSURE,
                          'BATC', CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              MOVE WS-CRD-REVIEW-NO TO WS-CRD-REVIEW-DISPLAY
              STRING 'CREDIT REVIEW ' DELIMITED BY SIZE
                  WS-CRD-REVIEW-DISPLAY DELIMITED BY SIZE
                  INTO WS-EDI-REASON
           END-IF.
      * ===============================================================
      * The PO's order header, numbered one past the highest on file
      * as MRBO NEW numbers it, wanted on the first line's date, and
      * its PO reference row
      * ===============================================================
       OPEN-ORDER-HEADER.
           EXEC SQL
               SELECT COALESCE(MAX(ORDER-NO), 0) + 1
                   INTO :WS-EDI-ORD-NO
               FROM EVENT.MARBLES_ORDER
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDER
                  VALUES (:WS-EDI-ORD-NO, 'BATC', :WS-EDI-CUST, 'O',
                          :WS-EDI-WANTED, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDPO
                  VALUES (:WS-EDI-ORD-NO, :WS-EDI-CUST, :WS-EDI-PO,
                          'EDI', CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              MOVE 1 TO WS-EDI-ORDER-OPEN
              ADD 1 TO ORDER-COUNT
           END-IF.
      * ===============================================================
      * Book the line as MRBO LIN books it: the new reserved total,
      * the order line, the reservation detail row stamped with the
      * customer, and the RSV audit row carrying reserved before and
      * after
      * ===============================================================
       BOOK-ORDER-LINE.
           IF WS-EDI-ORDER-OPEN = 0
              PERFORM OPEN-ORDER-HEADER.
           IF WS-SQL-ERROR = 0
              MOVE WS-EDI-RESERVED TO WS-EDI-RSV-BEFORE
              ADD WS-EDI-QTY TO WS-EDI-RESERVED
              EXEC SQL
                  UPDATE EVENT.MARBLES_RESERVE
                  SET RESERVED-QTY = :WS-EDI-RESERVED
                  WHERE COLOR = :WS-EDI-COLOR
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_RESERVE
                     VALUES (:WS-EDI-COLOR, :WS-EDI-RESERVED)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  SELECT COALESCE(MAX(LINE-NO), 0) + 1
                      INTO :WS-EDI-LINE-NO
                  FROM EVENT.MARBLES_ORDLINE
                  WHERE ORDER-NO = :WS-EDI-ORD-NO
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_ORDLINE
                     VALUES (:WS-EDI-ORD-NO, :WS-EDI-LINE-NO,
                             :WS-EDI-COLOR, :WS-EDI-QTY,
                             :WS-EDI-WANTED, 'O')
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_RSVLOG
                  VALUES (:WS-EDI-COLOR, :WS-EDI-QTY, :WS-EDI-CUST,
                          'BATC', 'O', CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_LOG
                     VALUES (:WS-EDI-COLOR, 'RSV', :WS-EDI-RSV-BEFORE,
                             :WS-EDI-RESERVED, 'BATC',
                             CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
       WRITE-ACCEPTED-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE EDI-CUST-NO TO OUTPUT-CUST-NO.
           MOVE EDI-PO-REF TO OUTPUT-PO-REF.
           MOVE WS-EDI-ORD-NO TO OUTPUT-ORDER-NO.
           MOVE WS-EDI-LINE-NO TO OUTPUT-LINE-NO.
           MOVE EDI-COLOR TO OUTPUT-COLOR.
           MOVE WS-EDI-QTY TO OUTPUT-QTY.
           MOVE ACCEPTED-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * A rejection prints the line as the customer sent it, so the
      * desk can read it back against the customer's own PO
      * ===============================================================
       WRITE-REJECTED-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE EDI-CUST-NO TO REJ-OUTPUT-CUST-NO.
           MOVE EDI-PO-REF TO REJ-OUTPUT-PO-REF.
           MOVE EDI-COLOR TO REJ-OUTPUT-COLOR.
           MOVE EDI-QTY TO REJ-OUTPUT-QTY.
           MOVE WS-EDI-REASON TO REJ-OUTPUT-REASON.
           MOVE REJECTED-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The control totals -- the file's lines and quantity against
      * what was accepted and what was rejected, which always add
      * back to the file
      * ===============================================================
       WRITE-SUMMARY-LINES.
           MOVE READ-COUNT TO OUTPUT-READ-COUNT.
           MOVE FILE-QTY TO OUTPUT-FILE-QTY.
           MOVE ORDER-COUNT TO OUTPUT-ORDER-COUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE ACCEPTED-COUNT TO OUTPUT-ACCEPTED-COUNT.
           MOVE ACCEPTED-QTY TO OUTPUT-ACCEPTED-QTY.
           MOVE REJECTED-COUNT TO OUTPUT-REJECTED-COUNT.
           MOVE REJECTED-QTY TO OUTPUT-REJECTED-QTY.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-SPLIT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES EDI ORDER IMPORT    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
