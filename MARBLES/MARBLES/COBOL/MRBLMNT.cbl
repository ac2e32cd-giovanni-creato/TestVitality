      *   MRBM <TABLE> <ACTION> <KEY> [arguments]
      *
      * Where:
      *  <TABLE>  = CLR|BIN|SUP|AUT|PRC|CRD|RPL|CCT
      *  <ACTION> = LST|ADD|UPD|DEL
      *
      * Example:
      *  MRBM SUP ADD GLASSCO GOLD 000012 014 0144
      *  MRBM AUT ADD T001 DEL
      *  MRBM BIN LST
      *  MRBM PRC ADD ACME GOLD 000014 20261101
      *  MRBM PRC ADD * GOLD 000015 20261101
      *  MRBM PRC LST ACME
      *  MRBM CRD ADD ACME 50000 N
      *  MRBM CRD UPD ACME 50000 Y
      *  MRBM RPL ADD GOLD A3 000050 000400
      *  MRBM RPL LST
      *  MRBM CCT ADD ANNEX ANNEXCC
      *  MRBM CCT LST
      *
      * Online maintenance over the four reference tables that steer
      * every validation in MARBLES.cbl and MRBLPOR -- the approved
      * extrapartition queue the way FINMNT01 writes FAUD: terminal,
      * table, action, key, the new values, and when. Adding one
      * approved color stops taking a ticket and two days.
      *
      * PRC is the sales price list the nightly invoicing run
      * (MRBLINV) prices picked order lines from: keyed by customer,
      * color, and effective date, so a price change is keyed ahead
      * of the day it takes effect and the old price stays on file
      * for the invoices it already priced. Customer '*' is the
      * standard price every customer pays unless a customer row of
      * their own overrides it.
      *
      * CRD is the customer's credit line MRBO LIN enforces: a
      * limit on open orders plus unpaid invoices, and a hold flag
      * ('Y' stops every new line for the customer whatever the
      * limit says). A customer with no CRD row is not on credit
      * control and orders as before.
      *
      * RPL is the forward-pick face: keyed by color plus pick bin,
      * with the trigger quantity at or below which the face wants
      * topping up and the maximum it is topped up to. MRBLFPR reads
      * it to build the replenishment move list from reserve. The
      * bin has to be on the bin table, the maximum has to clear the
      * trigger, and a bin with a capacity can't be given a maximum
      * it won't hold.
      *
      * CCT maps a stock location (a bin, or a building name such as
      * the MRBX transfer ends MAIN and ANNEX) to the finance cost
      * center that budgets it. MRBLGLJ tags the inventory side of
      * transfers and location-level MOVs with it, so the buildings
      * carry their own inventory value; a location with no CCT row
      * belongs to no cost center and journals untagged.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLMNT.
          02 WS-TABLE-BIN PIC 9 VALUE 0.
          02 WS-TABLE-SUP PIC 9 VALUE 0.
          02 WS-TABLE-AUT PIC 9 VALUE 0.
          02 WS-TABLE-PRC PIC 9 VALUE 0.
          02 WS-TABLE-CRD PIC 9 VALUE 0.
          02 WS-TABLE-RPL PIC 9 VALUE 0.
          02 WS-TABLE-CCT PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-ACTION-ADD PIC 9 VALUE 0.
          02 WS-ACTION-UPDATE PIC 9 VALUE 0.
          02 WS-MULTIPLE PIC S9(9) COMP VALUE 0.
          02 WS-LEAD-DAYS PIC S9(9) COMP VALUE 0.
          02 WS-CASE-PACK PIC S9(9) COMP VALUE 0.
       01 WS-PRICE-WORK.
          02 WS-PRC-CUST PIC X(10).
          02 WS-PRC-ALL PIC X(1).
          02 WS-PRC-PRICE PIC S9(5) COMP-3 VALUE 0.
          02 WS-PRC-DATE-TEXT PIC X(8).
          02 WS-PRC-EFF-DATE PIC X(10).
          02 WS-PRC-LIST-PRICE PIC 9(5).
       01 WS-CREDIT-WORK.
          02 WS-CRD-LIMIT-TEXT PIC X(10) JUSTIFIED RIGHT.
          02 WS-CRD-LIMIT PIC S9(11) COMP-3 VALUE 0.
          02 WS-CRD-LIMIT-DISPLAY PIC 9(10).
          02 WS-CRD-HOLD PIC X(1).
       01 WS-REPLEN-WORK.
          02 WS-RPL-TRIGGER PIC S9(9) COMP VALUE 0.
          02 WS-RPL-MAX PIC S9(9) COMP VALUE 0.
          02 WS-RPL-BIN-CAPACITY PIC S9(9) COMP VALUE 0.
          02 WS-RPL-TRIGGER-DISPLAY PIC 9(6).
          02 WS-RPL-MAX-DISPLAY PIC 9(6).
       01 WS-LIST-WORK.
          02 WS-LIST-KEY1 PIC X(10).
          02 WS-LIST-KEY2 PIC X(10).
          02 WS-CONST-BIN PIC X(3) VALUE 'BIN'.
          02 WS-CONST-SUP PIC X(3) VALUE 'SUP'.
          02 WS-CONST-AUT PIC X(3) VALUE 'AUT'.
          02 WS-CONST-PRC PIC X(3) VALUE 'PRC'.
          02 WS-CONST-CRD PIC X(3) VALUE 'CRD'.
          02 WS-CONST-RPL PIC X(3) VALUE 'RPL'.
          02 WS-CONST-CCT PIC X(3) VALUE 'CCT'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-ADD PIC X(3) VALUE 'ADD'.
          02 WS-CONST-UPDATE PIC X(3) VALUE 'UPD'.
          05 WS-INPUT-FOURTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-KEY2 PIC X(10) VALUE SPACES.
          05 WS-INPUT-FIFTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ARGS.
             10 WS-INPUT-ARG2 PIC X(6) VALUE SPACES.
             10 WS-INPUT-SIXTH-SPACE PIC X(1) VALUE SPACES.
             10 WS-INPUT-ARG3 PIC X(3) VALUE SPACES.
             10 WS-INPUT-SEVENTH-SPACE PIC X(1) VALUE SPACES.
             10 WS-INPUT-ARG4 PIC X(4) VALUE SPACES.
      * ===============================================================
      * PRC carries a price and an eight-digit effective date after
      * the customer and color, so its arguments sit differently
      * under the same typed positions
      * ===============================================================
          05 WS-INPUT-PRICE-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-PRICE PIC X(6).
             10 WS-INPUT-PRICE-SPACE PIC X(1).
             10 WS-INPUT-EFF-DATE PIC X(8).
      * ===============================================================
      * CRD carries the credit limit in the second key position and
      * the hold flag in the first argument position
      * ===============================================================
          05 WS-INPUT-CREDIT-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-HOLD PIC X(1).
             10 FILLER PIC X(14).
      * ===============================================================
      * RPL carries the trigger and the maximum, six digits each,
      * after the color and the pick bin
      * ===============================================================
          05 WS-INPUT-REPLEN-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-TRIGGER PIC X(6).
             10 WS-INPUT-REPLEN-SPACE PIC X(1).
             10 WS-INPUT-MAX PIC X(6).
             10 FILLER PIC X(2).
       01 WS-OUTPUT.
          05 WS-OUTPUT-TEXT PIC X(780).
       01 WS-MSG-LENGTH PIC S9(4) COMP.
           ( TERM-ID                        CHAR(4)     NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL sales price list -- CUST-NO blank is the standard
      * price; a customer's own row overrides it from its EFF-DATE
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PRICE TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             EFF-DATE                       DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL customer credit table -- one row per customer under
      * credit control (CREDIT-HOLD 'Y' or 'N')
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_CREDIT TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CREDIT-LIMIT                   DECIMAL(11,0) NOT NULL,
             CREDIT-HOLD                    CHAR(1)     NOT NULL,
             LAST-UPDATED                   TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL forward-pick table -- one row per color per pick
      * bin, topped up to MAX-QTY once it falls to TRIGGER-QTY
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_REPLEN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             BIN                            VARCHAR(10) NOT NULL,
             TRIGGER-QTY                    INTEGER     NOT NULL,
             MAX-QTY                        INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL cost-center table -- one row per stock location
      * finance budgets under a cost center
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_COSTCTR TABLE
           ( LOCATION                       VARCHAR(10) NOT NULL,
             COST-CENTER                    VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBM transaction
                    PERFORM DO-SUPPLIER-MAINT
                ELSE IF WS-TABLE-AUT = 1 THEN
                    PERFORM DO-AUTH-MAINT
                ELSE IF WS-TABLE-PRC = 1 THEN
                    PERFORM DO-PRICE-MAINT
                ELSE IF WS-TABLE-CRD = 1 THEN
                    PERFORM DO-CREDIT-MAINT
                ELSE IF WS-TABLE-RPL = 1 THEN
                    PERFORM DO-REPLEN-MAINT
                ELSE IF WS-TABLE-CCT = 1 THEN
                    PERFORM DO-COSTCTR-MAINT
                END-IF
            END-IF.
            PERFORM WRITE-OUTPUT
                MOVE 1 TO WS-TABLE-SUP
            ELSE IF WS-CONST-AUT = WS-INPUT-TABLE THEN
                MOVE 1 TO WS-TABLE-AUT
            ELSE IF WS-CONST-PRC = WS-INPUT-TABLE THEN
                MOVE 1 TO WS-TABLE-PRC
            ELSE IF WS-CONST-CRD = WS-INPUT-TABLE THEN
                MOVE 1 TO WS-TABLE-CRD
            ELSE IF WS-CONST-RPL = WS-INPUT-TABLE THEN
                MOVE 1 TO WS-TABLE-RPL
            ELSE IF WS-CONST-CCT = WS-INPUT-TABLE THEN
                MOVE 1 TO WS-TABLE-CCT
            ELSE
                MOVE 35 TO WS-MSG-LENGTH
                MOVE 'USE CLR|BIN|SUP|AUT|PRC|CRD|RPL|CCT'
                    TO WS-OUTPUT-TEXT
            END-IF
      *
            IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-DELETE
            ELSE
                MOVE 0 TO WS-TABLE-CLR WS-TABLE-BIN
                          WS-TABLE-SUP WS-TABLE-AUT WS-TABLE-PRC
                          WS-TABLE-CRD WS-TABLE-RPL WS-TABLE-CCT
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'USE LST|ADD|UPD|DEL' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-ACTION-LIST = 0
                    AND WS-INPUT-KEY1 = SPACES THEN
                MOVE 0 TO WS-TABLE-CLR WS-TABLE-BIN
                          WS-TABLE-SUP WS-TABLE-AUT WS-TABLE-PRC
                          WS-TABLE-CRD WS-TABLE-RPL WS-TABLE-CCT
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'KEY REQUIRED' TO WS-OUTPUT-TEXT
            END-IF.
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Price list: keyed by customer ('*' for the standard price),
      * color, and effective date. A price is a new row from its
      * effective date on, never an overwrite of the old one --
      * UPD only corrects a row keyed wrong before it took effect.
      * ===============================================================
       DO-PRICE-MAINT.
      *
            MOVE WS-INPUT-KEY1 TO WS-PRC-CUST
            IF WS-INPUT-KEY1 = '*' THEN
                MOVE SPACES TO WS-PRC-CUST
            END-IF
            IF WS-ACTION-LIST = 1 THEN
                PERFORM LIST-PRICES
            ELSE IF WS-INPUT-KEY2 = SPACES THEN
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'COLOR REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 0 TO WS-EDIT-ERROR
                PERFORM EDIT-EFFECTIVE-DATE
                IF WS-EDIT-ERROR = 0 AND WS-ACTION-DELETE = 0 THEN
                    MOVE WS-INPUT-PRICE TO WS-NUM-TEXT
                    PERFORM EDIT-ONE-NUMBER
                    IF WS-EDIT-ERROR = 0 AND WS-CAPACITY > 99999 THEN
                        MOVE 1 TO WS-EDIT-ERROR
                        MOVE 15 TO WS-MSG-LENGTH
                        MOVE 'PRICE TOO LARGE' TO WS-OUTPUT-TEXT
                    END-IF
                    MOVE WS-CAPACITY TO WS-PRC-PRICE
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-ACTION-ADD = 1 THEN
                    PERFORM CHECK-PRICE-KEYS
                END-IF
                IF WS-EDIT-ERROR = 0 THEN
                    PERFORM COUNT-PRICE-ROW
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                    IF WS-ACTION-ADD = 1 THEN
                        PERFORM ADD-PRICE-ROW
                    ELSE IF WS-ACTION-UPDATE = 1 THEN
                        PERFORM UPDATE-PRICE-ROW
                    ELSE
                        PERFORM DELETE-PRICE-ROW
                    END-IF
                END-IF
            END-IF.
      * ===============================================================
      * The effective date is required and typed YYYYMMDD; it is
      * rebuilt in the hyphenated shape DB2 takes for a DATE column,
      * the way MRBLORD rebuilds a wanted date
      * ===============================================================
       EDIT-EFFECTIVE-DATE.
      *
            MOVE WS-INPUT-EFF-DATE TO WS-PRC-DATE-TEXT
            IF WS-PRC-DATE-TEXT IS NUMERIC THEN
                MOVE SPACES TO WS-PRC-EFF-DATE
                STRING WS-PRC-DATE-TEXT(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-PRC-DATE-TEXT(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-PRC-DATE-TEXT(7:2) DELIMITED BY SIZE
                    INTO WS-PRC-EFF-DATE
            ELSE
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'EFFECTIVE DATE REQUIRED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * A new price has to be for an approved color and, unless it
      * is the standard price, a customer on the reference table
      * ===============================================================
       CHECK-PRICE-KEYS.
      *
            MOVE 0 TO WS-SQL-ERROR
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_COLOR
                WHERE COLOR = :WS-INPUT-KEY2
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            ELSE IF WS-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'COLOR NOT APPROVED' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-PRC-CUST NOT = SPACES THEN
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-ROW-COUNT
                    FROM EVENT.MARBLES_CUSTOMER
                    WHERE CUST-NO = :WS-PRC-CUST
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
                ELSE IF WS-ROW-COUNT = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 16 TO WS-MSG-LENGTH
                    MOVE 'UNKNOWN CUSTOMER' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       COUNT-PRICE-ROW.
      *
            MOVE 0 TO WS-SQL-ERROR
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_PRICE
                WHERE CUST-NO = :WS-PRC-CUST
                  AND COLOR = :WS-INPUT-KEY2
                  AND EFF-DATE = :WS-PRC-EFF-DATE
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       ADD-PRICE-ROW.
      *
            IF WS-ROW-COUNT > 0 THEN
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'PRICE ALREADY ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_PRICE
                    VALUES (:WS-PRC-CUST, :WS-INPUT-KEY2,
                            :WS-PRC-PRICE, :WS-PRC-EFF-DATE)
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO ADD ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 11 TO WS-MSG-LENGTH
                    MOVE 'PRICE ADDED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       UPDATE-PRICE-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'PRICE NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLES_PRICE
                    SET UNIT-PRICE = :WS-PRC-PRICE
                    WHERE CUST-NO = :WS-PRC-CUST
                      AND COLOR = :WS-INPUT-KEY2
                      AND EFF-DATE = :WS-PRC-EFF-DATE
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 13 TO WS-MSG-LENGTH
                    MOVE 'PRICE UPDATED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       DELETE-PRICE-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'PRICE NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    DELETE FROM EVENT.MARBLES_PRICE
                    WHERE CUST-NO = :WS-PRC-CUST
                      AND COLOR = :WS-INPUT-KEY2
                      AND EFF-DATE = :WS-PRC-EFF-DATE
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO DELETE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 13 TO WS-MSG-LENGTH
                    MOVE 'PRICE DELETED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * LST with a customer lists that customer's rows ('*' the
      * standard rows); LST alone lists the whole price list
      * ===============================================================
       LIST-PRICES.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            MOVE 'N' TO WS-PRC-ALL
            IF WS-INPUT-KEY1 = SPACES THEN
                MOVE 'Y' TO WS-PRC-ALL
            END-IF
            EXEC SQL
                DECLARE C-MNTPRC CURSOR FOR
                SELECT CUST-NO, COLOR, UNIT-PRICE, CHAR(EFF-DATE)
                FROM EVENT.MARBLES_PRICE
                WHERE :WS-PRC-ALL = 'Y'
                   OR CUST-NO = :WS-PRC-CUST
                ORDER BY CUST-NO, COLOR, EFF-DATE
            END-EXEC
            EXEC SQL
                OPEN C-MNTPRC
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
            PERFORM FETCH-PRICE-ROW
                UNTIL WS-LIST-NO-MORE
            EXEC SQL
                CLOSE C-MNTPRC
            END-EXEC
            PERFORM SET-LIST-RESPONSE.
      * ===============================================================
       FETCH-PRICE-ROW.
      *
            EXEC SQL
                FETCH C-MNTPRC
                    INTO :WS-LIST-KEY1, :WS-LIST-KEY2,
                         :WS-PRC-PRICE, :WS-PRC-EFF-DATE
            END-EXEC
            IF SQLCODE = 0 THEN
                IF WS-LIST-KEY1 = SPACES THEN
                    MOVE '*' TO WS-LIST-KEY1
                END-IF
                MOVE WS-PRC-PRICE TO WS-PRC-LIST-PRICE
                STRING WS-LIST-KEY1 DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       WS-LIST-KEY2 DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-PRC-LIST-PRICE DELIMITED BY SIZE
                       '@' DELIMITED BY SIZE
                       WS-PRC-EFF-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Customer credit line: the limit is typed in the second key
      * position, the hold flag after it (blank answers 'N'). Only
      * a customer on the reference table can be put on credit
      * control.
      * ===============================================================
       DO-CREDIT-MAINT.
      *
            MOVE 0 TO WS-EDIT-ERROR
            IF WS-ACTION-LIST = 1 THEN
                PERFORM LIST-CREDIT
            ELSE
                IF WS-ACTION-DELETE = 0 THEN
                    PERFORM EDIT-CREDIT-FIELDS
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-ACTION-ADD = 1 THEN
                    PERFORM CHECK-CREDIT-CUSTOMER
                END-IF
                IF WS-EDIT-ERROR = 0 THEN
                    PERFORM COUNT-CREDIT-ROW
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                    IF WS-ACTION-ADD = 1 THEN
                        PERFORM ADD-CREDIT-ROW
                    ELSE IF WS-ACTION-UPDATE = 1 THEN
                        PERFORM UPDATE-CREDIT-ROW
                    ELSE
                        PERFORM DELETE-CREDIT-ROW
                    END-IF
                END-IF
            END-IF.
      * ===============================================================
       EDIT-CREDIT-FIELDS.
      *
            MOVE 0 TO WS-CRD-LIMIT
            IF WS-INPUT-KEY2 = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'CREDIT LIMIT REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-INPUT-KEY2 TO WS-CRD-LIMIT-TEXT
                INSPECT WS-CRD-LIMIT-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-CRD-LIMIT-TEXT IS NUMERIC THEN
                    MOVE WS-CRD-LIMIT-TEXT TO WS-CRD-LIMIT-DISPLAY
                    MOVE WS-CRD-LIMIT-DISPLAY TO WS-CRD-LIMIT
                ELSE
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 21 TO WS-MSG-LENGTH
                    MOVE 'VALUE MUST BE NUMERIC' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            MOVE WS-INPUT-HOLD TO WS-CRD-HOLD
            IF WS-CRD-HOLD = SPACE THEN
                MOVE 'N' TO WS-CRD-HOLD
            END-IF
            IF WS-EDIT-ERROR = 0
                    AND WS-CRD-HOLD NOT = 'Y'
                    AND WS-CRD-HOLD NOT = 'N' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'HOLD MUST BE Y OR N' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       CHECK-CREDIT-CUSTOMER.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_CUSTOMER
                WHERE CUST-NO = :WS-INPUT-KEY1
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            ELSE IF WS-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN CUSTOMER' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       COUNT-CREDIT-ROW.
      *
            MOVE 0 TO WS-SQL-ERROR
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_CREDIT
                WHERE CUST-NO = :WS-INPUT-KEY1
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       ADD-CREDIT-ROW.
      *
            IF WS-ROW-COUNT > 0 THEN
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'CREDIT ALREADY ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_CREDIT
                    VALUES (:WS-INPUT-KEY1, :WS-CRD-LIMIT,
                            :WS-CRD-HOLD, CURRENT TIMESTAMP)
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO ADD ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 12 TO WS-MSG-LENGTH
                    MOVE 'CREDIT ADDED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       UPDATE-CREDIT-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'CREDIT NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLES_CREDIT
                    SET CREDIT-LIMIT = :WS-CRD-LIMIT,
                        CREDIT-HOLD = :WS-CRD-HOLD,
                        LAST-UPDATED = CURRENT TIMESTAMP
                    WHERE CUST-NO = :WS-INPUT-KEY1
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 14 TO WS-MSG-LENGTH
                    MOVE 'CREDIT UPDATED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       DELETE-CREDIT-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'CREDIT NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    DELETE FROM EVENT.MARBLES_CREDIT
                    WHERE CUST-NO = :WS-INPUT-KEY1
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO DELETE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 14 TO WS-MSG-LENGTH
                    MOVE 'CREDIT DELETED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       LIST-CREDIT.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            EXEC SQL
                DECLARE C-MNTCRD CURSOR FOR
                SELECT CUST-NO, CREDIT-LIMIT, CREDIT-HOLD
                FROM EVENT.MARBLES_CREDIT
                ORDER BY CUST-NO
            END-EXEC
            EXEC SQL
                OPEN C-MNTCRD
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
            PERFORM FETCH-CREDIT-ROW
                UNTIL WS-LIST-NO-MORE
            EXEC SQL
                CLOSE C-MNTCRD
            END-EXEC
            PERFORM SET-LIST-RESPONSE.
      * ===============================================================
       FETCH-CREDIT-ROW.
      *
            EXEC SQL
                FETCH C-MNTCRD
                    INTO :WS-LIST-KEY1, :WS-CRD-LIMIT, :WS-CRD-HOLD
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE WS-CRD-LIMIT TO WS-CRD-LIMIT-DISPLAY
                STRING WS-LIST-KEY1 DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-CRD-LIMIT-DISPLAY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-CRD-HOLD DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Forward-pick faces: keyed by color plus pick bin, with the
      * trigger and the maximum the replenishment run works to
      * ===============================================================
       DO-REPLEN-MAINT.
      *
            MOVE 0 TO WS-EDIT-ERROR
            IF WS-ACTION-LIST = 1 THEN
                PERFORM LIST-REPLEN
            ELSE IF WS-INPUT-KEY2 = SPACES THEN
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'BIN REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                IF WS-ACTION-DELETE = 0 THEN
                    PERFORM EDIT-REPLEN-FIELDS
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-ACTION-ADD = 1 THEN
                    PERFORM CHECK-REPLEN-COLOR
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-ACTION-DELETE = 0 THEN
                    PERFORM CHECK-REPLEN-BIN
                END-IF
                IF WS-EDIT-ERROR = 0 THEN
                    PERFORM COUNT-REPLEN-ROW
                END-IF
                IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                    IF WS-ACTION-ADD = 1 THEN
                        PERFORM ADD-REPLEN-ROW
                    ELSE IF WS-ACTION-UPDATE = 1 THEN
                        PERFORM UPDATE-REPLEN-ROW
                    ELSE
                        PERFORM DELETE-REPLEN-ROW
                    END-IF
                END-IF
            END-IF.
      * ===============================================================
       EDIT-REPLEN-FIELDS.
      *
            MOVE WS-INPUT-TRIGGER TO WS-NUM-TEXT
            PERFORM EDIT-ONE-NUMBER
            MOVE WS-CAPACITY TO WS-RPL-TRIGGER
            IF WS-EDIT-ERROR = 0 THEN
                MOVE WS-INPUT-MAX TO WS-NUM-TEXT
                PERFORM EDIT-ONE-NUMBER
                MOVE WS-CAPACITY TO WS-RPL-MAX
            END-IF
            IF WS-EDIT-ERROR = 0
                    AND WS-RPL-MAX NOT > WS-RPL-TRIGGER THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'MAX MUST EXCEED TRIGGER' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       CHECK-REPLEN-COLOR.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_COLOR
                WHERE COLOR = :WS-INPUT-KEY1
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            ELSE IF WS-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'COLOR NOT APPROVED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The pick bin has to be a bin on file, and a bin that has a
      * capacity can't be topped up past it
      * ===============================================================
       CHECK-REPLEN-BIN.
      *
            EXEC SQL
                SELECT CAPACITY INTO :WS-RPL-BIN-CAPACITY
                FROM EVENT.MARBLES_BIN
                WHERE BIN = :WS-INPUT-KEY2
            END-EXEC
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'BIN NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            ELSE IF WS-RPL-BIN-CAPACITY > 0
                    AND WS-RPL-MAX > WS-RPL-BIN-CAPACITY THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'MAX OVER BIN CAPACITY' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       COUNT-REPLEN-ROW.
      *
            MOVE 0 TO WS-SQL-ERROR
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_REPLEN
                WHERE COLOR = :WS-INPUT-KEY1
                  AND BIN = :WS-INPUT-KEY2
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       ADD-REPLEN-ROW.
      *
            IF WS-ROW-COUNT > 0 THEN
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'PICK FACE ALREADY ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_REPLEN
                    VALUES (:WS-INPUT-KEY1, :WS-INPUT-KEY2,
                            :WS-RPL-TRIGGER, :WS-RPL-MAX)
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO ADD ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 15 TO WS-MSG-LENGTH
                    MOVE 'PICK FACE ADDED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       UPDATE-REPLEN-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'PICK FACE NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLES_REPLEN
                    SET TRIGGER-QTY = :WS-RPL-TRIGGER,
                        MAX-QTY = :WS-RPL-MAX
                    WHERE COLOR = :WS-INPUT-KEY1
                      AND BIN = :WS-INPUT-KEY2
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'PICK FACE UPDATED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       DELETE-REPLEN-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'PICK FACE NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    DELETE FROM EVENT.MARBLES_REPLEN
                    WHERE COLOR = :WS-INPUT-KEY1
                      AND BIN = :WS-INPUT-KEY2
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO DELETE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'PICK FACE DELETED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       LIST-REPLEN.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            EXEC SQL
                DECLARE C-MNTRPL CURSOR FOR
                SELECT COLOR, BIN, TRIGGER-QTY, MAX-QTY
                FROM EVENT.MARBLES_REPLEN
                ORDER BY COLOR, BIN
            END-EXEC
            EXEC SQL
                OPEN C-MNTRPL
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
            PERFORM FETCH-REPLEN-ROW
                UNTIL WS-LIST-NO-MORE
            EXEC SQL
                CLOSE C-MNTRPL
            END-EXEC
            PERFORM SET-LIST-RESPONSE.
      * ===============================================================
       FETCH-REPLEN-ROW.
      *
            EXEC SQL
                FETCH C-MNTRPL
                    INTO :WS-LIST-KEY1, :WS-LIST-KEY2,
                         :WS-RPL-TRIGGER, :WS-RPL-MAX
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE WS-RPL-TRIGGER TO WS-RPL-TRIGGER-DISPLAY
                MOVE WS-RPL-MAX TO WS-RPL-MAX-DISPLAY
                STRING WS-LIST-KEY1 DELIMITED BY SPACE
                       '@' DELIMITED BY SIZE
                       WS-LIST-KEY2 DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-RPL-TRIGGER-DISPLAY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-RPL-MAX-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Cost-center table: keyed by location, the cost center in
      * the second key position -- a location may be a bin or a
      * whole building, so it is not vetted against the bin table
      * ===============================================================
       DO-COSTCTR-MAINT.
      *
            IF WS-ACTION-LIST = 1 THEN
                PERFORM LIST-COSTCTRS
            ELSE IF WS-ACTION-DELETE = 0
                    AND WS-INPUT-KEY2 = SPACES THEN
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'COST CENTER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                PERFORM COUNT-COSTCTR-ROW
                IF WS-SQL-ERROR = 0 THEN
                    IF WS-ACTION-ADD = 1 THEN
                        PERFORM ADD-COSTCTR-ROW
                    ELSE IF WS-ACTION-UPDATE = 1 THEN
                        PERFORM UPDATE-COSTCTR-ROW
                    ELSE
                        PERFORM DELETE-COSTCTR-ROW
                    END-IF
                END-IF
            END-IF.
      * ===============================================================
       COUNT-COSTCTR-ROW.
      *
            MOVE 0 TO WS-SQL-ERROR
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_COSTCTR
                WHERE LOCATION = :WS-INPUT-KEY1
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TABLE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       ADD-COSTCTR-ROW.
      *
            IF WS-ROW-COUNT > 0 THEN
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'LOCATION ALREADY MAPPED' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_COSTCTR
                    VALUES (:WS-INPUT-KEY1, :WS-INPUT-KEY2)
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO ADD ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 15 TO WS-MSG-LENGTH
                    MOVE 'LOCATION MAPPED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       UPDATE-COSTCTR-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'LOCATION NOT MAPPED' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLES_COSTCTR
                    SET COST-CENTER = :WS-INPUT-KEY2
                    WHERE LOCATION = :WS-INPUT-KEY1
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 19 TO WS-MSG-LENGTH
                    MOVE 'COST CENTER UPDATED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       DELETE-COSTCTR-ROW.
      *
            IF WS-ROW-COUNT = 0 THEN
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'LOCATION NOT MAPPED' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    DELETE FROM EVENT.MARBLES_COSTCTR
                    WHERE LOCATION = :WS-INPUT-KEY1
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO DELETE ROW' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'LOCATION UNMAPPED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       LIST-COSTCTRS.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            EXEC SQL
                DECLARE C-MNTCCT CURSOR FOR
                SELECT LOCATION, COST-CENTER
                FROM EVENT.MARBLES_COSTCTR
                ORDER BY LOCATION
            END-EXEC
            EXEC SQL
                OPEN C-MNTCCT
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
            PERFORM FETCH-COSTCTR-ROW
                UNTIL WS-LIST-NO-MORE
            EXEC SQL
                CLOSE C-MNTCCT
            END-EXEC
            PERFORM SET-LIST-RESPONSE.
      * ===============================================================
       FETCH-COSTCTR-ROW.
      *
            EXEC SQL
                FETCH C-MNTCCT
                    INTO :WS-LIST-KEY1, :WS-LIST-KEY2
            END-EXEC
            IF SQLCODE = 0 THEN
                STRING WS-LIST-KEY1 DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-LIST-KEY2 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
       SET-LIST-RESPONSE.
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'NO ROWS ON FILE' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
      * Who changed what, when -- onto the MAUD extrapartition
      * queue, the FINMNT01/FAUD discipline for this side of the
      * house. The detail carries the typed argument fields as
      * keyed, which for a reference row IS the after image.
      * ===============================================================
       WRITE-AUDIT-RECORD.
      *
            MOVE EIBTRMID TO MAUD-TERM
            MOVE WS-INPUT-TABLE TO MAUD-TABLE
            MOVE WS-INPUT-ACTION TO MAUD-ACTION
            MOVE WS-INPUT-KEY1 TO MAUD-KEY1
            MOVE WS-INPUT-KEY2 TO MAUD-KEY2
            MOVE EIBDATE TO MAUD-DATE
            MOVE EIBTIME TO MAUD-TIME
            MOVE SPACES TO MAUD-DETAIL
            IF WS-TABLE-PRC = 1 THEN
                MOVE WS-INPUT-PRICE-ARGS TO MAUD-DETAIL
            ELSE IF WS-TABLE-RPL = 1 THEN
                MOVE WS-INPUT-REPLEN-ARGS TO MAUD-DETAIL
            ELSE
                STRING WS-INPUT-ARG2 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-INPUT-ARG3 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-INPUT-ARG4 DELIMITED BY SIZE
                    INTO MAUD-DETAIL
            END-IF
            EXEC CICS WRITEQ TD
                        QUEUE('MAUD')
                        FROM(WS-AUDIT-RECORD)
