      *   MRBO <ACTION> [arguments]
      *
      * Where:
      *  <ACTION> = NEW|LIN|DSH|CAN|PCK|WAV|LST
      *
      * Example:
      *  MRBO NEW ACME 20260915
      *  MRBO LIN 00000007 GOLD 300 20260915
      *  MRBO DSH 00000007 ONYX 5000 20261001
      *  MRBO CAN 00000007 2
      *  MRBO PCK 00000007
      *  MRBO WAV 00000003
      *  MRBO LST 00000007
      *
      * Sales-order companion to MRBL's RSV/REL verbs. A walk-up RSV
      * confirmation off the MRBLPKL pick list -- it posts the SUB
      * for every open line, releases the order's reservations, and
      * closes the order, each movement with the usual audit row.
      * A picker with a handheld confirms line by line on MRBV
      * instead (MRBLRFP), where a short shelf posts short.
      *
      * Replay-era precedent applies to PCK: it posts at the
      * color-total level; per-location bookkeeping for a picked
      * order is reconciled by the normal daily counts, the same
      * simplification MRBLRPL.cbl documents for replays. Lots are
      * the exception: each picked line draws its color's lots
      * oldest first, exactly as a keyed SUB does, and the lots it
      * took are kept against the order line on
      * EVENT.MARBLES_ORDLOT so the packing slip and the ship
      * notice can say which batches went to which customer.
      *
      * A picked order is waiting on the dock: PCK opens its
      * EVENT.MARBLES_SHIPMENT row (status 'P'), which the dock
      * confirms with carrier, tracking and cartons on MRBD
      * (MRBLSHP.cbl) and the MRBLASN run turns into a packing slip
      * and an advance ship notice. An order has one shipment, so
      * once it is picked LIN and DSH refuse further lines, even
      * while a drop-ship line keeps the header open.
      *
      * Credit control: for a customer with a credit line on
      * EVENT.MARBLES_CREDIT (maintained on MRBM CRD), NEW refuses
      * to open an order while the customer is on credit hold, and
      * LIN refuses a line that would push the customer's exposure
      * -- open and picked-but-unbilled order lines at their price,
      * plus invoices still open on EVENT.MARBLES_ARITEM -- past the
      * limit. A refused line reserves nothing; it is queued on
      * EVENT.MARBLES_CREDREV with its numbers, and the refusal is
      * logged on EVENT.MARBLES_CREDLOG. The credit supervisor
      * releases or rejects it on MRBK (MRBLCRV.cbl).
      *
      * Drop-ship: DSH adds a line the supplier ships straight to
      * the customer. It reserves nothing and never touches
      * EVENT.MARBLES, the lots or the audit log -- instead it
      * opens a one-line EVENT.MARBLES_PO for the color's supplier
      * (EVENT.MARBLES_SUPPLIER, lowest supplier code when a color
      * has more than one), due in the supplier's lead days at the
      * color's UNIT-COST, and an EVENT.MARBLES_DROPSHIP row that
      * carries the customer's ship-to copied off
      * EVENT.MARBLES_SHIPTO, so a later change of address doesn't
      * re-route goods already on order. The order line sits in
      * status 'D' and its PO line in 'D' too, so picking, the
      * receipt match and the reorder netting all pass them by.
      * When the supplier confirms shipment on MRBJ (MRBLDSC.cbl)
      * the line moves to 'S', which MRBLINV bills like a picked
      * line. A DSH line the customer's credit won't carry is
      * refused outright -- the MRBK release books a stock line,
      * so a drop-ship line is re-keyed once credit clears. CAN on
      * a 'D' line cancels its PO line with it.
      *
      * Waves: WAV confirms a whole MRBLWAV wave at once -- each
      * order still open on it is picked exactly as PCK picks it,
      * lowest order number first, and committed on its own, so
      * one short order doesn't hold back the rest. An order that
      * can't be picked whole is left open and dropped from the
      * wave ('S' on EVENT.MARBLES_WAVE) for the next wave or a
      * single PCK; the answer counts the orders picked and left.
      * PCK on an order that is on a wave closes its wave row.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLORD.
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-PHYS-OPEN-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-WORK-INV PIC S9(9) COMP VALUE 0.
          02 WS-WORK-INV-BEFORE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-STATUS PIC X(1) VALUE 'A'.
          02 WS-COLOR-FOUND PIC 9 VALUE 0.
          02 WS-ACTION-NEW PIC 9 VALUE 0.
          02 WS-ACTION-LINE PIC 9 VALUE 0.
          02 WS-ACTION-DROP PIC 9 VALUE 0.
          02 WS-ACTION-CANCEL PIC 9 VALUE 0.
          02 WS-ACTION-PICK PIC 9 VALUE 0.
          02 WS-ACTION-WAVE PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-AUDIT-VERB PIC X(3).
       01 WS-ORDER-WORK.
          02 WS-ORD-WANTED PIC X(10).
          02 WS-ORD-LINE-STATUS PIC X(1).
          02 WS-ORD-SHORT PIC 9 VALUE 0.
          02 WS-ORD-DROP-SHIP PIC 9 VALUE 0.
       01 WS-DROP-WORK.
          02 WS-DSH-SUPPLIER PIC X(10).
          02 WS-DSH-LEAD PIC S9(9) COMP VALUE 0.
          02 WS-DSH-COST PIC S9(5) COMP-3 VALUE 0.
          02 WS-DSH-PO-NO PIC S9(9) COMP VALUE 0.
          02 WS-DSH-PO-LINE PIC S9(9) COMP VALUE 0.
          02 WS-DSH-PO-DISPLAY PIC 9(8).
          02 WS-DSH-SHIP-NAME PIC X(20).
          02 WS-DSH-ADDR1 PIC X(30).
          02 WS-DSH-ADDR2 PIC X(30).
          02 WS-DSH-CITY PIC X(20).
          02 WS-DSH-STATE PIC X(2).
          02 WS-DSH-ZIP PIC X(10).
       01 WS-WAVE-WORK.
          02 WS-WAV-NO PIC S9(9) COMP VALUE 0.
          02 WS-WAV-NO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-WAV-NO-DISPLAY PIC 9(8).
          02 WS-WAV-ROWS PIC S9(9) COMP VALUE 0.
          02 WS-WAV-OPEN-ROWS PIC S9(9) COMP VALUE 0.
          02 WS-WAV-ROW-STATUS PIC X(1).
          02 WS-WAV-PICKED PIC 9(4) VALUE 0.
          02 WS-WAV-LEFT PIC 9(4) VALUE 0.
          02 WS-WAV-DONE PIC 9 VALUE 0.
             88 WS-WAV-NO-MORE VALUE 1.
       01 WS-CREDIT-WORK.
          02 WS-CRD-ON-FILE PIC 9 VALUE 0.
          02 WS-CRD-REFUSED PIC 9 VALUE 0.
          02 WS-CRD-HOLD PIC X(1).
          02 WS-CRD-REASON PIC X(1).
          02 WS-CRD-LIMIT PIC S9(11) COMP-3 VALUE 0.
          02 WS-CRD-OPEN-ORDERS PIC S9(11) COMP-3 VALUE 0.
          02 WS-CRD-UNPAID PIC S9(11) COMP-3 VALUE 0.
          02 WS-CRD-PRICE PIC S9(5) COMP-3 VALUE 0.
          02 WS-CRD-LINE-VALUE PIC S9(11) COMP-3 VALUE 0.
          02 WS-CRD-EXPOSURE PIC S9(11) COMP-3 VALUE 0.
          02 WS-CRD-REVIEW-NO PIC S9(9) COMP VALUE 0.
          02 WS-CRD-REVIEW-DISPLAY PIC 9(8).
       01 WS-LOT-WORK.
          02 WS-LOT-ID PIC X(10).
          02 WS-LOT-QTY PIC S9(9) COMP VALUE 0.
          02 WS-LOT-TO-DRAW PIC S9(9) COMP VALUE 0.
          02 WS-LOT-DRAWN PIC S9(9) COMP VALUE 0.
          02 WS-LOT-DONE PIC 9 VALUE 0.
             88 WS-LOT-NO-MORE VALUE 1.
       01 WS-DATE-WORK.
          02 WS-DATE-TEXT PIC X(8).
          02 WS-DATE-HYPHEN PIC X(10).
       01 WS-CONST.
          02 WS-CONST-NEW PIC X(3) VALUE 'NEW'.
          02 WS-CONST-LINE PIC X(3) VALUE 'LIN'.
          02 WS-CONST-DROP PIC X(3) VALUE 'DSH'.
          02 WS-CONST-CANCEL PIC X(3) VALUE 'CAN'.
          02 WS-CONST-PICK PIC X(3) VALUE 'PCK'.
          02 WS-CONST-WAVE PIC X(3) VALUE 'WAV'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
             WANTED-DATE                    DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL credit tables -- the customer's credit line, the
      * price list and billed lines an order line is valued from,
      * the receivables still open, and the credit-review queue and
      * log a refused line lands on
      * ===============================================================
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
      * ===============================================================
      * Map SQL credit-review queue (REV-STATUS 'P' pending, 'A'
      * released, 'R' rejected; REV-REASON 'H' hold, 'L' limit) and
      * its log (ACTION REF refused, REL released, REJ rejected)
      * ===============================================================
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
      * ===============================================================
      * Map SQL lot tables (see MARBLES.cbl) -- the lots a pick
      * draws down, the lot-consumption row per lot drawn, and the
      * order-line lot row that says which order the lot went to
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOTUSE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             USE-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDLOT TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL shipment table (one row per picked order -- status
      * 'P' picked and waiting on the dock, 'S' shipped, 'A' ship
      * notice sent; SLIP-PRINTED 'N' until MRBLASN prints the slip)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_SHIPMENT TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             SHIP-STATUS                    CHAR(1)     NOT NULL,
             PICK-DATE                      DATE        NOT NULL,
             CARRIER                        VARCHAR(10) NOT NULL,
             TRACKING-NO                    VARCHAR(20) NOT NULL,
             CARTONS                        INTEGER     NOT NULL,
             SHIP-DATE                      DATE        NOT NULL,
             SLIP-PRINTED                   CHAR(1)     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             SHIP-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL purchasing tables a drop-ship line orders through --
      * the color's supplier, the PO header and its line (LINE-STATUS
      * 'D' while the supplier ships direct, 'C' once confirmed, 'X'
      * cancelled)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_SUPPLIER TABLE
           ( SUPPLIER                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ORDER-MULTIPLE                 INTEGER     NOT NULL,
             LEAD-DAYS                      INTEGER     NOT NULL,
             CASE-PACK                      INTEGER     NOT NULL
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
      * ===============================================================
      * Map SQL ship-to table (one delivery address per customer,
      * DBA-loaded the same way MARBLES_CUSTOMER is) and the drop-
      * ship table tying a supplier PO line to the order line it
      * fills, with the address it ships to (DS-STATUS 'O' awaiting
      * the supplier, 'S' shipped, 'X' cancelled)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_SHIPTO TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             SHIP-NAME                      VARCHAR(20) NOT NULL,
             ADDR-LINE1                     VARCHAR(30) NOT NULL,
             ADDR-LINE2                     VARCHAR(30) NOT NULL,
             CITY                           VARCHAR(20) NOT NULL,
             STATE                          CHAR(2)     NOT NULL,
             ZIP                            VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_DROPSHIP TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             PO-LINE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             SHIP-NAME                      VARCHAR(20) NOT NULL,
             ADDR-LINE1                     VARCHAR(30) NOT NULL,
             ADDR-LINE2                     VARCHAR(30) NOT NULL,
             CITY                           VARCHAR(20) NOT NULL,
             STATE                          CHAR(2)     NOT NULL,
             ZIP                            VARCHAR(10) NOT NULL,
             DS-STATUS                      CHAR(1)     NOT NULL,
             CARRIER                        VARCHAR(10) NOT NULL,
             TRACKING-NO                    VARCHAR(20) NOT NULL,
             SHIP-DATE                      DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             DS-TIMESTAMP                   TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL wave table (one row per order on an MRBLWAV wave --
      * 'O' on the floor, 'C' confirmed, 'S' left open and dropped)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_WAVE TABLE
           ( WAVE-NO                        INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             WAVE-STATUS                    CHAR(1)     NOT NULL,
             WAVE-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL physical-inventory control table (opened by MRBLPHF,
      * closed by MRBLPHP) -- while a wall-to-wall count is open the
      * book quantities on its tags must hold still
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PHYINV TABLE
           ( PHY-DATE                       CHAR(8)     NOT NULL,
             PHY-STATUS                     CHAR(1)     NOT NULL,
             TOLERANCE                      INTEGER     NOT NULL,
             TAG-COUNT                      INTEGER     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             PHY-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBO transaction
                    PERFORM DO-NEW-ORDER
                ELSE IF WS-ACTION-LINE = 1 THEN
                    PERFORM DO-ADD-LINE
                ELSE IF WS-ACTION-DROP = 1 THEN
                    PERFORM DO-DROP-SHIP-LINE
                ELSE IF WS-ACTION-CANCEL = 1 THEN
                    PERFORM DO-CANCEL-LINE
                ELSE IF WS-ACTION-PICK = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-PICK-ORDER
                    END-IF
                ELSE IF WS-ACTION-WAVE = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-PICK-WAVE
                    END-IF
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-ORDER-LIST
                END-IF
                MOVE 1 TO WS-ACTION-NEW
            ELSE IF WS-CONST-LINE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LINE
            ELSE IF WS-CONST-DROP = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-DROP
            ELSE IF WS-CONST-CANCEL = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-CANCEL
            ELSE IF WS-CONST-PICK = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-PICK
            ELSE IF WS-CONST-WAVE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-WAVE
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 31 TO WS-MSG-LENGTH
                MOVE 'USE NEW|LIN|DSH|CAN|PCK|WAV|LST'
                    TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Work out the typed order number -- same right-justify-and-
                MOVE 1 TO WS-ORD-FOUND
            END-IF.
      * ===============================================================
      * An order already picked has its one shipment row on the dock
      * (a drop-ship line can keep the header open after the pick).
      * A line added now would be picked onto a second shipment row
      * for the same order, so LIN and DSH refuse it -- the customer
      * takes a new order instead. MRBK REL applies the same test.
      * ===============================================================
       CHECK-ORDER-NOT-PICKED.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLES_SHIPMENT
                WHERE ORDER-NO = :WS-ORD-NO
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ SHIPMENTS' TO WS-OUTPUT-TEXT
            ELSE IF WS-WORK-ROW-COUNT > 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'ORDER ALREADY PICKED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Open a new numbered order header -- the number is one past
      * the highest on file, so the order desk never invents one
      * ===============================================================
      *
            MOVE WS-INPUT-NEW-CUST TO WS-ORD-CUST
            PERFORM CHECK-CUSTOMER-ON-FILE
      *
      *     A customer on credit hold gets no new order at all
      *
            IF WS-CUST-OK = 1 AND WS-ORD-CUST NOT = SPACES THEN
                PERFORM GET-CUSTOMER-CREDIT
                IF WS-SQL-ERROR = 1 THEN
                    MOVE 0 TO WS-CUST-OK
                ELSE IF WS-CRD-ON-FILE = 1
                        AND WS-CRD-HOLD = 'Y' THEN
                    MOVE 0 TO WS-CUST-OK
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-CUST-OK = 1 THEN
                MOVE WS-INPUT-NEW-WANTED TO WS-INPUT-WANTED
                PERFORM DETERMINE-WANTED-DATE
                PERFORM DETERMINE-WANTED-DATE
                PERFORM CHECK-ORDER-OPEN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM CHECK-ORDER-NOT-PICKED
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM GET-INVENTORY
                END-IF
            END-IF
      *
      *     Refuse a line the customer's credit won't carry -- it
      *     reserves nothing and waits on the credit-review queue
      *
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-CUST NOT = SPACES THEN
                PERFORM CHECK-CUSTOMER-CREDIT
                IF WS-SQL-ERROR = 0 AND WS-CRD-REFUSED = 1 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    PERFORM QUEUE-CREDIT-REVIEW
                END-IF
            END-IF
      *
      *     Post the new reserved total, write the traceable order
      *     line, and record the audit row -- before/after carry the
      *     reserved quantity, the way DO-RESERVE logs a RSV
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                MOVE 'O' TO WS-ORD-LINE-STATUS
                PERFORM INSERT-ORDER-LINE
            END-IF
      *
                MOVE 18 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * The customer's credit line -- no row means the customer is
      * not under credit control
      * ===============================================================
       GET-CUSTOMER-CREDIT.
      *
            MOVE 0 TO WS-CRD-ON-FILE
            EXEC SQL
                SELECT CREDIT-LIMIT, CREDIT-HOLD
                    INTO :WS-CRD-LIMIT, :WS-CRD-HOLD
                FROM EVENT.MARBLES_CREDIT
                WHERE CUST-NO = :WS-ORD-CUST
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE 1 TO WS-CRD-ON-FILE
            ELSE IF SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ CREDIT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Would this line push the customer past their credit line?
      * Exposure is what they already owe plus what they have on
      * order plus this line, every order line valued at the price
      * MRBLINV would bill it at today
      * ===============================================================
       CHECK-CUSTOMER-CREDIT.
      *
            MOVE 0 TO WS-CRD-REFUSED
            MOVE SPACE TO WS-CRD-REASON
            PERFORM GET-CUSTOMER-CREDIT
            IF WS-SQL-ERROR = 0 AND WS-CRD-ON-FILE = 1 THEN
                PERFORM GET-LINE-VALUE
            END-IF
            IF WS-SQL-ERROR = 0 AND WS-CRD-ON-FILE = 1 THEN
                PERFORM GET-CUSTOMER-EXPOSURE
            END-IF
            IF WS-SQL-ERROR = 0 AND WS-CRD-ON-FILE = 1 THEN
                COMPUTE WS-CRD-EXPOSURE = WS-CRD-OPEN-ORDERS
                    + WS-CRD-UNPAID + WS-CRD-LINE-VALUE
                IF WS-CRD-HOLD = 'Y' THEN
                    MOVE 1 TO WS-CRD-REFUSED
                    MOVE 'H' TO WS-CRD-REASON
                ELSE IF WS-CRD-EXPOSURE > WS-CRD-LIMIT THEN
                    MOVE 1 TO WS-CRD-REFUSED
                    MOVE 'L' TO WS-CRD-REASON
                END-IF
            END-IF.
      * ===============================================================
      * This line at the customer's own price in effect today, else
      * the standard price -- an unpriced color values at zero here
      * and is held by the invoicing run instead
      * ===============================================================
       GET-LINE-VALUE.
      *
            MOVE 0 TO WS-CRD-PRICE
            EXEC SQL
                SELECT COALESCE(
                       (SELECT P.UNIT-PRICE
                        FROM EVENT.MARBLES_PRICE P
                        WHERE P.CUST-NO = :WS-ORD-CUST
                          AND P.COLOR = :WS-INPUT-COLOR
                          AND P.EFF-DATE =
                              (SELECT MAX(EFF-DATE)
                               FROM EVENT.MARBLES_PRICE
                               WHERE CUST-NO = :WS-ORD-CUST
                                 AND COLOR = :WS-INPUT-COLOR
                                 AND EFF-DATE <= CURRENT DATE)),
                       (SELECT S.UNIT-PRICE
                        FROM EVENT.MARBLES_PRICE S
                        WHERE S.CUST-NO = ' '
                          AND S.COLOR = :WS-INPUT-COLOR
                          AND S.EFF-DATE =
                              (SELECT MAX(EFF-DATE)
                               FROM EVENT.MARBLES_PRICE
                               WHERE CUST-NO = ' '
                                 AND COLOR = :WS-INPUT-COLOR
                                 AND EFF-DATE <= CURRENT DATE)),
                       0)
                    INTO :WS-CRD-PRICE
                FROM SYSIBM.SYSDUMMY1
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ PRICES' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-CRD-LINE-VALUE =
                    WS-CRD-PRICE * WS-WORK-QTY
            END-IF.
      * ===============================================================
      * What the customer has on order (open and drop-ship lines,
      * and picked or drop-shipped lines MRBLINV has not billed
      * yet) and what they still owe
      * ===============================================================
       GET-CUSTOMER-EXPOSURE.
      *
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
                        AND O.CUST-NO = :WS-ORD-CUST
                        AND (L.LINE-STATUS IN ('O', 'D')
                             OR (L.LINE-STATUS IN ('P', 'S')
                                 AND NOT EXISTS
                                     (SELECT 1
                                      FROM EVENT.MARBLES_INVLINE I
                                      WHERE I.ORDER-NO = L.ORDER-NO
                                        AND I.LINE-NO = L.LINE-NO))))
                     AS X
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    SELECT COALESCE(SUM(OPEN-AMOUNT), 0)
                        INTO :WS-CRD-UNPAID
                    FROM EVENT.MARBLES_ARITEM
                    WHERE CUST-NO = :WS-ORD-CUST
                      AND ITEM-STATUS = 'O'
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ CREDIT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Queue the refused line for the credit supervisor under the
      * next review number, with the numbers that refused it, and
      * log the refusal
      * ===============================================================
       QUEUE-CREDIT-REVIEW.
      *
            EXEC SQL
                SELECT COALESCE(MAX(REVIEW-NO), 0) + 1
                    INTO :WS-CRD-REVIEW-NO
                FROM EVENT.MARBLES_CREDREV
            END-EXEC
            IF SQLCODE = 0 THEN
                IF WS-ORD-WANTED = SPACES THEN
                    EXEC SQL
                        INSERT INTO EVENT.MARBLES_CREDREV
                        VALUES (:WS-CRD-REVIEW-NO, :WS-ORD-NO,
                                :WS-ORD-CUST, :WS-INPUT-COLOR,
                                :WS-WORK-QTY, CURRENT DATE,
                                :WS-CRD-LINE-VALUE, :WS-CRD-EXPOSURE,
                                :WS-CRD-LIMIT, :WS-CRD-REASON, 'P',
                                EIBTRMID, CURRENT TIMESTAMP)
                    END-EXEC
                ELSE
                    EXEC SQL
                        INSERT INTO EVENT.MARBLES_CREDREV
                        VALUES (:WS-CRD-REVIEW-NO, :WS-ORD-NO,
                                :WS-ORD-CUST, :WS-INPUT-COLOR,
                                :WS-WORK-QTY, :WS-ORD-WANTED,
                                :WS-CRD-LINE-VALUE, :WS-CRD-EXPOSURE,
                                :WS-CRD-LIMIT, :WS-CRD-REASON, 'P',
                                EIBTRMID, CURRENT TIMESTAMP)
                    END-EXEC
                END-IF
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_CREDLOG
                    VALUES (:WS-CRD-REVIEW-NO, 'REF', :WS-ORD-CUST,
                            :WS-CRD-LINE-VALUE, :WS-CRD-EXPOSURE,
                            EIBTRMID, CURRENT TIMESTAMP)
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO QUEUE FOR CREDIT' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-CRD-REVIEW-NO TO WS-CRD-REVIEW-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                IF WS-CRD-REASON = 'H' THEN
                    STRING 'CREDIT HOLD - REVIEW ' DELIMITED BY SIZE
                        WS-CRD-REVIEW-DISPLAY DELIMITED BY SIZE
                        INTO WS-OUTPUT-TEXT
                ELSE
                    STRING 'OVER CREDIT - REVIEW ' DELIMITED BY SIZE
                        WS-CRD-REVIEW-DISPLAY DELIMITED BY SIZE
                        INTO WS-OUTPUT-TEXT
                END-IF
                MOVE 29 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
       INSERT-ORDER-LINE.
      *
            EXEC SQL
                SELECT COALESCE(MAX(LINE-NO), 0) + 1
                    INTO :WS-ORD-LINE-NO
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-ORD-NO
            END-EXEC
            IF SQLCODE = 0 THEN
                IF WS-ORD-WANTED = SPACES THEN
                    EXEC SQL
                        INSERT INTO EVENT.MARBLES_ORDLINE
                        VALUES (:WS-ORD-NO, :WS-ORD-LINE-NO,
                                :WS-INPUT-COLOR, :WS-WORK-QTY,
                                CURRENT DATE, :WS-ORD-LINE-STATUS)
                    END-EXEC
                ELSE
                    EXEC SQL
                        INSERT INTO EVENT.MARBLES_ORDLINE
                        VALUES (:WS-ORD-NO, :WS-ORD-LINE-NO,
                                :WS-INPUT-COLOR, :WS-WORK-QTY,
                                :WS-ORD-WANTED, :WS-ORD-LINE-STATUS)
                    END-EXEC
                END-IF
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE ORDER LINE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Add a drop-ship line: the supplier ships it to the customer,
      * so nothing is reserved here -- the line is ordered on its
      * own supplier PO and carries the customer's ship-to with it
      * ===============================================================
       DO-DROP-SHIP-LINE.
      *
            PERFORM DETERMINE-ORDER-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM DETERMINE-LINE-QTY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-WORK-QTY = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'QUANTITY MUST BE POSITIVE' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM DETERMINE-WANTED-DATE
                PERFORM CHECK-ORDER-OPEN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM CHECK-ORDER-NOT-PICKED
            END-IF
      *
      *     A drop-ship goes to an address, so the order has to be
      *     for a customer with a ship-to on file
      *
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-CUST = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'ORDER HAS NO CUSTOMER' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM GET-DROP-SHIP-COLOR
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM GET-DROP-SHIP-SUPPLIER
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM GET-CUSTOMER-SHIP-TO
            END-IF
      *
      *     Same credit test LIN applies, but a refusal is final --
      *     the review queue's release books a stock line
      *
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM CHECK-CUSTOMER-CREDIT
                IF WS-SQL-ERROR = 0 AND WS-CRD-REFUSED = 1 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    IF WS-CRD-REASON = 'H' THEN
                        MOVE 23 TO WS-MSG-LENGTH
                        MOVE 'CUSTOMER ON CREDIT HOLD'
                            TO WS-OUTPUT-TEXT
                    ELSE
                        MOVE 20 TO WS-MSG-LENGTH
                        MOVE 'EXCEEDS CREDIT LIMIT' TO WS-OUTPUT-TEXT
                    END-IF
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                MOVE 'D' TO WS-ORD-LINE-STATUS
                PERFORM INSERT-ORDER-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM OPEN-DROP-SHIP-PO
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM INSERT-DROP-SHIP-ROW
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                MOVE WS-ORD-LINE-NO TO WS-ORD-LINE-DISPLAY
                MOVE WS-DSH-PO-NO TO WS-DSH-PO-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'LINE ' DELIMITED BY SIZE
                    WS-ORD-LINE-DISPLAY DELIMITED BY SIZE
                    ' ON PO ' DELIMITED BY SIZE
                    WS-DSH-PO-DISPLAY DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 24 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * The color has to be a known one -- its UNIT-COST is what the
      * supplier PO line is priced at, as MRBLPOC prices its lines.
      * Read only: a drop-ship takes no hold on the stock row.
      * ===============================================================
       GET-DROP-SHIP-COLOR.
      *
            EXEC SQL
                SELECT UNIT-COST INTO :WS-DSH-COST
                FROM EVENT.MARBLES
                WHERE COLOR = :WS-INPUT-COLOR
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 13 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN COLOR' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ INVENTORY' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The color's supplier and lead time -- the lowest supplier
      * code when more than one carries the color
      * ===============================================================
       GET-DROP-SHIP-SUPPLIER.
      *
            EXEC SQL
                SELECT SUPPLIER, LEAD-DAYS
                    INTO :WS-DSH-SUPPLIER, :WS-DSH-LEAD
                FROM EVENT.MARBLES_SUPPLIER
                WHERE COLOR = :WS-INPUT-COLOR
                  AND SUPPLIER =
                      (SELECT MIN(SUPPLIER)
                       FROM EVENT.MARBLES_SUPPLIER
                       WHERE COLOR = :WS-INPUT-COLOR)
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'NO SUPPLIER FOR COLOR' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ SUPPLIERS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The customer's delivery address
      * ===============================================================
       GET-CUSTOMER-SHIP-TO.
      *
            EXEC SQL
                SELECT SHIP-NAME, ADDR-LINE1, ADDR-LINE2, CITY,
                       STATE, ZIP
                    INTO :WS-DSH-SHIP-NAME, :WS-DSH-ADDR1,
                         :WS-DSH-ADDR2, :WS-DSH-CITY,
                         :WS-DSH-STATE, :WS-DSH-ZIP
                FROM EVENT.MARBLES_SHIPTO
                WHERE CUST-NO = :WS-ORD-CUST
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'NO SHIP-TO ON FILE' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ SHIP-TOS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * One PO per drop-ship line, numbered one past the highest on
      * file the way MRBLPOC numbers its POs, due in the supplier's
      * lead days -- the order line is already written, so a PO
      * that can't be opened backs the whole line out
      * ===============================================================
       OPEN-DROP-SHIP-PO.
      *
            MOVE 1 TO WS-DSH-PO-LINE
            EXEC SQL
                SELECT COALESCE(MAX(PO-NO), 0) + 1
                    INTO :WS-DSH-PO-NO
                FROM EVENT.MARBLES_PO
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_PO
                    VALUES (:WS-DSH-PO-NO, :WS-DSH-SUPPLIER, 'O',
                            CURRENT DATE)
                END-EXEC
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_POLINE
                    VALUES (:WS-DSH-PO-NO, :WS-DSH-PO-LINE,
                            :WS-INPUT-COLOR, :WS-WORK-QTY, 0,
                            :WS-DSH-COST,
                            CURRENT DATE + :WS-DSH-LEAD DAYS, 'D')
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO OPEN SUPPLIER PO' TO WS-OUTPUT-TEXT
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF.
      * ===============================================================
      * Tie the PO line to the order line, with the ship-to as it
      * stands today
      * ===============================================================
       INSERT-DROP-SHIP-ROW.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_DROPSHIP
                VALUES (:WS-DSH-PO-NO, :WS-DSH-PO-LINE,
                        :WS-ORD-NO, :WS-ORD-LINE-NO, :WS-ORD-CUST,
                        :WS-DSH-SHIP-NAME, :WS-DSH-ADDR1,
                        :WS-DSH-ADDR2, :WS-DSH-CITY,
                        :WS-DSH-STATE, :WS-DSH-ZIP, 'O', ' ', ' ',
                        '0001-01-01', EIBTRMID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD DROP-SHIP' TO WS-OUTPUT-TEXT
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF.
      * ===============================================================
      * Cancel one line and give its reservation back -- the release
      * clamps at zero the same way DO-RELEASE clamps. A drop-ship
      * line held no reservation; its supplier PO line is cancelled
      * instead.
      * ===============================================================
       DO-CANCEL-LINE.
      *
      *     back and close the line
      *
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-DROP-SHIP = 1 THEN
                PERFORM CANCEL-DROP-SHIP-PO
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-DROP-SHIP = 0 THEN
                MOVE WS-ORD-COLOR TO WS-INPUT-COLOR
                PERFORM GET-INVENTORY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-DROP-SHIP = 0 THEN
                PERFORM GET-RESERVED-QTY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-DROP-SHIP = 0 THEN
                MOVE WS-WORK-RESERVED TO WS-WORK-INV-BEFORE
                IF WS-WORK-RESERVED > WS-ORD-QTY THEN
                    SUBTRACT WS-ORD-QTY FROM WS-WORK-RESERVED
                PERFORM UPDATE-RESERVED-QTY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-DROP-SHIP = 0 THEN
                COMPUTE WS-RSL-REMAIN =
                    WS-WORK-INV-BEFORE - WS-WORK-RESERVED
                PERFORM CONSUME-RSVLOG-ROWS
                PERFORM MARK-ORDER-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1
                    AND WS-ORD-DROP-SHIP = 0 THEN
                MOVE 'REL' TO WS-AUDIT-VERB
                MOVE WS-WORK-RESERVED TO WS-WORK-INV
                PERFORM LOG-ORDER-TRANSACTION
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM CLOSE-ORDER-IF-DONE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                MOVE 'LINE CANCELLED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Read one still-open line of the order -- open stock line or
      * drop-ship line still waiting on its supplier
      * ===============================================================
       GET-ORDER-LINE.
      *
            MOVE 0 TO WS-ORD-DROP-SHIP
            EXEC SQL
                SELECT COLOR, QUANTITY, LINE-STATUS
                    INTO :WS-ORD-COLOR, :WS-ORD-QTY,
                         :WS-ORD-LINE-STATUS
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-ORD-NO
                  AND LINE-NO = :WS-ORD-LINE-NO
                  AND LINE-STATUS IN ('O', 'D')
            END-EXEC
      *
            IF SQLCODE = 0 AND WS-ORD-LINE-STATUS = 'D' THEN
                MOVE 1 TO WS-ORD-DROP-SHIP
            END-IF
            IF SQLCODE = 100 THEN
                MOVE 0 TO WS-ORD-FOUND
                MOVE 17 TO WS-MSG-LENGTH
                SET LINE-STATUS = :WS-ORD-LINE-STATUS
                WHERE ORDER-NO = :WS-ORD-NO
                  AND LINE-NO = :WS-ORD-LINE-NO
                  AND LINE-STATUS IN ('O', 'D')
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 'UNABLE TO UPDATE ORDER LINE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Cancel the supplier PO a drop-ship line opened -- its line,
      * its header (one line per drop-ship PO) and the drop-ship
      * row all go to 'X'
      * ===============================================================
       CANCEL-DROP-SHIP-PO.
      *
            EXEC SQL
                SELECT PO-NO, PO-LINE-NO
                    INTO :WS-DSH-PO-NO, :WS-DSH-PO-LINE
                FROM EVENT.MARBLES_DROPSHIP
                WHERE ORDER-NO = :WS-ORD-NO
                  AND LINE-NO = :WS-ORD-LINE-NO
                  AND DS-STATUS = 'O'
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_POLINE
                    SET LINE-STATUS = 'X'
                    WHERE PO-NO = :WS-DSH-PO-NO
                      AND LINE-NO = :WS-DSH-PO-LINE
                      AND LINE-STATUS = 'D'
                END-EXEC
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_PO
                    SET PO-STATUS = 'X'
                    WHERE PO-NO = :WS-DSH-PO-NO
                END-EXEC
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_DROPSHIP
                    SET DS-STATUS = 'X',
                        TERM-ID = EIBTRMID,
                        DS-TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PO-NO = :WS-DSH-PO-NO
                      AND PO-LINE-NO = :WS-DSH-PO-LINE
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 28 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO CANCEL SUPPLIER PO' TO WS-OUTPUT-TEXT
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF.
      * ===============================================================
      * When no open line remains, the header closes with it --
      * complete if anything picked or drop-shipped, cancelled if
      * every line was. A drop-ship line still waiting on its
      * supplier keeps the order open.
      * ===============================================================
       CLOSE-ORDER-IF-DONE.
      *
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-ORD-NO
                  AND LINE-STATUS IN ('O', 'D')
            END-EXEC
            IF SQLCODE = 0 AND WS-WORK-ROW-COUNT = 0 THEN
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                    FROM EVENT.MARBLES_ORDLINE
                    WHERE ORDER-NO = :WS-ORD-NO
                      AND LINE-STATUS IN ('P', 'S')
                END-EXEC
                IF SQLCODE = 0 THEN
                    IF WS-WORK-ROW-COUNT > 0 THEN
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM CHECK-ORDER-OPEN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                PERFORM CHECK-LINES-TO-PICK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 THEN
                MOVE 0 TO WS-ORD-SHORT
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 AND WS-ORD-SHORT = 0 THEN
                PERFORM CLOSE-ORDER-IF-DONE
                PERFORM OPEN-SHIPMENT-ROW
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 AND WS-ORD-SHORT = 0 THEN
                MOVE 'C' TO WS-WAV-ROW-STATUS
                PERFORM CLOSE-WAVE-ROW
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-FOUND = 1 AND WS-ORD-SHORT = 0 THEN
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'ORDER PICKED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Confirm a whole wave: re-find the lowest order still open on
      * it each pass (every order handled closes or drops its wave
      * row), pick it as PCK would, and commit it on its own
      * ===============================================================
       DO-PICK-WAVE.
      *
            PERFORM DETERMINE-WAVE-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM CHECK-WAVE-OPEN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE 0 TO WS-WAV-PICKED
                MOVE 0 TO WS-WAV-LEFT
                MOVE 0 TO WS-WAV-DONE
                PERFORM PICK-ONE-WAVE-ORDER
                    UNTIL WS-WAV-NO-MORE
                        OR WS-SQL-ERROR = 1
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-WAV-NO TO WS-WAV-NO-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'WAVE ' DELIMITED BY SIZE
                    WS-WAV-NO-DISPLAY DELIMITED BY SIZE
                    ' PICKED ' DELIMITED BY SIZE
                    WS-WAV-PICKED DELIMITED BY SIZE
                    ' LEFT OPEN ' DELIMITED BY SIZE
                    WS-WAV-LEFT DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 40 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Work out the typed wave number, as DETERMINE-ORDER-NO works
      * out an order number typed in the same position
      * ===============================================================
       DETERMINE-WAVE-NO.
      *
            MOVE 0 TO WS-EDIT-ERROR
            MOVE 0 TO WS-WAV-NO
            IF WS-INPUT-ORDER-NO = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'WAVE NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-INPUT-ORDER-NO TO WS-WAV-NO-TEXT
                INSPECT WS-WAV-NO-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-WAV-NO-TEXT IS NUMERIC THEN
                    MOVE WS-WAV-NO-TEXT TO WS-WAV-NO-DISPLAY
                    MOVE WS-WAV-NO-DISPLAY TO WS-WAV-NO
                ELSE
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 27 TO WS-MSG-LENGTH
                    MOVE 'WAVE NUMBER MUST BE NUMERIC'
                        TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * The wave must exist and still have orders on the floor
      * ===============================================================
       CHECK-WAVE-OPEN.
      *
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN WAVE-STATUS = 'O'
                                         THEN 1 ELSE 0 END), 0)
                    INTO :WS-WAV-ROWS, :WS-WAV-OPEN-ROWS
                FROM EVENT.MARBLES_WAVE
                WHERE WAVE-NO = :WS-WAV-NO
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ WAVES' TO WS-OUTPUT-TEXT
            ELSE IF WS-WAV-ROWS = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN WAVE' TO WS-OUTPUT-TEXT
            ELSE IF WS-WAV-OPEN-ROWS = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'WAVE ALREADY CONFIRMED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * One order off the wave: an order no longer open (picked on
      * PCK or MRBV, or cancelled) just closes its wave row; an open
      * one is picked whole or left open and dropped
      * ===============================================================
       PICK-ONE-WAVE-ORDER.
      *
            EXEC SQL
                SELECT ORDER-NO INTO :WS-ORD-NO
                FROM EVENT.MARBLES_WAVE
                WHERE WAVE-NO = :WS-WAV-NO
                  AND WAVE-STATUS = 'O'
                  AND ORDER-NO =
                      (SELECT MIN(ORDER-NO)
                       FROM EVENT.MARBLES_WAVE
                       WHERE WAVE-NO = :WS-WAV-NO
                         AND WAVE-STATUS = 'O')
            END-EXEC
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-WAV-DONE
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ WAVES' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 0 TO WS-EDIT-ERROR
                MOVE 0 TO WS-ORD-SHORT
                MOVE 'C' TO WS-WAV-ROW-STATUS
                PERFORM CHECK-ORDER-OPEN
                IF WS-SQL-ERROR = 0 AND WS-ORD-FOUND = 1 THEN
                    PERFORM PICK-WAVE-ORDER
                END-IF
                IF WS-SQL-ERROR = 0 THEN
                    PERFORM CLOSE-WAVE-ROW
                END-IF
                IF WS-SQL-ERROR = 0 THEN
                    EXEC CICS SYNCPOINT
                    END-EXEC
                ELSE
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                END-IF
                MOVE 0 TO WS-EDIT-ERROR
            END-IF.
      * ===============================================================
      * Pick one wave order the way DO-PICK-ORDER picks it; an order
      * with nothing for the floor or a line short is left open
      * ===============================================================
       PICK-WAVE-ORDER.
      *
            PERFORM CHECK-LINES-TO-PICK
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM VERIFY-ALL-LINES
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-SHORT = 0 THEN
                PERFORM PICK-ALL-LINES
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-ORD-SHORT = 0 THEN
                PERFORM CLOSE-ORDER-IF-DONE
                PERFORM OPEN-SHIPMENT-ROW
            END-IF
            IF WS-SQL-ERROR = 0 THEN
                IF WS-EDIT-ERROR = 0 AND WS-ORD-SHORT = 0 THEN
                    ADD 1 TO WS-WAV-PICKED
                ELSE
                    MOVE 'S' TO WS-WAV-ROW-STATUS
                    ADD 1 TO WS-WAV-LEFT
                END-IF
            END-IF.
      * ===============================================================
      * Close (or drop) the order's open wave row -- an order that
      * was never waved simply has none
      * ===============================================================
       CLOSE-WAVE-ROW.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_WAVE
                SET WAVE-STATUS = :WS-WAV-ROW-STATUS
                WHERE ORDER-NO = :WS-ORD-NO
                  AND WAVE-STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE WAVE' TO WS-OUTPUT-TEXT
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF.
      * ===============================================================
      * An order whose only open lines are drop-ships has nothing
      * for the floor -- refuse the pick rather than put an empty
      * shipment on the dock
      * ===============================================================
       CHECK-LINES-TO-PICK.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-ORD-NO
                  AND LINE-STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ ORDER LINES' TO WS-OUTPUT-TEXT
            ELSE IF WS-WORK-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'NO LINES TO PICK' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Put the picked order on the dock: one shipment row, waiting
      * for the carrier -- a pick that can't be shipped is backed
      * out whole rather than lost to the dock. It is the order's
      * only one: CHECK-ORDER-NOT-PICKED keeps later lines off it.
      * ===============================================================
       OPEN-SHIPMENT-ROW.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_SHIPMENT
                VALUES (:WS-ORD-NO, :WS-ORD-CUST, 'P', CURRENT DATE,
                        ' ', ' ', 0, '0001-01-01', 'N', EIBTRMID,
                        CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD SHIPMENT' TO WS-OUTPUT-TEXT
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF.
      * ===============================================================
      * Before anything posts, prove every open line clears -- the
      * DO-BUILD precedent, which loads every component and checks
      * for a short before it touches the first one. GET-INVENTORY's
                MOVE 'SUB' TO WS-AUDIT-VERB
                PERFORM LOG-ORDER-TRANSACTION
            END-IF
            IF WS-SQL-ERROR = 0 AND WS-ORD-SHORT = 0 THEN
                MOVE WS-ORD-QTY TO WS-LOT-TO-DRAW
                PERFORM DRAW-LOTS-FIFO
            END-IF
            IF WS-SQL-ERROR = 0 AND WS-ORD-SHORT = 0 THEN
                PERFORM GET-RESERVED-QTY
            END-IF
                PERFORM MARK-ORDER-LINE
            END-IF.
      * ===============================================================
      * Draw the picked quantity down across the color's lots,
      * oldest received first, skipping quarantined and expired
      * lots -- MARBLES.cbl's DRAW-LOTS-FIFO, with each lot taken
      * also recorded against the order line. Stock picked beyond
      * what the lots cover came from untracked legacy receipts.
      * ===============================================================
       DRAW-LOTS-FIFO.
      *
            MOVE 0 TO WS-LOT-DONE
            IF WS-LOT-TO-DRAW <= 0 THEN
                MOVE 1 TO WS-LOT-DONE
            END-IF
            EXEC SQL
                DECLARE C-LOTDRAW CURSOR FOR
                SELECT LOT-ID, QTY-REMAINING
                FROM EVENT.MARBLES_LOT
                WHERE COLOR = :WS-ORD-COLOR
                  AND QTY-REMAINING > 0
                  AND LOT-STATUS = 'A'
                  AND EXPIRY-DATE >= CURRENT DATE
                ORDER BY RECEIVED-DATE, LOT-ID
            END-EXEC
      *
            EXEC SQL
                OPEN C-LOTDRAW
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LOT-DONE
            END-IF
      *
            PERFORM DRAW-ONE-LOT
                UNTIL WS-LOT-NO-MORE
      *
            EXEC SQL
                CLOSE C-LOTDRAW
            END-EXEC.
      * ===============================================================
      * Consume the next-oldest lot, in whole or in part
      * ===============================================================
       DRAW-ONE-LOT.
      *
            EXEC SQL
                FETCH C-LOTDRAW INTO :WS-LOT-ID, :WS-LOT-QTY
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LOT-DONE
            ELSE
                IF WS-LOT-QTY > WS-LOT-TO-DRAW THEN
                    MOVE WS-LOT-TO-DRAW TO WS-LOT-DRAWN
                    SUBTRACT WS-LOT-TO-DRAW FROM WS-LOT-QTY
                    MOVE 0 TO WS-LOT-TO-DRAW
                ELSE
                    MOVE WS-LOT-QTY TO WS-LOT-DRAWN
                    SUBTRACT WS-LOT-QTY FROM WS-LOT-TO-DRAW
                    MOVE 0 TO WS-LOT-QTY
                END-IF
                EXEC SQL
                    UPDATE EVENT.MARBLES_LOT
                    SET QTY-REMAINING = :WS-LOT-QTY
                    WHERE COLOR = :WS-ORD-COLOR
                      AND LOT-ID = :WS-LOT-ID
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 21 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE LOTS' TO WS-OUTPUT-TEXT
                    MOVE 1 TO WS-LOT-DONE
                ELSE
                    PERFORM RECORD-LOT-CONSUMPTION
                END-IF
                IF WS-LOT-TO-DRAW = 0 THEN
                    MOVE 1 TO WS-LOT-DONE
                END-IF
            END-IF.
      * ===============================================================
      * One consumption row per lot drawn, under the SUB verb a
      * keyed pick carries, and the same lot against the order line
      * ===============================================================
       RECORD-LOT-CONSUMPTION.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_LOTUSE
                VALUES (
                      :WS-ORD-COLOR,
                      :WS-LOT-ID,
                      'SUB',
                      :WS-LOT-DRAWN,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_ORDLOT
                    VALUES (:WS-ORD-NO, :WS-ORD-LINE-NO,
                            :WS-ORD-COLOR, :WS-LOT-ID,
                            :WS-LOT-DRAWN)
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD LOT DRAW' TO WS-OUTPUT-TEXT
                MOVE 1 TO WS-LOT-DONE
            END-IF.
      * ===============================================================
      * List an order's lines (order number typed), or every open
      * order header (no argument) -- the answer the order desk used
      * to reconstruct from the anonymous reserved totals
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, PCK and WAV
      * are refused until MRBLPHP has posted the count, as MARBLES.cbl
      * refuses its movement verbs: a pick posts a SUB against the
      * book figures the count tags were written from. NEW, LIN, CAN
      * and DSH move reservations or open a supplier PO, never stock,
      * and still answer. A DB error here reads as no count open, as
      * it does in MARBLES.cbl.
      * ===============================================================
       CHECK-PHYSICAL-FREEZE.
      *
            MOVE 0 TO WS-PHYS-OPEN-COUNT
            EXEC SQL
                SELECT COUNT(*) INTO :WS-PHYS-OPEN-COUNT
                FROM EVENT.MARBLES_PHYINV
                WHERE PHY-STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 0 TO WS-PHYS-OPEN-COUNT
            END-IF
      *
            IF WS-PHYS-OPEN-COUNT > 0 THEN
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'PHYSICAL INVENTORY IN PROGRESS'
                    TO WS-OUTPUT-TEXT
            END-IF.
