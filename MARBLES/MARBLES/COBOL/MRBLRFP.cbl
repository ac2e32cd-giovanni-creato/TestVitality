      * ===============================================================
      * The pickers' handheld scanners invoke this transaction
      * (called MRBV) via:
      *   MRBV <ACTION> <ORDER-NO> [arguments]
      *
      * Where:
      *  <ACTION> = NXT|PCK
      *  NXT <ORDER-NO>
      *  PCK <ORDER-NO> <LINE-NO> <BIN> <COLOR> <QTY-PICKED>
      *
      * Example:
      *  MRBV NXT 00000007
      *  MRBV PCK 00000007 0002 A-01       GOLD       000180
      *
      * Line-by-line pick confirmation off the MRBLPKL pick list,
      * kept to a short screen for the scanner. MRBO PCK confirms a
      * whole order at once and posts every open line in full, so a
      * shelf that held 180 of the 300 GOLD promised still posted
      * 300 and the 120 surfaced at the next count as a variance
      * nobody could explain. Here the picker scans the bin, the
      * color and the quantity actually in hand, one line at a time:
      *
      *   NXT answers the order's next open line in the pick list's
      *       own bin-walk order -- line, home bin, color, quantity
      *   PCK posts the scanned quantity: the SUB against the color
      *       total with its audit row, the lots drawn oldest first
      *       and kept against the order line (EVENT.MARBLES_ORDLOT),
      *       the scanned bin's EVENT.MARBLES_LOCATION quantity drawn
      *       down (clamped at zero, as a keyed SUB clamps it), and
      *       the line's whole reservation released
      *
      * The scan has to agree with the line: the color scanned is
      * the line's color, the bin scanned holds the color (a
      * location row for it, or its home bin), and the quantity is
      * no more than the line asked for. A full pick closes the line
      * picked ('P'). A short pick closes it at the quantity picked
      * -- so MRBLINV bills what went in the box -- or cancels it
      * ('X') when nothing was found, and the remainder goes on
      * EVENT.MARBLES_BACKORDER for the order's customer, where the
      * next receipt of the color fills it. Every short also raises
      * a SHORTPCK alert naming the bin, so the supervisor sends
      * someone to check the shelf before the next picker trusts it.
      *
      * When the last open line on the order is confirmed the order
      * goes on the dock exactly as after MRBO PCK: the header
      * closes when no open or drop-ship line remains, an
      * EVENT.MARBLES_SHIPMENT row opens for MRBD if anything was
      * picked, and an order on an MRBLWAV wave closes its wave row.
      * A failure part-way through a line backs the line's whole
      * posting out.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRFP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-PHYS-OPEN-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-WORK-INV PIC S9(9) COMP VALUE 0.
          02 WS-WORK-INV-BEFORE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-INV-SAVE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-STATUS PIC X(1) VALUE 'A'.
          02 WS-WORK-BIN-LOCATION PIC X(10).
          02 WS-WORK-RESERVED PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-ACTION-NEXT PIC 9 VALUE 0.
          02 WS-ACTION-PICK PIC 9 VALUE 0.
          02 WS-AUDIT-VERB PIC X(3).
       01 WS-PICK-WORK.
          02 WS-RFP-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-RFP-ORDER-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-RFP-ORDER-DISPLAY PIC 9(8).
          02 WS-RFP-ORD-STATUS PIC X(1).
          02 WS-RFP-CUST PIC X(10).
          02 WS-RFP-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-RFP-LINE-TEXT PIC X(4) JUSTIFIED RIGHT.
          02 WS-RFP-LINE-DISPLAY PIC 9(4).
          02 WS-RFP-COLOR PIC X(10).
          02 WS-RFP-LINE-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RFP-PICKED PIC S9(9) COMP VALUE 0.
          02 WS-RFP-PICKED-TEXT PIC X(6) JUSTIFIED RIGHT.
          02 WS-RFP-PICKED-DISPLAY PIC 9(6).
          02 WS-RFP-SHORT PIC S9(9) COMP VALUE 0.
          02 WS-RFP-SHORT-DISPLAY PIC 9(6).
          02 WS-RFP-QTY-DISPLAY PIC 9(6).
          02 WS-RFP-BIN PIC X(10).
          02 WS-RFP-LOC-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RFP-BIN-OK PIC 9 VALUE 0.
          02 WS-RFP-LINE-STATUS PIC X(1).
          02 WS-RFP-ORDER-DONE PIC 9 VALUE 0.
       01 WS-ALERT-WORK.
          02 WS-ALERT-TYPE PIC X(8) VALUE 'SHORTPCK'.
          02 WS-ALERT-TEXT PIC X(40).
       01 WS-LOT-WORK.
          02 WS-LOT-ID PIC X(10).
          02 WS-LOT-QTY PIC S9(9) COMP VALUE 0.
          02 WS-LOT-TO-DRAW PIC S9(9) COMP VALUE 0.
          02 WS-LOT-DRAWN PIC S9(9) COMP VALUE 0.
          02 WS-LOT-DONE PIC 9 VALUE 0.
             88 WS-LOT-NO-MORE VALUE 1.
       01 WS-RSL-WORK.
          02 WS-RSL-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RSL-TIMESTAMP PIC X(26).
          02 WS-RSL-REMAIN PIC S9(9) COMP VALUE 0.
          02 WS-RSL-DONE PIC 9 VALUE 0.
             88 WS-RSL-NO-MORE VALUE 1.
       01 WS-CONST.
          02 WS-CONST-NEXT PIC X(3) VALUE 'NXT'.
          02 WS-CONST-PICK PIC X(3) VALUE 'PCK'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ORDER-NO PIC X(8) VALUE SPACES.
          05 WS-INPUT-THIRD-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-LINE-NO PIC X(4) VALUE SPACES.
          05 WS-INPUT-FOURTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-BIN PIC X(10) VALUE SPACES.
          05 WS-INPUT-FIFTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-COLOR PIC X(10) VALUE SPACES.
          05 WS-INPUT-SIXTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-QTY PIC X(6) VALUE SPACES.
       01 WS-OUTPUT.
          05 WS-OUTPUT-TEXT PIC X(780).
       01 WS-MSG-LENGTH PIC S9(4) COMP.
       01 WS-RESP PIC S9(8) COMP.
       01 WS-RECEIVE-ERROR PIC 9(1) VALUE 0.
          88 WS-RECEIVE-FAILED VALUE 1.
      * ===============================================================
      * Map SQL tables this transaction reads and maintains
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
      * ===============================================================
      * Map SQL location table (see MARBLES.cbl -- the per-bin
      * breakdown of a color's total)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LOCATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL order tables (see MRBLORD.cbl)
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
      * Map SQL lot tables (see MARBLES.cbl)
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
      * Map SQL backorder and operator-alert tables (see MARBLES.cbl)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_BACKORDER TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             SHORT-QTY                      INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             BO-PRIORITY                    INTEGER     NOT NULL,
             BO-STATUS                      CHAR(1)     NOT NULL,
             BO-TIMESTAMP                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ALERT TABLE
           ( ALERT-TYPE                     CHAR(8)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ALERT-TEXT                     VARCHAR(40) NOT NULL,
             ACK-STATUS                     CHAR(1)     NOT NULL,
             ACK-BY                         CHAR(4)     NOT NULL,
             ALERT-TIMESTAMP                TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL shipment table (see MRBLORD.cbl)
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
      * Map SQL wave table (see MRBLWAV.cbl)
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
      * MRBV transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive the scan (e.g. PCK 00000007 0002 A-01 GOLD 180)
      *
            PERFORM GET-TRANS-INPUT.
      *
      *     Route on the action, unless the RECEIVE itself failed
      *
            IF WS-RECEIVE-FAILED THEN
                CONTINUE
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-NEXT = 1 THEN
                    PERFORM DO-NEXT-LINE
                ELSE IF WS-ACTION-PICK = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-PICK-LINE
                    END-IF
                END-IF
            END-IF.
            PERFORM WRITE-OUTPUT

            GOBACK.
      * ===============================================================
      * Initialize working areas
      * ===============================================================
       INIT-WORK-AREAS.
      *
            INITIALIZE SQLCA.
            MOVE 15 TO WS-MSG-LENGTH.
            MOVE SPACES TO WS-INPUT.
            MOVE SPACES TO WS-OUTPUT-TEXT.
      * ===============================================================
      * Write transaction response to user
      * ===============================================================
       WRITE-OUTPUT.
      *
            EXEC CICS SEND
                        FROM(WS-OUTPUT-TEXT)
                        LENGTH(WS-MSG-LENGTH)
                        ERASE
            END-EXEC.
      * ===============================================================
      * Get transaction input
      * ===============================================================
       GET-TRANS-INPUT.
      *
      *     Receive input from user -- checked by RESP the same way
      *     MRBLSUP.cbl checks its RECEIVE
      *
            MOVE 0 TO WS-RECEIVE-ERROR.
            MOVE 51 TO WS-MSG-LENGTH.
            EXEC CICS RECEIVE
                        INTO(WS-INPUT)
                        LENGTH(WS-MSG-LENGTH)
                        RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(LENGERR) THEN
                MOVE 1 TO WS-RECEIVE-ERROR
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'INPUT TOO LONG' TO WS-OUTPUT-TEXT
            ELSE IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 1 TO WS-RECEIVE-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ INPUT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Set indicator for the typed action
      * ===============================================================
       VERIFY-ACTION.
      *
            IF WS-CONST-NEXT = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-NEXT
            ELSE IF WS-CONST-PICK = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-PICK
            ELSE
                MOVE 11 TO WS-MSG-LENGTH
                MOVE 'USE NXT|PCK' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The order's next open line in bin-walk order -- home bin,
      * then color, the order MRBLPKL prints the sheet in
      * ===============================================================
       DO-NEXT-LINE.
      *
            PERFORM DETERMINE-ORDER-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM CHECK-ORDER-OPEN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    SELECT L.LINE-NO, L.COLOR, L.QUANTITY,
                           COALESCE(M.BIN-LOCATION, ' ')
                        INTO :WS-RFP-LINE-NO, :WS-RFP-COLOR,
                             :WS-RFP-LINE-QTY, :WS-RFP-BIN
                    FROM EVENT.MARBLES_ORDLINE L
                    LEFT OUTER JOIN EVENT.MARBLES M
                        ON M.COLOR = L.COLOR
                    WHERE L.ORDER-NO = :WS-RFP-ORDER-NO
                      AND L.LINE-STATUS = 'O'
                    ORDER BY 4, L.COLOR
                    FETCH FIRST 1 ROW ONLY
                END-EXEC
                IF SQLCODE = 100 THEN
                    MOVE 16 TO WS-MSG-LENGTH
                    MOVE 'NO LINES TO PICK' TO WS-OUTPUT-TEXT
                ELSE IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 26 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ ORDER LINES' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE WS-RFP-LINE-NO TO WS-RFP-LINE-DISPLAY
                    MOVE WS-RFP-LINE-QTY TO WS-RFP-QTY-DISPLAY
                    MOVE SPACES TO WS-OUTPUT-TEXT
                    STRING 'LINE ' DELIMITED BY SIZE
                        WS-RFP-LINE-DISPLAY DELIMITED BY SIZE
                        ' BIN ' DELIMITED BY SIZE
                        WS-RFP-BIN DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-RFP-COLOR DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-RFP-QTY-DISPLAY DELIMITED BY SIZE
                        INTO WS-OUTPUT-TEXT
                    MOVE 42 TO WS-MSG-LENGTH
                END-IF
            END-IF.
      * ===============================================================
      * Confirm one scanned line: edit the scan, prove it against the
      * line and the shelf, then post it -- in full or short
      * ===============================================================
       DO-PICK-LINE.
      *
            PERFORM DETERMINE-ORDER-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM EDIT-SCAN-FIELDS
            END-IF
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM CHECK-ORDER-OPEN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-OPEN-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM CHECK-SCAN-AGAINST-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-INVENTORY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM CHECK-SCANNED-BIN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM POST-SCANNED-PICK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM RELEASE-LINE-RESERVATION
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM CLOSE-PICKED-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-RFP-SHORT > 0 THEN
                PERFORM RECORD-SHORT-PICK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM CLOSE-ORDER-IF-DONE
            END-IF
            IF WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM BUILD-PICK-REPLY
            END-IF.
      * ===============================================================
      * Work out the typed order number -- same right-justify-and-
      * zero-fill treatment MRBLORD.cbl gives it
      * ===============================================================
       DETERMINE-ORDER-NO.
      *
            MOVE 0 TO WS-EDIT-ERROR
            MOVE WS-INPUT-ORDER-NO TO WS-RFP-ORDER-TEXT
            INSPECT WS-RFP-ORDER-TEXT
                REPLACING LEADING SPACE BY ZERO
            IF WS-INPUT-ORDER-NO = SPACES
                    OR WS-RFP-ORDER-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'ORDER NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-RFP-ORDER-TEXT TO WS-RFP-ORDER-DISPLAY
                MOVE WS-RFP-ORDER-DISPLAY TO WS-RFP-ORDER-NO
            END-IF.
      * ===============================================================
      * Line number and quantity right-justified and zero-filled
      * before the numeric test; bin and color have to be scanned.
      * A quantity of zero is a real answer -- the shelf was empty.
      * ===============================================================
       EDIT-SCAN-FIELDS.
      *
            MOVE WS-INPUT-LINE-NO TO WS-RFP-LINE-TEXT
            INSPECT WS-RFP-LINE-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE WS-INPUT-QTY TO WS-RFP-PICKED-TEXT
            INSPECT WS-RFP-PICKED-TEXT
                REPLACING LEADING SPACE BY ZERO
      *
            IF WS-INPUT-LINE-NO = SPACES
                    OR WS-RFP-LINE-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'LINE NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-BIN = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'SCAN BIN REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-COLOR = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'SCAN COLOR REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-QTY = SPACES
                    OR WS-RFP-PICKED-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'QUANTITY MUST BE NUMERIC' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-RFP-LINE-TEXT TO WS-RFP-LINE-DISPLAY
                MOVE WS-RFP-LINE-DISPLAY TO WS-RFP-LINE-NO
                MOVE WS-RFP-PICKED-TEXT TO WS-RFP-PICKED-DISPLAY
                MOVE WS-RFP-PICKED-DISPLAY TO WS-RFP-PICKED
                MOVE WS-INPUT-BIN TO WS-RFP-BIN
            END-IF.
      * ===============================================================
      * Confirm the order exists and is still open
      * ===============================================================
       CHECK-ORDER-OPEN.
      *
            EXEC SQL
                SELECT ORD-STATUS, CUST-NO
                    INTO :WS-RFP-ORD-STATUS, :WS-RFP-CUST
                FROM EVENT.MARBLES_ORDER
                WHERE ORDER-NO = :WS-RFP-ORDER-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 13 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN ORDER' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ ORDERS' TO WS-OUTPUT-TEXT
            ELSE IF WS-RFP-ORD-STATUS NOT = 'O' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'ORDER NOT OPEN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The scanned line has to be on the order and still open
      * ===============================================================
       GET-OPEN-LINE.
      *
            EXEC SQL
                SELECT COLOR, QUANTITY
                    INTO :WS-RFP-COLOR, :WS-RFP-LINE-QTY
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-RFP-ORDER-NO
                  AND LINE-NO = :WS-RFP-LINE-NO
                  AND LINE-STATUS = 'O'
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'LINE NOT TO PICK' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ ORDER LINES' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The scanned color is the line's color, and the picker can't
      * pick more than the line asked for
      * ===============================================================
       CHECK-SCAN-AGAINST-LINE.
      *
            IF WS-INPUT-COLOR NOT = WS-RFP-COLOR THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 11 TO WS-MSG-LENGTH
                MOVE 'WRONG COLOR' TO WS-OUTPUT-TEXT
            ELSE IF WS-RFP-PICKED > WS-RFP-LINE-QTY THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'MORE THAN THE LINE' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-RFP-SHORT =
                    WS-RFP-LINE-QTY - WS-RFP-PICKED
            END-IF.
      * ===============================================================
      * Get current inventory -- FOR UPDATE OF, the same row hold
      * MARBLES.cbl's own GET-INVENTORY takes before a mutation. A
      * held color can't be picked, and a pick can't post more than
      * the books say is on hand.
      * ===============================================================
       GET-INVENTORY.
      *
            EXEC SQL
                SELECT INVENTORY, STATUS, BIN-LOCATION
                    INTO :WS-WORK-INV, :WS-WORK-STATUS,
                         :WS-WORK-BIN-LOCATION
                FROM EVENT.MARBLES
                WHERE COLOR = :WS-RFP-COLOR
                FOR UPDATE OF INVENTORY
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
            ELSE IF WS-WORK-STATUS NOT = 'A' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'COLOR IS ON HOLD' TO WS-OUTPUT-TEXT
            ELSE IF WS-RFP-PICKED > WS-WORK-INV THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'MORE THAN ON THE BOOK' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The scanned bin has to hold the color -- a location row for
      * it, or the color's home bin (a color never broken down by
      * location lives in its home bin)
      * ===============================================================
       CHECK-SCANNED-BIN.
      *
            MOVE 0 TO WS-RFP-BIN-OK
            MOVE 0 TO WS-RFP-LOC-QTY
            EXEC SQL
                SELECT QUANTITY INTO :WS-RFP-LOC-QTY
                FROM EVENT.MARBLES_LOCATION
                WHERE COLOR = :WS-RFP-COLOR
                  AND LOCATION = :WS-RFP-BIN
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE 1 TO WS-RFP-BIN-OK
            ELSE IF SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ LOCATIONS' TO WS-OUTPUT-TEXT
            ELSE IF WS-RFP-BIN = WS-WORK-BIN-LOCATION THEN
                MOVE 1 TO WS-RFP-BIN-OK
            END-IF
            IF WS-SQL-ERROR = 0 AND WS-RFP-BIN-OK = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'COLOR NOT IN BIN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Post what was actually picked: the SUB with its audit row,
      * the lots oldest first, and the scanned bin -- nothing to
      * post when the shelf was empty
      * ===============================================================
       POST-SCANNED-PICK.
      *
            IF WS-RFP-PICKED > 0 THEN
                MOVE WS-WORK-INV TO WS-WORK-INV-BEFORE
                SUBTRACT WS-RFP-PICKED FROM WS-WORK-INV
                PERFORM UPDATE-INVENTORY
                IF WS-SQL-ERROR = 0 THEN
                    MOVE 'SUB' TO WS-AUDIT-VERB
                    PERFORM LOG-PICK-TRANSACTION
                END-IF
                IF WS-SQL-ERROR = 0 THEN
                    MOVE WS-RFP-PICKED TO WS-LOT-TO-DRAW
                    PERFORM DRAW-LOTS-FIFO
                END-IF
                IF WS-SQL-ERROR = 0 THEN
                    PERFORM UPDATE-LOCATION-SUB
                END-IF
            END-IF.
      * ===============================================================
      * Update current inventory
      * ===============================================================
       UPDATE-INVENTORY.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES
                SET INVENTORY = :WS-WORK-INV,
                    LAST-UPDATED = CURRENT TIMESTAMP
                WHERE COLOR = :WS-RFP-COLOR
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE INVENTORY' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Draw the scanned bin down, clamping at zero the way
      * MARBLES.cbl's UPDATE-LOCATION-SUB clamps -- a home bin with
      * no location row just leaves the breakdown alone
      * ===============================================================
       UPDATE-LOCATION-SUB.
      *
            IF WS-RFP-LOC-QTY > WS-RFP-PICKED THEN
                SUBTRACT WS-RFP-PICKED FROM WS-RFP-LOC-QTY
            ELSE
                MOVE 0 TO WS-RFP-LOC-QTY
            END-IF
            EXEC SQL
                UPDATE EVENT.MARBLES_LOCATION
                SET QUANTITY = :WS-RFP-LOC-QTY
                WHERE COLOR = :WS-RFP-COLOR
                  AND LOCATION = :WS-RFP-BIN
            END-EXEC
      *
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE LOCATION' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Draw the picked quantity down across the color's lots,
      * oldest received first, skipping quarantined and expired
      * lots -- MRBLORD.cbl's DRAW-LOTS-FIFO, each lot taken also
      * recorded against the order line
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
                WHERE COLOR = :WS-RFP-COLOR
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
                    WHERE COLOR = :WS-RFP-COLOR
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
                      :WS-RFP-COLOR,
                      :WS-LOT-ID,
                      'SUB',
                      :WS-LOT-DRAWN,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_ORDLOT
                    VALUES (:WS-RFP-ORDER-NO, :WS-RFP-LINE-NO,
                            :WS-RFP-COLOR, :WS-LOT-ID,
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
      * The line's whole promise comes off the reserved total --
      * what was picked has left, and the remainder now waits as a
      * backorder instead -- clamped at zero the way DO-RELEASE
      * clamps, with the REL audit row a keyed REL would leave
      * ===============================================================
       RELEASE-LINE-RESERVATION.
      *
            MOVE 0 TO WS-WORK-RESERVED
            EXEC SQL
                SELECT RESERVED-QTY INTO :WS-WORK-RESERVED
                FROM EVENT.MARBLES_RESERVE
                WHERE COLOR = :WS-RFP-COLOR
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ RESERVATIONS' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE = 0 THEN
                MOVE WS-WORK-RESERVED TO WS-WORK-INV-BEFORE
                IF WS-WORK-RESERVED > WS-RFP-LINE-QTY THEN
                    SUBTRACT WS-RFP-LINE-QTY FROM WS-WORK-RESERVED
                ELSE
                    MOVE 0 TO WS-WORK-RESERVED
                END-IF
                EXEC SQL
                    UPDATE EVENT.MARBLES_RESERVE
                    SET RESERVED-QTY = :WS-WORK-RESERVED
                    WHERE COLOR = :WS-RFP-COLOR
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 29 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE RESERVATIONS'
                        TO WS-OUTPUT-TEXT
                ELSE
                    COMPUTE WS-RSL-REMAIN =
                        WS-WORK-INV-BEFORE - WS-WORK-RESERVED
                    PERFORM CONSUME-RSVLOG-ROWS
                    MOVE 'REL' TO WS-AUDIT-VERB
                    MOVE WS-WORK-INV TO WS-WORK-INV-SAVE
                    MOVE WS-WORK-RESERVED TO WS-WORK-INV
                    PERFORM LOG-PICK-TRANSACTION
                    MOVE WS-WORK-INV-SAVE TO WS-WORK-INV
                END-IF
            END-IF.
      * ===============================================================
      * Retire released quantity against the oldest open reservation
      * detail rows, the same foot-back MARBLES.cbl's own
      * CONSUME-RSVLOG-ROWS keeps
      * ===============================================================
       CONSUME-RSVLOG-ROWS.
      *
            MOVE 0 TO WS-RSL-DONE
            IF WS-RSL-REMAIN <= 0 THEN
                MOVE 1 TO WS-RSL-DONE
            END-IF
            PERFORM CONSUME-ONE-RSVLOG
                UNTIL WS-RSL-NO-MORE.
      * ===============================================================
       CONSUME-ONE-RSVLOG.
      *
            EXEC SQL
                SELECT QUANTITY, RSV-TIMESTAMP
                    INTO :WS-RSL-QTY, :WS-RSL-TIMESTAMP
                FROM EVENT.MARBLES_RSVLOG
                WHERE COLOR = :WS-RFP-COLOR
                  AND RSV-STATUS = 'O'
                  AND RSV-TIMESTAMP =
                      (SELECT MIN(RSV-TIMESTAMP)
                       FROM EVENT.MARBLES_RSVLOG
                       WHERE COLOR = :WS-RFP-COLOR
                         AND RSV-STATUS = 'O')
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-RSL-DONE
            ELSE IF WS-RSL-QTY <= WS-RSL-REMAIN THEN
                SUBTRACT WS-RSL-QTY FROM WS-RSL-REMAIN
                EXEC SQL
                    UPDATE EVENT.MARBLES_RSVLOG
                    SET RSV-STATUS = 'R'
                    WHERE COLOR = :WS-RFP-COLOR
                      AND RSV-TIMESTAMP = :WS-RSL-TIMESTAMP
                      AND RSV-STATUS = 'O'
                END-EXEC
                IF SQLCODE NOT = 0 OR WS-RSL-REMAIN = 0 THEN
                    MOVE 1 TO WS-RSL-DONE
                END-IF
            ELSE
                SUBTRACT WS-RSL-REMAIN FROM WS-RSL-QTY
                MOVE 0 TO WS-RSL-REMAIN
                EXEC SQL
                    UPDATE EVENT.MARBLES_RSVLOG
                    SET QUANTITY = :WS-RSL-QTY
                    WHERE COLOR = :WS-RFP-COLOR
                      AND RSV-TIMESTAMP = :WS-RSL-TIMESTAMP
                      AND RSV-STATUS = 'O'
                END-EXEC
                MOVE 1 TO WS-RSL-DONE
            END-IF.
      * ===============================================================
      * Close the line: picked in full, picked short at the quantity
      * that went in the box, or cancelled when nothing was found
      * ===============================================================
       CLOSE-PICKED-LINE.
      *
            IF WS-RFP-PICKED = 0 THEN
                MOVE 'X' TO WS-RFP-LINE-STATUS
            ELSE
                MOVE 'P' TO WS-RFP-LINE-STATUS
            END-IF
            IF WS-RFP-PICKED = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_ORDLINE
                    SET LINE-STATUS = :WS-RFP-LINE-STATUS
                    WHERE ORDER-NO = :WS-RFP-ORDER-NO
                      AND LINE-NO = :WS-RFP-LINE-NO
                      AND LINE-STATUS = 'O'
                END-EXEC
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLES_ORDLINE
                    SET LINE-STATUS = :WS-RFP-LINE-STATUS,
                        QUANTITY = :WS-RFP-PICKED
                    WHERE ORDER-NO = :WS-RFP-ORDER-NO
                      AND LINE-NO = :WS-RFP-LINE-NO
                      AND LINE-STATUS = 'O'
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE ORDER LINE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The shortfall becomes the customer's backorder, and the bin
      * gets an alert so somebody checks the shelf -- the alert is
      * best effort, like MARBLES.cbl's, but the backorder is not
      * ===============================================================
       RECORD-SHORT-PICK.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_BACKORDER
                VALUES (
                      :WS-RFP-COLOR,
                      :WS-RFP-SHORT,
                      EIBTRMID,
                      :WS-RFP-CUST,
                      0,
                      'O',
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD BACKORDER' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-RFP-ORDER-NO TO WS-RFP-ORDER-DISPLAY
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'SHORT PICK BIN ' DELIMITED BY SIZE
                    WS-RFP-BIN DELIMITED BY SPACE
                    ' ORDER ' DELIMITED BY SIZE
                    WS-RFP-ORDER-DISPLAY DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_ALERT
                    VALUES (
                          :WS-ALERT-TYPE,
                          :WS-RFP-COLOR,
                          :WS-ALERT-TEXT,
                          'N',
                          '    ',
                          CURRENT TIMESTAMP)
                END-EXEC
            END-IF.
      * ===============================================================
      * With the last open line confirmed, the order goes on the
      * dock as after MRBO PCK: the header closes when no open or
      * drop-ship line remains (complete if anything picked or
      * drop-shipped, cancelled if not), and a shipment row opens
      * for MRBD when anything was picked here
      * ===============================================================
       CLOSE-ORDER-IF-DONE.
      *
            MOVE 0 TO WS-RFP-ORDER-DONE
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-RFP-ORDER-NO
                  AND LINE-STATUS = 'O'
            END-EXEC
            IF SQLCODE = 0 AND WS-WORK-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-RFP-ORDER-DONE
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                    FROM EVENT.MARBLES_ORDLINE
                    WHERE ORDER-NO = :WS-RFP-ORDER-NO
                      AND LINE-STATUS = 'P'
                END-EXEC
                IF SQLCODE = 0 AND WS-WORK-ROW-COUNT > 0 THEN
                    PERFORM OPEN-SHIPMENT-ROW
                END-IF
            END-IF
            IF WS-RFP-ORDER-DONE = 1 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                    FROM EVENT.MARBLES_ORDLINE
                    WHERE ORDER-NO = :WS-RFP-ORDER-NO
                      AND LINE-STATUS = 'D'
                END-EXEC
                IF SQLCODE = 0 AND WS-WORK-ROW-COUNT = 0 THEN
                    EXEC SQL
                        SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                        FROM EVENT.MARBLES_ORDLINE
                        WHERE ORDER-NO = :WS-RFP-ORDER-NO
                          AND LINE-STATUS IN ('P', 'S')
                    END-EXEC
                    IF SQLCODE = 0 THEN
                        IF WS-WORK-ROW-COUNT > 0 THEN
                            MOVE 'C' TO WS-RFP-ORD-STATUS
                        ELSE
                            MOVE 'X' TO WS-RFP-ORD-STATUS
                        END-IF
                        EXEC SQL
                            UPDATE EVENT.MARBLES_ORDER
                            SET ORD-STATUS = :WS-RFP-ORD-STATUS
                            WHERE ORDER-NO = :WS-RFP-ORDER-NO
                        END-EXEC
                    END-IF
                END-IF
            END-IF
            IF WS-RFP-ORDER-DONE = 1 AND WS-SQL-ERROR = 0 THEN
                PERFORM CLOSE-WAVE-ROW
            END-IF.
      * ===============================================================
      * A confirmed order that was on an MRBLWAV wave closes its wave
      * row, as MRBO PCK closes it -- an order never waved has none
      * ===============================================================
       CLOSE-WAVE-ROW.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_WAVE
                SET WAVE-STATUS = 'C'
                WHERE ORDER-NO = :WS-RFP-ORDER-NO
                  AND WAVE-STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE WAVE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Put the picked order on the dock: one shipment row, waiting
      * for the carrier (see MRBLORD.cbl's OPEN-SHIPMENT-ROW). It is
      * the order's only one -- MRBO LIN/DSH and MRBK REL refuse a
      * line on an order with a shipment row, so no open line can
      * come after it even while drop-ship lines hold the header
      * ===============================================================
       OPEN-SHIPMENT-ROW.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_SHIPMENT
                VALUES (:WS-RFP-ORDER-NO, :WS-RFP-CUST, 'P',
                        CURRENT DATE, ' ', ' ', 0, '0001-01-01', 'N',
                        EIBTRMID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD SHIPMENT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Log the pick-driven movement to the audit trail, under the
      * verb the equivalent keyed MRBL would have carried
      * ===============================================================
       LOG-PICK-TRANSACTION.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_LOG
                VALUES (
                      :WS-RFP-COLOR,
                      :WS-AUDIT-VERB,
                      :WS-WORK-INV-BEFORE,
                      :WS-WORK-INV,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC.
      * ===============================================================
      * Answer the scanner: the line picked in full, or the short
      * and what was backordered, and ORDER DONE once the last line
      * is confirmed
      * ===============================================================
       BUILD-PICK-REPLY.
      *
            MOVE WS-RFP-LINE-NO TO WS-RFP-LINE-DISPLAY
            MOVE SPACES TO WS-OUTPUT-TEXT
            IF WS-RFP-SHORT = 0 THEN
                STRING 'LINE ' DELIMITED BY SIZE
                    WS-RFP-LINE-DISPLAY DELIMITED BY SIZE
                    ' PICKED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 16 TO WS-MSG-LENGTH
            ELSE
                MOVE WS-RFP-SHORT TO WS-RFP-SHORT-DISPLAY
                STRING 'LINE ' DELIMITED BY SIZE
                    WS-RFP-LINE-DISPLAY DELIMITED BY SIZE
                    ' SHORT ' DELIMITED BY SIZE
                    WS-RFP-SHORT-DISPLAY DELIMITED BY SIZE
                    ' BACKORDERED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 34 TO WS-MSG-LENGTH
            END-IF
            IF WS-RFP-ORDER-DONE = 1 THEN
                MOVE ' ORDER DONE' TO
                    WS-OUTPUT-TEXT(WS-MSG-LENGTH + 1:11)
                ADD 11 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, a scanned PCK
      * is refused until MRBLPHP has posted the count, as MARBLES.cbl
      * refuses its movement verbs -- the pick would move both the
      * color total and the bin the count tag was written against.
      * NXT only reads and still answers. A DB error here reads as no
      * count open, as it does in MARBLES.cbl.
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
