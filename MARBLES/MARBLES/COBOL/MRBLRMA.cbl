      * ===============================================================
      * The returns desk invokes this transaction (called MRBU) via:
      *   MRBU <ACTION> <ARGUMENTS>
      *
      * Where:
      *  <ACTION> = OPN|RCV|ACC|REJ|LST
      *  OPN <ORDER-NO> <LINE-NO> <QUANTITY> <REASON>
      *  RCV <RMA-NO> [<QUANTITY>]
      *  ACC <RMA-NO>
      *  REJ <RMA-NO>
      *
      * Example:
      *  MRBU OPN 00000042 0002 000150 BRKN
      *  MRBU RCV 00000007
      *  MRBU RCV 00000008 000090
      *  MRBU ACC 00000007
      *  MRBU LST
      *
      * Customer returns against MRBO orders. OPN authorizes a
      * numbered return (EVENT.MARBLES_RMA) against a picked order
      * line, for no more than the line shipped less what earlier
      * returns on the line already claimed, and with a reason off
      * EVENT.MARBLES_REASON -- the same table MARBLES.cbl checks
      * its adjustment reasons against. RCV books the glass when it
      * comes back through the door: inventory goes up under an RMA
      * audit row (the inventory-moving verb the interval, point-in-
      * time and journal runs all count) and the returned marbles
      * go into a lot of their own, LOT-ID R<rma-no>, that starts
      * in quarantine -- status 'Q', exactly the status LTH sets --
      * so FIFO won't ship it again until someone has looked at it
      * and released it with LTR (or scrapped it with LTS).
      *
      * ACC accepts an inspected return: the customer is owed the
      * marbles received at the unit price they were invoiced, and
      * a credit memo is raised for it on EVENT.MARBLES_CRMEMO and
      * as a credit item (ITEM-TYPE 'C', negative amount) on the
      * receivables ledger, where it nets against the customer's
      * open invoices for aging and credit exposure at once. The
      * nightly MRBLINV run carries the memo to the receivables
      * package. A line that hasn't been invoiced yet can't be
      * credited -- accept it after the night's invoicing. REJ
      * closes a return with no credit; anything already received
      * stays in its quarantine lot for the floor to dispose of.
      * LST shows every return still open or awaiting a decision.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRMA.
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
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-ACTION-OPEN PIC 9 VALUE 0.
          02 WS-ACTION-RECEIVE PIC 9 VALUE 0.
          02 WS-ACTION-ACCEPT PIC 9 VALUE 0.
          02 WS-ACTION-REJECT PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
       01 WS-RMA-WORK.
          02 WS-RMA-FOUND PIC 9 VALUE 0.
          02 WS-RMA-NO PIC S9(9) COMP VALUE 0.
          02 WS-RMA-NO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-RMA-NO-DISPLAY PIC 9(8).
          02 WS-RMA-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-RMA-ORDER-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-RMA-ORDER-DISPLAY PIC 9(8).
          02 WS-RMA-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-RMA-LINE-TEXT PIC X(4) JUSTIFIED RIGHT.
          02 WS-RMA-LINE-DISPLAY PIC 9(4).
          02 WS-RMA-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RMA-QTY-TEXT PIC X(6) JUSTIFIED RIGHT.
          02 WS-RMA-QTY-DISPLAY PIC 9(6).
          02 WS-RMA-RCV-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RMA-CUST PIC X(10).
          02 WS-RMA-COLOR PIC X(10).
          02 WS-RMA-STATUS PIC X(1).
          02 WS-RMA-LOT-ID PIC X(10).
          02 WS-RMA-SHIPPED PIC S9(9) COMP VALUE 0.
          02 WS-RMA-CLAIMED PIC S9(9) COMP VALUE 0.
          02 WS-RMA-LINE-STATUS PIC X(1).
          02 WS-RMA-PRICE PIC S9(5) COMP-3 VALUE 0.
          02 WS-RMA-CREDIT PIC S9(11) COMP-3 VALUE 0.
          02 WS-RMA-CREDIT-NEG PIC S9(11) COMP-3 VALUE 0.
          02 WS-RMA-MEMO-NO PIC S9(9) COMP VALUE 0.
          02 WS-RMA-MEMO-DISPLAY PIC 9(8).
       01 WS-RSN-WORK.
          02 WS-RSN-CODE PIC X(4) VALUE SPACES.
          02 WS-RSN-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-RSN-OK PIC 9 VALUE 0.
       01 WS-LOT-WORK.
          02 WS-LOT-SHELF-FOUND PIC 9 VALUE 0.
          02 WS-LOT-SHELF-DAYS PIC S9(9) COMP VALUE 0.
       01 WS-CONST.
          02 WS-CONST-OPEN PIC X(3) VALUE 'OPN'.
          02 WS-CONST-RECEIVE PIC X(3) VALUE 'RCV'.
          02 WS-CONST-ACCEPT PIC X(3) VALUE 'ACC'.
          02 WS-CONST-REJECT PIC X(3) VALUE 'REJ'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ARGS PIC X(25) VALUE SPACES.
          05 WS-INPUT-OPEN-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-ORDER-NO PIC X(8).
             10 FILLER PIC X(1).
             10 WS-INPUT-LINE-NO PIC X(4).
             10 FILLER PIC X(1).
             10 WS-INPUT-OPEN-QTY PIC X(6).
             10 FILLER PIC X(1).
             10 WS-INPUT-REASON PIC X(4).
          05 WS-INPUT-RMA-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-RMA-NO PIC X(8).
             10 FILLER PIC X(1).
             10 WS-INPUT-RCV-QTY PIC X(6).
             10 FILLER PIC X(10).
       01 WS-OUTPUT.
          05 WS-OUTPUT-TEXT PIC X(780).
       01 WS-MSG-LENGTH PIC S9(4) COMP.
       01 WS-RESP PIC S9(8) COMP.
       01 WS-RECEIVE-ERROR PIC 9(1) VALUE 0.
          88 WS-RECEIVE-FAILED VALUE 1.
       01 WS-LIST-WORK.
          02 WS-LIST-DONE PIC 9 VALUE 0.
             88 WS-LIST-NO-MORE VALUE 1.
          02 WS-LIST-PTR PIC 9(4) VALUE 1.
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
           EXEC SQL DECLARE EVENT.MARBLES_INVLINE TABLE
           ( INVOICE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             LINE-AMOUNT                    DECIMAL(11,0) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_REASON TABLE
           ( REASON-CODE                    CHAR(4)     NOT NULL,
             REASON-DESC                    VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_SHELF TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             SHELF-LIFE-DAYS                INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL return authorizations (RMA-STATUS 'O' open, 'R'
      * received, 'A' accepted and credited, 'X' rejected; dates
      * not yet reached carry 0001-01-01)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_RMA TABLE
           ( RMA-NO                         INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             AUTH-QTY                       INTEGER     NOT NULL,
             RCV-QTY                        INTEGER     NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             CREDIT-AMOUNT                  DECIMAL(11,0) NOT NULL,
             RMA-STATUS                     CHAR(1)     NOT NULL,
             OPEN-DATE                      DATE        NOT NULL,
             RCV-DATE                       DATE        NOT NULL,
             DISP-DATE                      DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RMA-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL credit memos (MEMO-STATUS 'N' new, 'S' sent to the
      * receivables package by MRBLINV) and the receivables
      * open-item ledger the memo's credit item goes on
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
      * MRBU transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive returns-desk input (e.g. RCV 00000007)
      *
            PERFORM GET-TRANS-INPUT.
      *
      *     Route on the action, unless the RECEIVE itself failed
      *
            IF WS-RECEIVE-FAILED THEN
                CONTINUE
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-OPEN = 1 THEN
                    PERFORM DO-OPEN-RETURN
                ELSE IF WS-ACTION-RECEIVE = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-RECEIVE-RETURN
                    END-IF
                ELSE IF WS-ACTION-ACCEPT = 1 THEN
                    PERFORM DO-ACCEPT-RETURN
                ELSE IF WS-ACTION-REJECT = 1 THEN
                    PERFORM DO-REJECT-RETURN
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-RETURN-LIST
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
            MOVE 34 TO WS-MSG-LENGTH.
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
      * Set indicator for the typed action -- every action but OPN
      * and LST works on an existing return and needs its number,
      * right-justified and zero-filled the way MRBLORD's
      * DETERMINE-ORDER-NO treats an order number
      * ===============================================================
       VERIFY-ACTION.
      *
            IF WS-CONST-OPEN = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-OPEN
            ELSE IF WS-CONST-RECEIVE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-RECEIVE
            ELSE IF WS-CONST-ACCEPT = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-ACCEPT
            ELSE IF WS-CONST-REJECT = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-REJECT
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'USE OPN|RCV|ACC|REJ|LST' TO WS-OUTPUT-TEXT
            END-IF
      *
            IF WS-ACTION-RECEIVE = 1 OR WS-ACTION-ACCEPT = 1
                    OR WS-ACTION-REJECT = 1 THEN
                MOVE WS-INPUT-RMA-NO TO WS-RMA-NO-TEXT
                INSPECT WS-RMA-NO-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-INPUT-RMA-NO NOT = SPACES
                        AND WS-RMA-NO-TEXT IS NUMERIC THEN
                    MOVE WS-RMA-NO-TEXT TO WS-RMA-NO-DISPLAY
                    MOVE WS-RMA-NO-DISPLAY TO WS-RMA-NO
                ELSE
                    MOVE 0 TO WS-ACTION-RECEIVE
                    MOVE 0 TO WS-ACTION-ACCEPT
                    MOVE 0 TO WS-ACTION-REJECT
                    MOVE 19 TO WS-MSG-LENGTH
                    MOVE 'RMA NUMBER REQUIRED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * Authorize a return against a shipped order line
      * ===============================================================
       DO-OPEN-RETURN.
      *
            PERFORM EDIT-OPEN-FIELDS
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-SHIPPED-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-INPUT-REASON TO WS-RSN-CODE
                PERFORM CHECK-REASON-CODE
                IF WS-RSN-OK = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-CLAIMED-QTY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                IF WS-RMA-QTY + WS-RMA-CLAIMED > WS-RMA-SHIPPED THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 24 TO WS-MSG-LENGTH
                    MOVE 'EXCEEDS QUANTITY SHIPPED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM INSERT-RMA-ROW
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-RMA-NO TO WS-RMA-NO-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'RMA ' DELIMITED BY SIZE
                    WS-RMA-NO-DISPLAY DELIMITED BY SIZE
                    ' OPENED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 19 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Order number, line number, and a positive quantity, each
      * right-justified and zero-filled before the numeric test
      * ===============================================================
       EDIT-OPEN-FIELDS.
      *
            MOVE WS-INPUT-ORDER-NO TO WS-RMA-ORDER-TEXT
            INSPECT WS-RMA-ORDER-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE WS-INPUT-LINE-NO TO WS-RMA-LINE-TEXT
            INSPECT WS-RMA-LINE-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE WS-INPUT-OPEN-QTY TO WS-RMA-QTY-TEXT
            INSPECT WS-RMA-QTY-TEXT
                REPLACING LEADING SPACE BY ZERO
      *
            IF WS-INPUT-ORDER-NO = SPACES
                    OR WS-RMA-ORDER-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'ORDER NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-LINE-NO = SPACES
                    OR WS-RMA-LINE-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'LINE NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-RMA-QTY-TEXT IS NOT NUMERIC
                    OR WS-RMA-QTY-TEXT = '000000' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'INVALID QUANTITY' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-RMA-ORDER-TEXT TO WS-RMA-ORDER-DISPLAY
                MOVE WS-RMA-ORDER-DISPLAY TO WS-RMA-ORDER-NO
                MOVE WS-RMA-LINE-TEXT TO WS-RMA-LINE-DISPLAY
                MOVE WS-RMA-LINE-DISPLAY TO WS-RMA-LINE-NO
                MOVE WS-RMA-QTY-TEXT TO WS-RMA-QTY-DISPLAY
                MOVE WS-RMA-QTY-DISPLAY TO WS-RMA-QTY
            END-IF.
      * ===============================================================
      * The order line being returned, with its order's customer --
      * only a picked line has left the building to come back
      * ===============================================================
       GET-SHIPPED-LINE.
      *
            EXEC SQL
                SELECT O.CUST-NO, L.COLOR, L.QUANTITY, L.LINE-STATUS
                    INTO :WS-RMA-CUST, :WS-RMA-COLOR,
                         :WS-RMA-SHIPPED, :WS-RMA-LINE-STATUS
                FROM EVENT.MARBLES_ORDER O,
                     EVENT.MARBLES_ORDLINE L
                WHERE L.ORDER-NO = :WS-RMA-ORDER-NO
                  AND L.LINE-NO = :WS-RMA-LINE-NO
                  AND O.ORDER-NO = L.ORDER-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN ORDER LINE' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ ORDERS' TO WS-OUTPUT-TEXT
            ELSE IF WS-RMA-LINE-STATUS NOT = 'P' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'LINE NOT SHIPPED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Validate the reason code against the reference table, as
      * MARBLES.cbl's CHECK-REASON-CODE does for adjustments
      * ===============================================================
       CHECK-REASON-CODE.
      *
            MOVE 0 TO WS-RSN-OK
            IF WS-RSN-CODE = SPACES THEN
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'REASON CODE REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-RSN-ROW-COUNT
                    FROM EVENT.MARBLES_REASON
                    WHERE REASON-CODE = :WS-RSN-CODE
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 22 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ REASONS' TO WS-OUTPUT-TEXT
                ELSE IF WS-RSN-ROW-COUNT = 0 THEN
                    MOVE 19 TO WS-MSG-LENGTH
                    MOVE 'UNKNOWN REASON CODE' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE 1 TO WS-RSN-OK
                END-IF
            END-IF.
      * ===============================================================
      * What earlier returns on the line already claim: everything
      * authorized, except that a rejected return only claims what
      * physically came back on it
      * ===============================================================
       GET-CLAIMED-QTY.
      *
            EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN RMA-STATUS = 'X'
                                         THEN RCV-QTY
                                         ELSE AUTH-QTY END), 0)
                    INTO :WS-RMA-CLAIMED
                FROM EVENT.MARBLES_RMA
                WHERE ORDER-NO = :WS-RMA-ORDER-NO
                  AND LINE-NO = :WS-RMA-LINE-NO
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ RETURNS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The next return number on file, opened with nothing received
      * ===============================================================
       INSERT-RMA-ROW.
      *
            EXEC SQL
                SELECT COALESCE(MAX(RMA-NO), 0) + 1
                    INTO :WS-RMA-NO
                FROM EVENT.MARBLES_RMA
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_RMA
                    VALUES (:WS-RMA-NO, :WS-RMA-ORDER-NO,
                            :WS-RMA-LINE-NO, :WS-RMA-CUST,
                            :WS-RMA-COLOR, :WS-RMA-QTY, 0,
                            :WS-RSN-CODE, ' ', 0, 'O',
                            CURRENT DATE, '0001-01-01',
                            '0001-01-01', EIBTRMID,
                            CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE RETURN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Receive the returned glass: inventory up, the RMA audit row,
      * a quarantined lot of its own, and the return marked received
      * ===============================================================
       DO-RECEIVE-RETURN.
      *
            PERFORM GET-RETURN
            IF WS-RMA-FOUND = 1 AND WS-RMA-STATUS NOT = 'O' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'RETURN NOT RECEIVABLE' TO WS-OUTPUT-TEXT
            END-IF
      *
      *     A short receipt is typed; a blank quantity receives the
      *     whole authorization
      *
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                IF WS-INPUT-RCV-QTY = SPACES THEN
                    MOVE WS-RMA-QTY TO WS-RMA-RCV-QTY
                ELSE
                    MOVE WS-INPUT-RCV-QTY TO WS-RMA-QTY-TEXT
                    INSPECT WS-RMA-QTY-TEXT
                        REPLACING LEADING SPACE BY ZERO
                    IF WS-RMA-QTY-TEXT IS NOT NUMERIC
                            OR WS-RMA-QTY-TEXT = '000000' THEN
                        MOVE 1 TO WS-EDIT-ERROR
                        MOVE 16 TO WS-MSG-LENGTH
                        MOVE 'INVALID QUANTITY' TO WS-OUTPUT-TEXT
                    ELSE
                        MOVE WS-RMA-QTY-TEXT TO WS-RMA-QTY-DISPLAY
                        MOVE WS-RMA-QTY-DISPLAY TO WS-RMA-RCV-QTY
                    END-IF
                END-IF
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                IF WS-RMA-RCV-QTY > WS-RMA-QTY THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 21 TO WS-MSG-LENGTH
                    MOVE 'EXCEEDS AUTHORIZATION' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
      *
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                PERFORM GET-INVENTORY
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-WORK-INV TO WS-WORK-INV-BEFORE
                ADD WS-RMA-RCV-QTY TO WS-WORK-INV
                PERFORM UPDATE-INVENTORY
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM LOG-TRANSACTION
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-RMA-NO TO WS-RMA-NO-DISPLAY
                MOVE SPACES TO WS-RMA-LOT-ID
                STRING 'R' DELIMITED BY SIZE
                    WS-RMA-NO-DISPLAY DELIMITED BY SIZE
                    INTO WS-RMA-LOT-ID
                PERFORM INSERT-QUARANTINE-LOT
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_RMA
                    SET RMA-STATUS = 'R',
                        RCV-QTY = :WS-RMA-RCV-QTY,
                        LOT-ID = :WS-RMA-LOT-ID,
                        RCV-DATE = CURRENT DATE
                    WHERE RMA-NO = :WS-RMA-NO
                      AND RMA-STATUS = 'O'
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE RETURN' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
      *
      *     Stock up with no lot, or a lot with no stock, is worse
      *     than neither -- back out whatever posted
      *
            IF WS-RMA-FOUND = 1 AND WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'RECEIVED TO LOT ' DELIMITED BY SIZE
                    WS-RMA-LOT-ID DELIMITED BY SPACE
                    ' - QUARANTINE' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 38 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Accept an inspected return and raise its credit memo at the
      * price the line was invoiced at
      * ===============================================================
       DO-ACCEPT-RETURN.
      *
            PERFORM GET-RETURN
            IF WS-RMA-FOUND = 1 AND WS-RMA-STATUS NOT = 'R' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'RETURN NOT RECEIVED' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                PERFORM GET-INVOICED-PRICE
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                COMPUTE WS-RMA-CREDIT = WS-RMA-RCV-QTY * WS-RMA-PRICE
                COMPUTE WS-RMA-CREDIT-NEG = 0 - WS-RMA-CREDIT
                PERFORM INSERT-CREDIT-MEMO
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_RMA
                    SET RMA-STATUS = 'A',
                        CREDIT-AMOUNT = :WS-RMA-CREDIT,
                        DISP-DATE = CURRENT DATE
                    WHERE RMA-NO = :WS-RMA-NO
                      AND RMA-STATUS = 'R'
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE RETURN' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
      *
      *     A memo without its ledger item, or a credited return
      *     with no memo, would never reconcile -- back it all out
      *
            IF WS-RMA-FOUND = 1 AND WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-RMA-MEMO-NO TO WS-RMA-MEMO-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'CREDIT MEMO ' DELIMITED BY SIZE
                    WS-RMA-MEMO-DISPLAY DELIMITED BY SIZE
                    ' ISSUED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 27 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * The unit price the returned line was billed at -- a line the
      * nightly invoicing hasn't reached yet has nothing to credit
      * ===============================================================
       GET-INVOICED-PRICE.
      *
            EXEC SQL
                SELECT UNIT-PRICE INTO :WS-RMA-PRICE
                FROM EVENT.MARBLES_INVLINE
                WHERE ORDER-NO = :WS-RMA-ORDER-NO
                  AND LINE-NO = :WS-RMA-LINE-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'LINE NOT YET INVOICED' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ INVOICES' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The next credit-memo number on file, its memo row (new, for
      * MRBLINV to send), and its credit item on the customer's
      * receivables ledger
      * ===============================================================
       INSERT-CREDIT-MEMO.
      *
            EXEC SQL
                SELECT COALESCE(MAX(MEMO-NO), 0) + 1
                    INTO :WS-RMA-MEMO-NO
                FROM EVENT.MARBLES_CRMEMO
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_CRMEMO
                    VALUES (:WS-RMA-MEMO-NO, :WS-RMA-NO,
                            :WS-RMA-ORDER-NO, :WS-RMA-LINE-NO,
                            :WS-RMA-CUST, :WS-RMA-COLOR,
                            :WS-RMA-RCV-QTY, :WS-RMA-PRICE,
                            :WS-RMA-CREDIT, CURRENT DATE, 'N',
                            CURRENT TIMESTAMP)
                END-EXEC
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_ARITEM
                    VALUES (:WS-RMA-CUST, 'C', :WS-RMA-MEMO-NO,
                            CURRENT DATE, :WS-RMA-CREDIT-NEG,
                            :WS-RMA-CREDIT-NEG, 'O',
                            CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE CREDIT MEMO' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Reject a return -- no credit; glass already received stays
      * in its quarantine lot
      * ===============================================================
       DO-REJECT-RETURN.
      *
            PERFORM GET-RETURN
            IF WS-RMA-FOUND = 1 AND WS-RMA-STATUS NOT = 'O'
                    AND WS-RMA-STATUS NOT = 'R' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'RETURN NOT PENDING' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_RMA
                    SET RMA-STATUS = 'X',
                        DISP-DATE = CURRENT DATE
                    WHERE RMA-NO = :WS-RMA-NO
                      AND RMA-STATUS IN ('O','R')
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE RETURN' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-RMA-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'REJECTED - NO CREDIT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Read the typed return
      * ===============================================================
       GET-RETURN.
      *
            MOVE 0 TO WS-RMA-FOUND
            EXEC SQL
                SELECT ORDER-NO, LINE-NO, CUST-NO, COLOR, AUTH-QTY,
                       RCV-QTY, REASON-CODE, RMA-STATUS
                    INTO :WS-RMA-ORDER-NO, :WS-RMA-LINE-NO,
                         :WS-RMA-CUST, :WS-RMA-COLOR, :WS-RMA-QTY,
                         :WS-RMA-RCV-QTY, :WS-RSN-CODE,
                         :WS-RMA-STATUS
                FROM EVENT.MARBLES_RMA
                WHERE RMA-NO = :WS-RMA-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN RETURN' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ RETURNS' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-RMA-FOUND
            END-IF.
      * ===============================================================
      * Get current inventory -- FOR UPDATE OF, the same row hold
      * MARBLES.cbl's own GET-INVENTORY takes before a mutation
      * ===============================================================
       GET-INVENTORY.
      *
           EXEC SQL
               SELECT INVENTORY INTO :WS-WORK-INV
               FROM EVENT.MARBLES
               WHERE COLOR = :WS-RMA-COLOR
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
           END-IF.
      * ===============================================================
      * Set current inventory into WS-WORK-INV
      * ===============================================================
       UPDATE-INVENTORY.
      *
           EXEC SQL
               UPDATE EVENT.MARBLES
               SET INVENTORY = :WS-WORK-INV,
                   LAST-UPDATED = CURRENT TIMESTAMP
               WHERE COLOR = :WS-RMA-COLOR
           END-EXEC
      *
           IF SQLCODE NOT = 0 THEN
               MOVE 1 TO WS-SQL-ERROR
               MOVE 26 TO WS-MSG-LENGTH
               MOVE 'UNABLE TO UPDATE INVENTORY' TO WS-OUTPUT-TEXT
           END-IF.
      * ===============================================================
      * The return's own lot, received today and held in quarantine
      * from the start. Expiry follows the color's shelf life the
      * way MARBLES.cbl's RECORD-LOT-RECEIPT sets it.
      * ===============================================================
       INSERT-QUARANTINE-LOT.
      *
            PERFORM GET-SHELF-LIFE-DAYS
            IF WS-LOT-SHELF-FOUND = 1 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_LOT
                    VALUES (:WS-RMA-COLOR, :WS-RMA-LOT-ID,
                            CURRENT DATE, :WS-RMA-RCV-QTY,
                            CURRENT DATE
                                + :WS-LOT-SHELF-DAYS DAYS,
                            'Q')
                END-EXEC
            ELSE
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_LOT
                    VALUES (:WS-RMA-COLOR, :WS-RMA-LOT-ID,
                            CURRENT DATE, :WS-RMA-RCV-QTY,
                            '9999-12-31', 'Q')
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD LOT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The color's shelf life in days, off the reference table --
      * no row just means the color doesn't age
      * ===============================================================
       GET-SHELF-LIFE-DAYS.
      *
            MOVE 0 TO WS-LOT-SHELF-FOUND
            MOVE 0 TO WS-LOT-SHELF-DAYS
            EXEC SQL
                SELECT SHELF-LIFE-DAYS INTO :WS-LOT-SHELF-DAYS
                FROM EVENT.MARBLES_SHELF
                WHERE COLOR = :WS-RMA-COLOR
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE 1 TO WS-LOT-SHELF-FOUND
            END-IF.
      * ===============================================================
      * Log the receipt to the audit trail under the RMA verb
      * ===============================================================
       LOG-TRANSACTION.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_LOG
                VALUES (
                      :WS-RMA-COLOR,
                      'RMA',
                      :WS-WORK-INV-BEFORE,
                      :WS-WORK-INV,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO LOG RECEIPT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * List every return still open or received and undecided:
      * RMA, customer, order/line, color=quantity, status, reason
      * ===============================================================
       DO-RETURN-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
      *
            EXEC SQL
                DECLARE C-RMALIST CURSOR FOR
                SELECT RMA-NO, CUST-NO, ORDER-NO, LINE-NO, COLOR,
                       CASE WHEN RMA-STATUS = 'R'
                            THEN RCV-QTY ELSE AUTH-QTY END,
                       RMA-STATUS, REASON-CODE
                FROM EVENT.MARBLES_RMA
                WHERE RMA-STATUS IN ('O','R')
                ORDER BY RMA-NO
            END-EXEC
      *
            EXEC SQL
                OPEN C-RMALIST
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-RETURN-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-RMALIST
            END-EXEC
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'NO OPEN RETURNS' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
      * Fetch one open return and append it to the response text
      * ===============================================================
       FETCH-RETURN-ROW.
      *
            EXEC SQL
                FETCH C-RMALIST
                    INTO :WS-RMA-NO, :WS-RMA-CUST, :WS-RMA-ORDER-NO,
                         :WS-RMA-LINE-NO, :WS-RMA-COLOR, :WS-RMA-QTY,
                         :WS-RMA-STATUS, :WS-RSN-CODE
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-RMA-NO TO WS-RMA-NO-DISPLAY
                MOVE WS-RMA-ORDER-NO TO WS-RMA-ORDER-DISPLAY
                MOVE WS-RMA-LINE-NO TO WS-RMA-LINE-DISPLAY
                MOVE WS-RMA-QTY TO WS-RMA-QTY-DISPLAY
                STRING WS-RMA-NO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RMA-CUST DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-RMA-ORDER-DISPLAY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-RMA-LINE-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RMA-COLOR DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-RMA-QTY-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RMA-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RSN-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, RCV is refused
      * until MRBLPHP has posted the count, as MARBLES.cbl refuses its
      * movement verbs -- receiving a return adds to the book figure
      * the count tags were written from. OPN, ACC, REJ and LST move
      * no stock and still answer. A DB error here reads as no count
      * open, as it does in MARBLES.cbl.
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
