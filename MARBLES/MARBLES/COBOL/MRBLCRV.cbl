      * ===============================================================
      * The credit supervisor invokes this transaction (called MRBK)
      * via:
      *   MRBK <ACTION> [<REVIEW-NO>]
      *
      * Where:
      *  <ACTION> = LST|REL|REJ
      *
      * Example:
      *  MRBK LST
      *  MRBK REL 00000012
      *  MRBK REJ 00000013
      *
      * Companion to MRBLORD.cbl's credit check, the way MRBS is to
      * MARBLES.cbl's queued DEL/INI: an order line MRBO LIN refused
      * on credit (customer on hold, or the line would push open
      * orders plus unpaid invoices past the limit) reserves nothing
      * and waits on EVENT.MARBLES_CREDREV instead. LST shows what's
      * waiting, with the exposure and limit that refused it. REL
      * overrides the credit decision and books the line onto its
      * order exactly as LIN would have -- reservation, order line,
      * reservation detail row, RSV audit row -- still refused if
      * the order has closed or already been picked, or the color
      * no longer has the stock to promise (the review stays
      * pending). REJ closes the review
      * without booking anything. Every release and rejection logs
      * a row on EVENT.MARBLES_CREDLOG beside the refusal LIN wrote.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLCRV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-WORK-INV PIC S9(9) COMP VALUE 0.
          02 WS-WORK-INV-BEFORE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-RESERVED PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ATP PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-ACTION-RELEASE PIC 9 VALUE 0.
          02 WS-ACTION-REJECT PIC 9 VALUE 0.
       01 WS-REVIEW-WORK.
          02 WS-REV-FOUND PIC 9 VALUE 0.
          02 WS-REV-NO PIC S9(9) COMP VALUE 0.
          02 WS-REV-NO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-REV-NO-DISPLAY PIC 9(8).
          02 WS-REV-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-REV-ORDER-DISPLAY PIC 9(8).
          02 WS-REV-CUST PIC X(10).
          02 WS-REV-COLOR PIC X(10).
          02 WS-REV-QTY PIC S9(9) COMP VALUE 0.
          02 WS-REV-QTY-DISPLAY PIC 9(6).
          02 WS-REV-WANTED PIC X(10).
          02 WS-REV-LINE-VALUE PIC S9(11) COMP-3 VALUE 0.
          02 WS-REV-EXPOSURE PIC S9(11) COMP-3 VALUE 0.
          02 WS-REV-LIMIT PIC S9(11) COMP-3 VALUE 0.
          02 WS-REV-AMOUNT-DISPLAY PIC 9(10).
          02 WS-REV-REASON PIC X(1).
          02 WS-REV-NEW-STATUS PIC X(1).
          02 WS-REV-LOG-ACTION PIC X(3).
          02 WS-ORD-STATUS PIC X(1).
          02 WS-ORD-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-ORD-LINE-DISPLAY PIC 9(4).
       01 WS-CONST.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-RELEASE PIC X(3) VALUE 'REL'.
          02 WS-CONST-REJECT PIC X(3) VALUE 'REJ'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-REVIEW-NO PIC X(8) VALUE SPACES.
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
      * Map SQL dock table -- one shipment row per picked order
      * (SHIP-STATUS 'P' picked, 'S' shipped, 'A' notified)
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBK transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive supervisor input (e.g. REL 00000012)
      *
            PERFORM GET-TRANS-INPUT.
      *
      *     Route on the action, unless the RECEIVE itself failed
      *
            IF WS-RECEIVE-FAILED THEN
                CONTINUE
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-REVIEW-LIST
                ELSE IF WS-ACTION-RELEASE = 1 THEN
                    PERFORM DO-RELEASE
                ELSE IF WS-ACTION-REJECT = 1 THEN
                    PERFORM DO-REJECT
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
            MOVE 17 TO WS-MSG-LENGTH.
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
      * Set indicator for the typed action -- REL and REJ need a
      * review number, right-justified and zero-filled the way
      * MRBLORD's DETERMINE-ORDER-NO treats an order number
      * ===============================================================
       VERIFY-ACTION.
      *
            IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE IF WS-CONST-RELEASE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-RELEASE
            ELSE IF WS-CONST-REJECT = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-REJECT
            ELSE
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'USE LST|REL|REJ' TO WS-OUTPUT-TEXT
            END-IF
      *
            IF WS-ACTION-RELEASE = 1 OR WS-ACTION-REJECT = 1 THEN
                MOVE WS-INPUT-REVIEW-NO TO WS-REV-NO-TEXT
                INSPECT WS-REV-NO-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-INPUT-REVIEW-NO NOT = SPACES
                        AND WS-REV-NO-TEXT IS NUMERIC THEN
                    MOVE WS-REV-NO-TEXT TO WS-REV-NO-DISPLAY
                    MOVE WS-REV-NO-DISPLAY TO WS-REV-NO
                ELSE
                    MOVE 0 TO WS-ACTION-RELEASE
                    MOVE 0 TO WS-ACTION-REJECT
                    MOVE 22 TO WS-MSG-LENGTH
                    MOVE 'REVIEW NUMBER REQUIRED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * List every line still waiting on the credit supervisor:
      * review, customer, order, color=quantity, reason, and the
      * exposure against the limit that refused it
      * ===============================================================
       DO-REVIEW-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
      *
            EXEC SQL
                DECLARE C-CREDREV CURSOR FOR
                SELECT REVIEW-NO, CUST-NO, ORDER-NO, COLOR,
                       QUANTITY, REV-REASON, EXPOSURE, CREDIT-LIMIT
                FROM EVENT.MARBLES_CREDREV
                WHERE REV-STATUS = 'P'
                ORDER BY REVIEW-NO
            END-EXEC
      *
            EXEC SQL
                OPEN C-CREDREV
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-REVIEW-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-CREDREV
            END-EXEC
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'NO PENDING REVIEWS' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
      * Fetch one pending review and append it to the response text
      * ===============================================================
       FETCH-REVIEW-ROW.
      *
            EXEC SQL
                FETCH C-CREDREV
                    INTO :WS-REV-NO, :WS-REV-CUST, :WS-REV-ORDER-NO,
                         :WS-REV-COLOR, :WS-REV-QTY, :WS-REV-REASON,
                         :WS-REV-EXPOSURE, :WS-REV-LIMIT
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-REV-NO TO WS-REV-NO-DISPLAY
                MOVE WS-REV-ORDER-NO TO WS-REV-ORDER-DISPLAY
                MOVE WS-REV-QTY TO WS-REV-QTY-DISPLAY
                STRING WS-REV-NO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REV-CUST DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-REV-ORDER-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REV-COLOR DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-REV-QTY-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REV-REASON DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
                MOVE WS-REV-EXPOSURE TO WS-REV-AMOUNT-DISPLAY
                STRING WS-REV-AMOUNT-DISPLAY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
                MOVE WS-REV-LIMIT TO WS-REV-AMOUNT-DISPLAY
                STRING WS-REV-AMOUNT-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Release a refused line: the supervisor's override of the
      * credit decision only -- the order must still be open and
      * the stock still promisable, the same guards LIN applies
      * ===============================================================
       DO-RELEASE.
      *
            PERFORM GET-PENDING-REVIEW
            IF WS-REV-FOUND = 1 THEN
                PERFORM CHECK-ORDER-OPEN
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM CHECK-ORDER-NOT-PICKED
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-INVENTORY
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-RESERVED-QTY
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                COMPUTE WS-WORK-ATP =
                    WS-WORK-INV - WS-WORK-RESERVED
                IF WS-REV-QTY > WS-WORK-ATP THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 28 TO WS-MSG-LENGTH
                    MOVE 'EXCEEDS AVAILABLE TO PROMISE'
                        TO WS-OUTPUT-TEXT
                END-IF
            END-IF
      *
      *     Book the line exactly as LIN books one: the reserved
      *     total, the order line, the reservation detail row, and
      *     the RSV audit row
      *
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-WORK-RESERVED TO WS-WORK-INV-BEFORE
                ADD WS-REV-QTY TO WS-WORK-RESERVED
                PERFORM UPDATE-RESERVED-QTY
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM INSERT-ORDER-LINE
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM INSERT-RSVLOG-ROW
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-WORK-RESERVED TO WS-WORK-INV
                PERFORM LOG-TRANSACTION
                MOVE 'A' TO WS-REV-NEW-STATUS
                MOVE 'REL' TO WS-REV-LOG-ACTION
                PERFORM CLOSE-REVIEW
            END-IF
      *
      *     Half a booking is worse than none -- back out whatever
      *     posted if a later step failed, as MRBLORD's PCK does
      *
            IF WS-REV-FOUND = 1 AND WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-REV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-REV-ORDER-NO TO WS-REV-ORDER-DISPLAY
                MOVE WS-ORD-LINE-NO TO WS-ORD-LINE-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'RELEASED - ORDER ' DELIMITED BY SIZE
                    WS-REV-ORDER-DISPLAY DELIMITED BY SIZE
                    ' LINE ' DELIMITED BY SIZE
                    WS-ORD-LINE-DISPLAY DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 35 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Reject a refused line -- nothing was ever booked for it, so
      * closing the review is all there is
      * ===============================================================
       DO-REJECT.
      *
            PERFORM GET-PENDING-REVIEW
            IF WS-REV-FOUND = 1 THEN
                MOVE 'R' TO WS-REV-NEW-STATUS
                MOVE 'REJ' TO WS-REV-LOG-ACTION
                PERFORM CLOSE-REVIEW
            END-IF
            IF WS-REV-FOUND = 1 AND WS-SQL-ERROR = 0 THEN
                MOVE 8 TO WS-MSG-LENGTH
                MOVE 'REJECTED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Read the typed review, which has to be still pending
      * ===============================================================
       GET-PENDING-REVIEW.
      *
            MOVE 0 TO WS-REV-FOUND
            EXEC SQL
                SELECT ORDER-NO, CUST-NO, COLOR, QUANTITY,
                       CHAR(WANTED-DATE), LINE-VALUE, EXPOSURE
                    INTO :WS-REV-ORDER-NO, :WS-REV-CUST,
                         :WS-REV-COLOR, :WS-REV-QTY, :WS-REV-WANTED,
                         :WS-REV-LINE-VALUE, :WS-REV-EXPOSURE
                FROM EVENT.MARBLES_CREDREV
                WHERE REVIEW-NO = :WS-REV-NO
                  AND REV-STATUS = 'P'
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'NO PENDING REVIEW FOUND' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 28 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ CREDIT REVIEW' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-REV-FOUND
            END-IF.
      * ===============================================================
      * The order the line was refused on has to be open still
      * ===============================================================
       CHECK-ORDER-OPEN.
      *
            EXEC SQL
                SELECT ORD-STATUS INTO :WS-ORD-STATUS
                FROM EVENT.MARBLES_ORDER
                WHERE ORDER-NO = :WS-REV-ORDER-NO
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
            ELSE IF WS-ORD-STATUS NOT = 'O' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'ORDER NOT OPEN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * An order already picked has its one shipment row on the dock
      * -- a released line would be picked onto a second one, so it
      * is refused as MRBO LIN refuses it (the review stays pending)
      * ===============================================================
       CHECK-ORDER-NOT-PICKED.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLES_SHIPMENT
                WHERE ORDER-NO = :WS-REV-ORDER-NO
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
      * Close out the review so it can't release or reject twice,
      * and log the decision beside LIN's refusal
      * ===============================================================
       CLOSE-REVIEW.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_CREDREV
                SET REV-STATUS = :WS-REV-NEW-STATUS
                WHERE REVIEW-NO = :WS-REV-NO
                  AND REV-STATUS = 'P'
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_CREDLOG
                    VALUES (:WS-REV-NO, :WS-REV-LOG-ACTION,
                            :WS-REV-CUST, :WS-REV-LINE-VALUE,
                            :WS-REV-EXPOSURE, EIBTRMID,
                            CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE CREDIT REVIEW'
                    TO WS-OUTPUT-TEXT
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
               WHERE COLOR = :WS-REV-COLOR
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
      * Get the quantity currently reserved for the color -- no row
      * just means nothing is reserved yet
      * ===============================================================
       GET-RESERVED-QTY.
      *
            MOVE 0 TO WS-WORK-RESERVED
            EXEC SQL
                SELECT RESERVED-QTY INTO :WS-WORK-RESERVED
                FROM EVENT.MARBLES_RESERVE
                WHERE COLOR = :WS-REV-COLOR
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 0 TO WS-WORK-RESERVED
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ RESERVATIONS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Write the new reserved quantity back, inserting the color's
      * first reservation row when the UPDATE hit nothing -- as
      * MRBLORD's own UPDATE-RESERVED-QTY does
      * ===============================================================
       UPDATE-RESERVED-QTY.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_RESERVE
                SET RESERVED-QTY = :WS-WORK-RESERVED
                WHERE COLOR = :WS-REV-COLOR
            END-EXEC
            IF SQLCODE = 100 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_RESERVE
                    VALUES (:WS-REV-COLOR, :WS-WORK-RESERVED)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 29 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE RESERVATIONS'
                    TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The order line the refusal withheld, under the order's next
      * line number and with the wanted date LIN was given
      * ===============================================================
       INSERT-ORDER-LINE.
      *
            EXEC SQL
                SELECT COALESCE(MAX(LINE-NO), 0) + 1
                    INTO :WS-ORD-LINE-NO
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-REV-ORDER-NO
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_ORDLINE
                    VALUES (:WS-REV-ORDER-NO, :WS-ORD-LINE-NO,
                            :WS-REV-COLOR, :WS-REV-QTY,
                            :WS-REV-WANTED, 'O')
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE ORDER LINE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * One capture-time reservation detail row, stamped with the
      * order's customer (see MRBLORD.cbl's INSERT-RSVLOG-ROW)
      * ===============================================================
       INSERT-RSVLOG-ROW.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_RSVLOG
                VALUES (
                      :WS-REV-COLOR,
                      :WS-REV-QTY,
                      :WS-REV-CUST,
                      EIBTRMID,
                      'O',
                      CURRENT TIMESTAMP)
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 28 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD RESERVATION'
                    TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Log the reservation to the audit trail as the RSV a keyed
      * LIN would have written -- before/after carry the reserved
      * quantity
      * ===============================================================
       LOG-TRANSACTION.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_LOG
                VALUES (
                      :WS-REV-COLOR,
                      'RSV',
                      :WS-WORK-INV-BEFORE,
                      :WS-WORK-INV,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC.
