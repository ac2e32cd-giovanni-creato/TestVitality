      * ===============================================================
      * Purchasing invokes this transaction (called MRBJ) via:
      *   MRBJ <ACTION> [arguments]
      *
      * Where:
      *  <ACTION> = SHP|LST
      *  SHP <PO-NO> <CARRIER> <TRACKING-NO>
      *
      * Example:
      *  MRBJ SHP 00000042 FEDEX      794612345678
      *  MRBJ LST
      *
      * The supplier's side of an MRBO DSH drop-ship line. DSH
      * leaves the order line in status 'D' with a one-line supplier
      * PO behind it and an EVENT.MARBLES_DROPSHIP row holding the
      * customer's ship-to. When the supplier confirms the goods
      * have gone out, SHP records their carrier and tracking
      * number on the drop-ship row and closes the lot in one unit
      * of work: the PO line is marked received in full and 'C',
      * the PO header 'C', and the order line moves to 'S', which
      * MRBLINV bills the same night as a picked line. The order
      * header closes once no open or drop-ship line remains, the
      * same rule MRBLORD.cbl's CLOSE-ORDER-IF-DONE keeps.
      *
      * None of this touches EVENT.MARBLES, the lots, the audit log
      * or the GL journal -- the marbles never came through our
      * building, so there is nothing to count, draw or value.
      *
      * LST shows every drop-ship still waiting on its supplier,
      * oldest PO first: PO, order/line, customer and color.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLDSC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-ACTION-SHIP PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-WORK-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
       01 WS-DROP-WORK.
          02 WS-DSC-PO-NO PIC S9(9) COMP VALUE 0.
          02 WS-DSC-PO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-DSC-PO-DISPLAY PIC 9(8).
          02 WS-DSC-PO-LINE PIC S9(9) COMP VALUE 0.
          02 WS-DSC-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-DSC-ORDER-DISPLAY PIC 9(8).
          02 WS-DSC-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-DSC-LINE-DISPLAY PIC 9(4).
          02 WS-DSC-CUST PIC X(10).
          02 WS-DSC-COLOR PIC X(10).
          02 WS-DSC-STATUS PIC X(1).
          02 WS-DSC-ORD-STATUS PIC X(1).
          02 WS-DSC-CARRIER PIC X(10).
          02 WS-DSC-TRACKING PIC X(20).
       01 WS-CONST.
          02 WS-CONST-SHIP PIC X(3) VALUE 'SHP'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-PO-NO PIC X(8) VALUE SPACES.
          05 WS-INPUT-THIRD-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-CARRIER PIC X(10) VALUE SPACES.
          05 WS-INPUT-FOURTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-TRACKING PIC X(20) VALUE SPACES.
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
      * Map SQL drop-ship table (see MRBLORD.cbl -- DS-STATUS 'O'
      * awaiting the supplier, 'S' shipped, 'X' cancelled)
      * ===============================================================
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
      * Map SQL purchase-order tables (see MRBLPOC.cbl)
      * ===============================================================
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBJ transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive purchasing input (e.g. SHP 00000042 FEDEX 7946...)
      *
            PERFORM GET-TRANS-INPUT.
      *
      *     Route on the action, unless the RECEIVE itself failed
      *
            IF WS-RECEIVE-FAILED THEN
                CONTINUE
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-SHIP = 1 THEN
                    PERFORM DO-CONFIRM-DROP-SHIP
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-DROP-SHIP-LIST
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
            MOVE 49 TO WS-MSG-LENGTH.
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
            IF WS-CONST-SHIP = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-SHIP
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 11 TO WS-MSG-LENGTH
                MOVE 'USE SHP|LST' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The supplier has shipped a drop-ship PO: record how, close
      * the PO, and make the order line billable -- any failure
      * part-way backs the whole confirmation out
      * ===============================================================
       DO-CONFIRM-DROP-SHIP.
      *
            PERFORM EDIT-CONFIRM-FIELDS
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-DROP-SHIP
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM CLOSE-DROP-SHIP-PO
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM MARK-LINE-SHIPPED
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM CLOSE-ORDER-IF-DONE
            END-IF
            IF WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-DSC-ORDER-NO TO WS-DSC-ORDER-DISPLAY
                MOVE WS-DSC-LINE-NO TO WS-DSC-LINE-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'ORDER ' DELIMITED BY SIZE
                    WS-DSC-ORDER-DISPLAY DELIMITED BY SIZE
                    ' LINE ' DELIMITED BY SIZE
                    WS-DSC-LINE-DISPLAY DELIMITED BY SIZE
                    ' SHIPPED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 32 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * PO number right-justified and zero-filled before the numeric
      * test; carrier and tracking number are free text but can't be
      * blank
      * ===============================================================
       EDIT-CONFIRM-FIELDS.
      *
            MOVE WS-INPUT-PO-NO TO WS-DSC-PO-TEXT
            INSPECT WS-DSC-PO-TEXT
                REPLACING LEADING SPACE BY ZERO
      *
            IF WS-INPUT-PO-NO = SPACES
                    OR WS-DSC-PO-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'PO NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-CARRIER = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'CARRIER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-TRACKING = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'TRACKING NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-DSC-PO-TEXT TO WS-DSC-PO-DISPLAY
                MOVE WS-DSC-PO-DISPLAY TO WS-DSC-PO-NO
                MOVE WS-INPUT-CARRIER TO WS-DSC-CARRIER
                MOVE WS-INPUT-TRACKING TO WS-DSC-TRACKING
            END-IF.
      * ===============================================================
      * The PO has to be a drop-ship still waiting on its supplier
      * ===============================================================
       GET-DROP-SHIP.
      *
            EXEC SQL
                SELECT PO-LINE-NO, ORDER-NO, LINE-NO, DS-STATUS
                    INTO :WS-DSC-PO-LINE, :WS-DSC-ORDER-NO,
                         :WS-DSC-LINE-NO, :WS-DSC-STATUS
                FROM EVENT.MARBLES_DROPSHIP
                WHERE PO-NO = :WS-DSC-PO-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'NOT A DROP-SHIP PO' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ DROP-SHIPS' TO WS-OUTPUT-TEXT
            ELSE IF WS-DSC-STATUS = 'S' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'ALREADY SHIPPED' TO WS-OUTPUT-TEXT
            ELSE IF WS-DSC-STATUS NOT = 'O' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'LINE IS CANCELLED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The supplier's confirmation is the receipt: the PO line is
      * received in full and closes, and its one-line PO with it,
      * with a dated receipt row (EVENT.MARBLES_PORCPT, as MRBLWIN
      * writes for the dock) for the supplier scorecard; the drop-
      * ship row takes the carrier and tracking number
      * ===============================================================
       CLOSE-DROP-SHIP-PO.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_POLINE
                SET RECEIVED-QTY = ORDER-QTY,
                    LINE-STATUS = 'C'
                WHERE PO-NO = :WS-DSC-PO-NO
                  AND LINE-NO = :WS-DSC-PO-LINE
                  AND LINE-STATUS = 'D'
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_PORCPT
                    SELECT PO-NO, LINE-NO, 'DROP SHIP', ORDER-QTY,
                           CURRENT DATE
                    FROM EVENT.MARBLES_POLINE
                    WHERE PO-NO = :WS-DSC-PO-NO
                      AND LINE-NO = :WS-DSC-PO-LINE
                END-EXEC
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_PO
                    SET PO-STATUS = 'C'
                    WHERE PO-NO = :WS-DSC-PO-NO
                END-EXEC
            END-IF
            IF SQLCODE = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_DROPSHIP
                    SET DS-STATUS = 'S',
                        CARRIER = :WS-DSC-CARRIER,
                        TRACKING-NO = :WS-DSC-TRACKING,
                        SHIP-DATE = CURRENT DATE,
                        TERM-ID = EIBTRMID,
                        DS-TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PO-NO = :WS-DSC-PO-NO
                      AND PO-LINE-NO = :WS-DSC-PO-LINE
                      AND DS-STATUS = 'O'
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO CLOSE DROP-SHIP' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The order line is shipped and ready to bill
      * ===============================================================
       MARK-LINE-SHIPPED.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_ORDLINE
                SET LINE-STATUS = 'S'
                WHERE ORDER-NO = :WS-DSC-ORDER-NO
                  AND LINE-NO = :WS-DSC-LINE-NO
                  AND LINE-STATUS = 'D'
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE ORDER LINE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * When no open or drop-ship line remains, the order header
      * closes complete -- this line shipped, so at least one line
      * did (MRBLORD.cbl's CLOSE-ORDER-IF-DONE)
      * ===============================================================
       CLOSE-ORDER-IF-DONE.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLES_ORDLINE
                WHERE ORDER-NO = :WS-DSC-ORDER-NO
                  AND LINE-STATUS IN ('O', 'D')
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ ORDER LINES' TO WS-OUTPUT-TEXT
            ELSE IF WS-WORK-ROW-COUNT = 0 THEN
                MOVE 'C' TO WS-DSC-ORD-STATUS
                EXEC SQL
                    UPDATE EVENT.MARBLES_ORDER
                    SET ORD-STATUS = :WS-DSC-ORD-STATUS
                    WHERE ORDER-NO = :WS-DSC-ORDER-NO
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 21 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO CLOSE ORDER' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * List every drop-ship still waiting on its supplier
      * ===============================================================
       DO-DROP-SHIP-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
      *
            EXEC SQL
                DECLARE C-DROPSHIP CURSOR FOR
                SELECT D.PO-NO, D.ORDER-NO, D.LINE-NO, D.CUST-NO,
                       L.COLOR
                FROM EVENT.MARBLES_DROPSHIP D,
                     EVENT.MARBLES_POLINE L
                WHERE D.DS-STATUS = 'O'
                  AND L.PO-NO = D.PO-NO
                  AND L.LINE-NO = D.PO-LINE-NO
                ORDER BY D.PO-NO
            END-EXEC
      *
            EXEC SQL
                OPEN C-DROPSHIP
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-DROP-SHIP-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-DROPSHIP
            END-EXEC
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'NO DROP-SHIPS WAITING' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
      * Fetch one waiting drop-ship and append it to the response
      * ===============================================================
       FETCH-DROP-SHIP-ROW.
      *
            EXEC SQL
                FETCH C-DROPSHIP
                    INTO :WS-DSC-PO-NO, :WS-DSC-ORDER-NO,
                         :WS-DSC-LINE-NO, :WS-DSC-CUST,
                         :WS-DSC-COLOR
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-DSC-PO-NO TO WS-DSC-PO-DISPLAY
                MOVE WS-DSC-ORDER-NO TO WS-DSC-ORDER-DISPLAY
                MOVE WS-DSC-LINE-NO TO WS-DSC-LINE-DISPLAY
                STRING WS-DSC-PO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DSC-ORDER-DISPLAY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DSC-LINE-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DSC-CUST DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-DSC-COLOR DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
