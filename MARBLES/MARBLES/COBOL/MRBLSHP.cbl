      * ===============================================================
      * The shipping dock invokes this transaction (called MRBD) via:
      *   MRBD <ACTION> [arguments]
      *
      * Where:
      *  <ACTION> = SHP|LST
      *  SHP <ORDER-NO> <CARRIER> <CARTONS> <TRACKING-NO>
      *
      * Example:
      *  MRBD SHP 00000007 UPS        0003 1Z999AA10123456784
      *  MRBD LST
      *
      * The shipping step after MRBO PCK. PCK leaves every picked
      * order on the dock as an EVENT.MARBLES_SHIPMENT row in status
      * 'P'; SHP confirms it left the building -- the carrier, the
      * carrier's tracking number, and how many cartons -- stamps
      * the ship date, and moves it to 'S', where the MRBLASN run
      * picks it up for the advance ship notice. LST shows every
      * picked order still waiting on the dock, oldest pick first,
      * so the dock lead can see what is about to miss the truck.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSHP.
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
       01 WS-SHIP-WORK.
          02 WS-SHP-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-SHP-ORDER-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-SHP-ORDER-DISPLAY PIC 9(8).
          02 WS-SHP-CARTONS PIC S9(9) COMP VALUE 0.
          02 WS-SHP-CARTONS-TEXT PIC X(4) JUSTIFIED RIGHT.
          02 WS-SHP-CARTONS-DISPLAY PIC 9(4).
          02 WS-SHP-CARRIER PIC X(10).
          02 WS-SHP-TRACKING PIC X(20).
          02 WS-SHP-STATUS PIC X(1).
          02 WS-SHP-CUST PIC X(10).
          02 WS-SHP-PICK-DATE PIC X(10).
       01 WS-CONST.
          02 WS-CONST-SHIP PIC X(3) VALUE 'SHP'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ORDER-NO PIC X(8) VALUE SPACES.
          05 WS-INPUT-THIRD-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-CARRIER PIC X(10) VALUE SPACES.
          05 WS-INPUT-FOURTH-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-CARTONS PIC X(4) VALUE SPACES.
          05 WS-INPUT-FIFTH-SPACE PIC X(1) VALUE SPACES.
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
      * Map SQL shipment table (see MRBLORD.cbl -- status 'P' picked
      * and waiting on the dock, 'S' shipped, 'A' ship notice sent)
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
      * MRBD transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive dock input (e.g. SHP 00000007 UPS 0003 1Z...)
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
                    PERFORM DO-CONFIRM-SHIPMENT
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-DOCK-LIST
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
            MOVE 54 TO WS-MSG-LENGTH.
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
      * Confirm a picked order has left on the carrier
      * ===============================================================
       DO-CONFIRM-SHIPMENT.
      *
            PERFORM EDIT-SHIP-FIELDS
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-SHIPMENT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_SHIPMENT
                    SET SHIP-STATUS = 'S',
                        CARRIER = :WS-SHP-CARRIER,
                        TRACKING-NO = :WS-SHP-TRACKING,
                        CARTONS = :WS-SHP-CARTONS,
                        SHIP-DATE = CURRENT DATE,
                        TERM-ID = EIBTRMID,
                        SHIP-TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ORDER-NO = :WS-SHP-ORDER-NO
                      AND SHIP-STATUS = 'P'
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 25 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE SHIPMENT' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-SHP-ORDER-NO TO WS-SHP-ORDER-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'ORDER ' DELIMITED BY SIZE
                    WS-SHP-ORDER-DISPLAY DELIMITED BY SIZE
                    ' SHIPPED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 22 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Order number and carton count right-justified and zero-
      * filled before the numeric test; carrier and tracking number
      * are free text but can't be blank
      * ===============================================================
       EDIT-SHIP-FIELDS.
      *
            MOVE WS-INPUT-ORDER-NO TO WS-SHP-ORDER-TEXT
            INSPECT WS-SHP-ORDER-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE WS-INPUT-CARTONS TO WS-SHP-CARTONS-TEXT
            INSPECT WS-SHP-CARTONS-TEXT
                REPLACING LEADING SPACE BY ZERO
      *
            IF WS-INPUT-ORDER-NO = SPACES
                    OR WS-SHP-ORDER-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'ORDER NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-CARRIER = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'CARRIER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-SHP-CARTONS-TEXT IS NOT NUMERIC
                    OR WS-SHP-CARTONS-TEXT = '0000' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'INVALID CARTON COUNT' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-TRACKING = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'TRACKING NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-SHP-ORDER-TEXT TO WS-SHP-ORDER-DISPLAY
                MOVE WS-SHP-ORDER-DISPLAY TO WS-SHP-ORDER-NO
                MOVE WS-SHP-CARTONS-TEXT TO WS-SHP-CARTONS-DISPLAY
                MOVE WS-SHP-CARTONS-DISPLAY TO WS-SHP-CARTONS
                MOVE WS-INPUT-CARRIER TO WS-SHP-CARRIER
                MOVE WS-INPUT-TRACKING TO WS-SHP-TRACKING
            END-IF.
      * ===============================================================
      * The order's shipment row has to be on the dock still
      * ===============================================================
       GET-SHIPMENT.
      *
            EXEC SQL
                SELECT SHIP-STATUS INTO :WS-SHP-STATUS
                FROM EVENT.MARBLES_SHIPMENT
                WHERE ORDER-NO = :WS-SHP-ORDER-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'ORDER NOT PICKED' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ SHIPMENTS' TO WS-OUTPUT-TEXT
            ELSE IF WS-SHP-STATUS NOT = 'P' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'ALREADY SHIPPED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * List every picked order still on the dock: order, customer,
      * and the day it was picked
      * ===============================================================
       DO-DOCK-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
      *
            EXEC SQL
                DECLARE C-DOCK CURSOR FOR
                SELECT ORDER-NO, CUST-NO, CHAR(PICK-DATE)
                FROM EVENT.MARBLES_SHIPMENT
                WHERE SHIP-STATUS = 'P'
                ORDER BY PICK-DATE, ORDER-NO
            END-EXEC
      *
            EXEC SQL
                OPEN C-DOCK
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-DOCK-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-DOCK
            END-EXEC
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'NOTHING ON DOCK' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
      * Fetch one waiting order and append it to the response text
      * ===============================================================
       FETCH-DOCK-ROW.
      *
            EXEC SQL
                FETCH C-DOCK
                    INTO :WS-SHP-ORDER-NO, :WS-SHP-CUST,
                         :WS-SHP-PICK-DATE
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-SHP-ORDER-NO TO WS-SHP-ORDER-DISPLAY
                STRING WS-SHP-ORDER-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-SHP-CUST DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-SHP-PICK-DATE DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
