      * ===============================================================
      * The order desk invokes this transaction (called MRBN) via:
      *   MRBN <ACTION> <ARGUMENTS>
      *
      * Where:
      *  <ACTION> = NEW|LIN|END|LST
      *  NEW <CUST-NO> <FREQUENCY> <FIRST-DATE> <END-DATE>
      *  LIN <STD-NO> <COLOR> <QUANTITY>
      *  END <STD-NO>
      *  LST [<CUST-NO>]
      *
      * Example:
      *  MRBN NEW CUST000042 W 20261019 20270628
      *  MRBN LIN 00000003 RED 000250
      *  MRBN END 00000003
      *  MRBN LST
      *  MRBN LST CUST000042
      *
      * Standing (blanket) orders. A shop that takes the same colors
      * in the same quantities on a fixed cycle no longer has its
      * order re-keyed through MRBO every time: NEW opens a numbered
      * standing order (EVENT.MARBLES_STDORD) for a customer on file
      * and not on credit hold, released weekly (W), every other
      * week (B) or monthly (M) from its first release date through
      * its end date, both typed YYYYMMDD. LIN adds a color and
      * quantity to it -- the color on the approved list, on file
      * and active, once per standing order. END cancels a standing
      * order; releases already made stay ordinary MRBO orders. LST
      * shows every active standing order (for one customer, if
      * typed) with its frequency, next release and line count.
      *
      * The nightly MRBLSTD run does the releasing: every active
      * standing order whose next release has come due on the
      * business calendar becomes a real MRBO order, reserved the
      * way MRBO LIN reserves it, and then rolls its next release
      * date forward by its frequency.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSTO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-ACTION-NEW PIC 9 VALUE 0.
          02 WS-ACTION-LINE PIC 9 VALUE 0.
          02 WS-ACTION-END PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-TODAY PIC X(10).
       01 WS-STD-WORK.
          02 WS-STD-FOUND PIC 9 VALUE 0.
          02 WS-STD-NO PIC S9(9) COMP VALUE 0.
          02 WS-STD-NO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-STD-NO-DISPLAY PIC 9(8).
          02 WS-STD-CUST PIC X(10).
          02 WS-STD-FREQ PIC X(1).
             88 WS-STD-FREQ-VALID VALUE 'W' 'B' 'M'.
          02 WS-STD-FIRST PIC X(10).
          02 WS-STD-END PIC X(10).
          02 WS-STD-NEXT PIC X(10).
          02 WS-STD-STATUS PIC X(1).
          02 WS-STD-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-STD-LINE-DISPLAY PIC 9(4).
          02 WS-STD-LINE-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-STD-COLOR PIC X(10).
          02 WS-STD-COLOR-STATUS PIC X(1).
          02 WS-STD-QTY PIC S9(9) COMP VALUE 0.
          02 WS-STD-QTY-TEXT PIC X(6) JUSTIFIED RIGHT.
          02 WS-STD-QTY-DISPLAY PIC 9(6).
       01 WS-CREDIT-WORK.
          02 WS-CRD-HOLD PIC X(1).
       01 WS-DATE-WORK.
          02 WS-DATE-TEXT PIC X(8).
          02 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
             03 WS-DATE-YEAR PIC X(4).
             03 WS-DATE-MONTH PIC X(2).
             03 WS-DATE-DAY PIC X(2).
          02 WS-DATE-HYPHEN PIC X(10).
          02 WS-DATE-OK PIC 9 VALUE 0.
       01 WS-CONST.
          02 WS-CONST-NEW PIC X(3) VALUE 'NEW'.
          02 WS-CONST-LINE PIC X(3) VALUE 'LIN'.
          02 WS-CONST-END PIC X(3) VALUE 'END'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ARGS PIC X(30) VALUE SPACES.
          05 WS-INPUT-NEW-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-CUST PIC X(10).
             10 FILLER PIC X(1).
             10 WS-INPUT-FREQ PIC X(1).
             10 FILLER PIC X(1).
             10 WS-INPUT-FIRST PIC X(8).
             10 FILLER PIC X(1).
             10 WS-INPUT-END PIC X(8).
          05 WS-INPUT-LINE-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-STD-NO PIC X(8).
             10 FILLER PIC X(1).
             10 WS-INPUT-COLOR PIC X(10).
             10 FILLER PIC X(1).
             10 WS-INPUT-QTY PIC X(6).
             10 FILLER PIC X(4).
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
      * Map SQL tables this transaction reads
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
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CREDIT TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CREDIT-LIMIT                   DECIMAL(11,0) NOT NULL,
             CREDIT-HOLD                    CHAR(1)     NOT NULL,
             LAST-UPDATED                   TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL standing orders (FREQUENCY 'W' weekly, 'B' every
      * other week, 'M' monthly; STD-STATUS 'A' active, 'E' ended
      * -- past its end date, set by MRBLSTD -- and 'X' cancelled
      * by END) and their lines
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_STDORD TABLE
           ( STD-NO                         INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             FREQUENCY                      CHAR(1)     NOT NULL,
             START-DATE                     DATE        NOT NULL,
             END-DATE                       DATE        NOT NULL,
             NEXT-RELEASE                   DATE        NOT NULL,
             STD-STATUS                     CHAR(1)     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             STD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_STDLINE TABLE
           ( STD-NO                         INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBN transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive order-desk input (e.g. LIN 00000003 RED 000250)
      *
            PERFORM GET-TRANS-INPUT.
      *
      *     Route on the action, unless the RECEIVE itself failed
      *
            IF WS-RECEIVE-FAILED THEN
                CONTINUE
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-NEW = 1 THEN
                    PERFORM DO-NEW-STANDING
                ELSE IF WS-ACTION-LINE = 1 THEN
                    PERFORM DO-ADD-LINE
                ELSE IF WS-ACTION-END = 1 THEN
                    PERFORM DO-END-STANDING
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-STANDING-LIST
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
            MOVE 39 TO WS-MSG-LENGTH.
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
      * Set indicator for the typed action -- LIN and END work on an
      * existing standing order and need its number, right-justified
      * and zero-filled the way MRBLORD's DETERMINE-ORDER-NO treats
      * an order number
      * ===============================================================
       VERIFY-ACTION.
      *
            IF WS-CONST-NEW = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-NEW
            ELSE IF WS-CONST-LINE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LINE
            ELSE IF WS-CONST-END = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-END
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'USE NEW|LIN|END|LST' TO WS-OUTPUT-TEXT
            END-IF
      *
            IF WS-ACTION-LINE = 1 OR WS-ACTION-END = 1 THEN
                MOVE WS-INPUT-STD-NO TO WS-STD-NO-TEXT
                INSPECT WS-STD-NO-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-INPUT-STD-NO NOT = SPACES
                        AND WS-STD-NO-TEXT IS NUMERIC THEN
                    MOVE WS-STD-NO-TEXT TO WS-STD-NO-DISPLAY
                    MOVE WS-STD-NO-DISPLAY TO WS-STD-NO
                ELSE
                    MOVE 0 TO WS-ACTION-LINE
                    MOVE 0 TO WS-ACTION-END
                    MOVE 30 TO WS-MSG-LENGTH
                    MOVE 'STANDING ORDER NUMBER REQUIRED'
                        TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * Open a new numbered standing order. Its first release is the
      * next release until MRBLSTD makes it; a first date already
      * gone by would only release late, so it is refused.
      * ===============================================================
       DO-NEW-STANDING.
      *
            PERFORM EDIT-NEW-FIELDS
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM CHECK-CUSTOMER
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    SELECT CHAR(CURRENT DATE) INTO :WS-TODAY
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 19 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ DATE' TO WS-OUTPUT-TEXT
                ELSE IF WS-STD-FIRST < WS-TODAY THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'FIRST DATE ALREADY PAST' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM INSERT-STANDING-ROW
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-STD-NO TO WS-STD-NO-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'STANDING ORDER ' DELIMITED BY SIZE
                    WS-STD-NO-DISPLAY DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 23 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Customer, frequency, and the two dates -- each date a real
      * YYYYMMDD, and the end no earlier than the first release
      * ===============================================================
       EDIT-NEW-FIELDS.
      *
            MOVE WS-INPUT-CUST TO WS-STD-CUST
            MOVE WS-INPUT-FREQ TO WS-STD-FREQ
      *
            IF WS-STD-CUST = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'CUSTOMER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF NOT WS-STD-FREQ-VALID THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'FREQUENCY MUST BE W|B|M' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 THEN
                MOVE WS-INPUT-FIRST TO WS-DATE-TEXT
                PERFORM EDIT-TYPED-DATE
                IF WS-DATE-OK = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 18 TO WS-MSG-LENGTH
                    MOVE 'INVALID FIRST DATE' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE WS-DATE-HYPHEN TO WS-STD-FIRST
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 THEN
                MOVE WS-INPUT-END TO WS-DATE-TEXT
                PERFORM EDIT-TYPED-DATE
                IF WS-DATE-OK = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 16 TO WS-MSG-LENGTH
                    MOVE 'INVALID END DATE' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE WS-DATE-HYPHEN TO WS-STD-END
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-STD-END < WS-STD-FIRST THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'END DATE BEFORE FIRST DATE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * A typed YYYYMMDD date, rebuilt in the hyphenated shape DB2
      * takes for a DATE column as MRBLORD's DETERMINE-WANTED-DATE
      * rebuilds it -- but here a bad date is refused, not defaulted,
      * since a schedule can't be guessed at
      * ===============================================================
       EDIT-TYPED-DATE.
      *
            MOVE 0 TO WS-DATE-OK
            MOVE SPACES TO WS-DATE-HYPHEN
            IF WS-DATE-TEXT IS NUMERIC THEN
                IF WS-DATE-MONTH >= '01' AND WS-DATE-MONTH <= '12'
                        AND WS-DATE-DAY >= '01'
                        AND WS-DATE-DAY <= '31' THEN
                    MOVE 1 TO WS-DATE-OK
                    STRING WS-DATE-YEAR DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           WS-DATE-MONTH DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           WS-DATE-DAY DELIMITED BY SIZE
                        INTO WS-DATE-HYPHEN
                END-IF
            END-IF.
      * ===============================================================
      * The customer has to be on the reference table, and one on
      * credit hold gets no standing order, as MRBO NEW refuses them
      * an order
      * ===============================================================
       CHECK-CUSTOMER.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_CUSTOMER
                WHERE CUST-NO = :WS-STD-CUST
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ CUSTOMERS' TO WS-OUTPUT-TEXT
            ELSE IF WS-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN CUSTOMER' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    SELECT CREDIT-HOLD INTO :WS-CRD-HOLD
                    FROM EVENT.MARBLES_CREDIT
                    WHERE CUST-NO = :WS-STD-CUST
                END-EXEC
                IF SQLCODE = 100 THEN
                    MOVE 'N' TO WS-CRD-HOLD
                ELSE IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 21 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ CREDIT' TO WS-OUTPUT-TEXT
                ELSE IF WS-CRD-HOLD = 'Y' THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * The next standing-order number on file, active, with its
      * first release date as its next release
      * ===============================================================
       INSERT-STANDING-ROW.
      *
            EXEC SQL
                SELECT COALESCE(MAX(STD-NO), 0) + 1
                    INTO :WS-STD-NO
                FROM EVENT.MARBLES_STDORD
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_STDORD
                    VALUES (:WS-STD-NO, :WS-STD-CUST, :WS-STD-FREQ,
                            :WS-STD-FIRST, :WS-STD-END,
                            :WS-STD-FIRST, 'A', EIBTRMID,
                            CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE STANDING ORDER' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Add a color and quantity to an active standing order
      * ===============================================================
       DO-ADD-LINE.
      *
            PERFORM GET-STANDING
            IF WS-STD-FOUND = 1 AND WS-STD-STATUS NOT = 'A' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'STANDING ORDER NOT ACTIVE' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-STD-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                PERFORM EDIT-LINE-FIELDS
            END-IF
            IF WS-STD-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                PERFORM CHECK-LINE-COLOR
            END-IF
            IF WS-STD-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM INSERT-STANDING-LINE
            END-IF
            IF WS-STD-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE WS-STD-LINE-NO TO WS-STD-LINE-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'LINE ' DELIMITED BY SIZE
                    WS-STD-LINE-DISPLAY DELIMITED BY SIZE
                    ' ADDED' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 15 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Color and a positive quantity, right-justified and zero-
      * filled before the numeric test
      * ===============================================================
       EDIT-LINE-FIELDS.
      *
            MOVE WS-INPUT-COLOR TO WS-STD-COLOR
            MOVE WS-INPUT-QTY TO WS-STD-QTY-TEXT
            INSPECT WS-STD-QTY-TEXT
                REPLACING LEADING SPACE BY ZERO
      *
            IF WS-STD-COLOR = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'COLOR REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-STD-QTY-TEXT IS NOT NUMERIC
                    OR WS-STD-QTY-TEXT = '000000' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'INVALID QUANTITY' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-STD-QTY-TEXT TO WS-STD-QTY-DISPLAY
                MOVE WS-STD-QTY-DISPLAY TO WS-STD-QTY
            END-IF.
      * ===============================================================
      * The color has to be on the approved list, on file and active,
      * and not already on this standing order
      * ===============================================================
       CHECK-LINE-COLOR.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_COLOR
                WHERE COLOR = :WS-STD-COLOR
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ COLORS' TO WS-OUTPUT-TEXT
            ELSE IF WS-ROW-COUNT = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'COLOR NOT APPROVED' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    SELECT STATUS INTO :WS-STD-COLOR-STATUS
                    FROM EVENT.MARBLES
                    WHERE COLOR = :WS-STD-COLOR
                END-EXEC
                IF SQLCODE = 100 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 13 TO WS-MSG-LENGTH
                    MOVE 'UNKNOWN COLOR' TO WS-OUTPUT-TEXT
                ELSE IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 24 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ INVENTORY' TO WS-OUTPUT-TEXT
                ELSE IF WS-STD-COLOR-STATUS NOT = 'A' THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 16 TO WS-MSG-LENGTH
                    MOVE 'COLOR NOT ACTIVE' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-ROW-COUNT
                    FROM EVENT.MARBLES_STDLINE
                    WHERE STD-NO = :WS-STD-NO
                      AND COLOR = :WS-STD-COLOR
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 29 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ STANDING LINES'
                        TO WS-OUTPUT-TEXT
                ELSE IF WS-ROW-COUNT > 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 22 TO WS-MSG-LENGTH
                    MOVE 'COLOR ALREADY ON ORDER' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * The next line number on the standing order
      * ===============================================================
       INSERT-STANDING-LINE.
      *
            EXEC SQL
                SELECT COALESCE(MAX(LINE-NO), 0) + 1
                    INTO :WS-STD-LINE-NO
                FROM EVENT.MARBLES_STDLINE
                WHERE STD-NO = :WS-STD-NO
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_STDLINE
                    VALUES (:WS-STD-NO, :WS-STD-LINE-NO,
                            :WS-STD-COLOR, :WS-STD-QTY)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 29 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE STANDING LINE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Cancel a standing order -- no further releases; orders
      * already released are ordinary MRBO orders and stay open
      * ===============================================================
       DO-END-STANDING.
      *
            PERFORM GET-STANDING
            IF WS-STD-FOUND = 1 AND WS-STD-STATUS NOT = 'A' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'STANDING ORDER NOT ACTIVE' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-STD-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_STDORD
                    SET STD-STATUS = 'X'
                    WHERE STD-NO = :WS-STD-NO
                      AND STD-STATUS = 'A'
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 31 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE STANDING ORDER'
                        TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-STD-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'STANDING ORDER CANCELLED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Read the typed standing order
      * ===============================================================
       GET-STANDING.
      *
            MOVE 0 TO WS-STD-FOUND
            EXEC SQL
                SELECT CUST-NO, FREQUENCY, STD-STATUS
                    INTO :WS-STD-CUST, :WS-STD-FREQ, :WS-STD-STATUS
                FROM EVENT.MARBLES_STDORD
                WHERE STD-NO = :WS-STD-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN STANDING ORDER' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ STANDING ORDERS' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-STD-FOUND
            END-IF.
      * ===============================================================
      * List every active standing order, or one customer's: number,
      * customer, frequency, next release, and how many lines
      * ===============================================================
       DO-STANDING-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            MOVE WS-INPUT-CUST TO WS-STD-CUST
      *
            EXEC SQL
                DECLARE C-STDLIST CURSOR FOR
                SELECT S.STD-NO, S.CUST-NO, S.FREQUENCY,
                       CHAR(S.NEXT-RELEASE),
                       (SELECT COUNT(*)
                        FROM EVENT.MARBLES_STDLINE L
                        WHERE L.STD-NO = S.STD-NO)
                FROM EVENT.MARBLES_STDORD S
                WHERE S.STD-STATUS = 'A'
                  AND (:WS-STD-CUST = ' '
                       OR S.CUST-NO = :WS-STD-CUST)
                ORDER BY S.STD-NO
            END-EXEC
      *
            EXEC SQL
                OPEN C-STDLIST
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-STANDING-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-STDLIST
            END-EXEC
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'NO ACTIVE STANDING ORDERS' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
      * Fetch one standing order and append it to the response text
      * ===============================================================
       FETCH-STANDING-ROW.
      *
            EXEC SQL
                FETCH C-STDLIST
                    INTO :WS-STD-NO, :WS-STD-CUST, :WS-STD-FREQ,
                         :WS-STD-NEXT, :WS-STD-LINE-COUNT
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-STD-NO TO WS-STD-NO-DISPLAY
                MOVE WS-STD-LINE-COUNT TO WS-STD-LINE-DISPLAY
                STRING WS-STD-NO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STD-CUST DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-STD-FREQ DELIMITED BY SIZE
                       ' NEXT ' DELIMITED BY SIZE
                       WS-STD-NEXT DELIMITED BY SIZE
                       ' LINES ' DELIMITED BY SIZE
                       WS-STD-LINE-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
