      * ===============================================================
      * The purchasing desk invokes this transaction (called MRBZ)
      * via:
      *   MRBZ <ACTION> [arguments]
      *
      * Where:
      *  <ACTION> = LST|SUP|QTY|DTE|CAN|CLS
      *
      * Example:
      *  MRBZ LST 00000012
      *  MRBZ SUP GLASSCO
      *  MRBZ QTY 00000012 0002 000450
      *  MRBZ DTE 00000012 0002 20261130
      *  MRBZ CAN 00000012 0003
      *  MRBZ CLS 00000012 0001
      *
      * Purchase-order inquiry and maintenance. POs are still only
      * created by the MRBLPOC batch; once one is out, changing it
      * used to mean a DBA update with no trail. LST shows a PO's
      * header and every line -- color, ordered and received
      * quantity, status and expected date -- and SUP lists a
      * supplier's POs, newest first, with their status and order
      * date.
      *
      * The four changes belong to buyers: a terminal needs a BUY
      * row on EVENT.MARBLES_AUTH (MRBM AUT ADD <term> BUY) for them,
      * and a failure reading the authority list refuses rather than
      * guesses. Each works on one line:
      *  - QTY amends the ordered quantity; it can't go at or below
      *    what has already been received (close it short instead)
      *  - DTE moves the expected date, the date the projections,
      *    the scorecard and the supplier transmission go by
      *  - CAN cancels a line nothing has been received against
      *    ('X')
      *  - CLS closes a partly received line short ('C'), so the
      *    rest stops counting as on order
      * QTY, CAN and CLS work on open stock lines ('O'). A drop-ship
      * line ('D') is tied to the customer's order line it fills, so
      * its quantity and cancellation stay with MRBO; DTE alone may
      * move its date. When the last open line of a PO closes the
      * header closes with it -- 'C' if anything on it was received
      * or closed, 'X' when every line was cancelled.
      *
      * Every change writes an audit record to the PAUD
      * extrapartition queue, the way MRBM writes MAUD: terminal,
      * action, PO and line, when, and the before and after image of
      * the field it changed.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPOM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-AUTH-OK PIC 9 VALUE 0.
          02 WS-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-ACTION-SUPPLIER PIC 9 VALUE 0.
          02 WS-ACTION-QTY PIC 9 VALUE 0.
          02 WS-ACTION-DATE PIC 9 VALUE 0.
          02 WS-ACTION-CANCEL PIC 9 VALUE 0.
          02 WS-ACTION-CLOSE PIC 9 VALUE 0.
       01 WS-PO-WORK.
          02 WS-PO-NO PIC S9(9) COMP VALUE 0.
          02 WS-PO-NO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-PO-NO-DISPLAY PIC 9(8).
          02 WS-PO-SUPPLIER PIC X(10).
          02 WS-PO-STATUS PIC X(1).
          02 WS-PO-ORDER-DATE PIC X(10).
          02 WS-PO-FOUND PIC 9 VALUE 0.
          02 WS-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-LINE-TEXT PIC X(4) JUSTIFIED RIGHT.
          02 WS-LINE-DISPLAY PIC 9(4).
          02 WS-LINE-COLOR PIC X(10).
          02 WS-LINE-ORDER-QTY PIC S9(9) COMP VALUE 0.
          02 WS-LINE-RECEIVED PIC S9(9) COMP VALUE 0.
          02 WS-LINE-EXPECTED PIC X(10).
          02 WS-LINE-STATUS PIC X(1).
          02 WS-LINE-FOUND PIC 9 VALUE 0.
          02 WS-NEW-QTY PIC S9(9) COMP VALUE 0.
          02 WS-NEW-QTY-TEXT PIC X(6) JUSTIFIED RIGHT.
          02 WS-NEW-QTY-DISPLAY PIC 9(6).
          02 WS-NEW-STATUS PIC X(1).
          02 WS-QTY-DISPLAY PIC 9(6).
          02 WS-RCV-DISPLAY PIC 9(6).
       01 WS-DATE-WORK.
          02 WS-DATE-TEXT PIC X(8).
          02 WS-DATE-HYPHEN PIC X(10).
          02 WS-DATE-DAYS PIC S9(9) COMP VALUE 0.
       01 WS-LIST-WORK.
          02 WS-LIST-DONE PIC 9 VALUE 0.
             88 WS-LIST-NO-MORE VALUE 1.
          02 WS-LIST-PTR PIC 9(4) VALUE 1.
      * ===============================================================
      * One audit record per change, onto the PAUD extrapartition
      * queue: who, what action, which PO line, when, and the
      * changed field before and after -- the MAUD shape
      * ===============================================================
       01 WS-AUDIT-RECORD.
          02 PAUD-TERM PIC X(4).
          02 PAUD-ACTION PIC X(3).
          02 PAUD-PO-NO PIC 9(8).
          02 PAUD-LINE-NO PIC 9(4).
          02 PAUD-DATE PIC 9(7).
          02 PAUD-TIME PIC 9(7).
          02 PAUD-BEFORE PIC X(20).
          02 PAUD-AFTER PIC X(20).
          02 FILLER PIC X(7) VALUE SPACES.
       01 WS-CONST.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-SUPPLIER PIC X(3) VALUE 'SUP'.
          02 WS-CONST-QTY PIC X(3) VALUE 'QTY'.
          02 WS-CONST-DATE PIC X(3) VALUE 'DTE'.
          02 WS-CONST-CANCEL PIC X(3) VALUE 'CAN'.
          02 WS-CONST-CLOSE PIC X(3) VALUE 'CLS'.
          02 WS-CONST-BUYER PIC X(3) VALUE 'BUY'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-REST.
             10 WS-INPUT-PO-NO PIC X(8) VALUE SPACES.
             10 WS-INPUT-THIRD-SPACE PIC X(1) VALUE SPACES.
             10 WS-INPUT-LINE-NO PIC X(4) VALUE SPACES.
             10 WS-INPUT-FOURTH-SPACE PIC X(1) VALUE SPACES.
             10 WS-INPUT-VALUE PIC X(8) VALUE SPACES.
      * ===============================================================
      * SUP has no PO number, so the supplier sits under the same
      * typed positions
      * ===============================================================
          05 WS-INPUT-SUPPLIER-ARGS REDEFINES WS-INPUT-REST.
             10 WS-INPUT-SUPPLIER PIC X(10).
             10 FILLER PIC X(12).
       01 WS-OUTPUT.
          05 WS-OUTPUT-TEXT PIC X(780).
       01 WS-MSG-LENGTH PIC S9(4) COMP.
       01 WS-RESP PIC S9(8) COMP.
       01 WS-RECEIVE-ERROR PIC 9(1) VALUE 0.
          88 WS-RECEIVE-FAILED VALUE 1.
      * ===============================================================
      * Map SQL purchase-order tables (created by MRBLPOC; PO-STATUS
      * and LINE-STATUS 'O' open, 'D' drop-ship awaiting the
      * supplier, 'C' closed, 'X' cancelled)
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
      * ===============================================================
      * Map SQL authority table -- a BUY row for the terminal is what
      * makes it a buyer's
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_AUTH TABLE
           ( TERM-ID                        CHAR(4)     NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBZ transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
            PERFORM INIT-WORK-AREAS.
            PERFORM GET-TRANS-INPUT.
      *
            IF WS-RECEIVE-FAILED THEN
                CONTINUE
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-QTY = 1 OR WS-ACTION-DATE = 1
                        OR WS-ACTION-CANCEL = 1
                        OR WS-ACTION-CLOSE = 1 THEN
                    PERFORM CHECK-BUYER-AUTH
                END-IF
                IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-PO-LIST
                ELSE IF WS-ACTION-SUPPLIER = 1 THEN
                    PERFORM DO-SUPPLIER-LIST
                ELSE IF WS-AUTH-OK = 0 THEN
                    CONTINUE
                ELSE IF WS-ACTION-QTY = 1 THEN
                    PERFORM DO-AMEND-QTY
                ELSE IF WS-ACTION-DATE = 1 THEN
                    PERFORM DO-AMEND-DATE
                ELSE IF WS-ACTION-CANCEL = 1 THEN
                    PERFORM DO-CANCEL-LINE
                ELSE IF WS-ACTION-CLOSE = 1 THEN
                    PERFORM DO-CLOSE-SHORT
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
            MOVE 0 TO WS-RECEIVE-ERROR.
            MOVE 40 TO WS-MSG-LENGTH.
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
            IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE IF WS-CONST-SUPPLIER = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-SUPPLIER
            ELSE IF WS-CONST-QTY = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-QTY
            ELSE IF WS-CONST-DATE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-DATE
            ELSE IF WS-CONST-CANCEL = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-CANCEL
            ELSE IF WS-CONST-CLOSE = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-CLOSE
            ELSE
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'USE LST|SUP|QTY|DTE|CAN|CLS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Changes need a BUY row for this terminal. Unlike MRBL's own
      * gate, a terminal with no authority rows at all is not let
      * through -- a PO change commits the company's money -- and a
      * DB2 failure here fails closed.
      * ===============================================================
       CHECK-BUYER-AUTH.
      *
            MOVE 0 TO WS-AUTH-OK
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_AUTH
                WHERE TERM-ID = EIBTRMID
                  AND VERB = :WS-CONST-BUYER
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'AUTHORITY NOT AVAILABLE' TO WS-OUTPUT-TEXT
            ELSE IF WS-ROW-COUNT = 0 THEN
                MOVE 28 TO WS-MSG-LENGTH
                MOVE 'NOT A BUYER AT THIS TERMINAL' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-AUTH-OK
            END-IF.
      * ===============================================================
      * Work out the typed PO number -- right-justified and zero-
      * filled the way MRBO treats a typed order number
      * ===============================================================
       DETERMINE-PO-NO.
      *
            MOVE 0 TO WS-EDIT-ERROR
            MOVE 0 TO WS-PO-NO
            IF WS-INPUT-PO-NO = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'PO NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-INPUT-PO-NO TO WS-PO-NO-TEXT
                INSPECT WS-PO-NO-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-PO-NO-TEXT IS NUMERIC THEN
                    MOVE WS-PO-NO-TEXT TO WS-PO-NO-DISPLAY
                    MOVE WS-PO-NO-DISPLAY TO WS-PO-NO
                ELSE
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 25 TO WS-MSG-LENGTH
                    MOVE 'PO NUMBER MUST BE NUMERIC' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       DETERMINE-LINE-NO.
      *
            MOVE 0 TO WS-LINE-NO
            MOVE WS-INPUT-LINE-NO TO WS-LINE-TEXT
            INSPECT WS-LINE-TEXT
                REPLACING LEADING SPACE BY ZERO
            IF WS-INPUT-LINE-NO NOT = SPACES
                    AND WS-LINE-TEXT IS NUMERIC THEN
                MOVE WS-LINE-TEXT TO WS-LINE-DISPLAY
                MOVE WS-LINE-DISPLAY TO WS-LINE-NO
            ELSE
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'LINE NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The PO line a change works on, held for update so MRBLWIN
      * can't settle a receipt against it halfway through
      * ===============================================================
       GET-PO-LINE.
      *
            MOVE 0 TO WS-LINE-FOUND
            PERFORM DETERMINE-PO-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM DETERMINE-LINE-NO
            END-IF
            IF WS-EDIT-ERROR = 0 THEN
                EXEC SQL
                    SELECT COLOR, ORDER-QTY, RECEIVED-QTY,
                           CHAR(EXPECTED-DATE, ISO), LINE-STATUS
                        INTO :WS-LINE-COLOR, :WS-LINE-ORDER-QTY,
                             :WS-LINE-RECEIVED, :WS-LINE-EXPECTED,
                             :WS-LINE-STATUS
                    FROM EVENT.MARBLES_POLINE
                    WHERE PO-NO = :WS-PO-NO
                      AND LINE-NO = :WS-LINE-NO
                    FOR UPDATE OF LINE-STATUS
                END-EXEC
                IF SQLCODE = 100 THEN
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'PO LINE NOT FOUND' TO WS-OUTPUT-TEXT
                ELSE IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO READ PO LINES' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE 1 TO WS-LINE-FOUND
                END-IF
            END-IF.
      * ===============================================================
      * Open stock lines only for QTY, CAN and CLS -- a drop-ship
      * line's quantity and cancellation belong to its order line
      * ===============================================================
       CHECK-LINE-OPEN.
      *
            IF WS-LINE-STATUS = 'D' THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'DROP-SHIP LINE -- USE MRBO' TO WS-OUTPUT-TEXT
            ELSE IF WS-LINE-STATUS NOT = 'O' THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 13 TO WS-MSG-LENGTH
                MOVE 'LINE NOT OPEN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * QTY: the new ordered quantity has to clear what is already
      * in the building
      * ===============================================================
       DO-AMEND-QTY.
      *
            PERFORM GET-PO-LINE
            IF WS-LINE-FOUND = 1 THEN
                PERFORM CHECK-LINE-OPEN
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                MOVE 0 TO WS-NEW-QTY
                MOVE WS-INPUT-VALUE(1:6) TO WS-NEW-QTY-TEXT
                INSPECT WS-NEW-QTY-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-INPUT-VALUE = SPACES
                        OR WS-NEW-QTY-TEXT IS NOT NUMERIC THEN
                    MOVE 0 TO WS-LINE-FOUND
                    MOVE 24 TO WS-MSG-LENGTH
                    MOVE 'QUANTITY MUST BE NUMERIC' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE WS-NEW-QTY-TEXT TO WS-NEW-QTY-DISPLAY
                    MOVE WS-NEW-QTY-DISPLAY TO WS-NEW-QTY
                    IF WS-NEW-QTY <= WS-LINE-RECEIVED THEN
                        MOVE 0 TO WS-LINE-FOUND
                        MOVE 29 TO WS-MSG-LENGTH
                        MOVE 'NOT ABOVE RECEIVED -- USE CLS'
                            TO WS-OUTPUT-TEXT
                    END-IF
                END-IF
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_POLINE
                    SET ORDER-QTY = :WS-NEW-QTY
                    WHERE PO-NO = :WS-PO-NO
                      AND LINE-NO = :WS-LINE-NO
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 24 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE PO LINE' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE WS-LINE-ORDER-QTY TO WS-QTY-DISPLAY
                    MOVE SPACES TO PAUD-BEFORE PAUD-AFTER
                    STRING 'QTY=' DELIMITED BY SIZE
                           WS-QTY-DISPLAY DELIMITED BY SIZE
                        INTO PAUD-BEFORE
                    STRING 'QTY=' DELIMITED BY SIZE
                           WS-NEW-QTY-DISPLAY DELIMITED BY SIZE
                        INTO PAUD-AFTER
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 16 TO WS-MSG-LENGTH
                    MOVE 'QUANTITY AMENDED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * DTE: a real date, the database judging; a drop-ship line's
      * date may move with the rest
      * ===============================================================
       DO-AMEND-DATE.
      *
            PERFORM GET-PO-LINE
            IF WS-LINE-FOUND = 1 AND WS-LINE-STATUS NOT = 'O'
                    AND WS-LINE-STATUS NOT = 'D' THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 13 TO WS-MSG-LENGTH
                MOVE 'LINE NOT OPEN' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                MOVE WS-INPUT-VALUE TO WS-DATE-TEXT
                PERFORM EDIT-EXPECTED-DATE
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_POLINE
                    SET EXPECTED-DATE = DATE(:WS-DATE-HYPHEN)
                    WHERE PO-NO = :WS-PO-NO
                      AND LINE-NO = :WS-LINE-NO
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 24 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE PO LINE' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE SPACES TO PAUD-BEFORE PAUD-AFTER
                    STRING 'DATE=' DELIMITED BY SIZE
                           WS-LINE-EXPECTED DELIMITED BY SIZE
                        INTO PAUD-BEFORE
                    STRING 'DATE=' DELIMITED BY SIZE
                           WS-DATE-HYPHEN DELIMITED BY SIZE
                        INTO PAUD-AFTER
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 21 TO WS-MSG-LENGTH
                    MOVE 'EXPECTED DATE AMENDED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
       EDIT-EXPECTED-DATE.
      *
            MOVE SPACES TO WS-DATE-HYPHEN
            IF WS-DATE-TEXT IS NOT NUMERIC THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'DATE MUST BE YYYYMMDD' TO WS-OUTPUT-TEXT
            ELSE
                STRING WS-DATE-TEXT(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-DATE-TEXT(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-DATE-TEXT(7:2) DELIMITED BY SIZE
                    INTO WS-DATE-HYPHEN
                EXEC SQL
                    SELECT DAYS(DATE(:WS-DATE-HYPHEN))
                        INTO :WS-DATE-DAYS
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 0 TO WS-LINE-FOUND
                    MOVE 12 TO WS-MSG-LENGTH
                    MOVE 'INVALID DATE' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * CAN: only a line nothing has landed against -- one with a
      * receipt on it closes short instead
      * ===============================================================
       DO-CANCEL-LINE.
      *
            PERFORM GET-PO-LINE
            IF WS-LINE-FOUND = 1 THEN
                PERFORM CHECK-LINE-OPEN
            END-IF
            IF WS-LINE-FOUND = 1 AND WS-LINE-RECEIVED > 0 THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'RECEIPTS ON LINE -- USE CLS' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                MOVE 'X' TO WS-NEW-STATUS
                PERFORM MARK-PO-LINE
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'LINE CANCELLED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * CLS: a partly received line closes at what has come in
      * ===============================================================
       DO-CLOSE-SHORT.
      *
            PERFORM GET-PO-LINE
            IF WS-LINE-FOUND = 1 THEN
                PERFORM CHECK-LINE-OPEN
            END-IF
            IF WS-LINE-FOUND = 1 AND WS-LINE-RECEIVED = 0 THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 27 TO WS-MSG-LENGTH
                MOVE 'NOTHING RECEIVED -- USE CAN' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                MOVE 'C' TO WS-NEW-STATUS
                PERFORM MARK-PO-LINE
            END-IF
            IF WS-LINE-FOUND = 1 THEN
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'LINE CLOSED SHORT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Move the line to its new status, audit it, and close the
      * header if that was its last open line
      * ===============================================================
       MARK-PO-LINE.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_POLINE
                SET LINE-STATUS = :WS-NEW-STATUS
                WHERE PO-NO = :WS-PO-NO
                  AND LINE-NO = :WS-LINE-NO
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 0 TO WS-LINE-FOUND
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE PO LINE' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-LINE-ORDER-QTY TO WS-QTY-DISPLAY
                MOVE WS-LINE-RECEIVED TO WS-RCV-DISPLAY
                MOVE SPACES TO PAUD-BEFORE PAUD-AFTER
                STRING 'STATUS=' DELIMITED BY SIZE
                       WS-LINE-STATUS DELIMITED BY SIZE
                       ' QTY=' DELIMITED BY SIZE
                       WS-QTY-DISPLAY DELIMITED BY SIZE
                    INTO PAUD-BEFORE
                STRING 'STATUS=' DELIMITED BY SIZE
                       WS-NEW-STATUS DELIMITED BY SIZE
                       ' RCV=' DELIMITED BY SIZE
                       WS-RCV-DISPLAY DELIMITED BY SIZE
                    INTO PAUD-AFTER
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-PO-IF-DONE
            END-IF.
      * ===============================================================
      * No open or drop-ship line left: the PO closes -- 'X' when
      * every line was cancelled, 'C' otherwise
      * ===============================================================
       CLOSE-PO-IF-DONE.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                FROM EVENT.MARBLES_POLINE
                WHERE PO-NO = :WS-PO-NO
                  AND LINE-STATUS IN ('O', 'D')
            END-EXEC
            IF SQLCODE = 0 AND WS-ROW-COUNT = 0 THEN
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-ROW-COUNT
                    FROM EVENT.MARBLES_POLINE
                    WHERE PO-NO = :WS-PO-NO
                      AND LINE-STATUS <> 'X'
                END-EXEC
                IF SQLCODE = 0 THEN
                    IF WS-ROW-COUNT > 0 THEN
                        MOVE 'C' TO WS-PO-STATUS
                    ELSE
                        MOVE 'X' TO WS-PO-STATUS
                    END-IF
                    EXEC SQL
                        UPDATE EVENT.MARBLES_PO
                        SET PO-STATUS = :WS-PO-STATUS
                        WHERE PO-NO = :WS-PO-NO
                    END-EXEC
                END-IF
            END-IF.
      * ===============================================================
      * LST: the header, then one entry per line --
      *   line color O=ordered R=received status expected-date
      * ===============================================================
       DO-PO-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            PERFORM DETERMINE-PO-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-PO-HEADER
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-PO-FOUND = 1 THEN
                PERFORM LIST-PO-LINES
            END-IF.
      * ===============================================================
       GET-PO-HEADER.
      *
            MOVE 0 TO WS-PO-FOUND
            EXEC SQL
                SELECT SUPPLIER, PO-STATUS, CHAR(ORDER-DATE, ISO)
                    INTO :WS-PO-SUPPLIER, :WS-PO-STATUS,
                         :WS-PO-ORDER-DATE
                FROM EVENT.MARBLES_PO
                WHERE PO-NO = :WS-PO-NO
            END-EXEC
            IF SQLCODE = 100 THEN
                MOVE 10 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN PO' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ PO' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-PO-FOUND
                STRING 'PO ' DELIMITED BY SIZE
                       WS-PO-NO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PO-SUPPLIER DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-PO-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PO-ORDER-DATE DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            END-IF.
      * ===============================================================
       LIST-PO-LINES.
      *
            EXEC SQL
                DECLARE C-POMLIN CURSOR FOR
                SELECT LINE-NO, COLOR, ORDER-QTY, RECEIVED-QTY,
                       LINE-STATUS, CHAR(EXPECTED-DATE, ISO)
                FROM EVENT.MARBLES_POLINE
                WHERE PO-NO = :WS-PO-NO
                ORDER BY LINE-NO
            END-EXEC
            EXEC SQL
                OPEN C-POMLIN
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
            PERFORM FETCH-PO-LINE-ROW
                UNTIL WS-LIST-NO-MORE
            EXEC SQL
                CLOSE C-POMLIN
            END-EXEC
            COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1.
      * ===============================================================
       FETCH-PO-LINE-ROW.
      *
            EXEC SQL
                FETCH C-POMLIN
                    INTO :WS-LINE-NO, :WS-LINE-COLOR,
                         :WS-LINE-ORDER-QTY, :WS-LINE-RECEIVED,
                         :WS-LINE-STATUS, :WS-LINE-EXPECTED
            END-EXEC
      *
      *     Stop short of the end of the screen rather than let the
      *     STRING run off it
      *
            IF SQLCODE = 0 AND WS-LIST-PTR < 735 THEN
                MOVE WS-LINE-NO TO WS-LINE-DISPLAY
                MOVE WS-LINE-ORDER-QTY TO WS-QTY-DISPLAY
                MOVE WS-LINE-RECEIVED TO WS-RCV-DISPLAY
                STRING WS-LINE-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-LINE-COLOR DELIMITED BY SPACE
                       ' O=' DELIMITED BY SIZE
                       WS-QTY-DISPLAY DELIMITED BY SIZE
                       ' R=' DELIMITED BY SIZE
                       WS-RCV-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-LINE-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-LINE-EXPECTED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * SUP: the supplier's POs, newest first --
      *   PO-number status order-date
      * ===============================================================
       DO-SUPPLIER-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
            IF WS-INPUT-SUPPLIER = SPACES THEN
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'SUPPLIER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                PERFORM LIST-SUPPLIER-POS
            END-IF.
      * ===============================================================
       LIST-SUPPLIER-POS.
      *
            EXEC SQL
                DECLARE C-POMSUP CURSOR FOR
                SELECT PO-NO, PO-STATUS, CHAR(ORDER-DATE, ISO)
                FROM EVENT.MARBLES_PO
                WHERE SUPPLIER = :WS-INPUT-SUPPLIER
                ORDER BY PO-NO DESC
            END-EXEC
            EXEC SQL
                OPEN C-POMSUP
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
            PERFORM FETCH-SUPPLIER-PO-ROW
                UNTIL WS-LIST-NO-MORE
            EXEC SQL
                CLOSE C-POMSUP
            END-EXEC
            IF WS-LIST-PTR = 1 THEN
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'NO POS FOR SUPPLIER' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
       FETCH-SUPPLIER-PO-ROW.
      *
            EXEC SQL
                FETCH C-POMSUP
                    INTO :WS-PO-NO, :WS-PO-STATUS, :WS-PO-ORDER-DATE
            END-EXEC
            IF SQLCODE = 0 AND WS-LIST-PTR < 760 THEN
                MOVE WS-PO-NO TO WS-PO-NO-DISPLAY
                STRING WS-PO-NO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PO-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PO-ORDER-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Who changed which PO line, how, and when -- onto the PAUD
      * extrapartition queue, the MRBM/MAUD discipline for the
      * purchasing side
      * ===============================================================
       WRITE-AUDIT-RECORD.
      *
            MOVE EIBTRMID TO PAUD-TERM
            MOVE WS-INPUT-ACTION TO PAUD-ACTION
            MOVE WS-PO-NO TO PAUD-PO-NO
            MOVE WS-LINE-NO TO PAUD-LINE-NO
            MOVE EIBDATE TO PAUD-DATE
            MOVE EIBTIME TO PAUD-TIME
            EXEC CICS WRITEQ TD
                        QUEUE('PAUD')
                        FROM(WS-AUDIT-RECORD)
                        LENGTH(80)
                        RESP(WS-RESP)
            END-EXEC.
