      * ===============================================================
      * Purchasing invokes this transaction (called MRB1) via:
      *   MRB1 <ACTION> <ARGUMENTS>
      *
      * Where:
      *  <ACTION> = OPN|CRD|LST
      *  OPN <COLOR> <LOT-ID> <PO-NO> <LINE-NO> [<QUANTITY>]
      *  CRD <RTV-NO> <CREDIT-REFERENCE>
      *
      * Example:
      *  MRB1 OPN RED        L0000412   00000031 0001
      *  MRB1 OPN BLUE       L0000388   00000027 0002 000040
      *  MRB1 CRD 00000005 CN-88102
      *  MRB1 LST
      *
      * Return to vendor. LTH quarantines a bad lot and LTS scraps
      * it; when the fault is the supplier's, OPN sends it back and
      * claims the money. The lot has to be in hold -- status 'Q',
      * the status LTH sets -- or already scrapped ('S'), and the
      * return is tied to the PO line that delivered it: the line
      * has to be for the lot's color, and no more can go back
      * against it than it received less what earlier returns on
      * the line took. Each return is numbered (EVENT.MARBLES_RTV)
      * and priced at the line's UNIT-COST, what the supplier billed.
      *
      * From a held lot the glass physically leaves: a blank
      * quantity ships the whole remainder, a typed one part of it.
      * Inventory goes down under an RTV audit row -- a verb of its
      * own, so the interval, point-in-time and journal runs count
      * the movement while anyone reading the log can tell a return
      * from a sale -- and the lot's remainder goes down with it. A
      * lot shipped back in full keeps its row (the recall trail
      * wants it) at status 'V', so FIFO never sees it again and
      * the supplier scorecard still counts it as a bad lot. A
      * scrapped lot was written off when LTS ran, so its return is
      * a claim only: the quantity must be typed, nothing moves,
      * and a scrapped lot can be claimed once. A consigned lot
      * (EVENT.MARBLES_CONSIGN) is refused: it is still the
      * supplier's, so there is nothing to claim -- its owner takes
      * it back outside the purchasing cycle.
      *
      * Either way a debit memo for the full amount is raised on
      * EVENT.MARBLES_DBMEMO (MEMO-STATUS 'O' open). MRBLAPM takes
      * open memos off the supplier's next approved payment and
      * marks them deducted ('D'). CRD records the supplier's own
      * credit note against the return and closes it; a memo not
      * yet deducted is withdrawn ('C') at the same time so the
      * money is not recovered twice. LST shows every return the
      * supplier has not yet credited; MRBLRTO prints them aged.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRTV.
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
          02 WS-ACTION-CREDIT PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
       01 WS-RTV-WORK.
          02 WS-RTV-FOUND PIC 9 VALUE 0.
          02 WS-RTV-NO PIC S9(9) COMP VALUE 0.
          02 WS-RTV-NO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-RTV-NO-DISPLAY PIC 9(8).
          02 WS-RTV-PO-NO PIC S9(9) COMP VALUE 0.
          02 WS-RTV-PO-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-RTV-PO-DISPLAY PIC 9(8).
          02 WS-RTV-LINE-NO PIC S9(9) COMP VALUE 0.
          02 WS-RTV-LINE-TEXT PIC X(4) JUSTIFIED RIGHT.
          02 WS-RTV-LINE-DISPLAY PIC 9(4).
          02 WS-RTV-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RTV-QTY-TEXT PIC X(6) JUSTIFIED RIGHT.
          02 WS-RTV-QTY-DISPLAY PIC 9(6).
          02 WS-RTV-COLOR PIC X(10).
          02 WS-RTV-LINE-COLOR PIC X(10).
          02 WS-RTV-SUPPLIER PIC X(10).
          02 WS-RTV-STATUS PIC X(1).
          02 WS-RTV-RECEIVED PIC S9(9) COMP VALUE 0.
          02 WS-RTV-RETURNED PIC S9(9) COMP VALUE 0.
          02 WS-RTV-COST PIC S9(5) COMP-3 VALUE 0.
          02 WS-RTV-AMOUNT PIC S9(11) COMP-3 VALUE 0.
          02 WS-RTV-CREDIT-REF PIC X(12).
          02 WS-RTV-MEMO-NO PIC S9(9) COMP VALUE 0.
          02 WS-RTV-MEMO-DISPLAY PIC 9(8).
          02 WS-RTV-MEMO-STATUS PIC X(1).
          02 WS-RTV-CLAIM-COUNT PIC S9(4) COMP-3 VALUE 0.
       01 WS-LOT-WORK.
          02 WS-LOT-ID PIC X(10).
          02 WS-LOT-QTY PIC S9(9) COMP VALUE 0.
          02 WS-LOT-STATUS PIC X(1).
          02 WS-LOT-DISP PIC X(1).
          02 WS-LOT-OWNER PIC X(10).
       01 WS-CONST.
          02 WS-CONST-OPEN PIC X(3) VALUE 'OPN'.
          02 WS-CONST-CREDIT PIC X(3) VALUE 'CRD'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ARGS PIC X(42) VALUE SPACES.
          05 WS-INPUT-OPEN-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-COLOR PIC X(10).
             10 FILLER PIC X(1).
             10 WS-INPUT-LOT-ID PIC X(10).
             10 FILLER PIC X(1).
             10 WS-INPUT-PO-NO PIC X(8).
             10 FILLER PIC X(1).
             10 WS-INPUT-LINE-NO PIC X(4).
             10 FILLER PIC X(1).
             10 WS-INPUT-QTY PIC X(6).
          05 WS-INPUT-RTV-ARGS REDEFINES WS-INPUT-ARGS.
             10 WS-INPUT-RTV-NO PIC X(8).
             10 FILLER PIC X(1).
             10 WS-INPUT-CREDIT-REF PIC X(12).
             10 FILLER PIC X(21).
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
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CONSIGN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             RECEIVED-QTY                   INTEGER     NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             CSG-TIMESTAMP                  TIMESTAMP   NOT NULL
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
      * Map SQL returns to vendor (LOT-DISP 'Q' shipped from a held
      * lot, 'S' claimed against a scrapped one; RTV-STATUS 'O' open,
      * 'C' credited by the supplier; a credit not yet received
      * carries CREDIT-DATE 0001-01-01)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_RTV TABLE
           ( RTV-NO                         INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             LOT-DISP                       CHAR(1)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             RTV-AMOUNT                     DECIMAL(11,0) NOT NULL,
             RTV-STATUS                     CHAR(1)     NOT NULL,
             OPEN-DATE                      DATE        NOT NULL,
             CREDIT-REF                     VARCHAR(12) NOT NULL,
             CREDIT-DATE                    DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RTV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL debit memos (MEMO-STATUS 'O' open, 'D' deducted from
      * a payment by MRBLAPM on DEDUCT-DATE, 'C' withdrawn because
      * the supplier credited the return first)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_DBMEMO TABLE
           ( MEMO-NO                        INTEGER     NOT NULL,
             RTV-NO                         INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             MEMO-AMOUNT                    DECIMAL(11,0) NOT NULL,
             MEMO-DATE                      DATE        NOT NULL,
             MEMO-STATUS                    CHAR(1)     NOT NULL,
             DEDUCT-DATE                    DATE        NOT NULL,
             MEMO-TIMESTAMP                 TIMESTAMP   NOT NULL
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
      * MRB1 transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     Receive purchasing input (e.g. CRD 00000005 CN-88102)
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
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-OPEN-RETURN
                    END-IF
                ELSE IF WS-ACTION-CREDIT = 1 THEN
                    PERFORM DO-CREDIT-RETURN
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
      * Set indicator for the typed action -- CRD works on an
      * existing return and needs its number, right-justified and
      * zero-filled the way MRBLRMA treats an RMA number
      * ===============================================================
       VERIFY-ACTION.
      *
            IF WS-CONST-OPEN = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-OPEN
            ELSE IF WS-CONST-CREDIT = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-CREDIT
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'USE OPN|CRD|LST' TO WS-OUTPUT-TEXT
            END-IF
      *
            IF WS-ACTION-CREDIT = 1 THEN
                MOVE WS-INPUT-RTV-NO TO WS-RTV-NO-TEXT
                INSPECT WS-RTV-NO-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-INPUT-RTV-NO NOT = SPACES
                        AND WS-RTV-NO-TEXT IS NUMERIC THEN
                    MOVE WS-RTV-NO-TEXT TO WS-RTV-NO-DISPLAY
                    MOVE WS-RTV-NO-DISPLAY TO WS-RTV-NO
                ELSE
                    MOVE 0 TO WS-ACTION-CREDIT
                    MOVE 19 TO WS-MSG-LENGTH
                    MOVE 'RTV NUMBER REQUIRED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * Return a held lot (or claim a scrapped one) against the PO
      * line that delivered it, and raise the debit memo
      * ===============================================================
       DO-OPEN-RETURN.
      *
            PERFORM EDIT-OPEN-FIELDS
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-INVENTORY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-RETURN-LOT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-DELIVERING-LINE
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-RETURNED-QTY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                IF WS-RTV-QTY + WS-RTV-RETURNED > WS-RTV-RECEIVED THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 25 TO WS-MSG-LENGTH
                    MOVE 'EXCEEDS QUANTITY RECEIVED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
      *
      *     Only glass still on hand moves; a scrapped lot's stock
      *     went when LTS wrote it off
      *
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-LOT-DISP = 'Q' THEN
                MOVE WS-WORK-INV TO WS-WORK-INV-BEFORE
                IF WS-WORK-INV > WS-RTV-QTY THEN
                    SUBTRACT WS-RTV-QTY FROM WS-WORK-INV
                ELSE
                    MOVE 0 TO WS-WORK-INV
                END-IF
                PERFORM UPDATE-INVENTORY
                IF WS-SQL-ERROR = 0 THEN
                    PERFORM UPDATE-RETURNED-LOT
                END-IF
                IF WS-SQL-ERROR = 0 THEN
                    PERFORM LOG-TRANSACTION
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                COMPUTE WS-RTV-AMOUNT = WS-RTV-QTY * WS-RTV-COST
                PERFORM INSERT-RTV-ROW
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM INSERT-DEBIT-MEMO
            END-IF
      *
      *     Stock gone with no claim behind it, or a claim for stock
      *     still counted, is worse than neither -- back it all out
      *
            IF WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0 THEN
                MOVE WS-RTV-NO TO WS-RTV-NO-DISPLAY
                MOVE WS-RTV-MEMO-NO TO WS-RTV-MEMO-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'RTV ' DELIMITED BY SIZE
                    WS-RTV-NO-DISPLAY DELIMITED BY SIZE
                    ' OPENED - DEBIT MEMO ' DELIMITED BY SIZE
                    WS-RTV-MEMO-DISPLAY DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 41 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Color, lot, PO number and line number, each required; the
      * quantity, when typed, right-justified and zero-filled before
      * the numeric test
      * ===============================================================
       EDIT-OPEN-FIELDS.
      *
            MOVE WS-INPUT-COLOR TO WS-RTV-COLOR
            MOVE WS-INPUT-LOT-ID TO WS-LOT-ID
            MOVE WS-INPUT-PO-NO TO WS-RTV-PO-TEXT
            INSPECT WS-RTV-PO-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE WS-INPUT-LINE-NO TO WS-RTV-LINE-TEXT
            INSPECT WS-RTV-LINE-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE WS-INPUT-QTY TO WS-RTV-QTY-TEXT
            INSPECT WS-RTV-QTY-TEXT
                REPLACING LEADING SPACE BY ZERO
            MOVE 0 TO WS-RTV-QTY
      *
            IF WS-RTV-COLOR = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'COLOR REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-LOT-ID = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'LOT REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-PO-NO = SPACES
                    OR WS-RTV-PO-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'PO NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-LINE-NO = SPACES
                    OR WS-RTV-LINE-TEXT IS NOT NUMERIC THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'LINE NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-INPUT-QTY NOT = SPACES
                    AND (WS-RTV-QTY-TEXT IS NOT NUMERIC
                         OR WS-RTV-QTY-TEXT = '000000') THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'INVALID QUANTITY' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-RTV-PO-TEXT TO WS-RTV-PO-DISPLAY
                MOVE WS-RTV-PO-DISPLAY TO WS-RTV-PO-NO
                MOVE WS-RTV-LINE-TEXT TO WS-RTV-LINE-DISPLAY
                MOVE WS-RTV-LINE-DISPLAY TO WS-RTV-LINE-NO
                IF WS-INPUT-QTY NOT = SPACES THEN
                    MOVE WS-RTV-QTY-TEXT TO WS-RTV-QTY-DISPLAY
                    MOVE WS-RTV-QTY-DISPLAY TO WS-RTV-QTY
                END-IF
            END-IF.
      * ===============================================================
      * The typed lot, which has to be held or scrapped. A held lot
      * ships its remainder unless a smaller quantity was typed; a
      * scrapped lot holds nothing, so the claim quantity has to be
      * typed, and only one claim stands against it. A consigned lot
      * was never ours to claim for.
      * ===============================================================
       GET-RETURN-LOT.
      *
            EXEC SQL
                SELECT L.QTY-REMAINING, L.LOT-STATUS,
                       COALESCE(C.SUPPLIER, ' ')
                    INTO :WS-LOT-QTY, :WS-LOT-STATUS,
                         :WS-LOT-OWNER
                FROM EVENT.MARBLES_LOT L
                LEFT OUTER JOIN EVENT.MARBLES_CONSIGN C
                    ON C.COLOR = L.COLOR
                   AND C.LOT-ID = L.LOT-ID
                WHERE L.COLOR = :WS-RTV-COLOR
                  AND L.LOT-ID = :WS-LOT-ID
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'LOT NOT ON FILE' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ LOTS' TO WS-OUTPUT-TEXT
            ELSE IF WS-LOT-OWNER NOT = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'LOT IS CONSIGNED STOCK' TO WS-OUTPUT-TEXT
            ELSE IF WS-LOT-STATUS = 'Q' THEN
                MOVE 'Q' TO WS-LOT-DISP
                IF WS-LOT-QTY = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 12 TO WS-MSG-LENGTH
                    MOVE 'LOT IS EMPTY' TO WS-OUTPUT-TEXT
                ELSE IF WS-RTV-QTY = 0 THEN
                    MOVE WS-LOT-QTY TO WS-RTV-QTY
                ELSE IF WS-RTV-QTY > WS-LOT-QTY THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 20 TO WS-MSG-LENGTH
                    MOVE 'EXCEEDS LOT QUANTITY' TO WS-OUTPUT-TEXT
                END-IF
            ELSE IF WS-LOT-STATUS = 'S' THEN
                MOVE 'S' TO WS-LOT-DISP
                IF WS-RTV-QTY = 0 THEN
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'QUANTITY REQUIRED' TO WS-OUTPUT-TEXT
                ELSE
                    PERFORM CHECK-SCRAP-CLAIMED
                END-IF
            ELSE
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'LOT NOT HELD OR SCRAPPED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * A scrapped lot already claimed can't be claimed again
      * ===============================================================
       CHECK-SCRAP-CLAIMED.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-RTV-CLAIM-COUNT
                FROM EVENT.MARBLES_RTV
                WHERE COLOR = :WS-RTV-COLOR
                  AND LOT-ID = :WS-LOT-ID
                  AND LOT-DISP = 'S'
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ RETURNS' TO WS-OUTPUT-TEXT
            ELSE IF WS-RTV-CLAIM-COUNT > 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'LOT ALREADY CLAIMED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The PO line the lot came in on, with its PO's supplier --
      * it has to be for the same color and to have received glass
      * ===============================================================
       GET-DELIVERING-LINE.
      *
            EXEC SQL
                SELECT P.SUPPLIER, L.COLOR, L.RECEIVED-QTY,
                       L.UNIT-COST
                    INTO :WS-RTV-SUPPLIER, :WS-RTV-LINE-COLOR,
                         :WS-RTV-RECEIVED, :WS-RTV-COST
                FROM EVENT.MARBLES_PO P,
                     EVENT.MARBLES_POLINE L
                WHERE L.PO-NO = :WS-RTV-PO-NO
                  AND L.LINE-NO = :WS-RTV-LINE-NO
                  AND P.PO-NO = L.PO-NO
            END-EXEC
      *
            IF SQLCODE = 100 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN PO LINE' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ PURCHASE ORDERS' TO WS-OUTPUT-TEXT
            ELSE IF WS-RTV-LINE-COLOR NOT = WS-RTV-COLOR THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'PO LINE IS ANOTHER COLOR' TO WS-OUTPUT-TEXT
            ELSE IF WS-RTV-RECEIVED = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'PO LINE NOT RECEIVED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * What earlier returns against the line already sent back
      * ===============================================================
       GET-RETURNED-QTY.
      *
            EXEC SQL
                SELECT COALESCE(SUM(QUANTITY), 0)
                    INTO :WS-RTV-RETURNED
                FROM EVENT.MARBLES_RTV
                WHERE PO-NO = :WS-RTV-PO-NO
                  AND LINE-NO = :WS-RTV-LINE-NO
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ RETURNS' TO WS-OUTPUT-TEXT
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
               WHERE COLOR = :WS-RTV-COLOR
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
               WHERE COLOR = :WS-RTV-COLOR
           END-EXEC
      *
           IF SQLCODE NOT = 0 THEN
               MOVE 1 TO WS-SQL-ERROR
               MOVE 26 TO WS-MSG-LENGTH
               MOVE 'UNABLE TO UPDATE INVENTORY' TO WS-OUTPUT-TEXT
           END-IF.
      * ===============================================================
      * Take the returned quantity off the lot; a lot shipped back
      * in full keeps its row at status 'V'
      * ===============================================================
       UPDATE-RETURNED-LOT.
      *
            SUBTRACT WS-RTV-QTY FROM WS-LOT-QTY
            IF WS-LOT-QTY = 0 THEN
                MOVE 'V' TO WS-LOT-STATUS
            END-IF
            EXEC SQL
                UPDATE EVENT.MARBLES_LOT
                SET QTY-REMAINING = :WS-LOT-QTY,
                    LOT-STATUS = :WS-LOT-STATUS
                WHERE COLOR = :WS-RTV-COLOR
                  AND LOT-ID = :WS-LOT-ID
            END-EXEC
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE LOT' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Log the shipment to the audit trail under the RTV verb
      * ===============================================================
       LOG-TRANSACTION.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_LOG
                VALUES (
                      :WS-RTV-COLOR,
                      'RTV',
                      :WS-WORK-INV-BEFORE,
                      :WS-WORK-INV,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO LOG RETURN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The next return number on file, open and not yet credited
      * ===============================================================
       INSERT-RTV-ROW.
      *
            EXEC SQL
                SELECT COALESCE(MAX(RTV-NO), 0) + 1
                    INTO :WS-RTV-NO
                FROM EVENT.MARBLES_RTV
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_RTV
                    VALUES (:WS-RTV-NO, :WS-RTV-SUPPLIER,
                            :WS-RTV-PO-NO, :WS-RTV-LINE-NO,
                            :WS-RTV-COLOR, :WS-LOT-ID,
                            :WS-LOT-DISP, :WS-RTV-QTY,
                            :WS-RTV-COST, :WS-RTV-AMOUNT, 'O',
                            CURRENT DATE, ' ', '0001-01-01',
                            EIBTRMID, CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE RETURN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The next debit-memo number on file, open for MRBLAPM to take
      * off the supplier's next payment
      * ===============================================================
       INSERT-DEBIT-MEMO.
      *
            EXEC SQL
                SELECT COALESCE(MAX(MEMO-NO), 0) + 1
                    INTO :WS-RTV-MEMO-NO
                FROM EVENT.MARBLES_DBMEMO
            END-EXEC
            IF SQLCODE = 0 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_DBMEMO
                    VALUES (:WS-RTV-MEMO-NO, :WS-RTV-NO,
                            :WS-RTV-SUPPLIER, :WS-RTV-PO-NO,
                            :WS-RTV-AMOUNT, CURRENT DATE, 'O',
                            '0001-01-01', CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE DEBIT MEMO' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Record the supplier's credit note and close the return. A
      * memo still open is withdrawn -- the supplier has paid it --
      * but one MRBLAPM already deducted stays as it is, and the
      * response says so, because then the credit note is the
      * duplicate and accounts payable must not apply it.
      * ===============================================================
       DO-CREDIT-RETURN.
      *
            MOVE WS-INPUT-CREDIT-REF TO WS-RTV-CREDIT-REF
            IF WS-RTV-CREDIT-REF = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'CREDIT REFERENCE REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                PERFORM GET-RETURN
            END-IF
            IF WS-RTV-FOUND = 1 AND WS-RTV-STATUS NOT = 'O' THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 23 TO WS-MSG-LENGTH
                MOVE 'RETURN ALREADY CREDITED' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-RTV-FOUND = 1 AND WS-EDIT-ERROR = 0 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_RTV
                    SET RTV-STATUS = 'C',
                        CREDIT-REF = :WS-RTV-CREDIT-REF,
                        CREDIT-DATE = CURRENT DATE
                    WHERE RTV-NO = :WS-RTV-NO
                      AND RTV-STATUS = 'O'
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 23 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE RETURN' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-RTV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-MEMO-STATUS
            END-IF
            IF WS-RTV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0
                    AND WS-RTV-MEMO-STATUS = 'O' THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_DBMEMO
                    SET MEMO-STATUS = 'C'
                    WHERE RTV-NO = :WS-RTV-NO
                      AND MEMO-STATUS = 'O'
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-SQL-ERROR
                    MOVE 27 TO WS-MSG-LENGTH
                    MOVE 'UNABLE TO UPDATE DEBIT MEMO' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
      *
      *     A credited return with its memo still open would let the
      *     money come back twice -- back it all out
      *
            IF WS-RTV-FOUND = 1 AND WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-RTV-FOUND = 1 AND WS-EDIT-ERROR = 0
                    AND WS-SQL-ERROR = 0 THEN
                IF WS-RTV-MEMO-STATUS = 'D' THEN
                    MOVE 32 TO WS-MSG-LENGTH
                    MOVE 'CREDITED - MEMO ALREADY DEDUCTED'
                        TO WS-OUTPUT-TEXT
                ELSE
                    MOVE 25 TO WS-MSG-LENGTH
                    MOVE 'CREDITED - MEMO WITHDRAWN' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * Read the typed return
      * ===============================================================
       GET-RETURN.
      *
            MOVE 0 TO WS-RTV-FOUND
            EXEC SQL
                SELECT SUPPLIER, PO-NO, COLOR, QUANTITY, RTV-STATUS
                    INTO :WS-RTV-SUPPLIER, :WS-RTV-PO-NO,
                         :WS-RTV-COLOR, :WS-RTV-QTY, :WS-RTV-STATUS
                FROM EVENT.MARBLES_RTV
                WHERE RTV-NO = :WS-RTV-NO
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
                MOVE 1 TO WS-RTV-FOUND
            END-IF.
      * ===============================================================
      * Where the return's debit memo stands
      * ===============================================================
       GET-MEMO-STATUS.
      *
            MOVE SPACE TO WS-RTV-MEMO-STATUS
            EXEC SQL
                SELECT MEMO-STATUS INTO :WS-RTV-MEMO-STATUS
                FROM EVENT.MARBLES_DBMEMO
                WHERE RTV-NO = :WS-RTV-NO
            END-EXEC
      *
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ DEBIT MEMOS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * List every return the supplier has not yet credited: RTV,
      * supplier, PO/line, color=quantity, memo status
      * ===============================================================
       DO-RETURN-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
      *
            EXEC SQL
                DECLARE C-RTVLIST CURSOR FOR
                SELECT R.RTV-NO, R.SUPPLIER, R.PO-NO, R.LINE-NO,
                       R.COLOR, R.QUANTITY,
                       COALESCE(D.MEMO-STATUS, ' ')
                FROM EVENT.MARBLES_RTV R
                LEFT OUTER JOIN EVENT.MARBLES_DBMEMO D
                    ON D.RTV-NO = R.RTV-NO
                WHERE R.RTV-STATUS = 'O'
                ORDER BY R.RTV-NO
            END-EXEC
      *
            EXEC SQL
                OPEN C-RTVLIST
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-RETURN-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-RTVLIST
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
                FETCH C-RTVLIST
                    INTO :WS-RTV-NO, :WS-RTV-SUPPLIER, :WS-RTV-PO-NO,
                         :WS-RTV-LINE-NO, :WS-RTV-COLOR, :WS-RTV-QTY,
                         :WS-RTV-MEMO-STATUS
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-RTV-NO TO WS-RTV-NO-DISPLAY
                MOVE WS-RTV-PO-NO TO WS-RTV-PO-DISPLAY
                MOVE WS-RTV-LINE-NO TO WS-RTV-LINE-DISPLAY
                MOVE WS-RTV-QTY TO WS-RTV-QTY-DISPLAY
                STRING WS-RTV-NO-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RTV-SUPPLIER DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-RTV-PO-DISPLAY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-RTV-LINE-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RTV-COLOR DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-RTV-QTY-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RTV-MEMO-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, OPN is refused
      * until MRBLPHP has posted the count, as MARBLES.cbl refuses its
      * movement verbs -- shipping a return to the vendor takes stock
      * off the book figure the count tags were written from. CRD and
      * LST move no stock and still answer. A DB error here reads as
      * no count open, as it does in MARBLES.cbl.
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
