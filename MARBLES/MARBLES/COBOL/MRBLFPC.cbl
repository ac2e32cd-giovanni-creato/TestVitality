      * ===============================================================
      * The floor invokes this transaction (called MRBY) via:
      *   MRBY <ACTION> [arguments]
      *
      * Where:
      *  <ACTION> = CNF|CAN|LST
      *
      * Example:
      *  MRBY CNF 00000012
      *  MRBY CNF 00000012 000150
      *  MRBY CAN 00000013
      *  MRBY LST
      *
      * Confirmation of the forward-pick replenishment moves MRBLFPR
      * puts on the driver's list. CNF posts one move as it is put
      * away: the reserve bin gives the quantity up, the pick bin
      * takes it, and the task closes ('C') carrying the quantity
      * actually moved and the terminal that confirmed it. The
      * quantity defaults to the task's own; a driver who finds less
      * on the pallet keys what was moved, never more than the task.
      * The color's INVENTORY total never moves -- the marbles only
      * changed bins -- so the audit row (FPR) carries before =
      * after, the same shape MRBLXFR's XFS/XFR rows take. CAN drops
      * a move the driver can't make ('X'), and the next MRBLFPR run
      * raises the face again from whatever reserve there is. LST
      * shows the moves still open.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLFPC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-PHYS-OPEN-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-WORK-INV PIC S9(9) COMP VALUE 0.
          02 WS-WORK-QTY PIC S9(9) COMP VALUE 0.
          02 WS-WORK-QTY-TEXT PIC X(6) JUSTIFIED RIGHT.
          02 WS-WORK-STATUS PIC X(1) VALUE 'A'.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-EDIT-ERROR PIC 9 VALUE 0.
          02 WS-ACTION-CONFIRM PIC 9 VALUE 0.
          02 WS-ACTION-CANCEL PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-AUDIT-VERB PIC X(3).
       01 WS-TASK-WORK.
          02 WS-FPC-TASK-NO PIC S9(9) COMP VALUE 0.
          02 WS-FPC-TASK-TEXT PIC X(8) JUSTIFIED RIGHT.
          02 WS-FPC-TASK-DISPLAY PIC 9(8).
          02 WS-FPC-COLOR PIC X(10).
          02 WS-FPC-FROM PIC X(10).
          02 WS-FPC-TO PIC X(10).
          02 WS-FPC-QTY PIC S9(9) COMP VALUE 0.
          02 WS-FPC-QTY-DISPLAY PIC 9(6).
          02 WS-FPC-STATUS PIC X(1).
          02 WS-FPC-FOUND PIC 9 VALUE 0.
       01 WS-LOC-WORK.
          02 WS-LOC-NAME PIC X(10).
          02 WS-LOC-QTY PIC S9(9) COMP VALUE 0.
       01 WS-LIST-WORK.
          02 WS-LIST-DONE PIC 9 VALUE 0.
             88 WS-LIST-NO-MORE VALUE 1.
          02 WS-LIST-PTR PIC 9(4) VALUE 1.
       01 WS-CONST.
          02 WS-CONST-CONFIRM PIC X(3) VALUE 'CNF'.
          02 WS-CONST-CANCEL PIC X(3) VALUE 'CAN'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-ACTION PIC X(3) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-TASK-NO PIC X(8) VALUE SPACES.
          05 WS-INPUT-THIRD-SPACE PIC X(1) VALUE SPACES.
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
           EXEC SQL DECLARE EVENT.MARBLES_LOCATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL replenishment task table (one row per move -- 'O'
      * while it is on the list, 'C' once confirmed with the
      * quantity actually moved, 'X' when cancelled)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_RPLTASK TABLE
           ( TASK-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             FROM-BIN                       VARCHAR(10) NOT NULL,
             TO-BIN                         VARCHAR(10) NOT NULL,
             MOVE-QTY                       INTEGER     NOT NULL,
             MOVED-QTY                      INTEGER     NOT NULL,
             TASK-STATUS                    CHAR(1)     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CRE-TIMESTAMP                  TIMESTAMP   NOT NULL,
             CONF-TIMESTAMP                 TIMESTAMP
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
      * MRBY transaction
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
                IF WS-ACTION-CONFIRM = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-CONFIRM-TASK
                    END-IF
                ELSE IF WS-ACTION-CANCEL = 1 THEN
                    PERFORM DO-CANCEL-TASK
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-TASK-LIST
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
            MOVE 24 TO WS-MSG-LENGTH.
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
       VERIFY-ACTION.
      *
            IF WS-CONST-CONFIRM = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-CONFIRM
            ELSE IF WS-CONST-CANCEL = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-CANCEL
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'USE CNF|CAN|LST' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Work out the typed task number for CNF/CAN
      * ===============================================================
       DETERMINE-TASK-NO.
      *
            MOVE 0 TO WS-EDIT-ERROR
            MOVE 0 TO WS-FPC-TASK-NO
            IF WS-INPUT-TASK-NO = SPACES THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'TASK NUMBER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                MOVE WS-INPUT-TASK-NO TO WS-FPC-TASK-TEXT
                INSPECT WS-FPC-TASK-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-FPC-TASK-TEXT IS NUMERIC THEN
                    MOVE WS-FPC-TASK-TEXT TO WS-FPC-TASK-DISPLAY
                    MOVE WS-FPC-TASK-DISPLAY TO WS-FPC-TASK-NO
                ELSE
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 27 TO WS-MSG-LENGTH
                    MOVE 'TASK NUMBER MUST BE NUMERIC' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * Confirm: the reserve bin gives up what was moved, the pick
      * bin takes it, the task closes, and the FPR audit row goes
      * on the log -- one unit of work, backed out whole on failure
      * ===============================================================
       DO-CONFIRM-TASK.
      *
            PERFORM DETERMINE-TASK-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-OPEN-TASK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                PERFORM EDIT-MOVED-QTY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                PERFORM GET-INVENTORY
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                PERFORM CHECK-FROM-BIN
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE WS-FPC-FROM TO WS-LOC-NAME
                PERFORM UPDATE-LOCATION-SUB
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE WS-FPC-TO TO WS-LOC-NAME
                PERFORM UPDATE-LOCATION-ADD
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE 'C' TO WS-FPC-STATUS
                PERFORM CLOSE-REPLEN-TASK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE 'FPR' TO WS-AUDIT-VERB
                PERFORM LOG-MOVE-TRANSACTION
            END-IF
            IF WS-SQL-ERROR = 1 THEN
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE WS-FPC-TASK-NO TO WS-FPC-TASK-DISPLAY
                MOVE WS-WORK-QTY TO WS-FPC-QTY-DISPLAY
                MOVE SPACES TO WS-OUTPUT-TEXT
                STRING 'TASK ' DELIMITED BY SIZE
                       WS-FPC-TASK-DISPLAY DELIMITED BY SIZE
                       ' MOVED ' DELIMITED BY SIZE
                       WS-FPC-QTY-DISPLAY DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                MOVE 26 TO WS-MSG-LENGTH
            END-IF.
      * ===============================================================
      * Cancel: the move is dropped and nothing posts -- the face
      * comes due again on the next run
      * ===============================================================
       DO-CANCEL-TASK.
      *
            PERFORM DETERMINE-TASK-NO
            IF WS-EDIT-ERROR = 0 THEN
                PERFORM GET-OPEN-TASK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE 0 TO WS-WORK-QTY
                MOVE 'X' TO WS-FPC-STATUS
                PERFORM CLOSE-REPLEN-TASK
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-SQL-ERROR = 0
                    AND WS-FPC-FOUND = 1 THEN
                MOVE 14 TO WS-MSG-LENGTH
                MOVE 'TASK CANCELLED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       GET-OPEN-TASK.
      *
            MOVE 0 TO WS-SQL-ERROR
            MOVE 0 TO WS-FPC-FOUND
            EXEC SQL
                SELECT COLOR, FROM-BIN, TO-BIN, MOVE-QTY,
                       TASK-STATUS
                    INTO :WS-FPC-COLOR, :WS-FPC-FROM, :WS-FPC-TO,
                         :WS-FPC-QTY, :WS-FPC-STATUS
                FROM EVENT.MARBLES_RPLTASK
                WHERE TASK-NO = :WS-FPC-TASK-NO
            END-EXEC
            IF SQLCODE = 100 THEN
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'UNKNOWN TASK' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ TASKS' TO WS-OUTPUT-TEXT
            ELSE IF WS-FPC-STATUS NOT = 'O' THEN
                MOVE 13 TO WS-MSG-LENGTH
                MOVE 'TASK NOT OPEN' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-FPC-FOUND
            END-IF.
      * ===============================================================
      * A blank quantity confirms the task as listed; a typed one is
      * what the driver actually moved, never more than the task
      * ===============================================================
       EDIT-MOVED-QTY.
      *
            IF WS-INPUT-QTY = SPACES THEN
                MOVE WS-FPC-QTY TO WS-WORK-QTY
            ELSE
                MOVE WS-INPUT-QTY TO WS-WORK-QTY-TEXT
                INSPECT WS-WORK-QTY-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF WS-WORK-QTY-TEXT IS NUMERIC THEN
                    MOVE WS-WORK-QTY-TEXT TO WS-WORK-QTY
                ELSE
                    MOVE 1 TO WS-EDIT-ERROR
                    MOVE 24 TO WS-MSG-LENGTH
                    MOVE 'QUANTITY MUST BE NUMERIC' TO WS-OUTPUT-TEXT
                END-IF
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-WORK-QTY = 0 THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'NOTHING MOVED, USE CAN' TO WS-OUTPUT-TEXT
            END-IF
            IF WS-EDIT-ERROR = 0 AND WS-WORK-QTY > WS-FPC-QTY THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'MORE THAN THE TASK' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The reserve bin has to hold what the driver says came out
      * of it -- a short bin is a count problem, not a move
      * ===============================================================
       CHECK-FROM-BIN.
      *
            MOVE 0 TO WS-LOC-QTY
            EXEC SQL
                SELECT QUANTITY INTO :WS-LOC-QTY
                FROM EVENT.MARBLES_LOCATION
                WHERE COLOR = :WS-FPC-COLOR
                  AND LOCATION = :WS-FPC-FROM
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ LOCATIONS' TO WS-OUTPUT-TEXT
            ELSE IF WS-LOC-QTY < WS-WORK-QTY THEN
                MOVE 1 TO WS-EDIT-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'NOT THAT MUCH IN FROM BIN' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       CLOSE-REPLEN-TASK.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_RPLTASK
                SET TASK-STATUS = :WS-FPC-STATUS,
                    MOVED-QTY = :WS-WORK-QTY,
                    TERM-ID = EIBTRMID,
                    CONF-TIMESTAMP = CURRENT TIMESTAMP
                WHERE TASK-NO = :WS-FPC-TASK-NO
                  AND TASK-STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE TASK' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * List the moves still open, in the same walk order the
      * printed list keeps
      * ===============================================================
       DO-TASK-LIST.
      *
            MOVE SPACES TO WS-OUTPUT-TEXT
            MOVE 1 TO WS-LIST-PTR
            MOVE 0 TO WS-LIST-DONE
      *
            EXEC SQL
                DECLARE C-FPCTSK CURSOR FOR
                SELECT TASK-NO, COLOR, FROM-BIN, TO-BIN, MOVE-QTY
                FROM EVENT.MARBLES_RPLTASK
                WHERE TASK-STATUS = 'O'
                ORDER BY FROM-BIN, TO-BIN, COLOR
            END-EXEC
      *
            EXEC SQL
                OPEN C-FPCTSK
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-LIST-DONE
            END-IF
      *
            PERFORM FETCH-TASK-ROW
                UNTIL WS-LIST-NO-MORE
      *
            EXEC SQL
                CLOSE C-FPCTSK
            END-EXEC
      *
            IF WS-LIST-PTR = 1 THEN
                MOVE 13 TO WS-MSG-LENGTH
                MOVE 'NO OPEN MOVES' TO WS-OUTPUT-TEXT
            ELSE
                COMPUTE WS-MSG-LENGTH = WS-LIST-PTR - 1
            END-IF.
      * ===============================================================
       FETCH-TASK-ROW.
      *
            EXEC SQL
                FETCH C-FPCTSK
                    INTO :WS-FPC-TASK-NO, :WS-FPC-COLOR,
                         :WS-FPC-FROM, :WS-FPC-TO, :WS-FPC-QTY
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                MOVE WS-FPC-TASK-NO TO WS-FPC-TASK-DISPLAY
                MOVE WS-FPC-QTY TO WS-FPC-QTY-DISPLAY
                STRING WS-FPC-TASK-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FPC-FROM DELIMITED BY SPACE
                       '>' DELIMITED BY SIZE
                       WS-FPC-TO DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-FPC-COLOR DELIMITED BY SPACE
                       '=' DELIMITED BY SIZE
                       WS-FPC-QTY-DISPLAY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-OUTPUT-TEXT
                    WITH POINTER WS-LIST-PTR
            ELSE
                MOVE 1 TO WS-LIST-DONE
            END-IF.
      * ===============================================================
      * Get current inventory -- FOR UPDATE OF, the same row hold
      * MARBLES.cbl's own GET-INVENTORY takes before location rows
      * change underneath it
      * ===============================================================
       GET-INVENTORY.
      *
           MOVE 0 TO WS-SQL-ERROR
           EXEC SQL
               SELECT INVENTORY, STATUS
                   INTO :WS-WORK-INV, :WS-WORK-STATUS
               FROM EVENT.MARBLES
               WHERE COLOR = :WS-FPC-COLOR
               FOR UPDATE OF INVENTORY
           END-EXEC
      *
           IF SQLCODE = 100 THEN
               MOVE 1 TO WS-SQL-ERROR
               MOVE 13 TO WS-MSG-LENGTH
               MOVE 'UNKNOWN COLOR' TO WS-OUTPUT-TEXT
           ELSE IF SQLCODE NOT = 0 THEN
               MOVE 1 TO WS-SQL-ERROR
               MOVE 24 TO WS-MSG-LENGTH
               MOVE 'UNABLE TO READ INVENTORY' TO WS-OUTPUT-TEXT
           END-IF.
      * ===============================================================
      * Land the move on the pick bin -- a face with no row yet has
      * nothing to update, so an UPDATE that hit nothing falls
      * through to the INSERT, like MARBLES.cbl does
      * ===============================================================
       UPDATE-LOCATION-ADD.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_LOCATION
                SET QUANTITY = QUANTITY + :WS-WORK-QTY
                WHERE COLOR = :WS-FPC-COLOR
                  AND LOCATION = :WS-LOC-NAME
            END-EXEC
            IF SQLCODE = 100 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_LOCATION
                    VALUES (:WS-FPC-COLOR, :WS-LOC-NAME,
                            :WS-WORK-QTY)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE LOCATION' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Draw the move down against the reserve bin, clamping at zero
      * the same way MARBLES.cbl's own location draw clamps
      * ===============================================================
       UPDATE-LOCATION-SUB.
      *
            EXEC SQL
                SELECT QUANTITY INTO :WS-LOC-QTY
                FROM EVENT.MARBLES_LOCATION
                WHERE COLOR = :WS-FPC-COLOR
                  AND LOCATION = :WS-LOC-NAME
            END-EXEC
      *
            IF SQLCODE = 0 THEN
                IF WS-LOC-QTY > WS-WORK-QTY THEN
                    SUBTRACT WS-WORK-QTY FROM WS-LOC-QTY
                ELSE
                    MOVE 0 TO WS-LOC-QTY
                END-IF
                EXEC SQL
                    UPDATE EVENT.MARBLES_LOCATION
                    SET QUANTITY = :WS-LOC-QTY
                    WHERE COLOR = :WS-FPC-COLOR
                      AND LOCATION = :WS-LOC-NAME
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO UPDATE LOCATION' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The move's audit row -- the on-hand total never moved, so
      * before and after carry the same count, the shape MRBLXFR's
      * ship and receive rows take
      * ===============================================================
       LOG-MOVE-TRANSACTION.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_LOG
                VALUES (
                      :WS-FPC-COLOR,
                      :WS-AUDIT-VERB,
                      :WS-WORK-INV,
                      :WS-WORK-INV,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO LOG THE MOVE' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, CNF is refused
      * until MRBLPHP has posted the count, as MARBLES.cbl refuses its
      * movement verbs -- a confirmed move changes two bins the count
      * tags were written against. CAN and LST move no stock and
      * still answer. A DB error here reads as no count open, as it
      * does in MARBLES.cbl.
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
