      * ===============================================================
      * The shift supervisor invokes this transaction (called MRB3)
      * with no arguments; it answers "how are we doing right now"
      * on one screen (MRBLDSET, see BMS/MRBLDSH.bms), a live count
      * per row, each row with the PF key that drills into the
      * transaction that already works that list:
      *
      *   PF1  colors at or below MIN-LEVEL       MRBB browse
      *   PF2  colors at zero                     MRBB browse
      *   PF3  open backorders, quantity short    MRBQ backorders
      *   PF4  unacknowledged alerts              MRBA alerts
      *   PF5  transfers in transit past the      MRBX LST
      *        stale days (the MRBLXAG STALEDAY
      *        governed parameter, as the aging
      *        report uses; 7 when none is set)
      *   PF6  lots expiring within seven days    MRBL LOT <color>
      *   PF7  open orders wanted today or        MRBO LST <order>
      *        earlier, not yet picked
      *   PF8  open exception digest items        MRB2 report viewer
      *   PF9  jobs whose latest run in the last  MRBT batch status
      *        24 hours failed (RC over 4) or
      *        never ended
      *
      *   ENTER  refresh the counts
      *   CLEAR  leave the dashboard
      *
      * Until now the same answer took MRBA, MRBQ, MRBT, and an MRBL
      * LST, one after the other. Screen transactions are started in
      * place of the dashboard (RETURN IMMEDIATE). The command-line
      * transactions need an argument, so the drill leaves their
      * command on a cleared screen -- the soonest-expiring lot's
      * color, the earliest-due unpicked order -- and ENTER runs it.
      * Those two targets are worked out with the counts and carried
      * in the COMMAREA, so the drill goes where the screen said.
      * Read-only: nothing here changes a row.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLDSH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-MSG-SET PIC 9 VALUE 0.
          02 WS-LEAVE-SWITCH PIC X VALUE 'N'.
             88 WS-LEAVE-DASHBOARD VALUE 'Y'.
          02 WS-DRILL-TRANSID PIC X(4) VALUE SPACES.
          02 WS-DRILL-COMMAND PIC X(24) VALUE SPACES.
          02 WS-CMD-PTR PIC 9(4) VALUE 1.
          02 WS-ROW-IX PIC S9(4) COMP VALUE 0.
          02 WS-NULL-IND PIC S9(4) COMP VALUE 0.
          02 WS-NOW-TS PIC X(26) VALUE SPACES.
          02 WS-DSH-STALE-DAYS PIC S9(4) COMP VALUE 7.
          02 WS-DSH-STALE-9 PIC 9(3) VALUE 7.
          02 WS-DSH-EXPIRY-DAYS PIC S9(4) COMP VALUE 7.
          02 WS-DSH-ORDER PIC S9(9) COMP VALUE 0.
       01 WS-MSG-LENGTH PIC S9(4) COMP.
       01 WS-AID-CONST.
          02 WS-AID-PF1 PIC X VALUE '1'.
          02 WS-AID-PF2 PIC X VALUE '2'.
          02 WS-AID-PF3 PIC X VALUE '3'.
          02 WS-AID-PF4 PIC X VALUE '4'.
          02 WS-AID-PF5 PIC X VALUE '5'.
          02 WS-AID-PF6 PIC X VALUE '6'.
          02 WS-AID-PF7 PIC X VALUE '7'.
          02 WS-AID-PF8 PIC X VALUE '8'.
          02 WS-AID-PF9 PIC X VALUE '9'.
          02 WS-AID-CLEAR PIC X VALUE '_'.
      * ===============================================================
      * One count (and, where it means something, a quantity) per
      * dashboard row, in screen order
      * ===============================================================
       01 WS-COUNT-TABLE.
          02 WS-COUNT-ENTRY OCCURS 9 TIMES.
             03 WS-COUNT-VALUE PIC S9(9) COMP.
             03 WS-COUNT-QTY PIC S9(9) COMP.
             03 WS-COUNT-HAS-QTY PIC 9.
       01 WS-FETCH-WORK.
          02 WS-FETCH-COUNT PIC S9(9) COMP.
          02 WS-FETCH-QTY PIC S9(9) COMP.
      * ===============================================================
      * What each row is and where its PF key goes -- key, label,
      * and the drill target shown at the right of the row
      * ===============================================================
       01 WS-LABEL-TABLE.
          02 FILLER PIC X(56) VALUE
             'PF1 COLORS AT OR BELOW MIN LEVEL      MRBB BROWSE       '.
          02 FILLER PIC X(56) VALUE
             'PF2 COLORS AT ZERO                    MRBB BROWSE       '.
          02 FILLER PIC X(56) VALUE
             'PF3 OPEN BACKORDERS / QTY SHORT       MRBQ BACKORDERS   '.
          02 FILLER PIC X(56) VALUE
             'PF4 UNACKNOWLEDGED ALERTS             MRBA ALERTS       '.
          02 FILLER PIC X(56) VALUE
             'PF5 TRANSFERS IN TRANSIT OVER     DAYSMRBX LST          '.
          02 FILLER PIC X(56) VALUE
             'PF6 LOTS EXPIRING WITHIN 7 DAYS       MRBL LOT (SOONEST)'.
          02 FILLER PIC X(56) VALUE
             'PF7 ORDERS DUE BY TODAY, NOT PICKED   MRBO LST (FIRST)  '.
          02 FILLER PIC X(56) VALUE
             'PF8 OPEN DIGEST ITEMS                 MRB2 REPORTS      '.
          02 FILLER PIC X(56) VALUE
             'PF9 FAILED JOBS, LAST 24 HOURS        MRBT BATCH STATUS '.
       01 WS-LABEL-ENTRIES REDEFINES WS-LABEL-TABLE.
          02 WS-LABEL-ENTRY OCCURS 9 TIMES.
             03 WS-LABEL-KEY PIC X(4).
             03 WS-LABEL-TEXT PIC X(34).
             03 WS-LABEL-DRILL PIC X(18).
      * ===============================================================
      * One formatted count row, laid out under the heading line the
      * mapset paints on row three
      * ===============================================================
       01 WS-ROW-LINE.
          02 WS-ROW-KEY PIC X(4).
          02 WS-ROW-LABEL PIC X(34).
          02 WS-ROW-COUNT PIC ZZZ,ZZ9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-ROW-QTY PIC ZZZ,ZZZ,ZZ9.
          02 WS-ROW-QTY-X REDEFINES WS-ROW-QTY PIC X(11).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-ROW-DRILL PIC X(18).
       01 WS-ROW-FILLER REDEFINES WS-ROW-LINE PIC X(78).
       01 WS-TIME-LINE.
          02 FILLER PIC X(15) VALUE 'COUNTS AS OF   '.
          02 WS-TIME-DATE PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 WS-TIME-CLOCK PIC X(8).
          02 FILLER PIC X(4) VALUE SPACES.
      * ===============================================================
      * The drill targets worked out with the last counts shown
      * ===============================================================
       01 WS-COMMAREA.
          02 CA-LOT-COLOR PIC X(10).
          02 CA-ORDER-NO PIC 9(8).
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * stale days are the aging report's own governed number
      * ===============================================================
       COPY MRBLPRMC.
      * ===============================================================
      * Symbolic map for the MRBLDSET screen (see BMS/MRBLDSH.bms)
      * ===============================================================
       COPY MRBLDSHM.
      * ===============================================================
      * Map SQL tables this screen counts from
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
           EXEC SQL DECLARE EVENT.MARBLES_XFER TABLE
           ( XFER-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             FROM-LOCATION                  VARCHAR(10) NOT NULL,
             TO-LOCATION                    VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             XFER-STATUS                    CHAR(1)     NOT NULL,
             CRE-TIMESTAMP                  TIMESTAMP   NOT NULL,
             SHIP-TIMESTAMP                 TIMESTAMP           ,
             RECV-TIMESTAMP                 TIMESTAMP
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDER TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             ORD-STATUS                     CHAR(1)     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             ORD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_DIGITEM TABLE
           ( SOURCE                         CHAR(8)     NOT NULL,
             ITEM-KEY                       VARCHAR(10) NOT NULL,
             SEV-RANK                       INTEGER     NOT NULL,
             MSG-TEXT                       VARCHAR(60) NOT NULL,
             ITEM-STATUS                    CHAR(1)     NOT NULL,
             FIRST-SEEN                     DATE        NOT NULL,
             ACK-INIT                       CHAR(3)     NOT NULL,
             ACK-NOTE                       VARCHAR(20) NOT NULL,
             ACK-TIMESTAMP                  TIMESTAMP
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RUNSTAT TABLE
           ( JOB-NAME                       CHAR(8)     NOT NULL,
             START-TS                       TIMESTAMP   NOT NULL,
             END-TS                         TIMESTAMP           ,
             RETURN-CODE                    INTEGER     NOT NULL,
             RECORDS-PROCESSED              INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(18).
      * ===============================================================
      * MRB3 transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
            PERFORM INIT-WORK-AREAS.
      *
            IF EIBCALEN = 0 THEN
                MOVE SPACES TO WS-COMMAREA
            ELSE
                MOVE DFHCOMMAREA TO WS-COMMAREA
                PERFORM HANDLE-DRILL-KEY
            END-IF.
      *
      *     A drill ends the dashboard's conversation -- the next
      *     task belongs to the transaction drilled into
      *
            IF WS-LEAVE-DASHBOARD THEN
                EXEC CICS SEND CONTROL
                            ERASE
                            FREEKB
                END-EXEC
                EXEC CICS RETURN
                END-EXEC
            ELSE IF WS-DRILL-TRANSID NOT = SPACES THEN
                EXEC CICS RETURN
                            TRANSID(WS-DRILL-TRANSID)
                            IMMEDIATE
                END-EXEC
            ELSE IF WS-DRILL-COMMAND NOT = SPACES THEN
                COMPUTE WS-MSG-LENGTH = WS-CMD-PTR - 1
                EXEC CICS SEND
                            FROM(WS-DRILL-COMMAND)
                            LENGTH(WS-MSG-LENGTH)
                            ERASE
                END-EXEC
                EXEC CICS RETURN
                END-EXEC
            ELSE
                PERFORM GATHER-COUNTS
                PERFORM BUILD-SCREEN-ROWS
                PERFORM SEND-DASHBOARD-SCREEN
                EXEC CICS RETURN
                            TRANSID('MRB3')
                            COMMAREA(WS-COMMAREA)
                            LENGTH(18)
                END-EXEC
            END-IF.
            GOBACK.
      * ===============================================================
      * Initialize working areas
      * ===============================================================
       INIT-WORK-AREAS.
      *
            INITIALIZE SQLCA.
            MOVE LOW-VALUES TO MRBLDMAPI.
            MOVE SPACES TO WS-DRILL-TRANSID.
            MOVE SPACES TO WS-DRILL-COMMAND.
            MOVE 1 TO WS-CMD-PTR.
            MOVE 1 TO WS-ROW-IX.
            PERFORM CLEAR-ONE-COUNT
                UNTIL WS-ROW-IX > 9.
      * ===============================================================
       CLEAR-ONE-COUNT.
      *
            MOVE 0 TO WS-COUNT-VALUE(WS-ROW-IX)
            MOVE 0 TO WS-COUNT-QTY(WS-ROW-IX)
            MOVE 0 TO WS-COUNT-HAS-QTY(WS-ROW-IX)
            ADD 1 TO WS-ROW-IX.
      * ===============================================================
      * The key pressed decides: CLEAR leaves, PF1-PF9 drill, and
      * anything else (ENTER included) refreshes the counts. A
      * command drill with no target -- nothing expiring, nothing
      * due -- says so and refreshes instead.
      * ===============================================================
       HANDLE-DRILL-KEY.
      *
            IF EIBAID = WS-AID-CLEAR THEN
                MOVE 'Y' TO WS-LEAVE-SWITCH
            ELSE IF EIBAID = WS-AID-PF1 OR EIBAID = WS-AID-PF2 THEN
                MOVE 'MRBB' TO WS-DRILL-TRANSID
            ELSE IF EIBAID = WS-AID-PF3 THEN
                MOVE 'MRBQ' TO WS-DRILL-TRANSID
            ELSE IF EIBAID = WS-AID-PF4 THEN
                MOVE 'MRBA' TO WS-DRILL-TRANSID
            ELSE IF EIBAID = WS-AID-PF5 THEN
                STRING 'MRBX LST' DELIMITED BY SIZE
                    INTO WS-DRILL-COMMAND
                    WITH POINTER WS-CMD-PTR
            ELSE IF EIBAID = WS-AID-PF6 THEN
                IF CA-LOT-COLOR = SPACES THEN
                    MOVE 'NO LOTS EXPIRING THIS WEEK' TO DSHMSGO
                    MOVE 1 TO WS-MSG-SET
                ELSE
                    STRING 'MRBL LOT ' DELIMITED BY SIZE
                           CA-LOT-COLOR DELIMITED BY SPACE
                        INTO WS-DRILL-COMMAND
                        WITH POINTER WS-CMD-PTR
                END-IF
            ELSE IF EIBAID = WS-AID-PF7 THEN
                IF CA-ORDER-NO IS NOT NUMERIC OR CA-ORDER-NO = 0 THEN
                    MOVE 'NO ORDERS DUE AND UNPICKED' TO DSHMSGO
                    MOVE 1 TO WS-MSG-SET
                ELSE
                    STRING 'MRBO LST ' DELIMITED BY SIZE
                           CA-ORDER-NO DELIMITED BY SIZE
                        INTO WS-DRILL-COMMAND
                        WITH POINTER WS-CMD-PTR
                END-IF
            ELSE IF EIBAID = WS-AID-PF8 THEN
                MOVE 'MRB2' TO WS-DRILL-TRANSID
            ELSE IF EIBAID = WS-AID-PF9 THEN
                MOVE 'MRBT' TO WS-DRILL-TRANSID
            END-IF.
      * ===============================================================
      * Every count fresh from the tables, each on its own so one
      * failing lookup blanks one row rather than the screen
      * ===============================================================
       GATHER-COUNTS.
      *
            MOVE SPACES TO WS-COMMAREA
            MOVE 0 TO CA-ORDER-NO
            PERFORM GET-CURRENT-TIME
            PERFORM READ-STALE-DAYS
            PERFORM COUNT-LOW-STOCK
            PERFORM COUNT-ZERO-STOCK
            PERFORM COUNT-BACKORDERS
            PERFORM COUNT-ALERTS
            PERFORM COUNT-STALE-TRANSFERS
            PERFORM COUNT-EXPIRING-LOTS
            PERFORM FIND-SOONEST-LOT
            PERFORM COUNT-ORDERS-DUE
            PERFORM FIND-EARLIEST-ORDER
            PERFORM COUNT-DIGEST-ITEMS
            PERFORM COUNT-FAILED-JOBS.
      * ===============================================================
       GET-CURRENT-TIME.
      *
            EXEC SQL
                SELECT CURRENT TIMESTAMP INTO :WS-NOW-TS
                FROM SYSIBM.SYSDUMMY1
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE WS-NOW-TS(1:10) TO WS-TIME-DATE
                MOVE WS-NOW-TS(12:8) TO WS-TIME-CLOCK
                MOVE WS-TIME-LINE TO DSHTIMO
            ELSE
                MOVE 1 TO WS-SQL-ERROR
            END-IF.
      * ===============================================================
      * Stale means what the MRBLXAG aging report means by it -- its
      * governed STALEDAY parameter (three digits). The report falls
      * back to its card; a screen has none, so it falls back to a
      * week.
      * ===============================================================
       READ-STALE-DAYS.
      *
            MOVE 'MRBLXAG ' TO MRBLPRM-JOB-NAME
            MOVE 'STALEDAY' TO MRBLPRM-PARM-NAME
            MOVE 0 TO MRBLPRM-AS-OF-DATE
            CALL 'MRBLPRM' USING MRBLPRM-LINKAGE
            IF MRBLPRM-OK AND MRBLPRM-VALUE(1:3) IS NUMERIC THEN
                MOVE MRBLPRM-VALUE(1:3) TO WS-DSH-STALE-9
            ELSE
                MOVE 7 TO WS-DSH-STALE-9
            END-IF
            MOVE WS-DSH-STALE-9 TO WS-DSH-STALE-DAYS.
      * ===============================================================
       COUNT-LOW-STOCK.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-FETCH-COUNT
                FROM EVENT.MARBLES
                WHERE INVENTORY <= MIN-LEVEL
            END-EXEC
            MOVE 1 TO WS-ROW-IX
            PERFORM STORE-COUNT.
      * ===============================================================
       COUNT-ZERO-STOCK.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-FETCH-COUNT
                FROM EVENT.MARBLES
                WHERE INVENTORY <= 0
            END-EXEC
            MOVE 2 TO WS-ROW-IX
            PERFORM STORE-COUNT.
      * ===============================================================
       COUNT-BACKORDERS.
      *
            EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(SHORT-QTY), 0)
                    INTO :WS-FETCH-COUNT, :WS-FETCH-QTY
                FROM EVENT.MARBLES_BACKORDER
                WHERE BO-STATUS = 'O'
            END-EXEC
            MOVE 3 TO WS-ROW-IX
            PERFORM STORE-COUNT-AND-QTY.
      * ===============================================================
       COUNT-ALERTS.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-FETCH-COUNT
                FROM EVENT.MARBLES_ALERT
                WHERE ACK-STATUS = 'N'
            END-EXEC
            MOVE 4 TO WS-ROW-IX
            PERFORM STORE-COUNT.
      * ===============================================================
      * Shipped and not received, older than the stale days -- the
      * age MRBLXAG prints, days since the ship date
      * ===============================================================
       COUNT-STALE-TRANSFERS.
      *
            EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(QUANTITY), 0)
                    INTO :WS-FETCH-COUNT, :WS-FETCH-QTY
                FROM EVENT.MARBLES_XFER
                WHERE XFER-STATUS = 'T'
                  AND DAYS(CURRENT DATE) - DAYS(DATE(SHIP-TIMESTAMP))
                      > :WS-DSH-STALE-DAYS
            END-EXEC
            MOVE 5 TO WS-ROW-IX
            PERFORM STORE-COUNT-AND-QTY.
      * ===============================================================
      * Active lots with stock left that expire within the week, the
      * MRBLEXD warning rule (already-expired lots count too)
      * ===============================================================
       COUNT-EXPIRING-LOTS.
      *
            EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(QTY-REMAINING), 0)
                    INTO :WS-FETCH-COUNT, :WS-FETCH-QTY
                FROM EVENT.MARBLES_LOT
                WHERE QTY-REMAINING > 0
                  AND LOT-STATUS = 'A'
                  AND EXPIRY-DATE <=
                      CURRENT DATE + :WS-DSH-EXPIRY-DAYS DAYS
            END-EXEC
            MOVE 6 TO WS-ROW-IX
            PERFORM STORE-COUNT-AND-QTY.
      * ===============================================================
      * PF6 goes to the color holding the soonest expiry (first by
      * name on a tie)
      * ===============================================================
       FIND-SOONEST-LOT.
      *
            MOVE 0 TO WS-NULL-IND
            EXEC SQL
                SELECT MIN(COLOR)
                    INTO :CA-LOT-COLOR :WS-NULL-IND
                FROM EVENT.MARBLES_LOT
                WHERE QTY-REMAINING > 0
                  AND LOT-STATUS = 'A'
                  AND EXPIRY-DATE =
                      (SELECT MIN(EXPIRY-DATE)
                       FROM EVENT.MARBLES_LOT
                       WHERE QTY-REMAINING > 0
                         AND LOT-STATUS = 'A'
                         AND EXPIRY-DATE <=
                             CURRENT DATE + :WS-DSH-EXPIRY-DAYS DAYS)
            END-EXEC
            IF SQLCODE NOT = 0 OR WS-NULL-IND < 0 THEN
                MOVE SPACES TO CA-LOT-COLOR
            END-IF.
      * ===============================================================
      * Open orders are the unpicked ones (PCK closes an order);
      * due today counts the overdue with it
      * ===============================================================
       COUNT-ORDERS-DUE.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-FETCH-COUNT
                FROM EVENT.MARBLES_ORDER
                WHERE ORD-STATUS = 'O'
                  AND WANTED-DATE <= CURRENT DATE
            END-EXEC
            MOVE 7 TO WS-ROW-IX
            PERFORM STORE-COUNT.
      * ===============================================================
      * PF7 goes to the order wanted earliest (lowest number on a tie)
      * ===============================================================
       FIND-EARLIEST-ORDER.
      *
            MOVE 0 TO WS-NULL-IND
            EXEC SQL
                SELECT MIN(ORDER-NO)
                    INTO :WS-DSH-ORDER :WS-NULL-IND
                FROM EVENT.MARBLES_ORDER
                WHERE ORD-STATUS = 'O'
                  AND WANTED-DATE =
                      (SELECT MIN(WANTED-DATE)
                       FROM EVENT.MARBLES_ORDER
                       WHERE ORD-STATUS = 'O'
                         AND WANTED-DATE <= CURRENT DATE)
            END-EXEC
            IF SQLCODE = 0 AND WS-NULL-IND >= 0 THEN
                MOVE WS-DSH-ORDER TO CA-ORDER-NO
            ELSE
                MOVE 0 TO CA-ORDER-NO
            END-IF.
      * ===============================================================
       COUNT-DIGEST-ITEMS.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-FETCH-COUNT
                FROM EVENT.MARBLES_DIGITEM
                WHERE ITEM-STATUS = 'O'
            END-EXEC
            MOVE 8 TO WS-ROW-IX
            PERFORM STORE-COUNT.
      * ===============================================================
      * Last night is the last 24 hours: each job's latest run, if it
      * started in that window and either ended over RC 4 or never
      * ended -- what MRBT shows as a bad RC or STILL OPEN
      * ===============================================================
       COUNT-FAILED-JOBS.
      *
            EXEC SQL
                SELECT COUNT(*) INTO :WS-FETCH-COUNT
                FROM EVENT.MARBLES_RUNSTAT R
                WHERE R.START-TS > CURRENT TIMESTAMP - 24 HOURS
                  AND R.START-TS =
                      (SELECT MAX(S.START-TS)
                       FROM EVENT.MARBLES_RUNSTAT S
                       WHERE S.JOB-NAME = R.JOB-NAME)
                  AND (R.END-TS IS NULL OR R.RETURN-CODE > 4)
            END-EXEC
            MOVE 9 TO WS-ROW-IX
            PERFORM STORE-COUNT.
      * ===============================================================
      * A failed lookup leaves its row's count at -1, shown as
      * dashes rather than a misleading zero
      * ===============================================================
       STORE-COUNT.
      *
            IF SQLCODE = 0 THEN
                MOVE WS-FETCH-COUNT TO WS-COUNT-VALUE(WS-ROW-IX)
            ELSE
                MOVE -1 TO WS-COUNT-VALUE(WS-ROW-IX)
                MOVE 1 TO WS-SQL-ERROR
            END-IF.
      * ===============================================================
       STORE-COUNT-AND-QTY.
      *
            PERFORM STORE-COUNT
            IF SQLCODE = 0 THEN
                MOVE WS-FETCH-QTY TO WS-COUNT-QTY(WS-ROW-IX)
                MOVE 1 TO WS-COUNT-HAS-QTY(WS-ROW-IX)
            END-IF.
      * ===============================================================
       BUILD-SCREEN-ROWS.
      *
            MOVE 1 TO WS-ROW-IX
            PERFORM BUILD-ONE-ROW
                UNTIL WS-ROW-IX > 9
      *
            IF WS-MSG-SET = 1 THEN
                CONTINUE
            ELSE IF WS-SQL-ERROR = 1 THEN
                MOVE 'SOME COUNTS COULD NOT BE READ, ENTER TO RETRY'
                    TO DSHMSGO
            ELSE
                MOVE 'ENTER TO REFRESH' TO DSHMSGO
            END-IF.
      * ===============================================================
       BUILD-ONE-ROW.
      *
            MOVE WS-LABEL-KEY(WS-ROW-IX) TO WS-ROW-KEY
            MOVE WS-LABEL-TEXT(WS-ROW-IX) TO WS-ROW-LABEL
            MOVE WS-LABEL-DRILL(WS-ROW-IX) TO WS-ROW-DRILL
            IF WS-ROW-IX = 5 THEN
                MOVE WS-DSH-STALE-9 TO WS-ROW-LABEL(27:3)
            END-IF
            IF WS-COUNT-VALUE(WS-ROW-IX) < 0 THEN
                MOVE 0 TO WS-ROW-COUNT
                MOVE SPACES TO WS-ROW-QTY-X
                MOVE WS-ROW-FILLER TO DSHRO(WS-ROW-IX)
                MOVE '-------' TO DSHRO(WS-ROW-IX) (39:7)
            ELSE
                MOVE WS-COUNT-VALUE(WS-ROW-IX) TO WS-ROW-COUNT
                IF WS-COUNT-HAS-QTY(WS-ROW-IX) = 1 THEN
                    MOVE WS-COUNT-QTY(WS-ROW-IX) TO WS-ROW-QTY
                ELSE
                    MOVE SPACES TO WS-ROW-QTY-X
                END-IF
                MOVE WS-ROW-FILLER TO DSHRO(WS-ROW-IX)
            END-IF
            ADD 1 TO WS-ROW-IX.
      * ===============================================================
       SEND-DASHBOARD-SCREEN.
      *
            EXEC CICS SEND MAP('MRBLDMAP')
                        MAPSET('MRBLDSET')
                        FROM(MRBLDMAPO)
                        ERASE
            END-EXEC.
