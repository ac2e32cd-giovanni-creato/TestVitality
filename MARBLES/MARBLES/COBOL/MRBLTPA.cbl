      * ===============================================================
      * Time-phased projected availability, run weekly. MRBLWIN
      * and the reorder alerts look at today's on-hand against a
      * reorder point; neither says when a color will actually run
      * out. This run rolls each color's balance forward a week at a
      * time for the next twelve weeks, netting what is due in
      * against what is promised out, and flags the first week the
      * balance goes below zero.
      *
      * The starting balance is on-hand less reserved. Two things
      * keep it from counting the same marbles twice:
      *  - An open order line ('O') reserved its quantity when it
      *    was booked on MRBO LIN. A line wanted inside the twelve
      *    weeks is taken back out of the reserve here and
      *    subtracted instead in the week of its WANTED-DATE; a line
      *    wanted later stays in the reserve. A drop-ship line ('D')
      *    never touches our stock and is left out.
      *  - A transfer in transit ('T' on EVENT.MARBLES_XFER) is
      *    still inside INVENTORY while it is on the truck. It is
      *    taken out of the start and added back in week 1, the
      *    week it lands.
      * Supply is the open quantity on every open PO line ('O';
      * ORDER-QTY less RECEIVED-QTY) in the week of its
      * EXPECTED-DATE. Demand is every open order line by
      * WANTED-DATE, and every open backorder in week 1, since it
      * is owed already. A PO line or order line already past its
      * date falls into week 1. Week 1 starts today; each week
      * column is headed with the date it starts.
      *
      * A color that goes short inside the horizon ends the run
      * with return code 4; a database error ends it with return
      * code 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLTPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS OUTPUT-RECORD.
         01 OUTPUT-RECORD.
           02 CARRIAGE-CONTROL PIC X.
           02 OUTPUT-LINE      PIC X(132).
      * ===============================================================
       WORKING-STORAGE SECTION.
       COPY COPY939.
       01  PROGRAM-WORK-FIELDS.
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  WEEK-SWITCH       PIC X(3).
               88  END-OF-WEEKS  VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  LINE-COUNT        PIC 9(5) VALUE 0.
           02  SHORT-COUNT       PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-PROJECTION-WORK.
           02  WS-TPA-COLOR      PIC X(10).
           02  WS-TPA-ON-HAND    PIC S9(9) COMP VALUE 0.
           02  WS-TPA-RESERVED   PIC S9(9) COMP VALUE 0.
           02  WS-TPA-TRANSIT    PIC S9(9) COMP VALUE 0.
           02  WS-TPA-BACKORDER  PIC S9(9) COMP VALUE 0.
           02  WS-TPA-LINES-DUE  PIC S9(9) COMP VALUE 0.
           02  WS-TPA-START      PIC S9(9) COMP VALUE 0.
           02  WS-TPA-BALANCE    PIC S9(9) COMP VALUE 0.
           02  WS-TPA-WEEK       PIC S9(9) COMP VALUE 0.
           02  WS-TPA-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-TPA-DAYS       PIC S9(9) COMP VALUE 0.
           02  WS-TPA-FIRST-SHORT PIC S9(4) COMP VALUE 0.
           02  WS-TPA-IX         PIC S9(4) COMP VALUE 0.
           02  WS-TPA-DATE       PIC X(10).
           02  WS-TPA-DATE-PARTS REDEFINES WS-TPA-DATE.
               03  WS-TPA-DATE-YEAR  PIC X(4).
               03  FILLER            PIC X(1).
               03  WS-TPA-DATE-MMDD  PIC X(5).
       01  WS-WEEK-TABLE.
           02  WS-WEEK-ENTRY OCCURS 12 TIMES.
               03  WS-WEEK-SUPPLY    PIC S9(9) COMP.
               03  WS-WEEK-DEMAND    PIC S9(9) COMP.
       01  PROJECTION-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'COLOR     '.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE '  START'.
           02  HEAD-WEEK OCCURS 12 TIMES.
               03  HEAD-WEEK-GAP     PIC X(3).
               03  HEAD-WEEK-TAG     PIC X(3).
               03  HEAD-WEEK-NO      PIC Z9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'SHORT'.
           02  FILLER                PIC X(10) VALUE SPACES.
       01  PROJECTION-DATE-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE SPACES.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE SPACES.
           02  HEAD-DATE OCCURS 12 TIMES.
               03  HEAD-DATE-GAP     PIC X(3).
               03  HEAD-DATE-MMDD    PIC X(5).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE SPACES.
       01  PROJECTION-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(1).
           02  OUTPUT-START          PIC -ZZZZZ9.
           02  DETAIL-WEEK OCCURS 12 TIMES.
               03  DETAIL-WEEK-GAP   PIC X(1).
               03  DETAIL-WEEK-BAL   PIC -ZZZZZ9.
           02  FILLER                PIC X(2).
           02  OUTPUT-FLAG.
               03  OUTPUT-FLAG-TAG   PIC X(3).
               03  OUTPUT-FLAG-WEEK  PIC Z9.
           02  FILLER                PIC X(10).
       01  PROJECTION-SUMMARY-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               'COLORS PROJECTED: '.
           02  SUMMARY-PROJECTED     PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'GOING SHORT: '.
           02  SUMMARY-SHORT         PIC ZZ,ZZ9.
           02  FILLER                PIC X(85) VALUE SPACES.
      * ===============================================================
      * Map SQL tables this run reads
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
           EXEC SQL DECLARE EVENT.MARBLES_RESERVE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             RESERVED-QTY                   INTEGER     NOT NULL
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
           EXEC SQL DECLARE EVENT.MARBLES_ORDLINE TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLTPA ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO PROJECTION-DETAIL-LINE.
           PERFORM SET-WEEK-HEADING
              VARYING WS-TPA-IX FROM 1 BY 1
              UNTIL WS-TPA-IX > 12.
           MOVE '  MARBLES PROJECTED AVAILABLE ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-PROJECTION-HEADING.
           PERFORM PROJECT-COLORS.
           PERFORM WRITE-PROJECTION-SUMMARY.
           IF SHORT-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Each week column is headed with its number and the date it
      * starts -- week 1 today, each later week seven days on
      * ===============================================================
       SET-WEEK-HEADING.
           COMPUTE WS-TPA-DAYS = (WS-TPA-IX - 1) * 7.
           EXEC SQL
               SELECT CHAR(CURRENT DATE + :WS-TPA-DAYS DAYS, ISO)
                   INTO :WS-TPA-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-TPA-DATE.
           MOVE SPACES TO HEAD-WEEK-GAP (WS-TPA-IX).
           MOVE 'WK ' TO HEAD-WEEK-TAG (WS-TPA-IX).
           MOVE WS-TPA-IX TO HEAD-WEEK-NO (WS-TPA-IX).
           MOVE SPACES TO HEAD-DATE-GAP (WS-TPA-IX).
           MOVE WS-TPA-DATE-MMDD TO HEAD-DATE-MMDD (WS-TPA-IX).
      * ===============================================================
      * Every color on file, with the figures the start and week 1
      * need: reserved, in transit, and open backorders
      * ===============================================================
       PROJECT-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-TPACLR CURSOR FOR
               SELECT M.COLOR, M.INVENTORY,
                      COALESCE(R.RESERVED-QTY, 0),
                      COALESCE((SELECT SUM(X.QUANTITY)
                                FROM EVENT.MARBLES_XFER X
                                WHERE X.COLOR = M.COLOR
                                  AND X.XFER-STATUS = 'T'), 0),
                      COALESCE((SELECT SUM(B.SHORT-QTY)
                                FROM EVENT.MARBLES_BACKORDER B
                                WHERE B.COLOR = M.COLOR
                                  AND B.BO-STATUS = 'O'), 0)
               FROM EVENT.MARBLES M
               LEFT OUTER JOIN EVENT.MARBLES_RESERVE R
                   ON R.COLOR = M.COLOR
               ORDER BY M.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-TPACLR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-PROJECT-COLOR
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-TPACLR
           END-EXEC.
      * ===============================================================
       FETCH-AND-PROJECT-COLOR.
           EXEC SQL
               FETCH C-TPACLR
                   INTO :WS-TPA-COLOR, :WS-TPA-ON-HAND,
                        :WS-TPA-RESERVED, :WS-TPA-TRANSIT,
                        :WS-TPA-BACKORDER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM PROJECT-ONE-COLOR.
      * ===============================================================
       PROJECT-ONE-COLOR.
           PERFORM CLEAR-WEEK
              VARYING WS-TPA-IX FROM 1 BY 1
              UNTIL WS-TPA-IX > 12.
           MOVE 0 TO WS-TPA-LINES-DUE.
           PERFORM LOAD-WEEKLY-SUPPLY.
           PERFORM LOAD-WEEKLY-DEMAND.
           COMPUTE WS-TPA-START = WS-TPA-ON-HAND - WS-TPA-TRANSIT
                                - (WS-TPA-RESERVED - WS-TPA-LINES-DUE).
           ADD WS-TPA-TRANSIT TO WS-WEEK-SUPPLY (1).
           ADD WS-TPA-BACKORDER TO WS-WEEK-DEMAND (1).
           MOVE WS-TPA-START TO WS-TPA-BALANCE.
           MOVE 0 TO WS-TPA-FIRST-SHORT.
           PERFORM ROLL-WEEK-FORWARD
              VARYING WS-TPA-IX FROM 1 BY 1
              UNTIL WS-TPA-IX > 12.
           PERFORM WRITE-PROJECTION-DETAIL.
      * ===============================================================
       CLEAR-WEEK.
           MOVE 0 TO WS-WEEK-SUPPLY (WS-TPA-IX).
           MOVE 0 TO WS-WEEK-DEMAND (WS-TPA-IX).
      * ===============================================================
      * Open PO quantity by the week it is expected -- anything
      * overdue is still coming and is counted in week 1
      * ===============================================================
       LOAD-WEEKLY-SUPPLY.
           MOVE SPACES TO WEEK-SWITCH.
           EXEC SQL
               DECLARE C-TPASUP CURSOR FOR
               SELECT CASE WHEN EXPECTED-DATE < CURRENT DATE
                           THEN 1
                           ELSE (DAYS(EXPECTED-DATE)
                                 - DAYS(CURRENT DATE)) / 7 + 1
                      END,
                      SUM(ORDER-QTY - RECEIVED-QTY)
               FROM EVENT.MARBLES_POLINE
               WHERE COLOR = :WS-TPA-COLOR
                 AND LINE-STATUS = 'O'
                 AND ORDER-QTY > RECEIVED-QTY
                 AND DAYS(EXPECTED-DATE) < DAYS(CURRENT DATE) + 84
               GROUP BY CASE WHEN EXPECTED-DATE < CURRENT DATE
                             THEN 1
                             ELSE (DAYS(EXPECTED-DATE)
                                   - DAYS(CURRENT DATE)) / 7 + 1
                        END
           END-EXEC.
           EXEC SQL
               OPEN C-TPASUP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO WEEK-SWITCH.
           PERFORM FETCH-WEEKLY-SUPPLY
              UNTIL END-OF-WEEKS.
           EXEC SQL
               CLOSE C-TPASUP
           END-EXEC.
      * ===============================================================
       FETCH-WEEKLY-SUPPLY.
           EXEC SQL
               FETCH C-TPASUP
                   INTO :WS-TPA-WEEK, :WS-TPA-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO WEEK-SWITCH
           ELSE
              IF WS-TPA-WEEK > 0 AND WS-TPA-WEEK < 13
                 ADD WS-TPA-QTY TO WS-WEEK-SUPPLY (WS-TPA-WEEK).
      * ===============================================================
      * Open order lines by the week they are wanted. What comes
      * back here is also what the start takes back out of the
      * reserve, so each line is counted once, in its own week.
      * ===============================================================
       LOAD-WEEKLY-DEMAND.
           MOVE SPACES TO WEEK-SWITCH.
           EXEC SQL
               DECLARE C-TPADEM CURSOR FOR
               SELECT CASE WHEN WANTED-DATE < CURRENT DATE
                           THEN 1
                           ELSE (DAYS(WANTED-DATE)
                                 - DAYS(CURRENT DATE)) / 7 + 1
                      END,
                      SUM(QUANTITY)
               FROM EVENT.MARBLES_ORDLINE
               WHERE COLOR = :WS-TPA-COLOR
                 AND LINE-STATUS = 'O'
                 AND DAYS(WANTED-DATE) < DAYS(CURRENT DATE) + 84
               GROUP BY CASE WHEN WANTED-DATE < CURRENT DATE
                             THEN 1
                             ELSE (DAYS(WANTED-DATE)
                                   - DAYS(CURRENT DATE)) / 7 + 1
                        END
           END-EXEC.
           EXEC SQL
               OPEN C-TPADEM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO WEEK-SWITCH.
           PERFORM FETCH-WEEKLY-DEMAND
              UNTIL END-OF-WEEKS.
           EXEC SQL
               CLOSE C-TPADEM
           END-EXEC.
      * ===============================================================
       FETCH-WEEKLY-DEMAND.
           EXEC SQL
               FETCH C-TPADEM
                   INTO :WS-TPA-WEEK, :WS-TPA-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO WEEK-SWITCH
           ELSE
              IF WS-TPA-WEEK > 0 AND WS-TPA-WEEK < 13
                 ADD WS-TPA-QTY TO WS-WEEK-DEMAND (WS-TPA-WEEK)
                 ADD WS-TPA-QTY TO WS-TPA-LINES-DUE.
      * ===============================================================
       ROLL-WEEK-FORWARD.
           COMPUTE WS-TPA-BALANCE = WS-TPA-BALANCE
                                  + WS-WEEK-SUPPLY (WS-TPA-IX)
                                  - WS-WEEK-DEMAND (WS-TPA-IX).
           MOVE WS-TPA-BALANCE TO DETAIL-WEEK-BAL (WS-TPA-IX).
           IF WS-TPA-BALANCE < 0 AND WS-TPA-FIRST-SHORT = 0
              MOVE WS-TPA-IX TO WS-TPA-FIRST-SHORT.
      * ===============================================================
       WRITE-PROJECTION-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE PROJECTION-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE PROJECTION-DATE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 2 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The SHORT column names the first week the balance drops
      * below zero; a color that stays covered leaves it blank
      * ===============================================================
       WRITE-PROJECTION-DETAIL.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              PERFORM WRITE-PROJECTION-HEADING.
           MOVE WS-TPA-COLOR TO OUTPUT-COLOR.
           MOVE WS-TPA-START TO OUTPUT-START.
           IF WS-TPA-FIRST-SHORT > 0
              MOVE 'WK ' TO OUTPUT-FLAG-TAG
              MOVE WS-TPA-FIRST-SHORT TO OUTPUT-FLAG-WEEK
              ADD 1 TO SHORT-COUNT
           ELSE
              MOVE SPACES TO OUTPUT-FLAG.
           MOVE PROJECTION-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-PROJECTION-SUMMARY.
           MOVE LINE-COUNT TO SUMMARY-PROJECTED.
           MOVE SHORT-COUNT TO SUMMARY-SHORT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE PROJECTION-SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
