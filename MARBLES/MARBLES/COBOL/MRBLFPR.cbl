      * ===============================================================
      * Forward-pick replenishment. Pickers pull from the pick bins
      * at the front of the aisle; the full pallets sit in reserve.
      * Until now a pick face ran dry mid-wave and somebody went
      * looking for a forklift driver. This run, scheduled several
      * times a day, tops the faces up before that happens.
      *
      * A pick face is a color in a pick bin with a trigger and a
      * maximum on EVENT.MARBLES_REPLEN (maintained on MRBM RPL).
      * A face is due once the bin's location quantity has fallen
      * to its trigger and no move to it is already open. The move
      * tops it up to the maximum, drawn from the color's reserve --
      * every other location holding the color that is not itself a
      * pick face -- fullest location first, so one pallet answers
      * where it can. Stock already promised to an open move is not
      * promised twice. Each move is recorded on
      * EVENT.MARBLES_RPLTASK as an open task ('O') numbered one past
      * the highest on file.
      *
      * The run prints every open move, new and carried over, in one
      * walk order -- by reserve bin, then pick bin -- and then the
      * faces that are due but that reserve can't fill. The driver
      * confirms each move on MRBY CNF as it is put away, which
      * posts the location-to-location move and its audit row, or
      * cancels it on MRBY CAN when the pallet isn't there.
      *
      * A face reserve can't fill ends the run with return code 4;
      * a database error ends it with return code 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLFPR.
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
           02  FACE-SWITCH       PIC X(3).
               88  END-OF-FACES  VALUE 'EOF'.
           02  SOURCE-SWITCH     PIC X(3).
               88  END-OF-SOURCES VALUE 'EOF'.
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
       01  WS-REPLEN-WORK.
           02  WS-FPR-FIRST-NEW  PIC S9(9) COMP VALUE 0.
           02  WS-FPR-TASK-NO    PIC S9(9) COMP VALUE 0.
           02  WS-FPR-COLOR      PIC X(10).
           02  WS-FPR-BIN        PIC X(10).
           02  WS-FPR-MAX        PIC S9(9) COMP VALUE 0.
           02  WS-FPR-ON-FACE    PIC S9(9) COMP VALUE 0.
           02  WS-FPR-NEED       PIC S9(9) COMP VALUE 0.
           02  WS-FPR-FROM-BIN   PIC X(10).
           02  WS-FPR-FROM-ZONE  PIC X(10).
           02  WS-FPR-AVAILABLE  PIC S9(9) COMP VALUE 0.
           02  WS-FPR-MOVE-QTY   PIC S9(9) COMP VALUE 0.
           02  WS-FPR-COMING     PIC S9(9) COMP VALUE 0.
       01  MOVE-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'TASK    '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'FROM BIN  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'ZONE      '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'TO BIN    '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'COLOR     '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE '   MOVE'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'MOVED  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE SPACES.
           02  FILLER                PIC X(37).
       01  MOVE-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TASK-NO        PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-FROM-BIN       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-FROM-ZONE      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TO-BIN         PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-MOVE-QTY       PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CHECK-BOX      PIC X(7)  VALUE '[_____]'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-FLAG           PIC X(7).
           02  FILLER                PIC X(37).
       01  SHORT-FACE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(5)  VALUE 'BIN: '.
           02  SHORT-BIN             PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'COLOR: '.
           02  SHORT-COLOR           PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'ON FACE: '.
           02  SHORT-ON-FACE         PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'COMING: '.
           02  SHORT-COMING          PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'MAX: '.
           02  SHORT-MAX             PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'RESERVE SHORT'.
           02  FILLER                PIC X(24).
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
           EXEC SQL DECLARE EVENT.MARBLES_LOCATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_BIN TABLE
           ( BIN                            VARCHAR(10) NOT NULL,
             CAPACITY                       INTEGER     NOT NULL,
             ZONE                           VARCHAR(10) NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL forward-pick table -- one row per color per pick
      * bin, topped up to MAX-QTY once it falls to TRIGGER-QTY
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_REPLEN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             BIN                            VARCHAR(10) NOT NULL,
             TRIGGER-QTY                    INTEGER     NOT NULL,
             MAX-QTY                        INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL replenishment task table (one row per move -- 'O'
      * while it is on the list, 'C' once MRBY CNF posts it with
      * the quantity actually moved, 'X' when MRBY CAN drops it)
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLFPR ' TO MRBLRUN-JOB-NAME.
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
           PERFORM RAISE-REPLEN-TASKS.
           PERFORM PRINT-MOVE-LIST.
           PERFORM PRINT-SHORT-FACES.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Every face at or below its trigger with no move already
      * open to it -- a held color's face is left alone, since
      * nothing will be picked from it
      * ===============================================================
       RAISE-REPLEN-TASKS.
           EXEC SQL
               SELECT COALESCE(MAX(TASK-NO), 0) + 1
                   INTO :WS-FPR-FIRST-NEW
               FROM EVENT.MARBLES_RPLTASK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 99999999 TO WS-FPR-FIRST-NEW
           ELSE
              PERFORM SELECT-DUE-FACES.
      * ===============================================================
       SELECT-DUE-FACES.
           MOVE SPACES TO FACE-SWITCH.
           EXEC SQL
               DECLARE C-FPRDUE CURSOR FOR
               SELECT R.COLOR, R.BIN, R.MAX-QTY,
                      COALESCE(L.QUANTITY, 0)
               FROM EVENT.MARBLES_REPLEN R
               INNER JOIN EVENT.MARBLES M
                   ON M.COLOR = R.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_LOCATION L
                   ON L.COLOR = R.COLOR
                  AND L.LOCATION = R.BIN
               WHERE M.STATUS = 'A'
                 AND COALESCE(L.QUANTITY, 0) <= R.TRIGGER-QTY
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_RPLTASK T
                      WHERE T.COLOR = R.COLOR
                        AND T.TO-BIN = R.BIN
                        AND T.TASK-STATUS = 'O')
               ORDER BY R.COLOR, R.BIN
           END-EXEC.
           EXEC SQL
               OPEN C-FPRDUE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO FACE-SWITCH.
           PERFORM FETCH-AND-FILL-FACE
              UNTIL END-OF-FACES.
           EXEC SQL
               CLOSE C-FPRDUE
           END-EXEC.
      * ===============================================================
       FETCH-AND-FILL-FACE.
           EXEC SQL
               FETCH C-FPRDUE
                   INTO :WS-FPR-COLOR, :WS-FPR-BIN,
                        :WS-FPR-MAX, :WS-FPR-ON-FACE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO FACE-SWITCH
           ELSE
              COMPUTE WS-FPR-NEED = WS-FPR-MAX - WS-FPR-ON-FACE
              IF WS-FPR-NEED > 0
                 PERFORM DRAW-FROM-RESERVE.
      * ===============================================================
      * Reserve for the color, fullest first: each location's
      * quantity less what open moves already take from it. A move
      * raised for an earlier face of the same color counts, since
      * the cursor is opened afresh for each face.
      * ===============================================================
       DRAW-FROM-RESERVE.
           MOVE SPACES TO SOURCE-SWITCH.
           EXEC SQL
               DECLARE C-FPRSRC CURSOR FOR
               SELECT L.LOCATION,
                      L.QUANTITY -
                      COALESCE((SELECT SUM(T.MOVE-QTY)
                                FROM EVENT.MARBLES_RPLTASK T
                                WHERE T.COLOR = L.COLOR
                                  AND T.FROM-BIN = L.LOCATION
                                  AND T.TASK-STATUS = 'O'), 0)
               FROM EVENT.MARBLES_LOCATION L
               WHERE L.COLOR = :WS-FPR-COLOR
                 AND L.QUANTITY > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_REPLEN R
                      WHERE R.COLOR = L.COLOR
                        AND R.BIN = L.LOCATION)
               ORDER BY 2 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C-FPRSRC
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO SOURCE-SWITCH.
           PERFORM FETCH-AND-RAISE-TASK
              UNTIL END-OF-SOURCES.
           EXEC SQL
               CLOSE C-FPRSRC
           END-EXEC.
      * ===============================================================
       FETCH-AND-RAISE-TASK.
           EXEC SQL
               FETCH C-FPRSRC
                   INTO :WS-FPR-FROM-BIN, :WS-FPR-AVAILABLE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO SOURCE-SWITCH
           ELSE
              IF WS-FPR-AVAILABLE > 0
                 PERFORM INSERT-REPLEN-TASK.
      * ===============================================================
       INSERT-REPLEN-TASK.
           IF WS-FPR-AVAILABLE < WS-FPR-NEED
              MOVE WS-FPR-AVAILABLE TO WS-FPR-MOVE-QTY
           ELSE
              MOVE WS-FPR-NEED TO WS-FPR-MOVE-QTY.
           EXEC SQL
               SELECT COALESCE(MAX(TASK-NO), 0) + 1
                   INTO :WS-FPR-TASK-NO
               FROM EVENT.MARBLES_RPLTASK
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_RPLTASK
                  VALUES (:WS-FPR-TASK-NO, :WS-FPR-COLOR,
                          :WS-FPR-FROM-BIN, :WS-FPR-BIN,
                          :WS-FPR-MOVE-QTY, 0, 'O', 'BATC',
                          CURRENT TIMESTAMP, NULL)
              END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO SOURCE-SWITCH
           ELSE
              SUBTRACT WS-FPR-MOVE-QTY FROM WS-FPR-NEED
              IF WS-FPR-NEED NOT > 0
                 MOVE 'EOF' TO SOURCE-SWITCH.
      * ===============================================================
      * The move list: every open move, this run's and any still
      * unconfirmed from an earlier one, in one walk -- reserve bin
      * by reserve bin, each pallet's drops in pick-bin order
      * ===============================================================
       PRINT-MOVE-LIST.
           MOVE '  MARBLES REPLENISHMENT MOVES ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-MOVE-HEADING.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-FPRMOV CURSOR FOR
               SELECT T.TASK-NO, T.FROM-BIN,
                      COALESCE(B.ZONE, ' '), T.TO-BIN,
                      T.COLOR, T.MOVE-QTY
               FROM EVENT.MARBLES_RPLTASK T
               LEFT OUTER JOIN EVENT.MARBLES_BIN B
                   ON B.BIN = T.FROM-BIN
               WHERE T.TASK-STATUS = 'O'
               ORDER BY T.FROM-BIN, T.TO-BIN, T.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-FPRMOV
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-PRINT-MOVE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-FPRMOV
           END-EXEC.
           IF LINE-COUNT = 0
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL
              MOVE 'NO PICK FACE NEEDS TOPPING UP' TO OUTPUT-LINE
              WRITE OUTPUT-RECORD.
      * ===============================================================
       FETCH-AND-PRINT-MOVE.
           EXEC SQL
               FETCH C-FPRMOV
                   INTO :WS-FPR-TASK-NO, :WS-FPR-FROM-BIN,
                        :WS-FPR-FROM-ZONE, :WS-FPR-BIN,
                        :WS-FPR-COLOR, :WS-FPR-MOVE-QTY
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-MOVE-DETAIL-LINE
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Faces still due after the moves were raised: at or below
      * the trigger, and what is on the face plus what is coming
      * to it still short of the maximum
      * ===============================================================
       PRINT-SHORT-FACES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-FPRSHT CURSOR FOR
               SELECT R.COLOR, R.BIN, R.MAX-QTY,
                      COALESCE(L.QUANTITY, 0),
                      COALESCE((SELECT SUM(T.MOVE-QTY)
                                FROM EVENT.MARBLES_RPLTASK T
                                WHERE T.COLOR = R.COLOR
                                  AND T.TO-BIN = R.BIN
                                  AND T.TASK-STATUS = 'O'), 0)
               FROM EVENT.MARBLES_REPLEN R
               INNER JOIN EVENT.MARBLES M
                   ON M.COLOR = R.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_LOCATION L
                   ON L.COLOR = R.COLOR
                  AND L.LOCATION = R.BIN
               WHERE M.STATUS = 'A'
                 AND COALESCE(L.QUANTITY, 0) <= R.TRIGGER-QTY
               ORDER BY R.BIN, R.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-FPRSHT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-PRINT-SHORT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-FPRSHT
           END-EXEC.
           IF SHORT-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       FETCH-AND-PRINT-SHORT.
           EXEC SQL
               FETCH C-FPRSHT
                   INTO :WS-FPR-COLOR, :WS-FPR-BIN, :WS-FPR-MAX,
                        :WS-FPR-ON-FACE, :WS-FPR-COMING
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              IF WS-FPR-ON-FACE + WS-FPR-COMING < WS-FPR-MAX
                 PERFORM WRITE-SHORT-FACE-LINE.
      * ===============================================================
       WRITE-MOVE-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE MOVE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * A move raised by this run is flagged NEW; one carried from
      * an earlier run is still waiting for its confirmation
      * ===============================================================
       WRITE-MOVE-DETAIL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              PERFORM WRITE-MOVE-HEADING.
           MOVE WS-FPR-TASK-NO TO OUTPUT-TASK-NO.
           MOVE WS-FPR-FROM-BIN TO OUTPUT-FROM-BIN.
           MOVE WS-FPR-FROM-ZONE TO OUTPUT-FROM-ZONE.
           MOVE WS-FPR-BIN TO OUTPUT-TO-BIN.
           MOVE WS-FPR-COLOR TO OUTPUT-COLOR.
           MOVE WS-FPR-MOVE-QTY TO OUTPUT-MOVE-QTY.
           IF WS-FPR-TASK-NO < WS-FPR-FIRST-NEW
              MOVE 'CARRIED' TO OUTPUT-FLAG
           ELSE
              MOVE 'NEW' TO OUTPUT-FLAG.
           MOVE MOVE-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The first short face starts its own page, so the exceptions
      * come off the printer apart from the driver's list
      * ===============================================================
       WRITE-SHORT-FACE-LINE.
           IF SHORT-COUNT = 0
              MOVE '  MARBLES FACES RESERVE SHORT ' TO REPORT-TITLE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-FPR-BIN TO SHORT-BIN.
           MOVE WS-FPR-COLOR TO SHORT-COLOR.
           MOVE WS-FPR-ON-FACE TO SHORT-ON-FACE.
           MOVE WS-FPR-COMING TO SHORT-COMING.
           MOVE WS-FPR-MAX TO SHORT-MAX.
           MOVE SHORT-FACE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO SHORT-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
