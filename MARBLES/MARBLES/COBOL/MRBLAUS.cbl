      * ===============================================================
      * Auditor test-count sample -- selection and count sheets. The
      * external auditors test-count a sample of bins each year; this
      * run draws that sample so it can be reproduced from the card
      * alone. Driven by a card (U-T-PARM):
      *
      *   cols  1- 8  sample date                        YYYYMMDD
      *   cols  9-17  seed, nonzero -- the same seed over the same
      *               bins draws the same sample
      *   cols 18-20  sample size -- items drawn at random
      *   cols 21-22  top colors, 00-20 -- every bin of this many
      *               highest-value colors is counted regardless
      *
      * The population is every bin on EVENT.MARBLES_LOCATION
      * holding stock, valued at the color's UNIT-COST. Bins of the
      * top-value colors are key items ('K'). The rest are drawn by
      * value (monetary-unit sampling): the interval is their total
      * value over the sample size, the seed gives a random start
      * inside the first interval, and a bin is drawn ('S') when the
      * running value crosses the next hit -- so a bin's chance is
      * in proportion to its value, and any bin worth an interval or
      * more is always drawn.
      *
      * The sample lands on EVENT.MARBLES_AUDSMP under one control
      * row on EVENT.MARBLES_AUDRUN, and the count sheets print one
      * line per item with blank count columns and NO book quantity.
      * The auditors' counts come back through MRBLAUR.
      *
      * A sample already drawn for the date is refused (RC 8); a
      * malformed card stops the run with return code 16.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLAUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-SMP-DATE      PIC X(8).
           02 PARM-SEED          PIC X(9).
           02 PARM-SAMPLE-SIZE   PIC X(3).
           02 PARM-TOP-COLORS    PIC X(2).
           02 FILLER             PIC X(58).
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
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  ITEM-COUNT        PIC 9(5) VALUE 0.
           02  KEY-COUNT         PIC 9(5) VALUE 0.
           02  DRAWN-COUNT       PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-SAMPLE-WORK.
           02  WS-AUS-DATE       PIC X(8).
           02  WS-AUS-SEED-9     PIC 9(9).
           02  WS-AUS-SIZE-9     PIC 9(3).
           02  WS-AUS-TOP-9      PIC 9(2).
           02  WS-AUS-SEED       PIC S9(18) COMP.
           02  WS-AUS-CARD-SEED  PIC S9(9) COMP.
           02  WS-AUS-PRODUCT    PIC S9(18) COMP.
           02  WS-AUS-QUOTIENT   PIC S9(18) COMP.
           02  WS-AUS-SIZE       PIC S9(9) COMP.
           02  WS-AUS-TOP        PIC S9(9) COMP.
           02  WS-AUS-RUN-COUNT  PIC S9(9) COMP.
           02  WS-AUS-ITEM-NUM   PIC S9(9) COMP VALUE 0.
           02  WS-AUS-LOCATION   PIC X(10).
           02  WS-AUS-COLOR      PIC X(10).
           02  WS-AUS-DESC       PIC X(18).
           02  WS-AUS-QTY        PIC S9(9) COMP.
           02  WS-AUS-UNIT-COST  PIC S9(5) COMP-3.
           02  WS-AUS-VALUE      PIC S9(15) COMP-3.
           02  WS-AUS-POP-VALUE  PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUS-KEY-VALUE  PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUS-INTERVAL   PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUS-RUNNING    PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUS-NEXT-HIT   PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUS-START      PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUS-TYPE       PIC X(1).
               88  WS-AUS-KEY-ITEM   VALUE 'K'.
               88  WS-AUS-DRAWN-ITEM VALUE 'S'.
               88  WS-AUS-NOT-DRAWN  VALUE ' '.
           02  WS-AUS-PASS       PIC X(1).
               88  WS-AUS-TOTALLING  VALUE 'T'.
               88  WS-AUS-DRAWING    VALUE 'D'.
           02  WS-HOLD-LINE      PIC X(132).
      * ===============================================================
      * The top-value colors whose every bin is a key item
      * ===============================================================
       01  WS-TOP-TABLE.
           02  WS-TOP-COUNT      PIC S9(4) COMP VALUE 0.
           02  WS-TOP-ENTRY OCCURS 20 TIMES.
               03  WS-TOP-COLOR  PIC X(10).
           02  WS-TOP-IX         PIC S9(4) COMP VALUE 0.
           02  WS-TOP-SWITCH     PIC X(1).
               88  WS-TOP-FOUND  VALUE 'Y'.
       01  SAMPLE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(17) VALUE
               'TEST-COUNT DATE  '.
           02  OUTPUT-SMP-DATE       PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'SEED: '.
           02  OUTPUT-SEED           PIC 9(9).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'SAMPLE SIZE: '.
           02  OUTPUT-SIZE           PIC ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'TOP COLORS: '.
           02  OUTPUT-TOP            PIC Z9.
           02  FILLER                PIC X(48).
       01  SHEET-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'ITEM'.
           02  FILLER                PIC X(13) VALUE 'BIN'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
           02  FILLER                PIC X(6)  VALUE 'TYPE'.
           02  FILLER                PIC X(17) VALUE 'COUNTED'.
           02  FILLER                PIC X(8)  VALUE 'BY'.
           02  FILLER                PIC X(41).
       01  SHEET-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-ITEM-NUMBER    PIC 9(5).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LOCATION       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DESCRIPTION    PIC X(18).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TYPE           PIC X(3).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE
               '______________   '.
           02  FILLER                PIC X(8)  VALUE '_____   '.
           02  FILLER                PIC X(41).
       01  CONTROL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'KEY ITEMS: '.
           02  OUTPUT-KEY-COUNT      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'DRAWN ITEMS:  '.
           02  OUTPUT-DRAWN-COUNT    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               'SAMPLED VALUE:    '.
           02  OUTPUT-POP-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'INTERVAL: '.
           02  OUTPUT-INTERVAL       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'START: '.
           02  OUTPUT-START          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(6).
       01  REFUSED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(39) VALUE
               'A TEST-COUNT SAMPLE IS ALREADY DRAWN FO'.
           02  FILLER                PIC X(39) VALUE
               'R THIS DATE - RESULTS GO TO MRBLAUR    '.
           02  FILLER                PIC X(49).
      * ===============================================================
      * Map SQL tables the sample reads: the marbles master and the
      * per-bin quantities
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
      * ===============================================================
      * Map SQL audit-sample tables -- one control row per sample
      * (the card that drew it and the interval it drew at), and one
      * row per item ('K' key, 'S' drawn; status 'S' on a sheet,
      * 'C' counted, AUDIT-QTY the auditors' count)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_AUDRUN TABLE
           ( SMP-DATE                       CHAR(8)     NOT NULL,
             SEED                           INTEGER     NOT NULL,
             SAMPLE-SIZE                    INTEGER     NOT NULL,
             TOP-COLORS                     INTEGER     NOT NULL,
             POP-VALUE                      DECIMAL(15,0) NOT NULL,
             KEY-VALUE                      DECIMAL(15,0) NOT NULL,
             INTERVAL                       DECIMAL(15,0) NOT NULL,
             ITEM-COUNT                     INTEGER     NOT NULL,
             AUD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_AUDSMP TABLE
           ( SMP-DATE                       CHAR(8)     NOT NULL,
             ITEM-NUMBER                    INTEGER     NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             SELECT-TYPE                    CHAR(1)     NOT NULL,
             BOOK-QTY                       INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             AUDIT-QTY                      INTEGER     NOT NULL,
             SMP-STATUS                     CHAR(1)     NOT NULL,
             SMP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-SAMPLE-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLAUS ' TO MRBLRUN-JOB-NAME.
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
           MOVE WS-AUS-DATE TO OUTPUT-SMP-DATE.
           MOVE WS-AUS-SEED-9 TO OUTPUT-SEED.
           MOVE WS-AUS-SIZE-9 TO OUTPUT-SIZE.
           MOVE WS-AUS-TOP-9 TO OUTPUT-TOP.
           PERFORM WRITE-HEADER.
           PERFORM CHECK-NOT-ALREADY-DRAWN.
           IF RETURN-CODE = 0
              PERFORM LOAD-TOP-COLORS.
           IF RETURN-CODE = 0
              MOVE 'T' TO WS-AUS-PASS
              PERFORM PASS-POPULATION.
           IF RETURN-CODE = 0
              PERFORM SET-INTERVAL-AND-START
              MOVE 'D' TO WS-AUS-PASS
              PERFORM PASS-POPULATION.
           IF RETURN-CODE = 0
              PERFORM RECORD-THE-SAMPLE
              PERFORM WRITE-CONTROL-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE ITEM-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Date, seed, size, and top-color count must all be numeric;
      * a zero seed or zero sample size draws nothing and is refused
      * with the card
      * ===============================================================
       READ-SAMPLE-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           IF END-OF-PARM OR PARM-SMP-DATE IS NOT NUMERIC
                 OR PARM-SEED IS NOT NUMERIC
                 OR PARM-SAMPLE-SIZE IS NOT NUMERIC
                 OR PARM-TOP-COLORS IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE PARM-SMP-DATE TO WS-AUS-DATE
              MOVE PARM-SEED TO WS-AUS-SEED-9
              MOVE PARM-SAMPLE-SIZE TO WS-AUS-SIZE-9
              MOVE PARM-TOP-COLORS TO WS-AUS-TOP-9
              MOVE WS-AUS-SEED-9 TO WS-AUS-SEED
              MOVE WS-AUS-SEED-9 TO WS-AUS-CARD-SEED
              MOVE WS-AUS-SIZE-9 TO WS-AUS-SIZE
              MOVE WS-AUS-TOP-9 TO WS-AUS-TOP
              IF WS-AUS-SEED = 0 OR WS-AUS-SIZE = 0
                    OR WS-AUS-TOP > 20
                 MOVE 16 TO RETURN-CODE.
      * ===============================================================
      * One sample per date -- a second draw would hand the auditors
      * two lists for one count
      * ===============================================================
       CHECK-NOT-ALREADY-DRAWN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AUS-RUN-COUNT
               FROM EVENT.MARBLES_AUDRUN
               WHERE SMP-DATE = :WS-AUS-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-AUS-RUN-COUNT > 0
              MOVE 8 TO RETURN-CODE
              MOVE REFUSED-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The highest-value colors across all their bins, ties broken
      * by color so the list is the same on every run
      * ===============================================================
       LOAD-TOP-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           IF WS-AUS-TOP = 0
              MOVE 'EOF' TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-TOPCLR CURSOR FOR
               SELECT L.COLOR
               FROM EVENT.MARBLES_LOCATION L
               INNER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE L.QUANTITY > 0
               GROUP BY L.COLOR
               ORDER BY SUM(L.QUANTITY * M.UNIT-COST) DESC, L.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-TOPCLR
           END-EXEC.
           PERFORM FETCH-TOP-COLOR
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-TOPCLR
           END-EXEC.
      * ===============================================================
       FETCH-TOP-COLOR.
           EXEC SQL
               FETCH C-TOPCLR
                   INTO :WS-AUS-COLOR
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-TOP-COUNT
              MOVE WS-AUS-COLOR TO WS-TOP-COLOR(WS-TOP-COUNT)
              IF WS-TOP-COUNT >= WS-AUS-TOP
                 MOVE 'EOF' TO CURSOR-SWITCH
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Every stocked bin in color and bin order -- the fixed order
      * is what makes a seed reproduce its sample. The totalling pass
      * values the population outside the key colors; the drawing
      * pass walks the same bins again and picks the sample
      * ===============================================================
       PASS-POPULATION.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-POP CURSOR FOR
               SELECT L.LOCATION, L.COLOR, M.DESCRIPTION,
                      L.QUANTITY, M.UNIT-COST
               FROM EVENT.MARBLES_LOCATION L
               INNER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE L.QUANTITY > 0
               ORDER BY L.COLOR, L.LOCATION
           END-EXEC.
           EXEC SQL
               OPEN C-POP
           END-EXEC.
           PERFORM FETCH-AND-PASS
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-POP
           END-EXEC.
      * ===============================================================
       FETCH-AND-PASS.
           EXEC SQL
               FETCH C-POP
                   INTO :WS-AUS-LOCATION, :WS-AUS-COLOR,
                        :WS-AUS-DESC, :WS-AUS-QTY,
                        :WS-AUS-UNIT-COST
           END-EXEC
           IF SQLCODE = 0
              COMPUTE WS-AUS-VALUE = WS-AUS-QTY * WS-AUS-UNIT-COST
              PERFORM FIND-TOP-COLOR
              IF WS-AUS-TOTALLING
                 PERFORM TOTAL-ONE-BIN
              ELSE
                 PERFORM DRAW-ONE-BIN
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
       FIND-TOP-COLOR.
           MOVE 'N' TO WS-TOP-SWITCH.
           MOVE 0 TO WS-TOP-IX.
           PERFORM MATCH-ONE-TOP-COLOR
              UNTIL WS-TOP-IX >= WS-TOP-COUNT OR WS-TOP-FOUND.
      * ===============================================================
       MATCH-ONE-TOP-COLOR.
           ADD 1 TO WS-TOP-IX.
           IF WS-TOP-COLOR(WS-TOP-IX) = WS-AUS-COLOR
              MOVE 'Y' TO WS-TOP-SWITCH.
      * ===============================================================
       TOTAL-ONE-BIN.
           IF WS-TOP-FOUND
              ADD WS-AUS-VALUE TO WS-AUS-KEY-VALUE
           ELSE
              ADD WS-AUS-VALUE TO WS-AUS-POP-VALUE.
      * ===============================================================
      * The interval is the sampled value over the sample size; the
      * seed is stepped once through the minimal-standard generator
      * (seed times 16807, modulo 2**31 - 1) and its remainder over
      * the interval places the first hit
      * ===============================================================
       SET-INTERVAL-AND-START.
           DIVIDE WS-AUS-POP-VALUE BY WS-AUS-SIZE
               GIVING WS-AUS-INTERVAL.
           IF WS-AUS-INTERVAL < 1
              MOVE 1 TO WS-AUS-INTERVAL.
           COMPUTE WS-AUS-PRODUCT = WS-AUS-SEED * 16807.
           DIVIDE WS-AUS-PRODUCT BY 2147483647
               GIVING WS-AUS-QUOTIENT REMAINDER WS-AUS-SEED.
           DIVIDE WS-AUS-SEED BY WS-AUS-INTERVAL
               GIVING WS-AUS-QUOTIENT REMAINDER WS-AUS-START.
           ADD 1 TO WS-AUS-START.
           MOVE WS-AUS-START TO WS-AUS-NEXT-HIT.
      * ===============================================================
      * A key color's bin is always taken; any other bin is taken
      * when its value carries the running total past the next hit,
      * and the hit then steps on past the running total -- a bin
      * worth several intervals is still only counted once
      * ===============================================================
       DRAW-ONE-BIN.
           MOVE ' ' TO WS-AUS-TYPE.
           IF WS-TOP-FOUND
              MOVE 'K' TO WS-AUS-TYPE
              ADD 1 TO KEY-COUNT
           ELSE
              ADD WS-AUS-VALUE TO WS-AUS-RUNNING
              IF WS-AUS-RUNNING >= WS-AUS-NEXT-HIT
                 MOVE 'S' TO WS-AUS-TYPE
                 ADD 1 TO DRAWN-COUNT
                 PERFORM STEP-NEXT-HIT
                    UNTIL WS-AUS-NEXT-HIT > WS-AUS-RUNNING
              END-IF
           END-IF.
           IF NOT WS-AUS-NOT-DRAWN
              PERFORM TAKE-ONE-ITEM.
      * ===============================================================
       STEP-NEXT-HIT.
           ADD WS-AUS-INTERVAL TO WS-AUS-NEXT-HIT.
      * ===============================================================
       TAKE-ONE-ITEM.
           ADD 1 TO WS-AUS-ITEM-NUM.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_AUDSMP
               VALUES (
                     :WS-AUS-DATE,
                     :WS-AUS-ITEM-NUM,
                     :WS-AUS-LOCATION,
                     :WS-AUS-COLOR,
                     :WS-AUS-TYPE,
                     :WS-AUS-QTY,
                     :WS-AUS-UNIT-COST,
                     0, 'S',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              ADD 1 TO ITEM-COUNT
              PERFORM WRITE-SHEET-LINE.
      * ===============================================================
      * Sheet line: no book quantity -- the auditors count blind
      * ===============================================================
       WRITE-SHEET-LINE.
           MOVE WS-AUS-ITEM-NUM TO OUTPUT-ITEM-NUMBER.
           MOVE WS-AUS-LOCATION TO OUTPUT-LOCATION.
           MOVE WS-AUS-COLOR TO OUTPUT-COLOR.
           MOVE WS-AUS-DESC TO OUTPUT-DESCRIPTION.
           IF WS-AUS-KEY-ITEM
              MOVE 'KEY' TO OUTPUT-TYPE
           ELSE
              MOVE 'MUS' TO OUTPUT-TYPE.
           MOVE SHEET-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The control row keeps what MRBLAUR needs to project the
      * result: the sampled value, the key value, and the interval
      * ===============================================================
       RECORD-THE-SAMPLE.
           MOVE ITEM-COUNT TO WS-AUS-RUN-COUNT.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_AUDRUN
               VALUES (
                     :WS-AUS-DATE,
                     :WS-AUS-CARD-SEED,
                     :WS-AUS-SIZE,
                     :WS-AUS-TOP,
                     :WS-AUS-POP-VALUE,
                     :WS-AUS-KEY-VALUE,
                     :WS-AUS-INTERVAL,
                     :WS-AUS-RUN-COUNT,
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-CONTROL-LINE.
           MOVE KEY-COUNT TO OUTPUT-KEY-COUNT.
           MOVE DRAWN-COUNT TO OUTPUT-DRAWN-COUNT.
           MOVE WS-AUS-POP-VALUE TO OUTPUT-POP-VALUE.
           MOVE WS-AUS-INTERVAL TO OUTPUT-INTERVAL.
           MOVE WS-AUS-START TO OUTPUT-START.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE CONTROL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Write the line already in OUTPUT-LINE, starting a new page
      * when this one is full
      * ===============================================================
       WRITE-PRINT-LINE.
           IF NEW-PAGE
              MOVE OUTPUT-LINE TO WS-HOLD-LINE
              PERFORM WRITE-HEADER
              MOVE WS-HOLD-LINE TO OUTPUT-LINE
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * Page header, then the card that drew the sample, and the
      * column heading
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES AUDIT COUNT SHEETS  ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SAMPLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SHEET-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
