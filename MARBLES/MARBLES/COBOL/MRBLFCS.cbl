      * ===============================================================
      * Monthly demand forecast, run on the first of the month.
      * MRBLRPC and MRBLUSG size stock off the last thirty days,
      * which is exactly wrong for the holiday colors -- in
      * October they look dead and in November they sell ten times
      * over. This run looks at up to three years of issues instead
      * and projects each color six months ahead, month by month,
      * with a seasonal index.
      *
      * Issues are SUB and PCK rows, BEFORE-QTY less AFTER-QTY.
      * Rows older than MRBLARC's cutoff have been offloaded, so the
      * history is read from both places: the archive generations
      * concatenated on U-T-ARCLOG (a DUMMY DD is fine while there
      * is nothing archived) and the live EVENT.MARBLES_LOG. MRBLARC
      * deletes what it unloads, so no row is in both. The month
      * the run falls in is the first forecast month; the 36 whole
      * months before it are the history.
      *
      * The history for a color starts at its oldest month with an
      * issue. With a year or more of it:
      *  - base     the average month over the last twelve, which
      *             already spans every season once
      *  - index    for each calendar month, that month's average
      *             across the years on file over the average month
      *             across the whole history (100% = a normal month)
      *  - forecast base times the target month's index
      * With less than a year there is nothing to read a season
      * from, so the base is the average of what there is and every
      * index is 100%.
      *
      * Each forecast is kept on EVENT.MARBLES_FORECAST keyed by the
      * month it was made in and the month it is for; a rerun in the
      * same month replaces that month's rows. The accuracy page
      * takes, for each of the last six months, the forecast made at
      * the start of that month for that month and sets it against
      * what actually issued. A color whose forecast has missed the
      * same way -- always over or always under -- in three or more
      * of those months, and by more than a quarter of the actual
      * overall, is flagged for the buyer, and ends the run with
      * return code 4. A database error ends it with return code 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLFCS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCLOG-FILE ASSIGN U-T-ARCLOG.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARCLOG-RECORD.
         01 ARCLOG-RECORD.
           02 ARCLOG-COLOR       PIC X(10).
           02 ARCLOG-VERB        PIC X(3).
           02 ARCLOG-BEFORE      PIC 9(9).
           02 ARCLOG-AFTER       PIC 9(9).
           02 ARCLOG-TERM        PIC X(4).
           02 ARCLOG-TIMESTAMP   PIC X(26).
           02 ARCLOG-STAMP-PARTS REDEFINES ARCLOG-TIMESTAMP.
              03 ARCLOG-YEAR     PIC 9(4).
              03 FILLER          PIC X(1).
              03 ARCLOG-MONTH    PIC 9(2).
              03 FILLER          PIC X(19).
           02 FILLER             PIC X(19).
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
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  MONTH-SWITCH      PIC X(3).
               88  END-OF-MONTHS VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  LINE-COUNT        PIC 9(5) VALUE 0.
           02  FLAG-COUNT        PIC 9(5) VALUE 0.
           02  SKIP-COUNT        PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Issues per color per month, held in a working table -- month
      * 1 is the last whole month before the run, month 36 three
      * years back
      * ===============================================================
       01  WS-ISSUE-TABLE.
           02  WS-CLR-COUNT      PIC S9(4) COMP VALUE 0.
           02  WS-CLR-ENTRY OCCURS 500 TIMES.
               03  WS-CLR-COLOR  PIC X(10).
               03  WS-CLR-ISSUED PIC S9(9) COMP OCCURS 36 TIMES.
      * ===============================================================
      * One color's season, by calendar month, and its six forecast
      * months
      * ===============================================================
       01  WS-SEASON-TABLE.
           02  WS-SEASON-ENTRY OCCURS 12 TIMES.
               03  WS-SEASON-TOTAL   PIC S9(9) COMP.
               03  WS-SEASON-MONTHS  PIC S9(4) COMP.
               03  WS-SEASON-INDEX   PIC S9(3)V99 COMP-3.
       01  WS-AHEAD-TABLE.
           02  WS-AHEAD-ENTRY OCCURS 6 TIMES.
               03  WS-AHEAD-MONTH    PIC X(7).
               03  WS-AHEAD-CAL      PIC S9(4) COMP.
               03  WS-AHEAD-QTY      PIC S9(9) COMP.
       01  WS-FORECAST-WORK.
           02  WS-FCS-TODAY      PIC X(10).
           02  WS-FCS-TODAY-PARTS REDEFINES WS-FCS-TODAY.
               03  WS-FCS-TODAY-YEAR  PIC 9(4).
               03  FILLER             PIC X(1).
               03  WS-FCS-TODAY-MONTH PIC 9(2).
               03  FILLER             PIC X(3).
           02  WS-FCS-RUN-ABS    PIC S9(9) COMP VALUE 0.
           02  WS-FCS-ABS        PIC S9(9) COMP VALUE 0.
           02  WS-FCS-YEAR       PIC S9(9) COMP VALUE 0.
           02  WS-FCS-MONTH      PIC S9(4) COMP VALUE 0.
           02  WS-FCS-BACK       PIC S9(9) COMP VALUE 0.
           02  WS-FCS-YM.
               03  WS-FCS-YM-YEAR     PIC 9(4).
               03  FILLER             PIC X(1) VALUE '-'.
               03  WS-FCS-YM-MONTH    PIC 9(2).
           02  WS-FCS-RUN-MONTH  PIC X(7).
           02  WS-FCS-ACC-MONTH  PIC X(7).
           02  WS-FCS-FROM-DATE  PIC X(10).
           02  WS-FCS-TO-DATE    PIC X(10).
           02  WS-FCS-COLOR      PIC X(10).
           02  WS-FCS-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-FCS-IX         PIC S9(4) COMP VALUE 0.
           02  WS-FCS-MX         PIC S9(4) COMP VALUE 0.
           02  WS-FCS-HIT        PIC 9 VALUE 0.
           02  WS-FCS-DEPTH      PIC S9(4) COMP VALUE 0.
           02  WS-FCS-TOTAL      PIC S9(9) COMP VALUE 0.
           02  WS-FCS-YEAR-TOTAL PIC S9(9) COMP VALUE 0.
           02  WS-FCS-BASE       PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-FCS-AVERAGE    PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-FCS-INDEX      PIC S9(3)V99 COMP-3 VALUE 0.
           02  WS-FCS-PERCENT    PIC S9(5) COMP VALUE 0.
      * ===============================================================
      * Forecast against actual for one color over the last six
      * months. A month with no forecast on file (before this run
      * existed, or a color added since) is left out.
      * ===============================================================
       01  WS-ACCURACY-WORK.
           02  WS-ACC-MONTHS     PIC S9(4) COMP VALUE 0.
           02  WS-ACC-OVER       PIC S9(4) COMP VALUE 0.
           02  WS-ACC-UNDER      PIC S9(4) COMP VALUE 0.
           02  WS-ACC-FORECAST   PIC S9(9) COMP VALUE 0.
           02  WS-ACC-ACTUAL     PIC S9(9) COMP VALUE 0.
           02  WS-ACC-ABS-ERROR  PIC S9(9) COMP VALUE 0.
           02  WS-ACC-ERROR      PIC S9(9) COMP VALUE 0.
           02  WS-ACC-ERR-PCT    PIC S9(7) COMP VALUE 0.
           02  WS-ACC-BIAS-PCT   PIC S9(7) COMP VALUE 0.
           02  WS-ACC-TOLERANCE  PIC S9(4) COMP VALUE 25.
           02  WS-ACC-MIN-MONTHS PIC S9(4) COMP VALUE 3.
       01  FORECAST-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'COLOR     '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE ' MOS'.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE '   BASE'.
           02  HEAD-AHEAD OCCURS 6 TIMES.
               03  HEAD-AHEAD-GAP    PIC X(2).
               03  HEAD-AHEAD-MONTH  PIC X(7).
               03  HEAD-AHEAD-SEP    PIC X(1).
               03  HEAD-AHEAD-SEAS   PIC X(5).
           02  FILLER                PIC X(16) VALUE SPACES.
       01  FORECAST-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(2).
           02  OUTPUT-DEPTH          PIC Z9.
           02  FILLER                PIC X(2).
           02  OUTPUT-BASE           PIC ZZZ,ZZ9.
           02  DETAIL-AHEAD OCCURS 6 TIMES.
               03  DETAIL-AHEAD-GAP  PIC X(2).
               03  DETAIL-AHEAD-QTY  PIC ZZZ,ZZ9.
               03  DETAIL-AHEAD-SEP  PIC X(1).
               03  DETAIL-AHEAD-PCT  PIC ZZZ9.
               03  DETAIL-AHEAD-SIGN PIC X(1).
           02  FILLER                PIC X(16).
       01  ACCURACY-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'COLOR     '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(3)  VALUE 'MOS'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE '   FORECAST'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE '     ACTUAL'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE '  ABS ERROR'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'ERR %'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'BIAS %'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE SPACES.
           02  FILLER                PIC X(35) VALUE SPACES.
       01  ACCURACY-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  ACC-COLOR             PIC X(10).
           02  FILLER                PIC X(3).
           02  ACC-MONTHS            PIC ZZ9.
           02  FILLER                PIC X(3).
           02  ACC-FORECAST          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  ACC-ACTUAL            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  ACC-ABS-ERROR         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  ACC-ERR-PCT           PIC ZZZZ9.
           02  FILLER                PIC X(3).
           02  ACC-BIAS-PCT          PIC -ZZZZ9.
           02  FILLER                PIC X(3).
           02  ACC-FLAG              PIC X(18).
           02  FILLER                PIC X(35).
       01  FORECAST-SUMMARY-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  SUMMARY-LABEL         PIC X(24).
           02  SUMMARY-COUNT         PIC ZZ,ZZ9.
           02  FILLER                PIC X(101) VALUE SPACES.
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
           EXEC SQL DECLARE EVENT.MARBLES_LOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             BEFORE-QTY                     INTEGER     NOT NULL,
             AFTER-QTY                      INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             LOG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL forecast table -- one row per color per forecast
      * month per run month (both 'YYYY-MM'); SEASON-INDEX is the
      * target month's index, 1.00 for a normal month
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_FORECAST TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             RUN-MONTH                      CHAR(7)     NOT NULL,
             FCST-MONTH                     CHAR(7)     NOT NULL,
             FCST-QTY                       INTEGER     NOT NULL,
             SEASON-INDEX                   DECIMAL(5,2) NOT NULL,
             CRE-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLFCS ' TO MRBLRUN-JOB-NAME.
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
           PERFORM SET-RUN-MONTHS.
           IF RETURN-CODE = 0
              PERFORM LOAD-COLORS.
           IF RETURN-CODE = 0
              PERFORM SCAN-ARCHIVE
              PERFORM LOAD-LIVE-ISSUES.
           IF RETURN-CODE = 0
              PERFORM CLEAR-RUN-MONTH.
           IF RETURN-CODE = 0
              PERFORM PRINT-FORECASTS
              PERFORM PRINT-ACCURACY.
           IF FLAG-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The run month and the months either side of it, each as
      * 'YYYY-MM' -- months are counted as year * 12 + month - 1 so
      * stepping back across a year end is plain subtraction
      * ===============================================================
       SET-RUN-MONTHS.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO) INTO :WS-FCS-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              COMPUTE WS-FCS-RUN-ABS = WS-FCS-TODAY-YEAR * 12
                                     + WS-FCS-TODAY-MONTH - 1
              MOVE WS-FCS-RUN-ABS TO WS-FCS-ABS
              PERFORM BUILD-YEAR-MONTH
              MOVE WS-FCS-YM TO WS-FCS-RUN-MONTH
              STRING WS-FCS-YM '-01' DELIMITED BY SIZE
                  INTO WS-FCS-TO-DATE
              COMPUTE WS-FCS-ABS = WS-FCS-RUN-ABS - 36
              PERFORM BUILD-YEAR-MONTH
              STRING WS-FCS-YM '-01' DELIMITED BY SIZE
                  INTO WS-FCS-FROM-DATE
              COMPUTE WS-FCS-ABS = WS-FCS-RUN-ABS - 6
              PERFORM BUILD-YEAR-MONTH
              MOVE WS-FCS-YM TO WS-FCS-ACC-MONTH
              PERFORM SET-AHEAD-MONTH
                 VARYING WS-FCS-IX FROM 1 BY 1
                 UNTIL WS-FCS-IX > 6.
      * ===============================================================
       BUILD-YEAR-MONTH.
           DIVIDE WS-FCS-ABS BY 12 GIVING WS-FCS-YEAR
               REMAINDER WS-FCS-MONTH.
           ADD 1 TO WS-FCS-MONTH.
           MOVE WS-FCS-YEAR TO WS-FCS-YM-YEAR.
           MOVE WS-FCS-MONTH TO WS-FCS-YM-MONTH.
      * ===============================================================
       SET-AHEAD-MONTH.
           COMPUTE WS-FCS-ABS = WS-FCS-RUN-ABS + WS-FCS-IX - 1.
           PERFORM BUILD-YEAR-MONTH.
           MOVE WS-FCS-YM TO WS-AHEAD-MONTH (WS-FCS-IX).
           MOVE WS-FCS-MONTH TO WS-AHEAD-CAL (WS-FCS-IX).
           MOVE SPACES TO HEAD-AHEAD-GAP (WS-FCS-IX).
           MOVE WS-FCS-YM TO HEAD-AHEAD-MONTH (WS-FCS-IX).
           MOVE SPACES TO HEAD-AHEAD-SEP (WS-FCS-IX).
           MOVE ' SEAS' TO HEAD-AHEAD-SEAS (WS-FCS-IX).
      * ===============================================================
      * Every color on file, in color order, each with 36 empty
      * months
      * ===============================================================
       LOAD-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-FCSCLR CURSOR FOR
               SELECT COLOR
               FROM EVENT.MARBLES
               ORDER BY COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-FCSCLR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-LOAD-COLOR
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-FCSCLR
           END-EXEC.
      * ===============================================================
       FETCH-AND-LOAD-COLOR.
           EXEC SQL
               FETCH C-FCSCLR
                   INTO :WS-FCS-COLOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              IF WS-CLR-COUNT < 500
                 ADD 1 TO WS-CLR-COUNT
                 MOVE WS-FCS-COLOR TO WS-CLR-COLOR (WS-CLR-COUNT)
                 PERFORM CLEAR-ISSUE-MONTH
                    VARYING WS-FCS-MX FROM 1 BY 1
                    UNTIL WS-FCS-MX > 36
              ELSE
                 ADD 1 TO SKIP-COUNT.
      * ===============================================================
       CLEAR-ISSUE-MONTH.
           MOVE 0 TO WS-CLR-ISSUED (WS-CLR-COUNT, WS-FCS-MX).
      * ===============================================================
      * The archive generations, end to end. Consecutive rows are
      * usually the same color, so the table is only searched again
      * when the color changes.
      * ===============================================================
       SCAN-ARCHIVE.
           MOVE SPACES TO WS-FCS-COLOR.
           MOVE 0 TO WS-FCS-HIT.
           OPEN INPUT ARCLOG-FILE.
           PERFORM GET-ARCHIVE-RECORD.
           PERFORM POST-ARCHIVE-ISSUE
              UNTIL END-OF-FILE.
           CLOSE ARCLOG-FILE.
      * ===============================================================
       GET-ARCHIVE-RECORD.
           READ ARCLOG-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       POST-ARCHIVE-ISSUE.
           IF (ARCLOG-VERB = 'SUB' OR ARCLOG-VERB = 'PCK')
                 AND ARCLOG-YEAR IS NUMERIC
                 AND ARCLOG-MONTH IS NUMERIC
              COMPUTE WS-FCS-BACK = WS-FCS-RUN-ABS
                                  - (ARCLOG-YEAR * 12
                                     + ARCLOG-MONTH - 1)
              IF WS-FCS-BACK > 0 AND WS-FCS-BACK < 37
                 IF ARCLOG-COLOR NOT = WS-FCS-COLOR
                    MOVE ARCLOG-COLOR TO WS-FCS-COLOR
                    PERFORM FIND-COLOR
                 END-IF
                 IF WS-FCS-HIT = 1
                    COMPUTE WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-BACK) =
                            WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-BACK)
                          + ARCLOG-BEFORE - ARCLOG-AFTER.
           PERFORM GET-ARCHIVE-RECORD.
      * ===============================================================
       FIND-COLOR.
           MOVE 0 TO WS-FCS-HIT.
           MOVE 0 TO WS-FCS-IX.
           PERFORM MATCH-COLOR
              UNTIL WS-FCS-IX >= WS-CLR-COUNT
                 OR WS-FCS-HIT = 1.
      * ===============================================================
       MATCH-COLOR.
           ADD 1 TO WS-FCS-IX.
           IF WS-CLR-COLOR (WS-FCS-IX) = WS-FCS-COLOR
              MOVE 1 TO WS-FCS-HIT.
      * ===============================================================
      * The live log, already totalled by color and month
      * ===============================================================
       LOAD-LIVE-ISSUES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-FCSLOG CURSOR FOR
               SELECT COLOR, YEAR(LOG-TIMESTAMP),
                      MONTH(LOG-TIMESTAMP),
                      SUM(BEFORE-QTY - AFTER-QTY)
               FROM EVENT.MARBLES_LOG
               WHERE (VERB = 'SUB' OR VERB = 'PCK')
                 AND DATE(LOG-TIMESTAMP) >= DATE(:WS-FCS-FROM-DATE)
                 AND DATE(LOG-TIMESTAMP) < DATE(:WS-FCS-TO-DATE)
               GROUP BY COLOR, YEAR(LOG-TIMESTAMP),
                        MONTH(LOG-TIMESTAMP)
           END-EXEC.
           EXEC SQL
               OPEN C-FCSLOG
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-POST-LIVE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-FCSLOG
           END-EXEC.
      * ===============================================================
       FETCH-AND-POST-LIVE.
           EXEC SQL
               FETCH C-FCSLOG
                   INTO :WS-FCS-COLOR, :WS-FCS-YEAR, :WS-FCS-MONTH,
                        :WS-FCS-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              COMPUTE WS-FCS-BACK = WS-FCS-RUN-ABS
                                  - (WS-FCS-YEAR * 12
                                     + WS-FCS-MONTH - 1)
              PERFORM FIND-COLOR
              IF WS-FCS-HIT = 1
                    AND WS-FCS-BACK > 0 AND WS-FCS-BACK < 37
                 ADD WS-FCS-QTY
                     TO WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-BACK).
      * ===============================================================
      * A rerun in the same month replaces that month's forecasts
      * ===============================================================
       CLEAR-RUN-MONTH.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_FORECAST
               WHERE RUN-MONTH = :WS-FCS-RUN-MONTH
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       PRINT-FORECASTS.
           MOVE '  MARBLES DEMAND FORECAST     ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-FORECAST-HEADING.
           MOVE SPACES TO FORECAST-DETAIL-LINE.
           PERFORM FORECAST-ONE-COLOR
              VARYING WS-FCS-IX FROM 1 BY 1
              UNTIL WS-FCS-IX > WS-CLR-COUNT.
           MOVE 'COLORS FORECAST:        ' TO SUMMARY-LABEL.
           MOVE LINE-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           IF SKIP-COUNT > 0
              MOVE 'COLORS OVER TABLE SIZE: ' TO SUMMARY-LABEL
              MOVE SKIP-COUNT TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
       FORECAST-ONE-COLOR.
           PERFORM FIND-HISTORY-DEPTH.
           PERFORM BUILD-SEASON.
           PERFORM PROJECT-AHEAD-MONTH
              VARYING WS-FCS-MX FROM 1 BY 1
              UNTIL WS-FCS-MX > 6.
           PERFORM WRITE-FORECAST-DETAIL.
      * ===============================================================
      * The history starts at the oldest month with an issue
      * ===============================================================
       FIND-HISTORY-DEPTH.
           MOVE 36 TO WS-FCS-DEPTH.
           PERFORM STEP-HISTORY-DEPTH
              UNTIL WS-FCS-DEPTH = 0
                 OR WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-DEPTH) NOT = 0.
      * ===============================================================
       STEP-HISTORY-DEPTH.
           SUBTRACT 1 FROM WS-FCS-DEPTH.
      * ===============================================================
      * Base and seasonal index for the color in hand. Every index
      * starts at 1.00 and only a year or more of history moves it.
      * ===============================================================
       BUILD-SEASON.
           PERFORM CLEAR-SEASON-MONTH
              VARYING WS-FCS-MX FROM 1 BY 1
              UNTIL WS-FCS-MX > 12.
           MOVE 0 TO WS-FCS-TOTAL.
           MOVE 0 TO WS-FCS-YEAR-TOTAL.
           PERFORM ADD-SEASON-MONTH
              VARYING WS-FCS-MX FROM 1 BY 1
              UNTIL WS-FCS-MX > WS-FCS-DEPTH.
           IF WS-FCS-DEPTH = 0
              MOVE 0 TO WS-FCS-BASE
           ELSE
              IF WS-FCS-DEPTH < 12
                 COMPUTE WS-FCS-BASE ROUNDED =
                         WS-FCS-TOTAL / WS-FCS-DEPTH
              ELSE
                 COMPUTE WS-FCS-BASE ROUNDED =
                         WS-FCS-YEAR-TOTAL / 12
                 COMPUTE WS-FCS-AVERAGE ROUNDED =
                         WS-FCS-TOTAL / WS-FCS-DEPTH
                 IF WS-FCS-AVERAGE > 0
                    PERFORM SET-SEASON-INDEX
                       VARYING WS-FCS-MX FROM 1 BY 1
                       UNTIL WS-FCS-MX > 12.
      * ===============================================================
       CLEAR-SEASON-MONTH.
           MOVE 0 TO WS-SEASON-TOTAL (WS-FCS-MX).
           MOVE 0 TO WS-SEASON-MONTHS (WS-FCS-MX).
           MOVE 1 TO WS-SEASON-INDEX (WS-FCS-MX).
      * ===============================================================
      * History month n is calendar month (run month - n), stepped
      * back across the year end the same way the run months are
      * ===============================================================
       ADD-SEASON-MONTH.
           COMPUTE WS-FCS-ABS = WS-FCS-RUN-ABS - WS-FCS-MX.
           PERFORM BUILD-YEAR-MONTH.
           ADD WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-MX)
               TO WS-SEASON-TOTAL (WS-FCS-MONTH).
           ADD 1 TO WS-SEASON-MONTHS (WS-FCS-MONTH).
           ADD WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-MX) TO WS-FCS-TOTAL.
           IF WS-FCS-MX < 13
              ADD WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-MX)
                  TO WS-FCS-YEAR-TOTAL.
      * ===============================================================
       SET-SEASON-INDEX.
           IF WS-SEASON-MONTHS (WS-FCS-MX) > 0
              COMPUTE WS-SEASON-INDEX (WS-FCS-MX) ROUNDED =
                      WS-SEASON-TOTAL (WS-FCS-MX)
                    / WS-SEASON-MONTHS (WS-FCS-MX)
                    / WS-FCS-AVERAGE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-SEASON-INDEX (WS-FCS-MX).
      * ===============================================================
      * Forecast month m is base times its calendar month's index;
      * the row is stored as it is printed
      * ===============================================================
       PROJECT-AHEAD-MONTH.
           MOVE WS-SEASON-INDEX (WS-AHEAD-CAL (WS-FCS-MX))
               TO WS-FCS-INDEX.
           COMPUTE WS-AHEAD-QTY (WS-FCS-MX) ROUNDED =
                   WS-FCS-BASE * WS-FCS-INDEX.
           COMPUTE WS-FCS-PERCENT ROUNDED = WS-FCS-INDEX * 100.
           MOVE SPACES TO DETAIL-AHEAD-GAP (WS-FCS-MX).
           MOVE WS-AHEAD-QTY (WS-FCS-MX)
               TO DETAIL-AHEAD-QTY (WS-FCS-MX).
           MOVE SPACES TO DETAIL-AHEAD-SEP (WS-FCS-MX).
           MOVE WS-FCS-PERCENT TO DETAIL-AHEAD-PCT (WS-FCS-MX).
           MOVE '%' TO DETAIL-AHEAD-SIGN (WS-FCS-MX).
           MOVE WS-AHEAD-MONTH (WS-FCS-MX) TO WS-FCS-YM.
           MOVE WS-AHEAD-QTY (WS-FCS-MX) TO WS-FCS-QTY.
           MOVE WS-CLR-COLOR (WS-FCS-IX) TO WS-FCS-COLOR.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_FORECAST
               VALUES (:WS-FCS-COLOR, :WS-FCS-RUN-MONTH,
                       :WS-FCS-YM, :WS-FCS-QTY, :WS-FCS-INDEX,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-FORECAST-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE FORECAST-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-FORECAST-DETAIL.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              PERFORM WRITE-FORECAST-HEADING.
           MOVE WS-CLR-COLOR (WS-FCS-IX) TO OUTPUT-COLOR.
           MOVE WS-FCS-DEPTH TO OUTPUT-DEPTH.
           MOVE WS-FCS-BASE TO OUTPUT-BASE.
           MOVE FORECAST-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * Forecast against actual, on its own page. Only a color with
      * at least one month to compare gets a line.
      * ===============================================================
       PRINT-ACCURACY.
           MOVE '  MARBLES FORECAST ACCURACY   ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-ACCURACY-HEADING.
           MOVE SPACES TO ACCURACY-DETAIL-LINE.
           PERFORM MEASURE-ONE-COLOR
              VARYING WS-FCS-IX FROM 1 BY 1
              UNTIL WS-FCS-IX > WS-CLR-COUNT.
           MOVE 'COLORS CONSISTENTLY OFF:' TO SUMMARY-LABEL.
           MOVE FLAG-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
       MEASURE-ONE-COLOR.
           MOVE 0 TO WS-ACC-MONTHS.
           MOVE 0 TO WS-ACC-OVER.
           MOVE 0 TO WS-ACC-UNDER.
           MOVE 0 TO WS-ACC-FORECAST.
           MOVE 0 TO WS-ACC-ACTUAL.
           MOVE 0 TO WS-ACC-ABS-ERROR.
           MOVE WS-CLR-COLOR (WS-FCS-IX) TO WS-FCS-COLOR.
           MOVE SPACES TO MONTH-SWITCH.
           EXEC SQL
               DECLARE C-FCSACC CURSOR FOR
               SELECT FCST-MONTH, FCST-QTY
               FROM EVENT.MARBLES_FORECAST
               WHERE COLOR = :WS-FCS-COLOR
                 AND RUN-MONTH = FCST-MONTH
                 AND FCST-MONTH >= :WS-FCS-ACC-MONTH
                 AND FCST-MONTH < :WS-FCS-RUN-MONTH
           END-EXEC.
           EXEC SQL
               OPEN C-FCSACC
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO MONTH-SWITCH.
           PERFORM FETCH-AND-COMPARE
              UNTIL END-OF-MONTHS.
           EXEC SQL
               CLOSE C-FCSACC
           END-EXEC.
           IF WS-ACC-MONTHS > 0
              PERFORM WRITE-ACCURACY-DETAIL.
      * ===============================================================
       FETCH-AND-COMPARE.
           EXEC SQL
               FETCH C-FCSACC
                   INTO :WS-FCS-YM, :WS-FCS-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO MONTH-SWITCH
           ELSE
              COMPUTE WS-FCS-BACK = WS-FCS-RUN-ABS
                                  - (WS-FCS-YM-YEAR * 12
                                     + WS-FCS-YM-MONTH - 1)
              IF WS-FCS-BACK > 0 AND WS-FCS-BACK < 7
                 PERFORM COMPARE-ONE-MONTH.
      * ===============================================================
       COMPARE-ONE-MONTH.
           ADD 1 TO WS-ACC-MONTHS.
           ADD WS-FCS-QTY TO WS-ACC-FORECAST.
           ADD WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-BACK) TO WS-ACC-ACTUAL.
           COMPUTE WS-ACC-ERROR =
                   WS-FCS-QTY - WS-CLR-ISSUED (WS-FCS-IX, WS-FCS-BACK).
           IF WS-ACC-ERROR > 0
              ADD 1 TO WS-ACC-OVER
              ADD WS-ACC-ERROR TO WS-ACC-ABS-ERROR
           ELSE
              IF WS-ACC-ERROR < 0
                 ADD 1 TO WS-ACC-UNDER
                 SUBTRACT WS-ACC-ERROR FROM WS-ACC-ABS-ERROR.
      * ===============================================================
      * Error and bias are per cent of actual; with nothing issued
      * at all any forecast is wholly wrong, and prints as 100%
      * ===============================================================
       WRITE-ACCURACY-DETAIL.
           IF WS-ACC-ACTUAL > 0
              COMPUTE WS-ACC-ERR-PCT ROUNDED =
                      WS-ACC-ABS-ERROR * 100 / WS-ACC-ACTUAL
              COMPUTE WS-ACC-BIAS-PCT ROUNDED =
                      (WS-ACC-FORECAST - WS-ACC-ACTUAL) * 100
                    / WS-ACC-ACTUAL
           ELSE
              IF WS-ACC-FORECAST > 0
                 MOVE 100 TO WS-ACC-ERR-PCT
                 MOVE 100 TO WS-ACC-BIAS-PCT
              ELSE
                 MOVE 0 TO WS-ACC-ERR-PCT
                 MOVE 0 TO WS-ACC-BIAS-PCT.
           MOVE SPACES TO ACC-FLAG.
           IF WS-ACC-MONTHS NOT < WS-ACC-MIN-MONTHS
                 AND WS-ACC-ERR-PCT > WS-ACC-TOLERANCE
              IF WS-ACC-OVER = WS-ACC-MONTHS
                 MOVE 'CONSISTENTLY OVER' TO ACC-FLAG
                 ADD 1 TO FLAG-COUNT
              ELSE
                 IF WS-ACC-UNDER = WS-ACC-MONTHS
                    MOVE 'CONSISTENTLY UNDER' TO ACC-FLAG
                    ADD 1 TO FLAG-COUNT.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              PERFORM WRITE-ACCURACY-HEADING.
           MOVE WS-FCS-COLOR TO ACC-COLOR.
           MOVE WS-ACC-MONTHS TO ACC-MONTHS.
           MOVE WS-ACC-FORECAST TO ACC-FORECAST.
           MOVE WS-ACC-ACTUAL TO ACC-ACTUAL.
           MOVE WS-ACC-ABS-ERROR TO ACC-ABS-ERROR.
           MOVE WS-ACC-ERR-PCT TO ACC-ERR-PCT.
           MOVE WS-ACC-BIAS-PCT TO ACC-BIAS-PCT.
           MOVE ACCURACY-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-ACCURACY-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE ACCURACY-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE FORECAST-SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 2 TO LINES-WRITTEN.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
