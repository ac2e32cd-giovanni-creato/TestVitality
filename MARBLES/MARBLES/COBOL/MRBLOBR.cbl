      * ===============================================================
      * Month-end obsolescence reserve. Finance used to work this
      * out on a spreadsheet from the MRBLAGE and MRBLEXD printouts;
      * this batch does it off the same data. Driven by the period
      * (YYYYMM) and the five aging-bucket reserve percentages
      * (three digits each, current/30/60/90/180-and-over, the
      * MRBLAGE buckets) -- the run parameters first, else the
      * U-T-PARM card (period in 1-6, percentages in 7-21). A
      * missing or malformed value, or a percentage over 100, stops
      * the run with return code 16 before anything is read.
      *
      * Each color is aged the way MRBLAGE ages it (days since its
      * last real movement; a write-off is not one) and only stock
      * we own counts -- consigned lots are the supplier's. Owned
      * lots that have expired or sit in quarantine are reserved at
      * 100%; the rest of the color's owned stock at its bucket's
      * percentage; all valued at the color's UNIT-COST. The result
      * is compared with last month's reserve, less whatever of it
      * the MRBLWOF write-offs have released since, and the
      * difference is the period's change, which MRBLGLJ journals
      * under the OBR verb. Every color with a reserve (or one that
      * just lost it) gets a row on EVENT.MARBLES_OBSRSV for the
      * period; a rerun replaces the period's rows.
      *
      * The disposal candidates -- every owned expired or
      * quarantined lot, and the unlotted remainder of every color
      * in the 180-day bucket -- go to U-T-WOFOUT in the MRBLWOF
      * input layout, approval column blank, for the supervisor to
      * mark up the way the MRBLREC discrepancy file is marked up.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLOBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT WRITEOFF-FILE ASSIGN U-T-WOFOUT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-PERIOD        PIC X(6).
           02 PARM-BUCKET-PCTS   PIC X(15).
           02 FILLER             PIC X(59).
      * ===============================================================
      * Disposal candidates for MRBLWOF: the supervisor marks
      * WOF-APPROVAL 'Y', writes a reason code beside it, and may
      * lower the quantity on the lines that may be written off
      * ===============================================================
       FD  WRITEOFF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WRITEOFF-RECORD.
         01 WRITEOFF-RECORD.
           02 WOF-COLOR          PIC X(10).
           02 WOF-LOT-ID         PIC X(10).
           02 WOF-QTY            PIC 9(5).
           02 WOF-APPROVAL       PIC X(1).
           02 WOF-REASON         PIC X(4).
           02 FILLER             PIC X(50).
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
           02  RESERVE-COUNT     PIC 9(5) VALUE 0.
           02  CANDIDATE-COUNT   PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * governed table answers first; the job's own card is only
      * the fallback while the table rolls out
      * ===============================================================
       COPY MRBLPRMC.
       01  WS-RESERVE-WORK.
           02  WS-OBR-NEED-CARD  PIC X(1).
           02  WS-OBR-PERIOD     PIC X(6).
           02  WS-OBR-PERIOD-9   PIC 9(6).
           02  WS-OBR-PERIOD-NUM PIC S9(9) COMP.
           02  WS-OBR-PRIOR      PIC X(6).
           02  WS-OBR-PRIOR-9    PIC 9(6).
           02  WS-OBR-YEAR       PIC S9(9) COMP.
           02  WS-OBR-MONTH      PIC S9(4) COMP.
           02  WS-OBR-COLOR      PIC X(10).
           02  WS-OBR-LOT-ID     PIC X(10).
           02  WS-OBR-INV        PIC S9(9) COMP.
           02  WS-OBR-COST       PIC S9(5) COMP-3.
           02  WS-OBR-DAYS       PIC S9(9) COMP.
           02  WS-OBR-CSG-QTY    PIC S9(9) COMP.
           02  WS-OBR-OWNED      PIC S9(9) COMP.
           02  WS-OBR-FULL-QTY   PIC S9(9) COMP.
           02  WS-OBR-AGED-QTY   PIC S9(9) COMP.
           02  WS-OBR-LOT-QTY    PIC S9(9) COMP.
           02  WS-OBR-PCT        PIC S9(3) COMP-3.
           02  WS-OBR-RESERVE    PIC S9(11) COMP-3.
           02  WS-OBR-PRIOR-AMT  PIC S9(11) COMP-3.
           02  WS-OBR-RELEASED   PIC S9(11) COMP-3.
           02  WS-OBR-CHANGE     PIC S9(11) COMP-3.
           02  WS-HOLD-LINE      PIC X(132).
      * ===============================================================
      * The five bucket percentages as they arrive, three digits
      * apiece, and the index that walks them
      * ===============================================================
       01  WS-PCT-AREA.
           02  WS-PCT-TEXT       PIC X(15).
           02  WS-PCT-TABLE REDEFINES WS-PCT-TEXT.
               03  WS-PCT-ENTRY  PIC 9(3) OCCURS 5 TIMES.
           02  WS-PCT-IX         PIC S9(4) COMP.
       01  WS-RESERVE-TOTALS.
           02  WS-TOT-RESERVE    PIC S9(13) COMP-3 VALUE 0.
           02  WS-TOT-PRIOR      PIC S9(13) COMP-3 VALUE 0.
           02  WS-TOT-RELEASED   PIC S9(13) COMP-3 VALUE 0.
           02  WS-TOT-CHANGE     PIC S9(13) COMP-3 VALUE 0.
       01  PERIOD-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(28) VALUE
               'OBSOLESCENCE RESERVE PERIOD '.
           02  OUTPUT-PERIOD         PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'PERCENTAGES '.
           02  OUTPUT-PCT-LIST.
               03  OUTPUT-PCT-ENTRY  OCCURS 5 TIMES.
                   04  OUTPUT-PCT-ONE PIC ZZ9.
                   04  FILLER        PIC X(2).
           02  FILLER                PIC X(53).
       01  RESERVE-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'COLOR'.
           02  FILLER                PIC X(7)  VALUE ' IDLE'.
           02  FILLER                PIC X(10) VALUE 'BUCKET'.
           02  FILLER                PIC X(9)  VALUE '  OWNED'.
           02  FILLER                PIC X(5)  VALUE 'PCT'.
           02  FILLER                PIC X(9)  VALUE '   FULL'.
           02  FILLER                PIC X(15) VALUE '      RESERVE'.
           02  FILLER                PIC X(15) VALUE '        PRIOR'.
           02  FILLER                PIC X(15) VALUE '     RELEASED'.
           02  FILLER                PIC X(14) VALUE '       CHANGE'.
           02  FILLER                PIC X(16).
       01  RESERVE-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-DAYS-IDLE      PIC ZZZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-BUCKET         PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-OWNED          PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-PCT            PIC ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-FULL           PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-RESERVE        PIC Z,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-PRIOR          PIC Z,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-RELEASED       PIC Z,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-CHANGE         PIC -Z,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(16).
       01  RESERVE-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(9)  VALUE 'RESERVE: '.
           02  OUTPUT-TOT-RESERVE    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'PRIOR: '.
           02  OUTPUT-TOT-PRIOR      PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RELEASED: '.
           02  OUTPUT-TOT-RELEASED   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'CHANGE: '.
           02  OUTPUT-TOT-CHANGE     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'CANDIDATES: '.
           02  OUTPUT-CANDIDATES     PIC ZZ,ZZ9.
           02  FILLER                PIC X(10).
      * ===============================================================
      * Map SQL tables this batch reads
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
      * ===============================================================
      * Map SQL reserve table (one row per color per period, written
      * here) and the write-off table (one row per write-off posted
      * by MRBLWOF, with the reserve it used)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_OBSRSV TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             DAYS-IDLE                      INTEGER     NOT NULL,
             OWNED-QTY                      INTEGER     NOT NULL,
             FULL-QTY                       INTEGER     NOT NULL,
             RESERVE-PCT                    DECIMAL(3,0) NOT NULL,
             RESERVE-AMOUNT                 DECIMAL(11,0) NOT NULL,
             PRIOR-AMOUNT                   DECIMAL(11,0) NOT NULL,
             RELEASED-AMOUNT                DECIMAL(11,0) NOT NULL,
             CHANGE-AMOUNT                  DECIMAL(11,0) NOT NULL,
             RSV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_WRTOFF TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             WOF-AMOUNT                     DECIMAL(11,0) NOT NULL,
             RESERVE-USED                   DECIMAL(11,0) NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             WOF-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-RUN-PARAMETERS.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLOBR ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT WRITEOFF-FILE
                OUTPUT REPORT-FILE.
           PERFORM SET-PRIOR-PERIOD.
           PERFORM WRITE-HEADER.
           PERFORM CLEAR-PERIOD-ROWS.
           IF RETURN-CODE = 0
              PERFORM RESERVE-ALL-COLORS
              PERFORM RELEASE-DELETED-COLORS
              PERFORM LIST-DEAD-LOTS.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE RESERVE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE WRITEOFF-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Period and percentages: the governed parameter table answers
      * first; the card only stands in for what no row covers
      * ===============================================================
       READ-RUN-PARAMETERS.
           MOVE 'N' TO WS-OBR-NEED-CARD.
           MOVE 'MRBLOBR ' TO MRBLPRM-JOB-NAME.
           MOVE 'PERIOD  ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-OBR-PERIOD
           ELSE
              MOVE SPACES TO WS-OBR-PERIOD
              MOVE 'Y' TO WS-OBR-NEED-CARD.
           MOVE 'MRBLOBR ' TO MRBLPRM-JOB-NAME.
           MOVE 'BUCKETS ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:15) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:15) TO WS-PCT-TEXT
           ELSE
              MOVE SPACES TO WS-PCT-TEXT
              MOVE 'Y' TO WS-OBR-NEED-CARD.
           IF WS-OBR-NEED-CARD = 'Y'
              PERFORM READ-PARM-CARD.
           IF WS-OBR-PERIOD IS NOT NUMERIC
                 OR WS-PCT-TEXT IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE WS-OBR-PERIOD TO WS-OBR-PERIOD-9
              MOVE WS-OBR-PERIOD-9 TO WS-OBR-PERIOD-NUM
              MOVE 1 TO WS-PCT-IX
              PERFORM CHECK-ONE-PCT
                 UNTIL WS-PCT-IX > 5.
      * ===============================================================
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           IF NOT END-OF-PARM
              IF WS-OBR-PERIOD = SPACES
                 MOVE PARM-PERIOD TO WS-OBR-PERIOD
              END-IF
              IF WS-PCT-TEXT = SPACES
                 MOVE PARM-BUCKET-PCTS TO WS-PCT-TEXT
              END-IF
           END-IF.
      * ===============================================================
      * A reserve can't be more than the stock is worth
      * ===============================================================
       CHECK-ONE-PCT.
           IF WS-PCT-ENTRY(WS-PCT-IX) > 100
              MOVE 16 TO RETURN-CODE.
           MOVE WS-PCT-ENTRY(WS-PCT-IX) TO OUTPUT-PCT-ONE(WS-PCT-IX).
           ADD 1 TO WS-PCT-IX.
      * ===============================================================
      * Last month is the comparison -- January's is December's of
      * the year before
      * ===============================================================
       SET-PRIOR-PERIOD.
           DIVIDE WS-OBR-PERIOD-NUM BY 100
               GIVING WS-OBR-YEAR REMAINDER WS-OBR-MONTH.
           IF WS-OBR-MONTH = 1
              COMPUTE WS-OBR-PRIOR-9 = (WS-OBR-YEAR - 1) * 100 + 12
           ELSE
              COMPUTE WS-OBR-PRIOR-9 = WS-OBR-PERIOD-NUM - 1.
           MOVE WS-OBR-PRIOR-9 TO WS-OBR-PRIOR.
           MOVE WS-OBR-PERIOD TO OUTPUT-PERIOD.
      * ===============================================================
      * A rerun starts the period over
      * ===============================================================
       CLEAR-PERIOD-ROWS.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_OBSRSV
               WHERE PERIOD = :WS-OBR-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Every color, aged as MRBLAGE ages it, with its consigned
      * and its expired-or-quarantined owned stock, last month's
      * reserve, and what write-offs have released of it since
      * ===============================================================
       RESERVE-ALL-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-RESERVE CURSOR FOR
               SELECT M.COLOR, M.INVENTORY, M.UNIT-COST,
                      COALESCE(DAYS(CURRENT DATE)
                               - DAYS(MAX(L.LOG-TIMESTAMP)),
                               DAYS(CURRENT DATE)
                               - DAYS(M.LAST-UPDATED)),
                      (SELECT COALESCE(SUM(T.QTY-REMAINING), 0)
                       FROM EVENT.MARBLES_LOT T
                       INNER JOIN EVENT.MARBLES_CONSIGN S
                           ON S.COLOR = T.COLOR
                          AND S.LOT-ID = T.LOT-ID
                       WHERE T.COLOR = M.COLOR
                         AND T.LOT-STATUS IN ('A', 'Q')),
                      (SELECT COALESCE(SUM(T.QTY-REMAINING), 0)
                       FROM EVENT.MARBLES_LOT T
                       WHERE T.COLOR = M.COLOR
                         AND T.QTY-REMAINING > 0
                         AND (T.LOT-STATUS = 'Q'
                              OR (T.LOT-STATUS = 'A'
                                  AND T.EXPIRY-DATE < CURRENT DATE))
                         AND NOT EXISTS
                             (SELECT 1 FROM EVENT.MARBLES_CONSIGN S
                              WHERE S.COLOR = T.COLOR
                                AND S.LOT-ID = T.LOT-ID)),
                      COALESCE(
                      (SELECT R.RESERVE-AMOUNT
                       FROM EVENT.MARBLES_OBSRSV R
                       WHERE R.PERIOD = :WS-OBR-PRIOR
                         AND R.COLOR = M.COLOR), 0),
                      (SELECT COALESCE(SUM(W.RESERVE-USED), 0)
                       FROM EVENT.MARBLES_WRTOFF W
                       WHERE W.COLOR = M.COLOR
                         AND W.WOF-TIMESTAMP >
                             (SELECT R.RSV-TIMESTAMP
                              FROM EVENT.MARBLES_OBSRSV R
                              WHERE R.PERIOD = :WS-OBR-PRIOR
                                AND R.COLOR = M.COLOR))
               FROM EVENT.MARBLES M
               LEFT OUTER JOIN EVENT.MARBLES_LOG L
                   ON L.COLOR = M.COLOR
                  AND L.VERB NOT IN ('RSV','REL','STA','WOF')
               GROUP BY M.COLOR, M.INVENTORY, M.UNIT-COST,
                        M.LAST-UPDATED
               ORDER BY M.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-RESERVE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-RESERVE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-RESERVE
           END-EXEC.
      * ===============================================================
       FETCH-AND-RESERVE.
           EXEC SQL
               FETCH C-RESERVE
                   INTO :WS-OBR-COLOR, :WS-OBR-INV, :WS-OBR-COST,
                        :WS-OBR-DAYS, :WS-OBR-CSG-QTY,
                        :WS-OBR-FULL-QTY, :WS-OBR-PRIOR-AMT,
                        :WS-OBR-RELEASED
           END-EXEC
           IF SQLCODE = 0
              PERFORM RESERVE-ONE-COLOR
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * The dead lots at 100%, the rest of what we own at the
      * bucket's percentage; the change is what the reserve must
      * move by from what is left of last month's
      * ===============================================================
       RESERVE-ONE-COLOR.
           IF WS-OBR-DAYS < 0
              MOVE 0 TO WS-OBR-DAYS.
           IF WS-OBR-DAYS > 99999
              MOVE 99999 TO WS-OBR-DAYS.
           PERFORM SET-AGE-BUCKET.
           COMPUTE WS-OBR-OWNED = WS-OBR-INV - WS-OBR-CSG-QTY.
           IF WS-OBR-OWNED < 0
              MOVE 0 TO WS-OBR-OWNED.
           IF WS-OBR-FULL-QTY > WS-OBR-OWNED
              MOVE WS-OBR-OWNED TO WS-OBR-FULL-QTY.
           COMPUTE WS-OBR-AGED-QTY = WS-OBR-OWNED - WS-OBR-FULL-QTY.
           COMPUTE WS-OBR-RESERVE ROUNDED =
               WS-OBR-FULL-QTY * WS-OBR-COST
             + WS-OBR-AGED-QTY * WS-OBR-COST * WS-OBR-PCT / 100.
           IF WS-OBR-RESERVE NOT = 0
                 OR WS-OBR-PRIOR-AMT NOT = 0
                 OR WS-OBR-RELEASED NOT = 0
              PERFORM POST-RESERVE-ROW.
      *
      *    What has sat untouched past 180 days goes on the disposal
      *    list as the color's unlotted remainder; the dead lots
      *    follow, one by one, from LIST-DEAD-LOTS
      *
           IF WS-PCT-IX = 5 AND WS-OBR-AGED-QTY > 0
              MOVE SPACES TO WS-OBR-LOT-ID
              MOVE WS-OBR-AGED-QTY TO WS-OBR-LOT-QTY
              PERFORM WRITE-CANDIDATE.
      * ===============================================================
      * The MRBLAGE buckets: current (<30), then 30/60/90/180 and
      * over -- WS-PCT-IX picks the bucket's percentage
      * ===============================================================
       SET-AGE-BUCKET.
           IF WS-OBR-DAYS < 30
              MOVE 1 TO WS-PCT-IX
              MOVE 'CURRENT ' TO OUTPUT-BUCKET
           ELSE IF WS-OBR-DAYS < 60
              MOVE 2 TO WS-PCT-IX
              MOVE 'OVER 30 ' TO OUTPUT-BUCKET
           ELSE IF WS-OBR-DAYS < 90
              MOVE 3 TO WS-PCT-IX
              MOVE 'OVER 60 ' TO OUTPUT-BUCKET
           ELSE IF WS-OBR-DAYS < 180
              MOVE 4 TO WS-PCT-IX
              MOVE 'OVER 90 ' TO OUTPUT-BUCKET
           ELSE
              MOVE 5 TO WS-PCT-IX
              MOVE 'OVER 180' TO OUTPUT-BUCKET.
           MOVE WS-PCT-ENTRY(WS-PCT-IX) TO WS-OBR-PCT.
      * ===============================================================
      * Colors deleted since last month still carry last month's
      * reserve -- it all comes back
      * ===============================================================
       RELEASE-DELETED-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-GONE CURSOR FOR
               SELECT R.COLOR, R.RESERVE-AMOUNT,
                      (SELECT COALESCE(SUM(W.RESERVE-USED), 0)
                       FROM EVENT.MARBLES_WRTOFF W
                       WHERE W.COLOR = R.COLOR
                         AND W.WOF-TIMESTAMP > R.RSV-TIMESTAMP)
               FROM EVENT.MARBLES_OBSRSV R
               WHERE R.PERIOD = :WS-OBR-PRIOR
                 AND R.RESERVE-AMOUNT <> 0
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES M
                      WHERE M.COLOR = R.COLOR)
               ORDER BY R.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-GONE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-RELEASE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-GONE
           END-EXEC.
      * ===============================================================
       FETCH-AND-RELEASE.
           EXEC SQL
               FETCH C-GONE
                   INTO :WS-OBR-COLOR, :WS-OBR-PRIOR-AMT,
                        :WS-OBR-RELEASED
           END-EXEC
           IF SQLCODE = 0
              MOVE 0 TO WS-OBR-DAYS WS-OBR-OWNED WS-OBR-FULL-QTY
                        WS-OBR-PCT WS-OBR-RESERVE
              MOVE 'DELETED ' TO OUTPUT-BUCKET
              PERFORM POST-RESERVE-ROW
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * The period's row for the color, and its report line
      * ===============================================================
       POST-RESERVE-ROW.
           COMPUTE WS-OBR-CHANGE =
               WS-OBR-RESERVE - (WS-OBR-PRIOR-AMT - WS-OBR-RELEASED).
           EXEC SQL
               INSERT INTO EVENT.MARBLES_OBSRSV
               VALUES (:WS-OBR-PERIOD, :WS-OBR-COLOR, :WS-OBR-DAYS,
                       :WS-OBR-OWNED, :WS-OBR-FULL-QTY, :WS-OBR-PCT,
                       :WS-OBR-RESERVE, :WS-OBR-PRIOR-AMT,
                       :WS-OBR-RELEASED, :WS-OBR-CHANGE,
                       CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           ADD 1 TO RESERVE-COUNT.
           ADD WS-OBR-RESERVE TO WS-TOT-RESERVE.
           ADD WS-OBR-PRIOR-AMT TO WS-TOT-PRIOR.
           ADD WS-OBR-RELEASED TO WS-TOT-RELEASED.
           ADD WS-OBR-CHANGE TO WS-TOT-CHANGE.
           MOVE WS-OBR-COLOR TO OUTPUT-COLOR.
           MOVE WS-OBR-DAYS TO OUTPUT-DAYS-IDLE.
           MOVE WS-OBR-OWNED TO OUTPUT-OWNED.
           MOVE WS-OBR-PCT TO OUTPUT-PCT.
           MOVE WS-OBR-FULL-QTY TO OUTPUT-FULL.
           MOVE WS-OBR-RESERVE TO OUTPUT-RESERVE.
           MOVE WS-OBR-PRIOR-AMT TO OUTPUT-PRIOR.
           MOVE WS-OBR-RELEASED TO OUTPUT-RELEASED.
           MOVE WS-OBR-CHANGE TO OUTPUT-CHANGE.
           MOVE RESERVE-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Every owned lot that has expired or sits in quarantine is a
      * disposal candidate in its own right
      * ===============================================================
       LIST-DEAD-LOTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-DEADLOT CURSOR FOR
               SELECT T.COLOR, T.LOT-ID, T.QTY-REMAINING
               FROM EVENT.MARBLES_LOT T
               WHERE T.QTY-REMAINING > 0
                 AND (T.LOT-STATUS = 'Q'
                      OR (T.LOT-STATUS = 'A'
                          AND T.EXPIRY-DATE < CURRENT DATE))
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_CONSIGN S
                      WHERE S.COLOR = T.COLOR
                        AND S.LOT-ID = T.LOT-ID)
               ORDER BY T.COLOR, T.LOT-ID
           END-EXEC.
           EXEC SQL
               OPEN C-DEADLOT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-DEAD-LOT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-DEADLOT
           END-EXEC.
      * ===============================================================
       FETCH-DEAD-LOT.
           EXEC SQL
               FETCH C-DEADLOT
                   INTO :WS-OBR-COLOR, :WS-OBR-LOT-ID, :WS-OBR-LOT-QTY
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-CANDIDATE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
       WRITE-CANDIDATE.
           IF WS-OBR-LOT-QTY > 99999
              MOVE 99999 TO WS-OBR-LOT-QTY.
           MOVE SPACES TO WRITEOFF-RECORD.
           MOVE WS-OBR-COLOR TO WOF-COLOR.
           MOVE WS-OBR-LOT-ID TO WOF-LOT-ID.
           MOVE WS-OBR-LOT-QTY TO WOF-QTY.
           WRITE WRITEOFF-RECORD.
           ADD 1 TO CANDIDATE-COUNT.
      * ===============================================================
       WRITE-TOTAL-LINE.
           MOVE WS-TOT-RESERVE TO OUTPUT-TOT-RESERVE.
           MOVE WS-TOT-PRIOR TO OUTPUT-TOT-PRIOR.
           MOVE WS-TOT-RELEASED TO OUTPUT-TOT-RELEASED.
           MOVE WS-TOT-CHANGE TO OUTPUT-TOT-CHANGE.
           MOVE CANDIDATE-COUNT TO OUTPUT-CANDIDATES.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE RESERVE-TOTAL-LINE TO OUTPUT-LINE.
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
      * Page header, then the period and percentages the reserve
      * was worked at, and the column heading
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES OBSOLESCENCE RESERVE' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE PERIOD-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE RESERVE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
