      * ===============================================================
      * Fiscal year-end close for the marbles inventory. MRBLCLS
      * closes the months one at a time; at year end finance used to
      * staple twelve MRBLCLP reprints together and add them up by
      * hand. Driven by the year's LAST period (YYYYMM) -- the run
      * parameters first, else the U-T-PARM card -- so a fiscal year
      * that doesn't end in December closes the same way. The year
      * is the twelve periods ending there. This batch:
      *
      *   - refuses the year (RC 8) unless every one of the twelve
      *     periods has closed on EVENT.MARBLES_PERIOD and its latest
      *     EVENT.MARBLES_CLSAPP row is approved; each period that
      *     isn't ready is listed with what it is waiting on
      *   - prints the annual statement per color: the opening at
      *     the start of the year, the year's total in and total
      *     out, and the year-end closing, each as a quantity and
      *     valued at the color's UNIT-COST. The line is physical,
      *     as the period closes are, so each color foots (open + in
      *     - out = close); under the total, consigned stock a
      *     supplier still owns (EVENT.MARBLES_CONSIGN lots, active
      *     or held) comes off as one CONSIGNED line ahead of the
      *     owned total, as MRBLVST shows it and MRBLVAL and the
      *     MRBLGLJ INVENTRY ledger value it
      *   - starts the new year: every color's year-end closing is
      *     written to EVENT.MARBLES_YEAROPEN as the opening of the
      *     first period after the year, which MRBLCLS takes as that
      *     period's opening balance -- the physical quantity, and
      *     the owned value
      *   - locks the year on EVENT.MARBLES_YEARCLS -- MRBLCLS
      *     refuses to close any period inside a locked year again,
      *     and the MRBF screen refuses to approve or reject one
      *
      * A year that is already locked refuses to close again (RC 8).
      * A malformed period card stops the run with return code 16
      * before any table is touched.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLYEC.
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
           02 PARM-PERIOD        PIC X(6).
           02 FILLER             PIC X(74).
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
           02  COLOR-COUNT       PIC 9(5) VALUE 0.
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
       01  WS-YEAR-WORK.
           02  WS-YEC-END        PIC X(6).
           02  WS-YEC-END-9      PIC 9(6).
           02  WS-YEC-START      PIC X(6).
           02  WS-YEC-START-9    PIC 9(6).
           02  WS-YEC-NEXT       PIC X(6).
           02  WS-YEC-NEXT-9     PIC 9(6).
           02  WS-YEC-CHECK      PIC X(6).
           02  WS-YEC-CHECK-9    PIC 9(6).
           02  WS-YEC-YEAR       PIC 9(4).
           02  WS-YEC-MONTH      PIC 9(2).
           02  WS-YEC-MONTHS     PIC S9(9) COMP.
           02  WS-YEC-ROW-COUNT  PIC S9(9) COMP.
           02  WS-YEC-NOT-READY  PIC S9(9) COMP VALUE 0.
           02  WS-YEC-APP-STATUS PIC X(1).
           02  WS-YEC-COLOR      PIC X(10).
           02  WS-YEC-UNIT-COST  PIC S9(5) COMP-3.
           02  WS-YEC-OPENING    PIC S9(9) COMP.
           02  WS-YEC-IN         PIC S9(9) COMP.
           02  WS-YEC-OUT        PIC S9(9) COMP.
           02  WS-YEC-CLOSING    PIC S9(9) COMP.
           02  WS-YEC-CONSIGNED  PIC S9(9) COMP.
           02  WS-YEC-OWNED      PIC S9(9) COMP.
           02  WS-YEC-OPEN-VALUE PIC S9(13) COMP-3.
           02  WS-YEC-IN-VALUE   PIC S9(13) COMP-3.
           02  WS-YEC-OUT-VALUE  PIC S9(13) COMP-3.
           02  WS-YEC-CLOSE-VALUE PIC S9(13) COMP-3.
           02  WS-YEC-OWNED-VALUE PIC S9(13) COMP-3.
           02  WS-HOLD-LINE      PIC X(132).
       01  WS-YEAR-TOTALS.
           02  WS-TOT-OPEN-VALUE  PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-IN-VALUE    PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-OUT-VALUE   PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-CLOSE-VALUE PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-CSG-VALUE   PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-OWNED-VALUE PIC S9(15) COMP-3 VALUE 0.
       01  YEAR-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'FISCAL YEAR '.
           02  OUTPUT-START          PIC X(6).
           02  FILLER                PIC X(6)  VALUE ' THRU '.
           02  OUTPUT-END            PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
               'NEW YEAR OPENS WITH '.
           02  OUTPUT-NEXT           PIC X(6).
           02  FILLER                PIC X(68).
       01  YEAR-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'COLOR'.
           02  FILLER                PIC X(9)  VALUE '     COST'.
           02  FILLER                PIC X(24) VALUE
               '       OPEN   OPEN VALUE'.
           02  FILLER                PIC X(24) VALUE
               '         IN     IN VALUE'.
           02  FILLER                PIC X(24) VALUE
               '        OUT    OUT VALUE'.
           02  FILLER                PIC X(24) VALUE
               '      CLOSE  CLOSE VALUE'.
           02  FILLER                PIC X(12).
       01  YEAR-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-UNIT-COST      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-OPENING        PIC -ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-OPEN-VALUE     PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-IN             PIC -ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-IN-VALUE       PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-OUT            PIC -ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-OUT-VALUE      PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CLOSING        PIC -ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-CLOSE-VALUE    PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12).
       01  YEAR-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(19) VALUE 'TOTAL AT COST'.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  OUTPUT-TOT-OPEN-VALUE PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  OUTPUT-TOT-IN-VALUE   PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  OUTPUT-TOT-OUT-VALUE  PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  OUTPUT-TOT-CLOSE-VALUE PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12).
       01  YEAR-OWNED-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-OWNED-LABEL    PIC X(19).
           02  FILLER                PIC X(84) VALUE SPACES.
           02  OUTPUT-OWNED-VALUE    PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12).
       01  NOT-READY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'PERIOD '.
           02  NR-OUTPUT-PERIOD      PIC X(6).
           02  FILLER                PIC X(12) VALUE ' NOT READY: '.
           02  NR-OUTPUT-REASON      PIC X(20).
           02  FILLER                PIC X(82).
       01  REFUSED-LINE.
           02  FILLER                PIC X(5).
           02  RF-OUTPUT-TEXT        PIC X(40).
           02  FILLER                PIC X(87).
      * ===============================================================
      * Map SQL tables this close reads: the monthly closes (written
      * by MRBLCLS), their sign-offs (MRBF screen), the marbles
      * master for cost, and the lots with their consignment owner
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
           EXEC SQL DECLARE EVENT.MARBLES_PERIOD TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             OPENING-QTY                    INTEGER     NOT NULL,
             IN-QTY                         INTEGER     NOT NULL,
             OUT-QTY                        INTEGER     NOT NULL,
             NET-QTY                        INTEGER     NOT NULL,
             CLOSING-QTY                    INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CLSAPP TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             APP-STATUS                     CHAR(1)     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             APP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL year-end tables written here -- one lock row per
      * closed fiscal year, and one opening row per color for the
      * first period of the year after it
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_YEARCLS TABLE
           ( START-PERIOD                   CHAR(6)     NOT NULL,
             END-PERIOD                     CHAR(6)     NOT NULL,
             YEC-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_YEAROPEN TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             OPENING-QTY                    INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             OPENING-VALUE                  DECIMAL(13,0) NOT NULL,
             YRO-TIMESTAMP                  TIMESTAMP   NOT NULL
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-RUN-PARAMETERS.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLYEC ' TO MRBLRUN-JOB-NAME.
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
           PERFORM SET-YEAR-PERIODS.
           PERFORM WRITE-HEADER.
           PERFORM CHECK-NOT-ALREADY-LOCKED.
           IF RETURN-CODE = 0
              PERFORM CHECK-ALL-PERIODS-READY.
           IF RETURN-CODE = 0
              PERFORM STATE-ALL-COLORS
              PERFORM WRITE-TOTAL-LINE.
           IF RETURN-CODE = 0
              PERFORM LOCK-THE-YEAR.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE COLOR-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Year-end period: the governed parameter table answers first;
      * the card only stands in when no row covers it
      * ===============================================================
       READ-RUN-PARAMETERS.
           MOVE 'MRBLYEC ' TO MRBLPRM-JOB-NAME.
           MOVE 'YEAREND ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-YEC-END
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF END-OF-PARM OR PARM-PERIOD IS NOT NUMERIC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE PARM-PERIOD TO WS-YEC-END
              END-IF
           END-IF.
           IF RETURN-CODE = 0
              MOVE WS-YEC-END TO WS-YEC-END-9
              IF WS-YEC-END(5:2) < '01' OR WS-YEC-END(5:2) > '12'
                 MOVE 16 TO RETURN-CODE.
      * ===============================================================
      * The year is the twelve periods ending at the year-end period;
      * the new year opens with the period after it. Periods are
      * counted as months since year zero so the arithmetic needs no
      * special case for the turn of the calendar year.
      * ===============================================================
       SET-YEAR-PERIODS.
           DIVIDE WS-YEC-END-9 BY 100
               GIVING WS-YEC-YEAR REMAINDER WS-YEC-MONTH.
           COMPUTE WS-YEC-MONTHS = WS-YEC-YEAR * 12 + WS-YEC-MONTH - 1.
           SUBTRACT 11 FROM WS-YEC-MONTHS.
           PERFORM MONTHS-TO-PERIOD.
           MOVE WS-YEC-CHECK-9 TO WS-YEC-START-9.
           MOVE WS-YEC-START-9 TO WS-YEC-START.
           ADD 12 TO WS-YEC-MONTHS.
           PERFORM MONTHS-TO-PERIOD.
           MOVE WS-YEC-CHECK-9 TO WS-YEC-NEXT-9.
           MOVE WS-YEC-NEXT-9 TO WS-YEC-NEXT.
           MOVE WS-YEC-START TO OUTPUT-START.
           MOVE WS-YEC-END TO OUTPUT-END.
           MOVE WS-YEC-NEXT TO OUTPUT-NEXT.
      * ===============================================================
       MONTHS-TO-PERIOD.
           DIVIDE WS-YEC-MONTHS BY 12
               GIVING WS-YEC-YEAR REMAINDER WS-YEC-MONTH.
           ADD 1 TO WS-YEC-MONTH.
           COMPUTE WS-YEC-CHECK-9 = WS-YEC-YEAR * 100 + WS-YEC-MONTH.
           MOVE WS-YEC-CHECK-9 TO WS-YEC-CHECK.
      * ===============================================================
      * A year closes once -- its opening rows already seed the next
      * year, and closing it again would seed them twice
      * ===============================================================
       CHECK-NOT-ALREADY-LOCKED.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-YEC-ROW-COUNT
               FROM EVENT.MARBLES_YEARCLS
               WHERE END-PERIOD >= :WS-YEC-START
                 AND START-PERIOD <= :WS-YEC-END
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-YEC-ROW-COUNT > 0
              MOVE 8 TO RETURN-CODE
              MOVE 'FISCAL YEAR ALREADY CLOSED AND LOCKED' TO
                  RF-OUTPUT-TEXT
              MOVE REFUSED-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Every month of the year must be closed and signed off before
      * the year can be -- each one that isn't gets its own line so
      * finance knows what to chase, and the run ends with RC 8
      * ===============================================================
       CHECK-ALL-PERIODS-READY.
           COMPUTE WS-YEC-MONTHS = WS-YEC-MONTHS - 12.
           PERFORM CHECK-ONE-PERIOD 12 TIMES.
           IF RETURN-CODE = 0 AND WS-YEC-NOT-READY > 0
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
       CHECK-ONE-PERIOD.
           PERFORM MONTHS-TO-PERIOD.
           ADD 1 TO WS-YEC-MONTHS.
           MOVE SPACES TO NR-OUTPUT-REASON.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-YEC-ROW-COUNT
               FROM EVENT.MARBLES_PERIOD
               WHERE PERIOD = :WS-YEC-CHECK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-YEC-ROW-COUNT = 0
              MOVE 'NOT CLOSED' TO NR-OUTPUT-REASON
           ELSE
              PERFORM GET-LATEST-APPROVAL
              IF WS-YEC-APP-STATUS = 'P'
                 MOVE 'AWAITING APPROVAL' TO NR-OUTPUT-REASON
              ELSE IF WS-YEC-APP-STATUS = 'R'
                 MOVE 'CLOSE REJECTED' TO NR-OUTPUT-REASON
              ELSE IF WS-YEC-APP-STATUS NOT = 'A'
                 MOVE 'NO APPROVAL ON FILE' TO NR-OUTPUT-REASON
              END-IF
           END-IF.
           IF NR-OUTPUT-REASON NOT = SPACES
              ADD 1 TO WS-YEC-NOT-READY
              MOVE WS-YEC-CHECK TO NR-OUTPUT-PERIOD
              MOVE NOT-READY-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The period's latest sign-off decides, as it does for MRBLGLJ
      * ===============================================================
       GET-LATEST-APPROVAL.
           MOVE SPACE TO WS-YEC-APP-STATUS.
           EXEC SQL
               SELECT APP-STATUS INTO :WS-YEC-APP-STATUS
               FROM EVENT.MARBLES_CLSAPP
               WHERE PERIOD = :WS-YEC-CHECK
                 AND APP-TIMESTAMP =
                     (SELECT MAX(APP-TIMESTAMP)
                      FROM EVENT.MARBLES_CLSAPP
                      WHERE PERIOD = :WS-YEC-CHECK)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * One line per color that closed in any month of the year: the
      * opening of its first close in the year, the year's in and
      * out, and the closing of the year's last period (a color
      * dropped during the year closes at zero)
      * ===============================================================
       STATE-ALL-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-YEAR CURSOR FOR
               SELECT P.COLOR, COALESCE(M.UNIT-COST, 0),
                      SUM(CASE WHEN P.PERIOD =
                              (SELECT MIN(F.PERIOD)
                               FROM EVENT.MARBLES_PERIOD F
                               WHERE F.COLOR = P.COLOR
                                 AND F.PERIOD >= :WS-YEC-START
                                 AND F.PERIOD <= :WS-YEC-END)
                          THEN P.OPENING-QTY ELSE 0 END),
                      SUM(P.IN-QTY), SUM(P.OUT-QTY),
                      SUM(CASE WHEN P.PERIOD = :WS-YEC-END
                          THEN P.CLOSING-QTY ELSE 0 END)
               FROM EVENT.MARBLES_PERIOD P
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = P.COLOR
               WHERE P.PERIOD >= :WS-YEC-START
                 AND P.PERIOD <= :WS-YEC-END
               GROUP BY P.COLOR, M.UNIT-COST
               ORDER BY P.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-YEAR
           END-EXEC.
           PERFORM FETCH-YEAR-COLOR
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-YEAR
           END-EXEC.
      * ===============================================================
       FETCH-YEAR-COLOR.
           EXEC SQL
               FETCH C-YEAR
                   INTO :WS-YEC-COLOR, :WS-YEC-UNIT-COST,
                        :WS-YEC-OPENING, :WS-YEC-IN,
                        :WS-YEC-OUT, :WS-YEC-CLOSING
           END-EXEC
           IF SQLCODE = 0
              PERFORM STATE-ONE-COLOR
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One color's annual line, and its opening row for the new year.
      * The line is valued physical so it foots; the opening row
      * carries what is owned: consigned stock still on hand comes
      * off first, and stock issued beyond what the lots tracked can
      * leave that above the closing -- nothing owned, as MRBLVAL
      * treats it. The difference is gathered for the CONSIGNED line
      * under the total.
      * ===============================================================
       STATE-ONE-COLOR.
           ADD 1 TO COLOR-COUNT.
           PERFORM GET-CONSIGNED-ON-HAND.
           IF WS-YEC-CONSIGNED > WS-YEC-CLOSING
              MOVE 0 TO WS-YEC-OWNED
           ELSE
              COMPUTE WS-YEC-OWNED =
                  WS-YEC-CLOSING - WS-YEC-CONSIGNED.
           COMPUTE WS-YEC-OPEN-VALUE =
               WS-YEC-OPENING * WS-YEC-UNIT-COST.
           COMPUTE WS-YEC-IN-VALUE = WS-YEC-IN * WS-YEC-UNIT-COST.
           COMPUTE WS-YEC-OUT-VALUE = WS-YEC-OUT * WS-YEC-UNIT-COST.
           COMPUTE WS-YEC-CLOSE-VALUE =
               WS-YEC-CLOSING * WS-YEC-UNIT-COST.
           COMPUTE WS-YEC-OWNED-VALUE =
               WS-YEC-OWNED * WS-YEC-UNIT-COST.
           ADD WS-YEC-OPEN-VALUE TO WS-TOT-OPEN-VALUE.
           ADD WS-YEC-IN-VALUE TO WS-TOT-IN-VALUE.
           ADD WS-YEC-OUT-VALUE TO WS-TOT-OUT-VALUE.
           ADD WS-YEC-CLOSE-VALUE TO WS-TOT-CLOSE-VALUE.
           ADD WS-YEC-OWNED-VALUE TO WS-TOT-OWNED-VALUE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_YEAROPEN
               VALUES (
                     :WS-YEC-NEXT,
                     :WS-YEC-COLOR,
                     :WS-YEC-CLOSING,
                     :WS-YEC-UNIT-COST,
                     :WS-YEC-OWNED-VALUE,
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           MOVE WS-YEC-COLOR TO OUTPUT-COLOR.
           MOVE WS-YEC-UNIT-COST TO OUTPUT-UNIT-COST.
           MOVE WS-YEC-OPENING TO OUTPUT-OPENING.
           MOVE WS-YEC-OPEN-VALUE TO OUTPUT-OPEN-VALUE.
           MOVE WS-YEC-IN TO OUTPUT-IN.
           MOVE WS-YEC-IN-VALUE TO OUTPUT-IN-VALUE.
           MOVE WS-YEC-OUT TO OUTPUT-OUT.
           MOVE WS-YEC-OUT-VALUE TO OUTPUT-OUT-VALUE.
           MOVE WS-YEC-CLOSING TO OUTPUT-CLOSING.
           MOVE WS-YEC-CLOSE-VALUE TO OUTPUT-CLOSE-VALUE.
           MOVE YEAR-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The part of the year-end closing still owned by a consigning
      * supplier -- what remains on its lots, active or held, as
      * MRBLCLS finds it
      * ===============================================================
       GET-CONSIGNED-ON-HAND.
           MOVE 0 TO WS-YEC-CONSIGNED.
           EXEC SQL
               SELECT COALESCE(SUM(L.QTY-REMAINING), 0)
                   INTO :WS-YEC-CONSIGNED
               FROM EVENT.MARBLES_LOT L
               INNER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = L.COLOR
                  AND C.LOT-ID = L.LOT-ID
               WHERE L.COLOR = :WS-YEC-COLOR
                 AND L.LOT-STATUS IN ('A', 'Q')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 0 TO WS-YEC-CONSIGNED
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * The physical total, then the consigned stock taken off it
      * (negative) and the owned closing the new year opens at
      * ===============================================================
       WRITE-TOTAL-LINE.
           MOVE WS-TOT-OPEN-VALUE TO OUTPUT-TOT-OPEN-VALUE.
           MOVE WS-TOT-IN-VALUE TO OUTPUT-TOT-IN-VALUE.
           MOVE WS-TOT-OUT-VALUE TO OUTPUT-TOT-OUT-VALUE.
           MOVE WS-TOT-CLOSE-VALUE TO OUTPUT-TOT-CLOSE-VALUE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE YEAR-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           COMPUTE WS-TOT-CSG-VALUE =
               WS-TOT-OWNED-VALUE - WS-TOT-CLOSE-VALUE.
           MOVE 'CONSIGNED' TO OUTPUT-OWNED-LABEL.
           MOVE WS-TOT-CSG-VALUE TO OUTPUT-OWNED-VALUE.
           MOVE YEAR-OWNED-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'OWNED AT COST' TO OUTPUT-OWNED-LABEL.
           MOVE WS-TOT-OWNED-VALUE TO OUTPUT-OWNED-VALUE.
           MOVE YEAR-OWNED-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The lock row: from here on MRBLCLS and the MRBF screen treat
      * every period of the year as final
      * ===============================================================
       LOCK-THE-YEAR.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_YEARCLS
               VALUES (:WS-YEC-START, :WS-YEC-END,
                       CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
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
      * Page header, then the year being closed and the column
      * heading
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES YEAR-END CLOSE      ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE YEAR-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE YEAR-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
