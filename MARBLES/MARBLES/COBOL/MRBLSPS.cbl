      * ===============================================================
      * Supplier scorecard, run monthly. Purchasing has never graded
      * a supplier; this run grades every one that had business due
      * in the last six whole months, month by month so the trend
      * shows, with a six-month line under each.
      *
      * A PO line counts in the month of its EXPECTED-DATE (lines
      * cancelled 'X' are left out):
      *   LINES     PO lines due in the month
      *   ON TIME   lines whose receipts dated on or before the
      *             expected date covered the ordered quantity, as a
      *             per cent of the lines that can be timed. A line
      *             with nothing received yet is late. A line
      *             received before receipts were dated
      *             (EVENT.MARBLES_PORCPT, written by MRBLWIN and
      *             MRBLDSC) can't be timed and is left out of ON
      *             TIME and AVG LATE, though it still counts in FILL.
      *   FILL      quantity received against the lines' ordered
      *             quantity, over-shipments capped at what was
      *             ordered
      *   AVG LATE  average days late over the late lines -- to the
      *             last receipt for a line received in full, to
      *             today for one still short
      *   MISPRICE  invoice lines MRBLAPM excepted PRICE MISMATCH
      *             (EVENT.MARBLES_APEXC) against the supplier's POs,
      *             in the month of the exception
      *   BAD LOTS  lots received in the month now quarantined ('Q'),
      *             scrapped ('S'), or shipped back to the supplier
      *             in full by MRBLRTV ('V'). A lot carries no PO,
      *             so it is charged to the supplier whose PO last
      *             delivered the color on or before the lot's
      *             received date, else to the color's supplier on
      *             file. Customer return lots (EVENT.MARBLES_RMA)
      *             are not theirs.
      * The six-month line adds a TREND on on-time delivery: the
      * last three months against the three before, IMPROVING or
      * SLIPPING past five points, else STEADY.
      *
      * Read-only. A database error ends the run with return code
      * 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSPS.
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
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  LINE-COUNT        PIC 9(5) VALUE 0.
           02  SKIP-COUNT        PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Every supplier on file with six months of counts -- month 1
      * is the last whole month before the run, month 6 the oldest
      * ===============================================================
       01  WS-SUPPLIER-TABLE.
           02  WS-SUP-COUNT      PIC S9(4) COMP VALUE 0.
           02  WS-SUP-ENTRY OCCURS 200 TIMES.
               03  WS-SUP-NAME       PIC X(10).
               03  WS-SUP-MONTH OCCURS 6 TIMES.
                   04  WS-SUP-DUE        PIC S9(7) COMP.
                   04  WS-SUP-TIMED      PIC S9(7) COMP.
                   04  WS-SUP-ON-TIME    PIC S9(7) COMP.
                   04  WS-SUP-LATE       PIC S9(7) COMP.
                   04  WS-SUP-LATE-DAYS  PIC S9(9) COMP.
                   04  WS-SUP-ORDERED    PIC S9(9) COMP.
                   04  WS-SUP-FILLED     PIC S9(9) COMP.
                   04  WS-SUP-MISPRICE   PIC S9(7) COMP.
                   04  WS-SUP-BAD-LOTS   PIC S9(7) COMP.
      * ===============================================================
      * One month's (or the six months') counts as they print
      * ===============================================================
       01  WS-SCORE-WORK.
           02  WS-SCR-DUE        PIC S9(7) COMP VALUE 0.
           02  WS-SCR-TIMED      PIC S9(7) COMP VALUE 0.
           02  WS-SCR-ON-TIME    PIC S9(7) COMP VALUE 0.
           02  WS-SCR-LATE       PIC S9(7) COMP VALUE 0.
           02  WS-SCR-LATE-DAYS  PIC S9(9) COMP VALUE 0.
           02  WS-SCR-ORDERED    PIC S9(9) COMP VALUE 0.
           02  WS-SCR-FILLED     PIC S9(9) COMP VALUE 0.
           02  WS-SCR-MISPRICE   PIC S9(7) COMP VALUE 0.
           02  WS-SCR-BAD-LOTS   PIC S9(7) COMP VALUE 0.
           02  WS-SCR-RECENT-TIMED   PIC S9(7) COMP VALUE 0.
           02  WS-SCR-RECENT-ON-TIME PIC S9(7) COMP VALUE 0.
           02  WS-SCR-RECENT-PCT PIC S9(5)V9 COMP-3 VALUE 0.
           02  WS-SCR-PRIOR-PCT  PIC S9(5)V9 COMP-3 VALUE 0.
           02  WS-SCR-PCT        PIC S9(5) COMP VALUE 0.
           02  WS-SCR-AVG-LATE   PIC S9(5)V9 COMP-3 VALUE 0.
       01  WS-SCORECARD-WORK.
           02  WS-SPS-TODAY      PIC X(10).
           02  WS-SPS-TODAY-PARTS REDEFINES WS-SPS-TODAY.
               03  WS-SPS-TODAY-YEAR  PIC 9(4).
               03  FILLER             PIC X(1).
               03  WS-SPS-TODAY-MONTH PIC 9(2).
               03  FILLER             PIC X(3).
           02  WS-SPS-RUN-ABS    PIC S9(9) COMP VALUE 0.
           02  WS-SPS-ABS        PIC S9(9) COMP VALUE 0.
           02  WS-SPS-YEAR       PIC S9(9) COMP VALUE 0.
           02  WS-SPS-MONTH      PIC S9(9) COMP VALUE 0.
           02  WS-SPS-BACK       PIC S9(9) COMP VALUE 0.
           02  WS-SPS-YM.
               03  WS-SPS-YM-YEAR     PIC 9(4).
               03  FILLER             PIC X(1) VALUE '-'.
               03  WS-SPS-YM-MONTH    PIC 9(2).
           02  WS-SPS-FROM-DATE  PIC X(10).
           02  WS-SPS-TO-DATE    PIC X(10).
           02  WS-SPS-SUPPLIER   PIC X(10).
           02  WS-SPS-ORDER-QTY  PIC S9(9) COMP VALUE 0.
           02  WS-SPS-RECEIVED   PIC S9(9) COMP VALUE 0.
           02  WS-SPS-BY-DUE     PIC S9(9) COMP VALUE 0.
           02  WS-SPS-DATED      PIC S9(9) COMP VALUE 0.
           02  WS-SPS-LAST-LATE  PIC S9(9) COMP VALUE 0.
           02  WS-SPS-OPEN-LATE  PIC S9(9) COMP VALUE 0.
           02  WS-SPS-COUNT      PIC S9(9) COMP VALUE 0.
           02  WS-SPS-IX         PIC S9(4) COMP VALUE 0.
           02  WS-SPS-MX         PIC S9(4) COMP VALUE 0.
           02  WS-SPS-HIT        PIC 9 VALUE 0.
           02  WS-SPS-ACTIVE     PIC 9 VALUE 0.
       01  SCORE-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'SUPPLIER  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'MONTH  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE ' LINES'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'ON TIME'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE '   FILL'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AVG LATE'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'MISPRICE'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'BAD LOTS'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'TREND    '.
           02  FILLER                PIC X(37) VALUE SPACES.
       01  SCORE-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3).
           02  OUTPUT-MONTH          PIC X(7).
           02  FILLER                PIC X(3).
           02  OUTPUT-LINES          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(3).
           02  OUTPUT-ON-TIME-X      PIC X(3).
           02  OUTPUT-ON-TIME REDEFINES OUTPUT-ON-TIME-X PIC ZZ9.
           02  OUTPUT-ON-TIME-SIGN   PIC X(1).
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(3).
           02  OUTPUT-FILL-X         PIC X(3).
           02  OUTPUT-FILL REDEFINES OUTPUT-FILL-X PIC ZZ9.
           02  OUTPUT-FILL-SIGN      PIC X(1).
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(3).
           02  OUTPUT-AVG-LATE-X     PIC X(5).
           02  OUTPUT-AVG-LATE REDEFINES OUTPUT-AVG-LATE-X
                                     PIC ZZ9.9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(2).
           02  OUTPUT-MISPRICE       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(2).
           02  OUTPUT-BAD-LOTS       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  OUTPUT-TREND          PIC X(9).
           02  FILLER                PIC X(37).
       01  SCORE-SUMMARY-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  SUMMARY-LABEL         PIC X(24).
           02  SUMMARY-COUNT         PIC ZZ,ZZ9.
           02  FILLER                PIC X(101) VALUE SPACES.
      * ===============================================================
      * Map SQL tables this run reads
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_SUPPLIER TABLE
           ( SUPPLIER                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ORDER-MULTIPLE                 INTEGER     NOT NULL,
             LEAD-DAYS                      INTEGER     NOT NULL,
             CASE-PACK                      INTEGER     NOT NULL
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
           EXEC SQL DECLARE EVENT.MARBLES_PORCPT TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             RECEIPT-DATE                   DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_APEXC TABLE
           ( INVOICE-NO                     VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             EXC-REASON                     CHAR(14)    NOT NULL,
             EXC-DATE                       DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RMA TABLE
           ( RMA-NO                         INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             AUTH-QTY                       INTEGER     NOT NULL,
             RCV-QTY                        INTEGER     NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             CREDIT-AMOUNT                  DECIMAL(11,0) NOT NULL,
             RMA-STATUS                     CHAR(1)     NOT NULL,
             OPEN-DATE                      DATE        NOT NULL,
             RCV-DATE                       DATE        NOT NULL,
             DISP-DATE                      DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RMA-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLSPS ' TO MRBLRUN-JOB-NAME.
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
           PERFORM SET-SCORE-WINDOW.
           IF RETURN-CODE = 0
              PERFORM LOAD-SUPPLIERS.
           IF RETURN-CODE = 0
              PERFORM SCORE-PO-LINES
              PERFORM COUNT-MISPRICED-INVOICES
              PERFORM COUNT-BAD-LOTS.
           PERFORM PRINT-SCORECARD.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The six whole months before the run month, counted as
      * year * 12 + month - 1 the way MRBLFCS counts them
      * ===============================================================
       SET-SCORE-WINDOW.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO) INTO :WS-SPS-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              COMPUTE WS-SPS-RUN-ABS = WS-SPS-TODAY-YEAR * 12
                                     + WS-SPS-TODAY-MONTH - 1
              MOVE WS-SPS-RUN-ABS TO WS-SPS-ABS
              PERFORM BUILD-YEAR-MONTH
              STRING WS-SPS-YM '-01' DELIMITED BY SIZE
                  INTO WS-SPS-TO-DATE
              COMPUTE WS-SPS-ABS = WS-SPS-RUN-ABS - 6
              PERFORM BUILD-YEAR-MONTH
              STRING WS-SPS-YM '-01' DELIMITED BY SIZE
                  INTO WS-SPS-FROM-DATE.
      * ===============================================================
       BUILD-YEAR-MONTH.
           DIVIDE WS-SPS-ABS BY 12 GIVING WS-SPS-YEAR
               REMAINDER WS-SPS-MONTH.
           ADD 1 TO WS-SPS-MONTH.
           MOVE WS-SPS-YEAR TO WS-SPS-YM-YEAR.
           MOVE WS-SPS-MONTH TO WS-SPS-YM-MONTH.
      * ===============================================================
      * Months back from the run month for a fetched year and month
      * ===============================================================
       SET-MONTHS-BACK.
           COMPUTE WS-SPS-BACK = WS-SPS-RUN-ABS
                               - (WS-SPS-YEAR * 12 + WS-SPS-MONTH - 1).
      * ===============================================================
      * Every supplier with a PO or a color on file, in name order
      * ===============================================================
       LOAD-SUPPLIERS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SPSSUP CURSOR FOR
               SELECT SUPPLIER FROM EVENT.MARBLES_PO
               UNION
               SELECT SUPPLIER FROM EVENT.MARBLES_SUPPLIER
               ORDER BY 1
           END-EXEC.
           EXEC SQL
               OPEN C-SPSSUP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-LOAD-SUPPLIER
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SPSSUP
           END-EXEC.
      * ===============================================================
       FETCH-AND-LOAD-SUPPLIER.
           EXEC SQL
               FETCH C-SPSSUP
                   INTO :WS-SPS-SUPPLIER
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              IF WS-SUP-COUNT < 200
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SPS-SUPPLIER TO WS-SUP-NAME (WS-SUP-COUNT)
                 PERFORM CLEAR-SUPPLIER-MONTH
                    VARYING WS-SPS-MX FROM 1 BY 1
                    UNTIL WS-SPS-MX > 6
              ELSE
                 ADD 1 TO SKIP-COUNT.
      * ===============================================================
       CLEAR-SUPPLIER-MONTH.
           MOVE 0 TO WS-SUP-DUE (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-TIMED (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-ON-TIME (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-LATE (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-LATE-DAYS (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-ORDERED (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-FILLED (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-MISPRICE (WS-SUP-COUNT, WS-SPS-MX).
           MOVE 0 TO WS-SUP-BAD-LOTS (WS-SUP-COUNT, WS-SPS-MX).
      * ===============================================================
       FIND-SUPPLIER.
           MOVE 0 TO WS-SPS-HIT.
           MOVE 0 TO WS-SPS-IX.
           PERFORM MATCH-SUPPLIER
              UNTIL WS-SPS-IX >= WS-SUP-COUNT
                 OR WS-SPS-HIT = 1.
      * ===============================================================
       MATCH-SUPPLIER.
           ADD 1 TO WS-SPS-IX.
           IF WS-SUP-NAME (WS-SPS-IX) = WS-SPS-SUPPLIER
              MOVE 1 TO WS-SPS-HIT.
      * ===============================================================
      * Each PO line due in the window, with what arrived on it:
      * in total, dated by the due date, dated at all, and how late
      * the last dated receipt was. A line with no dated receipt
      * answers zero to the last three.
      * ===============================================================
       SCORE-PO-LINES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SPSLIN CURSOR FOR
               SELECT P.SUPPLIER, YEAR(L.EXPECTED-DATE),
                      MONTH(L.EXPECTED-DATE), L.ORDER-QTY,
                      L.RECEIVED-QTY,
                      COALESCE((SELECT SUM(R.QUANTITY)
                                FROM EVENT.MARBLES_PORCPT R
                                WHERE R.PO-NO = L.PO-NO
                                  AND R.LINE-NO = L.LINE-NO
                                  AND R.RECEIPT-DATE
                                      <= L.EXPECTED-DATE), 0),
                      COALESCE((SELECT SUM(R.QUANTITY)
                                FROM EVENT.MARBLES_PORCPT R
                                WHERE R.PO-NO = L.PO-NO
                                  AND R.LINE-NO = L.LINE-NO), 0),
                      COALESCE((SELECT DAYS(MAX(R.RECEIPT-DATE))
                                       - DAYS(L.EXPECTED-DATE)
                                FROM EVENT.MARBLES_PORCPT R
                                WHERE R.PO-NO = L.PO-NO
                                  AND R.LINE-NO = L.LINE-NO), 0),
                      DAYS(CURRENT DATE) - DAYS(L.EXPECTED-DATE)
               FROM EVENT.MARBLES_POLINE L
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = L.PO-NO
               WHERE L.LINE-STATUS <> 'X'
                 AND L.EXPECTED-DATE >= DATE(:WS-SPS-FROM-DATE)
                 AND L.EXPECTED-DATE < DATE(:WS-SPS-TO-DATE)
           END-EXEC.
           EXEC SQL
               OPEN C-SPSLIN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-SCORE-LINE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SPSLIN
           END-EXEC.
      * ===============================================================
       FETCH-AND-SCORE-LINE.
           EXEC SQL
               FETCH C-SPSLIN
                   INTO :WS-SPS-SUPPLIER, :WS-SPS-YEAR,
                        :WS-SPS-MONTH, :WS-SPS-ORDER-QTY,
                        :WS-SPS-RECEIVED, :WS-SPS-BY-DUE,
                        :WS-SPS-DATED, :WS-SPS-LAST-LATE,
                        :WS-SPS-OPEN-LATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM SET-MONTHS-BACK
              PERFORM FIND-SUPPLIER
              IF WS-SPS-HIT = 1
                    AND WS-SPS-BACK > 0 AND WS-SPS-BACK < 7
                 PERFORM SCORE-ONE-LINE.
      * ===============================================================
      * Nothing received at all is simply late. Something received
      * but none of it dated came in before receipts were kept, and
      * can't be timed.
      * ===============================================================
       SCORE-ONE-LINE.
           ADD 1 TO WS-SUP-DUE (WS-SPS-IX, WS-SPS-BACK).
           ADD WS-SPS-ORDER-QTY
               TO WS-SUP-ORDERED (WS-SPS-IX, WS-SPS-BACK).
           IF WS-SPS-RECEIVED > WS-SPS-ORDER-QTY
              ADD WS-SPS-ORDER-QTY
                  TO WS-SUP-FILLED (WS-SPS-IX, WS-SPS-BACK)
           ELSE
              ADD WS-SPS-RECEIVED
                  TO WS-SUP-FILLED (WS-SPS-IX, WS-SPS-BACK).
           IF WS-SPS-RECEIVED = 0 OR WS-SPS-DATED > 0
              ADD 1 TO WS-SUP-TIMED (WS-SPS-IX, WS-SPS-BACK)
              IF WS-SPS-BY-DUE NOT < WS-SPS-ORDER-QTY
                    AND WS-SPS-DATED > 0
                 ADD 1 TO WS-SUP-ON-TIME (WS-SPS-IX, WS-SPS-BACK)
              ELSE
                 ADD 1 TO WS-SUP-LATE (WS-SPS-IX, WS-SPS-BACK)
                 IF WS-SPS-RECEIVED NOT < WS-SPS-ORDER-QTY
                    ADD WS-SPS-LAST-LATE
                        TO WS-SUP-LATE-DAYS (WS-SPS-IX, WS-SPS-BACK)
                 ELSE
                    ADD WS-SPS-OPEN-LATE
                        TO WS-SUP-LATE-DAYS (WS-SPS-IX, WS-SPS-BACK).
      * ===============================================================
      * MRBLAPM's price exceptions, by supplier and month
      * ===============================================================
       COUNT-MISPRICED-INVOICES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SPSMIS CURSOR FOR
               SELECT P.SUPPLIER, YEAR(E.EXC-DATE),
                      MONTH(E.EXC-DATE), COUNT(*)
               FROM EVENT.MARBLES_APEXC E
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = E.PO-NO
               WHERE E.EXC-REASON = 'PRICE MISMATCH'
                 AND E.EXC-DATE >= DATE(:WS-SPS-FROM-DATE)
                 AND E.EXC-DATE < DATE(:WS-SPS-TO-DATE)
               GROUP BY P.SUPPLIER, YEAR(E.EXC-DATE),
                        MONTH(E.EXC-DATE)
           END-EXEC.
           EXEC SQL
               OPEN C-SPSMIS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-COUNT-MISPRICE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SPSMIS
           END-EXEC.
      * ===============================================================
       FETCH-AND-COUNT-MISPRICE.
           EXEC SQL
               FETCH C-SPSMIS
                   INTO :WS-SPS-SUPPLIER, :WS-SPS-YEAR,
                        :WS-SPS-MONTH, :WS-SPS-COUNT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM SET-MONTHS-BACK
              PERFORM FIND-SUPPLIER
              IF WS-SPS-HIT = 1
                    AND WS-SPS-BACK > 0 AND WS-SPS-BACK < 7
                 ADD WS-SPS-COUNT
                     TO WS-SUP-MISPRICE (WS-SPS-IX, WS-SPS-BACK).
      * ===============================================================
      * Quarantined, scrapped and returned lots received in the
      * window, each charged to the supplier whose PO last delivered
      * the color by the lot's received date, else the color's
      * supplier
      * ===============================================================
       COUNT-BAD-LOTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SPSLOT CURSOR FOR
               SELECT COALESCE(
                        (SELECT P.SUPPLIER
                         FROM EVENT.MARBLES_PORCPT R
                         INNER JOIN EVENT.MARBLES_POLINE L
                             ON L.PO-NO = R.PO-NO
                            AND L.LINE-NO = R.LINE-NO
                         INNER JOIN EVENT.MARBLES_PO P
                             ON P.PO-NO = R.PO-NO
                         WHERE L.COLOR = T.COLOR
                           AND R.RECEIPT-DATE <= T.RECEIVED-DATE
                         ORDER BY R.RECEIPT-DATE DESC, R.PO-NO DESC
                         FETCH FIRST 1 ROW ONLY),
                        (SELECT MIN(S.SUPPLIER)
                         FROM EVENT.MARBLES_SUPPLIER S
                         WHERE S.COLOR = T.COLOR), ' '),
                      YEAR(T.RECEIVED-DATE), MONTH(T.RECEIVED-DATE)
               FROM EVENT.MARBLES_LOT T
               WHERE T.LOT-STATUS IN ('Q', 'S', 'V')
                 AND T.RECEIVED-DATE >= DATE(:WS-SPS-FROM-DATE)
                 AND T.RECEIVED-DATE < DATE(:WS-SPS-TO-DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_RMA A
                      WHERE A.COLOR = T.COLOR
                        AND A.LOT-ID = T.LOT-ID)
           END-EXEC.
           EXEC SQL
               OPEN C-SPSLOT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-COUNT-LOT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SPSLOT
           END-EXEC.
      * ===============================================================
       FETCH-AND-COUNT-LOT.
           EXEC SQL
               FETCH C-SPSLOT
                   INTO :WS-SPS-SUPPLIER, :WS-SPS-YEAR,
                        :WS-SPS-MONTH
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM SET-MONTHS-BACK
              PERFORM FIND-SUPPLIER
              IF WS-SPS-HIT = 1
                    AND WS-SPS-BACK > 0 AND WS-SPS-BACK < 7
                 ADD 1 TO WS-SUP-BAD-LOTS (WS-SPS-IX, WS-SPS-BACK).
      * ===============================================================
       PRINT-SCORECARD.
           MOVE '  MARBLES SUPPLIER SCORECARD  ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-SCORE-HEADING.
           MOVE SPACES TO SCORE-DETAIL-LINE.
           PERFORM PRINT-ONE-SUPPLIER
              VARYING WS-SPS-IX FROM 1 BY 1
              UNTIL WS-SPS-IX > WS-SUP-COUNT.
           MOVE 'SUPPLIERS SCORED:       ' TO SUMMARY-LABEL.
           MOVE LINE-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           IF SKIP-COUNT > 0
              MOVE 'SUPPLIERS OVER TABLE:   ' TO SUMMARY-LABEL
              MOVE SKIP-COUNT TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
      * A supplier with nothing due, mispriced or gone bad in the
      * window gets no block
      * ===============================================================
       PRINT-ONE-SUPPLIER.
           MOVE 0 TO WS-SPS-ACTIVE.
           PERFORM CHECK-SUPPLIER-MONTH
              VARYING WS-SPS-MX FROM 1 BY 1
              UNTIL WS-SPS-MX > 6.
           IF WS-SPS-ACTIVE = 1
              IF LINES-WRITTEN > 22
                 PERFORM WRITE-HEADER
                 PERFORM WRITE-SCORE-HEADING
              END-IF
              MOVE WS-SUP-NAME (WS-SPS-IX) TO OUTPUT-SUPPLIER
              PERFORM PRINT-SUPPLIER-MONTH
                 VARYING WS-SPS-MX FROM 6 BY -1
                 UNTIL WS-SPS-MX < 1
              PERFORM PRINT-SUPPLIER-TOTAL
              ADD 1 TO LINE-COUNT.
      * ===============================================================
       CHECK-SUPPLIER-MONTH.
           IF WS-SUP-DUE (WS-SPS-IX, WS-SPS-MX) > 0
                 OR WS-SUP-MISPRICE (WS-SPS-IX, WS-SPS-MX) > 0
                 OR WS-SUP-BAD-LOTS (WS-SPS-IX, WS-SPS-MX) > 0
              MOVE 1 TO WS-SPS-ACTIVE.
      * ===============================================================
      * One month, oldest first, so the trend reads down the page
      * ===============================================================
       PRINT-SUPPLIER-MONTH.
           PERFORM CLEAR-SCORE-WORK.
           PERFORM ADD-SUPPLIER-MONTH.
           COMPUTE WS-SPS-ABS = WS-SPS-RUN-ABS - WS-SPS-MX.
           PERFORM BUILD-YEAR-MONTH.
           MOVE WS-SPS-YM TO OUTPUT-MONTH.
           MOVE SPACES TO OUTPUT-TREND.
           PERFORM WRITE-SCORE-DETAIL.
           MOVE SPACES TO OUTPUT-SUPPLIER.
      * ===============================================================
       PRINT-SUPPLIER-TOTAL.
           PERFORM CLEAR-SCORE-WORK.
           PERFORM ADD-SUPPLIER-MONTH
              VARYING WS-SPS-MX FROM 1 BY 1
              UNTIL WS-SPS-MX > 3.
           MOVE WS-SCR-TIMED TO WS-SCR-RECENT-TIMED.
           MOVE WS-SCR-ON-TIME TO WS-SCR-RECENT-ON-TIME.
           PERFORM ADD-SUPPLIER-MONTH
              VARYING WS-SPS-MX FROM 4 BY 1
              UNTIL WS-SPS-MX > 6.
           PERFORM SET-TREND.
           MOVE '6 MOS  ' TO OUTPUT-MONTH.
           PERFORM WRITE-SCORE-DETAIL.
           MOVE 1 TO LINE-SPACING.
           MOVE SPACES TO OUTPUT-LINE.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
      * ===============================================================
       CLEAR-SCORE-WORK.
           MOVE 0 TO WS-SCR-DUE.
           MOVE 0 TO WS-SCR-TIMED.
           MOVE 0 TO WS-SCR-ON-TIME.
           MOVE 0 TO WS-SCR-LATE.
           MOVE 0 TO WS-SCR-LATE-DAYS.
           MOVE 0 TO WS-SCR-ORDERED.
           MOVE 0 TO WS-SCR-FILLED.
           MOVE 0 TO WS-SCR-MISPRICE.
           MOVE 0 TO WS-SCR-BAD-LOTS.
      * ===============================================================
       ADD-SUPPLIER-MONTH.
           ADD WS-SUP-DUE (WS-SPS-IX, WS-SPS-MX) TO WS-SCR-DUE.
           ADD WS-SUP-TIMED (WS-SPS-IX, WS-SPS-MX) TO WS-SCR-TIMED.
           ADD WS-SUP-ON-TIME (WS-SPS-IX, WS-SPS-MX) TO WS-SCR-ON-TIME.
           ADD WS-SUP-LATE (WS-SPS-IX, WS-SPS-MX) TO WS-SCR-LATE.
           ADD WS-SUP-LATE-DAYS (WS-SPS-IX, WS-SPS-MX)
               TO WS-SCR-LATE-DAYS.
           ADD WS-SUP-ORDERED (WS-SPS-IX, WS-SPS-MX) TO WS-SCR-ORDERED.
           ADD WS-SUP-FILLED (WS-SPS-IX, WS-SPS-MX) TO WS-SCR-FILLED.
           ADD WS-SUP-MISPRICE (WS-SPS-IX, WS-SPS-MX)
               TO WS-SCR-MISPRICE.
           ADD WS-SUP-BAD-LOTS (WS-SPS-IX, WS-SPS-MX)
               TO WS-SCR-BAD-LOTS.
      * ===============================================================
      * On-time for the last three months against the three before;
      * either half with nothing to time leaves the trend blank
      * ===============================================================
       SET-TREND.
           MOVE SPACES TO OUTPUT-TREND.
           IF WS-SCR-RECENT-TIMED > 0
                 AND WS-SCR-TIMED > WS-SCR-RECENT-TIMED
              COMPUTE WS-SCR-RECENT-PCT ROUNDED =
                      WS-SCR-RECENT-ON-TIME * 100 / WS-SCR-RECENT-TIMED
              COMPUTE WS-SCR-PRIOR-PCT ROUNDED =
                      (WS-SCR-ON-TIME - WS-SCR-RECENT-ON-TIME) * 100
                    / (WS-SCR-TIMED - WS-SCR-RECENT-TIMED)
              IF WS-SCR-RECENT-PCT > WS-SCR-PRIOR-PCT + 5
                 MOVE 'IMPROVING' TO OUTPUT-TREND
              ELSE
                 IF WS-SCR-RECENT-PCT < WS-SCR-PRIOR-PCT - 5
                    MOVE 'SLIPPING' TO OUTPUT-TREND
                 ELSE
                    MOVE 'STEADY' TO OUTPUT-TREND.
      * ===============================================================
      * A rate with nothing under it prints blank, not zero
      * ===============================================================
       WRITE-SCORE-DETAIL.
           MOVE WS-SCR-DUE TO OUTPUT-LINES.
           IF WS-SCR-TIMED > 0
              COMPUTE WS-SCR-PCT ROUNDED =
                      WS-SCR-ON-TIME * 100 / WS-SCR-TIMED
              MOVE WS-SCR-PCT TO OUTPUT-ON-TIME
              MOVE '%' TO OUTPUT-ON-TIME-SIGN
           ELSE
              MOVE SPACES TO OUTPUT-ON-TIME-X
              MOVE SPACE TO OUTPUT-ON-TIME-SIGN.
           IF WS-SCR-ORDERED > 0
              COMPUTE WS-SCR-PCT ROUNDED =
                      WS-SCR-FILLED * 100 / WS-SCR-ORDERED
              MOVE WS-SCR-PCT TO OUTPUT-FILL
              MOVE '%' TO OUTPUT-FILL-SIGN
           ELSE
              MOVE SPACES TO OUTPUT-FILL-X
              MOVE SPACE TO OUTPUT-FILL-SIGN.
           IF WS-SCR-LATE > 0
              COMPUTE WS-SCR-AVG-LATE ROUNDED =
                      WS-SCR-LATE-DAYS / WS-SCR-LATE
              MOVE WS-SCR-AVG-LATE TO OUTPUT-AVG-LATE
           ELSE
              MOVE SPACES TO OUTPUT-AVG-LATE-X.
           MOVE WS-SCR-MISPRICE TO OUTPUT-MISPRICE.
           MOVE WS-SCR-BAD-LOTS TO OUTPUT-BAD-LOTS.
           MOVE SCORE-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SCORE-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SCORE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SCORE-SUMMARY-LINE TO OUTPUT-LINE.
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
