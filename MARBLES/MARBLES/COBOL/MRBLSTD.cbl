      * ===============================================================
      * Nightly release of standing (blanket) orders. The order desk
      * keeps the standing orders on MRBN (see MRBLSTO.cbl): a
      * customer, a set of color/quantity lines, a frequency --
      * weekly, every other week, or monthly -- and an end date.
      * This run reads the date card (U-T-DATECRD, YYYYMMDD in
      * columns 1-8) and vets it against the business calendar the
      * way MRBLASN and MRBLCLS do; a card the calendar contradicts
      * stops the run with RC 16. Releases are only made on a
      * business day, so one that falls on a weekend or holiday is
      * made by the next business day's run -- every active
      * standing order whose next release is on or before the run
      * date is due.
      *
      * Each due release becomes a real order, booked as MRBO NEW
      * and LIN book one -- the EVENT.MARBLES_ORDER header under
      * terminal 'BATC' (the MRBLLOD precedent for batch-posted
      * rows), wanted on the release date, and per line the
      * reservation, the order line, the reservation detail row and
      * the RSV audit row. A line is reserved as far as available-
      * to-promise goes and never past it; whatever can't be
      * reserved (all of it, for a color no longer active) is
      * raised as an open EVENT.MARBLES_BACKORDER row for the
      * customer, which the next ADD or MOV fills oldest-first as
      * any SUB shortfall is filled, and as a BACKORDR alert on the
      * MRBA screen naming the standing order. The header is opened
      * at the first line that reserves anything, so a release with
      * nothing available opens no empty order -- it is backorders
      * and alerts only. A customer who has gone on credit hold
      * since the standing order was opened gets no order at all
      * (MRBO NEW would refuse one): the release is recorded as
      * held, with a CREDHOLD alert, and the schedule moves on.
      *
      * Every release -- full, backordered, or held -- is recorded
      * on EVENT.MARBLES_STDREL against the order it opened, and
      * the standing order's next release rolls forward: seven days
      * for weekly, fourteen for every other week, and for monthly
      * the first release date plus one month per release made, so
      * a standing order that starts on the 31st doesn't creep back
      * to the 28th after February. A standing order whose next
      * release passes its end date is ended (status 'E'). Each
      * release prints with its lines and outcome, and the control
      * totals follow. Any backorder or held release ends the run
      * with RC 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATECARD-FILE ASSIGN U-T-DATECRD.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  DATECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DATECARD-RECORD.
         01 DATECARD-RECORD.
           02 DATECARD-DATE    PIC X(8).
           02 FILLER           PIC X(72).
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
           02  LINE-SWITCH       PIC X(3).
               88  END-OF-LINES  VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  RELEASE-COUNT     PIC 9(5) VALUE 0.
           02  ORDER-COUNT       PIC 9(5) VALUE 0.
           02  HELD-COUNT        PIC 9(5) VALUE 0.
           02  LINE-COUNT        PIC 9(7) VALUE 0.
           02  SHORT-LINE-COUNT  PIC 9(7) VALUE 0.
           02  RESERVED-TOTAL    PIC 9(11) VALUE 0.
           02  SHORT-TOTAL       PIC 9(11) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-DATECARD-SWITCH    PIC X(3).
           88  END-OF-DATECARD   VALUE 'EOF'.
      * ===============================================================
      * Business-calendar linkage (see COPYBOOK/MRBLCALL.cpy)
      * ===============================================================
       COPY MRBLCALL.
       01  WS-RELEASE-WORK.
           02  WS-RUN-DATE       PIC X(10).
           02  WS-STD-NO         PIC S9(9) COMP VALUE 0.
           02  WS-STD-CUST       PIC X(10).
           02  WS-STD-FREQ       PIC X(1).
           02  WS-STD-DUE        PIC X(10).
           02  WS-STD-REL-COUNT  PIC S9(9) COMP VALUE 0.
           02  WS-STD-REL-STATUS PIC X(1).
               88  WS-STD-REL-FULL       VALUE 'F'.
               88  WS-STD-REL-BACKORDER  VALUE 'B'.
               88  WS-STD-REL-HELD       VALUE 'H'.
           02  WS-STD-NO-DISPLAY PIC 9(8).
           02  WS-ORDER-OPEN     PIC 9 VALUE 0.
           02  WS-ORD-NO         PIC S9(9) COMP VALUE 0.
           02  WS-LINE-NO        PIC S9(9) COMP VALUE 0.
           02  WS-COLOR          PIC X(10).
           02  WS-QTY            PIC S9(9) COMP VALUE 0.
           02  WS-BOOK-QTY       PIC S9(9) COMP VALUE 0.
           02  WS-SHORT-QTY      PIC S9(9) COMP VALUE 0.
           02  WS-INV            PIC S9(9) COMP VALUE 0.
           02  WS-COLOR-STATUS   PIC X(1).
           02  WS-RESERVED       PIC S9(9) COMP VALUE 0.
           02  WS-RSV-BEFORE     PIC S9(9) COMP VALUE 0.
           02  WS-ATP            PIC S9(9) COMP VALUE 0.
           02  WS-LINE-NOTE      PIC X(20).
           02  WS-CRD-HOLD       PIC X(1).
           02  WS-ALERT-TYPE     PIC X(8).
           02  WS-ALERT-TEXT     PIC X(40).
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  RELEASE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'STANDING: '.
           02  OUTPUT-STD-NO         PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'CUSTOMER: '.
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'FREQUENCY: '.
           02  OUTPUT-FREQ           PIC X(1).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'DUE: '.
           02  OUTPUT-DUE            PIC X(10).
           02  FILLER                PIC X(53).
       01  RELEASE-DETAIL-LINE.
           02  FILLER                PIC X(10).
           02  FILLER                PIC X(7)  VALUE 'COLOR: '.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'ORDERED: '.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RESERVED: '.
           02  OUTPUT-BOOK-QTY       PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'SHORT: '.
           02  OUTPUT-SHORT-QTY      PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LINE-NOTE      PIC X(20).
           02  FILLER                PIC X(26).
       01  RELEASE-RESULT-LINE.
           02  FILLER                PIC X(10).
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  OUTPUT-ORDER-NO       PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-RESULT         PIC X(24).
           02  FILLER                PIC X(80).
       01  NOT-BUSINESS-DAY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(14) VALUE 'RUN DATE      '.
           02  OUTPUT-RUN-DATE       PIC X(10).
           02  FILLER                PIC X(35)
               VALUE ' IS NOT A BUSINESS DAY - NO RELEASE'.
           02  FILLER                PIC X(68).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'RELEASES: '.
           02  OUTPUT-RELEASE-COUNT  PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE 'ORDERS OPENED:  '.
           02  OUTPUT-ORDER-COUNT    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'HELD - CREDIT: '.
           02  OUTPUT-HELD-COUNT     PIC ZZ,ZZ9.
           02  FILLER                PIC X(62).
       01  SUMMARY-SPLIT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'LINES:    '.
           02  OUTPUT-LINE-COUNT     PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RESERVED: '.
           02  OUTPUT-RESERVED-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'BACKORDERED: '.
           02  OUTPUT-SHORT-COUNT    PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'SHORT: '.
           02  OUTPUT-SHORT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(32).
      * ===============================================================
      * Map SQL tables this run reads and books into -- the same
      * ones MRBO NEW and LIN use (see MRBLORD.cbl), the backorder
      * and alert tables MARBLES.cbl's SUB raises into, and the
      * standing orders MRBN maintains
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
           EXEC SQL DECLARE EVENT.MARBLES_RESERVE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             RESERVED-QTY                   INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RSVLOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RSV-STATUS                     CHAR(1)     NOT NULL,
             RSV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDER TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             ORD-STATUS                     CHAR(1)     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             ORD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDLINE TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CREDIT TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CREDIT-LIMIT                   DECIMAL(11,0) NOT NULL,
             CREDIT-HOLD                    CHAR(1)     NOT NULL,
             LAST-UPDATED                   TIMESTAMP   NOT NULL
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
           EXEC SQL DECLARE EVENT.MARBLES_STDORD TABLE
           ( STD-NO                         INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             FREQUENCY                      CHAR(1)     NOT NULL,
             START-DATE                     DATE        NOT NULL,
             END-DATE                       DATE        NOT NULL,
             NEXT-RELEASE                   DATE        NOT NULL,
             STD-STATUS                     CHAR(1)     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             STD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_STDLINE TABLE
           ( STD-NO                         INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL standing-order releases (one row per release made:
      * REL-STATUS 'F' fully reserved, 'B' part or all backordered,
      * 'H' held for credit; ORDER-NO 0 when no order was opened)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_STDREL TABLE
           ( STD-NO                         INTEGER     NOT NULL,
             RELEASE-DATE                   DATE        NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             REL-STATUS                     CHAR(1)     NOT NULL,
             REL-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLSTD ' TO MRBLRUN-JOB-NAME.
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
           MOVE '  MARBLES STANDING RELEASES   ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           IF MRBLCAL-BUSINESS-DAY
              PERFORM RELEASE-STANDING-ORDERS
              PERFORM WRITE-SUMMARY-LINES
           ELSE
              PERFORM WRITE-NOT-BUSINESS-DAY.
           IF (SHORT-LINE-COUNT > 0 OR HELD-COUNT > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE RELEASE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Read the date card and vet it against the business calendar
      * -- a card the calendar contradicts stops the run (RC 16)
      * ===============================================================
       GET-RUN-DATE.
           OPEN INPUT DATECARD-FILE.
           READ DATECARD-FILE AT END
               MOVE 'EOF' TO WS-DATECARD-SWITCH.
           CLOSE DATECARD-FILE.
           IF END-OF-DATECARD OR DATECARD-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-RUN-DATE
              STRING DATECARD-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE
              MOVE DATECARD-DATE TO MRBLCAL-RUN-DATE
              CALL 'MRBLCAL' USING MRBLCAL-LINKAGE
              IF NOT MRBLCAL-OK
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * Every active standing order with a release due by the run
      * date, in standing-order number order. A database error stops
      * the run (RC 12) at the release it hit.
      * ===============================================================
       RELEASE-STANDING-ORDERS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-STD CURSOR FOR
               SELECT STD-NO, CUST-NO, FREQUENCY, CHAR(NEXT-RELEASE)
               FROM EVENT.MARBLES_STDORD
               WHERE STD-STATUS = 'A'
                 AND NEXT-RELEASE <= :WS-RUN-DATE
               ORDER BY STD-NO
           END-EXEC.
           EXEC SQL
               OPEN C-STD
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-STANDING-ORDER
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-STD
           END-EXEC.
      * ===============================================================
       FETCH-STANDING-ORDER.
           EXEC SQL
               FETCH C-STD
                   INTO :WS-STD-NO, :WS-STD-CUST, :WS-STD-FREQ,
                        :WS-STD-DUE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM RELEASE-ONE-STANDING
              IF WS-SQL-ERROR = 1
                 MOVE 12 TO RETURN-CODE
                 MOVE 'EOF' TO CURSOR-SWITCH
              END-IF
           END-IF.
      * ===============================================================
      * One due release: the customer's credit hold first, then the
      * lines, then the release record and the next release date
      * ===============================================================
       RELEASE-ONE-STANDING.
           ADD 1 TO RELEASE-COUNT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE 0 TO WS-ORDER-OPEN.
           MOVE 0 TO WS-ORD-NO.
           MOVE 'F' TO WS-STD-REL-STATUS.
           MOVE WS-STD-NO TO WS-STD-NO-DISPLAY.
           PERFORM WRITE-RELEASE-LINE.
           EXEC SQL
               SELECT CREDIT-HOLD INTO :WS-CRD-HOLD
               FROM EVENT.MARBLES_CREDIT
               WHERE CUST-NO = :WS-STD-CUST
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'N' TO WS-CRD-HOLD
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           END-IF.
           IF WS-SQL-ERROR = 0 AND WS-CRD-HOLD = 'Y'
              MOVE 'H' TO WS-STD-REL-STATUS
              ADD 1 TO HELD-COUNT
              MOVE 'CREDHOLD' TO WS-ALERT-TYPE
              MOVE SPACES TO WS-COLOR
              MOVE SPACES TO WS-ALERT-TEXT
              STRING 'STANDING ' DELIMITED BY SIZE
                     WS-STD-NO-DISPLAY DELIMITED BY SIZE
                     ' HELD - CREDIT HOLD' DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
              PERFORM INSERT-ALERT-ROW.
           IF WS-SQL-ERROR = 0 AND NOT WS-STD-REL-HELD
              PERFORM RELEASE-STANDING-LINES.
           IF WS-SQL-ERROR = 0
              PERFORM RECORD-RELEASE.
           IF WS-SQL-ERROR = 0
              PERFORM ADVANCE-SCHEDULE.
           IF WS-SQL-ERROR = 0
              PERFORM WRITE-RESULT-LINE.
      * ===============================================================
      * The standing order's lines, in line order
      * ===============================================================
       RELEASE-STANDING-LINES.
           MOVE SPACES TO LINE-SWITCH.
           EXEC SQL
               DECLARE C-STDLN CURSOR FOR
               SELECT COLOR, QUANTITY
               FROM EVENT.MARBLES_STDLINE
               WHERE STD-NO = :WS-STD-NO
               ORDER BY LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-STDLN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
           PERFORM FETCH-STANDING-LINE
              UNTIL END-OF-LINES.
           EXEC SQL
               CLOSE C-STDLN
           END-EXEC.
      * ===============================================================
       FETCH-STANDING-LINE.
           EXEC SQL
               FETCH C-STDLN
                   INTO :WS-COLOR, :WS-QTY
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'EOF' TO LINE-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH
           ELSE
              PERFORM RELEASE-ONE-LINE
              IF WS-SQL-ERROR = 1
                 MOVE 'EOF' TO LINE-SWITCH
              END-IF
           END-IF.
      * ===============================================================
      * Reserve what available-to-promise allows -- the double-sell
      * guard MRBO LIN and DO-RESERVE keep -- and backorder the rest.
      * A color gone inactive (or off file) since the line was set
      * up takes no new reservation; the whole line is backordered
      * so the shortfall is seen, not dropped.
      * ===============================================================
       RELEASE-ONE-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE SPACES TO WS-LINE-NOTE.
           MOVE 0 TO WS-INV.
           MOVE 0 TO WS-RESERVED.
           EXEC SQL
               SELECT INVENTORY, STATUS
                   INTO :WS-INV, :WS-COLOR-STATUS
               FROM EVENT.MARBLES
               WHERE COLOR = :WS-COLOR
               FOR UPDATE OF INVENTORY
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'COLOR NOT ON FILE' TO WS-LINE-NOTE
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE IF WS-COLOR-STATUS NOT = 'A'
              MOVE 'COLOR NOT ACTIVE' TO WS-LINE-NOTE
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  SELECT RESERVED-QTY INTO :WS-RESERVED
                  FROM EVENT.MARBLES_RESERVE
                  WHERE COLOR = :WS-COLOR
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO WS-RESERVED
              ELSE IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              COMPUTE WS-ATP = WS-INV - WS-RESERVED
              IF WS-LINE-NOTE NOT = SPACES OR WS-ATP < 1
                 MOVE 0 TO WS-BOOK-QTY
              ELSE IF WS-QTY > WS-ATP
                 MOVE WS-ATP TO WS-BOOK-QTY
              ELSE
                 MOVE WS-QTY TO WS-BOOK-QTY
              END-IF
              COMPUTE WS-SHORT-QTY = WS-QTY - WS-BOOK-QTY
           END-IF.
           IF WS-SQL-ERROR = 0 AND WS-BOOK-QTY > 0
              PERFORM BOOK-ORDER-LINE.
           IF WS-SQL-ERROR = 0 AND WS-SHORT-QTY > 0
              PERFORM RAISE-LINE-BACKORDER.
           IF WS-SQL-ERROR = 0
              ADD WS-BOOK-QTY TO RESERVED-TOTAL
              PERFORM WRITE-DETAIL-LINE.
      * ===============================================================
      * The order header, opened at the first line that reserves
      * anything: numbered as MRBO NEW numbers it, wanted on the
      * release date
      * ===============================================================
       OPEN-ORDER-HEADER.
           EXEC SQL
               SELECT COALESCE(MAX(ORDER-NO), 0) + 1
                   INTO :WS-ORD-NO
               FROM EVENT.MARBLES_ORDER
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDER
                  VALUES (:WS-ORD-NO, 'BATC', :WS-STD-CUST, 'O',
                          :WS-STD-DUE, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              MOVE 1 TO WS-ORDER-OPEN
              ADD 1 TO ORDER-COUNT
           END-IF.
      * ===============================================================
      * Book the reserved part of the line as MRBO LIN books it: the
      * new reserved total, the order line, the reservation detail
      * row stamped with the customer, and the RSV audit row carrying
      * reserved before and after
      * ===============================================================
       BOOK-ORDER-LINE.
           IF WS-ORDER-OPEN = 0
              PERFORM OPEN-ORDER-HEADER.
           IF WS-SQL-ERROR = 0
              MOVE WS-RESERVED TO WS-RSV-BEFORE
              ADD WS-BOOK-QTY TO WS-RESERVED
              EXEC SQL
                  UPDATE EVENT.MARBLES_RESERVE
                  SET RESERVED-QTY = :WS-RESERVED
                  WHERE COLOR = :WS-COLOR
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_RESERVE
                     VALUES (:WS-COLOR, :WS-RESERVED)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  SELECT COALESCE(MAX(LINE-NO), 0) + 1
                      INTO :WS-LINE-NO
                  FROM EVENT.MARBLES_ORDLINE
                  WHERE ORDER-NO = :WS-ORD-NO
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_ORDLINE
                     VALUES (:WS-ORD-NO, :WS-LINE-NO,
                             :WS-COLOR, :WS-BOOK-QTY,
                             :WS-STD-DUE, 'O')
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_RSVLOG
                  VALUES (:WS-COLOR, :WS-BOOK-QTY, :WS-STD-CUST,
                          'BATC', 'O', CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_LOG
                     VALUES (:WS-COLOR, 'RSV', :WS-RSV-BEFORE,
                             :WS-RESERVED, 'BATC',
                             CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
      * The part of the line that couldn't be reserved: an open
      * backorder for the customer, as MARBLES.cbl's INSERT-BACKORDER
      * records a SUB shortfall, and a BACKORDR alert for MRBA
      * ===============================================================
       RAISE-LINE-BACKORDER.
           MOVE 'B' TO WS-STD-REL-STATUS.
           ADD 1 TO SHORT-LINE-COUNT.
           ADD WS-SHORT-QTY TO SHORT-TOTAL.
           IF WS-LINE-NOTE = SPACES
              MOVE 'BACKORDERED' TO WS-LINE-NOTE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_BACKORDER
               VALUES (:WS-COLOR, :WS-SHORT-QTY, 'BATC',
                       :WS-STD-CUST, 0, 'O', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              MOVE 'BACKORDR' TO WS-ALERT-TYPE
              MOVE SPACES TO WS-ALERT-TEXT
              STRING 'STANDING ' DELIMITED BY SIZE
                     WS-STD-NO-DISPLAY DELIMITED BY SIZE
                     ' SHORT, BACKORDER CAPTURED' DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
              PERFORM INSERT-ALERT-ROW.
      * ===============================================================
      * One unacknowledged alert row -- best effort, as MARBLES.cbl
      * raises them: losing an alert to a DB hiccup must not undo
      * the release that raised it
      * ===============================================================
       INSERT-ALERT-ROW.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_ALERT
               VALUES (:WS-ALERT-TYPE, :WS-COLOR, :WS-ALERT-TEXT,
                       'N', '    ', CURRENT TIMESTAMP)
           END-EXEC.
      * ===============================================================
      * The release record, against the order it opened (0 if none)
      * ===============================================================
       RECORD-RELEASE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_STDREL
               VALUES (:WS-STD-NO, :WS-STD-DUE, :WS-ORD-NO,
                       :WS-STD-REL-STATUS, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR.
      * ===============================================================
      * Roll the next release forward by the frequency -- monthly
      * counts whole months from the first release, so month ends
      * don't drift -- and end the standing order once the next
      * release would fall past its end date
      * ===============================================================
       ADVANCE-SCHEDULE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-STD-REL-COUNT
               FROM EVENT.MARBLES_STDREL
               WHERE STD-NO = :WS-STD-NO
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                  UPDATE EVENT.MARBLES_STDORD
                  SET NEXT-RELEASE =
                      CASE FREQUENCY
                           WHEN 'W' THEN NEXT-RELEASE + 7 DAYS
                           WHEN 'B' THEN NEXT-RELEASE + 14 DAYS
                           ELSE START-DATE + :WS-STD-REL-COUNT MONTHS
                      END
                  WHERE STD-NO = :WS-STD-NO
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              EXEC SQL
                  UPDATE EVENT.MARBLES_STDORD
                  SET STD-STATUS = 'E'
                  WHERE STD-NO = :WS-STD-NO
                    AND NEXT-RELEASE > END-DATE
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
       WRITE-RELEASE-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-STD-NO TO OUTPUT-STD-NO.
           MOVE WS-STD-CUST TO OUTPUT-CUST-NO.
           MOVE WS-STD-FREQ TO OUTPUT-FREQ.
           MOVE WS-STD-DUE TO OUTPUT-DUE.
           MOVE RELEASE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-DETAIL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-COLOR TO OUTPUT-COLOR.
           MOVE WS-QTY TO OUTPUT-QTY.
           MOVE WS-BOOK-QTY TO OUTPUT-BOOK-QTY.
           MOVE WS-SHORT-QTY TO OUTPUT-SHORT-QTY.
           MOVE WS-LINE-NOTE TO OUTPUT-LINE-NOTE.
           MOVE RELEASE-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The release's outcome, with a blank line after it to set the
      * next release off
      * ===============================================================
       WRITE-RESULT-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-ORD-NO TO OUTPUT-ORDER-NO.
           IF WS-STD-REL-HELD
              MOVE 'HELD - CREDIT HOLD' TO OUTPUT-RESULT
           ELSE IF WS-ORDER-OPEN = 0
              MOVE 'NO ORDER - ALL SHORT' TO OUTPUT-RESULT
           ELSE IF WS-STD-REL-BACKORDER
              MOVE 'RELEASED - BACKORDERED' TO OUTPUT-RESULT
           ELSE
              MOVE 'RELEASED' TO OUTPUT-RESULT.
           MOVE RELEASE-RESULT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-NOT-BUSINESS-DAY.
           MOVE WS-RUN-DATE TO OUTPUT-RUN-DATE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE NOT-BUSINESS-DAY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
      * The control totals -- releases made, orders opened and held,
      * and the lines' quantity reserved against what was backordered
      * ===============================================================
       WRITE-SUMMARY-LINES.
           MOVE RELEASE-COUNT TO OUTPUT-RELEASE-COUNT.
           MOVE ORDER-COUNT TO OUTPUT-ORDER-COUNT.
           MOVE HELD-COUNT TO OUTPUT-HELD-COUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE LINE-COUNT TO OUTPUT-LINE-COUNT.
           MOVE RESERVED-TOTAL TO OUTPUT-RESERVED-TOTAL.
           MOVE SHORT-LINE-COUNT TO OUTPUT-SHORT-COUNT.
           MOVE SHORT-TOTAL TO OUTPUT-SHORT-TOTAL.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-SPLIT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
