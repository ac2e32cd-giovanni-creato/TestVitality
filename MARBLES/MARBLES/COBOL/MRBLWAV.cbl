      * ===============================================================
      * Wave pick sheets for the MRBO sales-order subsystem. MRBLPKL
      * prints a pick list per order, so forty small orders on a
      * busy afternoon are forty walks down the same aisle. This run
      * gathers a group of open orders into one numbered wave and
      * prints two sheets for it:
      *
      *   the PICK SHEET -- every open line on the wave's orders
      *       added up per bin and color, in the same BIN-LOCATION
      *       walk order MRBLPKL keeps, so the picker walks the floor
      *       once and pulls each bin's total in one visit
      *   the PUT-TO-ORDER SHEET -- the same bins in the same order,
      *       each bin's total split across the orders and lines it
      *       goes to, so the packer at the put wall knows which
      *       tote gets how many
      *
      * The wave card (U-T-PARM) chooses the orders:
      *   columns  1-8   wanted on or before (YYYYMMDD, blank = any)
      *   column   10    customer priority class (blank = any)
      *   columns 12-14  most orders on the wave (blank = no limit)
      *   columns 16-23  wave number to reprint (blank = new wave)
      * Open orders with at least one open stock line qualify,
      * earliest wanted first, then by order number -- an order
      * already on an open wave is not taken twice. Each order taken
      * is recorded on EVENT.MARBLES_WAVE under the new wave number
      * (one past the highest on file), status 'O'. A card carrying
      * a wave number selects nothing and reprints that wave's open
      * orders instead.
      *
      * The wave is confirmed afterwards on MRBO WAV, which picks
      * every order still open on it exactly as MRBO PCK would, or
      * order by order on MRBO PCK or the MRBV scanner. Either way
      * the order's wave row closes ('C'); an order MRBO WAV can't
      * pick whole is left open and dropped from the wave ('S') so
      * the next wave can take it.
      *
      * A bad card ends with return code 16 before anything prints;
      * a carded wave with no open orders ends with return code 8;
      * a card that matches no order prints a NOTHING page and ends
      * with return code 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLWAV.
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
           02 PARM-THRU-DATE     PIC X(8).
           02 FILLER             PIC X(1).
           02 PARM-CLASS         PIC X(1).
           02 FILLER             PIC X(1).
           02 PARM-MAX-ORDERS    PIC X(3).
           02 FILLER             PIC X(1).
           02 PARM-WAVE-NO       PIC X(8).
           02 FILLER             PIC X(57).
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
           02  ORDER-SWITCH      PIC X(3).
               88  END-OF-ORDERS VALUE 'EOF'.
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  LINE-COUNT        PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-WAVE-WORK.
           02  WS-WAV-NO         PIC S9(9) COMP VALUE 0.
           02  WS-WAV-NO-9       PIC 9(8).
           02  WS-WAV-REPRINT    PIC 9 VALUE 0.
           02  WS-WAV-THRU       PIC X(10).
           02  WS-WAV-CLASS      PIC X(1).
           02  WS-WAV-MAX-TEXT   PIC X(3) JUSTIFIED RIGHT.
           02  WS-WAV-MAX-9      PIC 9(3).
           02  WS-WAV-LIMIT      PIC S9(9) COMP VALUE 0.
           02  WS-WAV-ORDERS     PIC S9(9) COMP VALUE 0.
           02  WS-WAV-ORDER-NO   PIC S9(9) COMP.
           02  WS-WAV-BIN        PIC X(10).
           02  WS-WAV-COLOR      PIC X(10).
           02  WS-WAV-QTY        PIC S9(9) COMP.
           02  WS-WAV-BIN-ORDERS PIC S9(9) COMP.
           02  WS-WAV-LINE-NO    PIC S9(9) COMP.
           02  WS-WAV-CUST       PIC X(10).
           02  WS-WAV-GROUP-TOTAL PIC S9(9) COMP.
           02  WS-WAV-LAST-BIN   PIC X(10).
           02  WS-WAV-LAST-COLOR PIC X(10).
       01  WAVE-HEADER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(6)  VALUE 'WAVE: '.
           02  OUTPUT-WAVE-NO        PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'ORDERS: '.
           02  OUTPUT-WAVE-ORDERS    PIC ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'WANTED THRU: '.
           02  OUTPUT-WAVE-THRU      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'CLASS: '.
           02  OUTPUT-WAVE-CLASS     PIC X(3).
           02  FILLER                PIC X(60).
       01  PICK-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-BIN            PIC X(10).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'TOTAL: '.
           02  OUTPUT-TOTAL          PIC ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'ORDERS: '.
           02  OUTPUT-BIN-ORDERS     PIC ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  OUTPUT-FLAG           PIC X(6).
           02  FILLER                PIC X(56).
       01  PUT-GROUP-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(5)  VALUE 'BIN: '.
           02  PUT-BIN               PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'COLOR: '.
           02  PUT-COLOR             PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'TOTAL: '.
           02  PUT-TOTAL             PIC ZZZ,ZZ9.
           02  FILLER                PIC X(75).
       01  PUT-ORDER-LINE.
           02  FILLER                PIC X(10).
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  PUT-ORDER-NO          PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'LINE: '.
           02  PUT-LINE-NO           PIC ZZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'CUSTOMER: '.
           02  PUT-CUST              PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'PUT: '.
           02  PUT-QTY               PIC ZZZ,ZZ9.
           02  FILLER                PIC X(56).
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
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL wave table (one row per order on a wave -- 'O' while
      * the wave is on the floor, 'C' once the order is confirmed,
      * 'S' when MRBO WAV left the order open and dropped it)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_WAVE TABLE
           ( WAVE-NO                        INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             WAVE-STATUS                    CHAR(1)     NOT NULL,
             WAVE-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-WAVE-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLWAV ' TO MRBLRUN-JOB-NAME.
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
           IF WS-WAV-REPRINT = 1
              PERFORM FIND-CARDED-WAVE
           ELSE
              PERFORM BUILD-NEW-WAVE.
           IF WS-WAV-ORDERS = 0
              PERFORM WRITE-NOTHING-PAGE
           ELSE
              PERFORM PRINT-PICK-SHEET
              PERFORM PRINT-PUT-SHEET.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * A missing or blank card is a new wave of every qualifying
      * order; anything typed must edit or the run refuses before
      * anything prints
      * ===============================================================
       READ-WAVE-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           MOVE 0 TO WS-WAV-REPRINT.
           MOVE 0 TO WS-WAV-LIMIT.
           MOVE SPACES TO WS-WAV-CLASS.
           MOVE '9999-12-31' TO WS-WAV-THRU.
           IF NOT END-OF-PARM
              PERFORM EDIT-WAVE-CARD.
      * ===============================================================
       EDIT-WAVE-CARD.
           IF PARM-WAVE-NO NOT = SPACES
              IF PARM-WAVE-NO IS NUMERIC
                 MOVE 1 TO WS-WAV-REPRINT
                 MOVE PARM-WAVE-NO TO WS-WAV-NO-9
                 MOVE WS-WAV-NO-9 TO WS-WAV-NO
              ELSE
                 MOVE 16 TO RETURN-CODE.
           IF PARM-THRU-DATE NOT = SPACES
              IF PARM-THRU-DATE IS NUMERIC
                 MOVE SPACES TO WS-WAV-THRU
                 STRING PARM-THRU-DATE(1:4) DELIMITED BY SIZE
                        '-' DELIMITED BY SIZE
                        PARM-THRU-DATE(5:2) DELIMITED BY SIZE
                        '-' DELIMITED BY SIZE
                        PARM-THRU-DATE(7:2) DELIMITED BY SIZE
                     INTO WS-WAV-THRU
              ELSE
                 MOVE 16 TO RETURN-CODE.
           MOVE PARM-CLASS TO WS-WAV-CLASS.
           IF PARM-MAX-ORDERS NOT = SPACES
              MOVE PARM-MAX-ORDERS TO WS-WAV-MAX-TEXT
              INSPECT WS-WAV-MAX-TEXT
                  REPLACING LEADING SPACE BY ZERO
              IF WS-WAV-MAX-TEXT IS NUMERIC
                 MOVE WS-WAV-MAX-TEXT TO WS-WAV-MAX-9
                 MOVE WS-WAV-MAX-9 TO WS-WAV-LIMIT
              ELSE
                 MOVE 16 TO RETURN-CODE.
      * ===============================================================
      * A reprint: the carded wave must still have open orders on it
      * ===============================================================
       FIND-CARDED-WAVE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-WAV-ORDERS
               FROM EVENT.MARBLES_WAVE
               WHERE WAVE-NO = :WS-WAV-NO
                 AND WAVE-STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-WAV-ORDERS
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-WAV-ORDERS = 0
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
      * A new wave: number it one past the highest on file, then
      * take the qualifying orders up to the card's limit
      * ===============================================================
       BUILD-NEW-WAVE.
           EXEC SQL
               SELECT COALESCE(MAX(WAVE-NO), 0) + 1
                   INTO :WS-WAV-NO
               FROM EVENT.MARBLES_WAVE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM SELECT-WAVE-ORDERS.
      * ===============================================================
       SELECT-WAVE-ORDERS.
           MOVE SPACES TO ORDER-SWITCH.
           EXEC SQL
               DECLARE C-WAVORD CURSOR FOR
               SELECT O.ORDER-NO
               FROM EVENT.MARBLES_ORDER O
               LEFT OUTER JOIN EVENT.MARBLES_CUSTOMER C
                   ON C.CUST-NO = O.CUST-NO
               WHERE O.ORD-STATUS = 'O'
                 AND O.WANTED-DATE <= :WS-WAV-THRU
                 AND (:WS-WAV-CLASS = ' '
                      OR C.PRIORITY-CLASS = :WS-WAV-CLASS)
                 AND EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_ORDLINE L
                      WHERE L.ORDER-NO = O.ORDER-NO
                        AND L.LINE-STATUS = 'O')
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_WAVE W
                      WHERE W.ORDER-NO = O.ORDER-NO
                        AND W.WAVE-STATUS = 'O')
               ORDER BY O.WANTED-DATE, O.ORDER-NO
           END-EXEC.
           EXEC SQL
               OPEN C-WAVORD
           END-EXEC.
           PERFORM FETCH-AND-ADD-ORDER
              UNTIL END-OF-ORDERS.
           EXEC SQL
               CLOSE C-WAVORD
           END-EXEC.
      * ===============================================================
       FETCH-AND-ADD-ORDER.
           EXEC SQL
               FETCH C-WAVORD
                   INTO :WS-WAV-ORDER-NO
           END-EXEC
           IF SQLCODE = 0
              PERFORM ADD-ORDER-TO-WAVE
           ELSE
              MOVE 'EOF' TO ORDER-SWITCH.
      * ===============================================================
       ADD-ORDER-TO-WAVE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_WAVE
               VALUES (:WS-WAV-NO, :WS-WAV-ORDER-NO, 'O',
                       CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO ORDER-SWITCH
           ELSE
              ADD 1 TO WS-WAV-ORDERS
              IF WS-WAV-LIMIT > 0 AND WS-WAV-ORDERS >= WS-WAV-LIMIT
                 MOVE 'EOF' TO ORDER-SWITCH.
      * ===============================================================
      * The pick sheet: one line per bin and color, the wave's open
      * lines added up, in bin-walk order
      * ===============================================================
       PRINT-PICK-SHEET.
           MOVE '  MARBLES WAVE PICK SHEET     ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-WAVE-HEADER.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-WAVPCK CURSOR FOR
               SELECT COALESCE(M.BIN-LOCATION, ' '), L.COLOR,
                      SUM(L.QUANTITY), COUNT(DISTINCT L.ORDER-NO)
               FROM EVENT.MARBLES_WAVE W
               INNER JOIN EVENT.MARBLES_ORDLINE L
                   ON L.ORDER-NO = W.ORDER-NO
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE W.WAVE-NO = :WS-WAV-NO
                 AND W.WAVE-STATUS = 'O'
                 AND L.LINE-STATUS = 'O'
               GROUP BY COALESCE(M.BIN-LOCATION, ' '), L.COLOR
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C-WAVPCK
           END-EXEC.
           PERFORM FETCH-AND-PRINT-TOTAL
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-WAVPCK
           END-EXEC.
      * ===============================================================
       FETCH-AND-PRINT-TOTAL.
           EXEC SQL
               FETCH C-WAVPCK
                   INTO :WS-WAV-BIN, :WS-WAV-COLOR,
                        :WS-WAV-QTY, :WS-WAV-BIN-ORDERS
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-PICK-TOTAL-LINE
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * The put-to-order sheet: the same bins in the same walk
      * order, each one's total split across its orders and lines
      * ===============================================================
       PRINT-PUT-SHEET.
           MOVE '  MARBLES WAVE PUT-TO-ORDER   ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-WAVE-HEADER.
           MOVE HIGH-VALUES TO WS-WAV-LAST-BIN.
           MOVE HIGH-VALUES TO WS-WAV-LAST-COLOR.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-WAVPUT CURSOR FOR
               SELECT COALESCE(M.BIN-LOCATION, ' '), L.COLOR,
                      L.ORDER-NO, L.LINE-NO, O.CUST-NO, L.QUANTITY
               FROM EVENT.MARBLES_WAVE W
               INNER JOIN EVENT.MARBLES_ORDLINE L
                   ON L.ORDER-NO = W.ORDER-NO
               INNER JOIN EVENT.MARBLES_ORDER O
                   ON O.ORDER-NO = L.ORDER-NO
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE W.WAVE-NO = :WS-WAV-NO
                 AND W.WAVE-STATUS = 'O'
                 AND L.LINE-STATUS = 'O'
               ORDER BY 1, 2, 3, 4
           END-EXEC.
           EXEC SQL
               OPEN C-WAVPUT
           END-EXEC.
           PERFORM FETCH-AND-PRINT-PUT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-WAVPUT
           END-EXEC.
      * ===============================================================
       FETCH-AND-PRINT-PUT.
           EXEC SQL
               FETCH C-WAVPUT
                   INTO :WS-WAV-BIN, :WS-WAV-COLOR,
                        :WS-WAV-ORDER-NO, :WS-WAV-LINE-NO,
                        :WS-WAV-CUST, :WS-WAV-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              IF WS-WAV-BIN NOT = WS-WAV-LAST-BIN
                    OR WS-WAV-COLOR NOT = WS-WAV-LAST-COLOR
                 PERFORM WRITE-PUT-GROUP-LINE
                 PERFORM WRITE-PUT-ORDER-LINE
              ELSE
                 PERFORM WRITE-PUT-ORDER-LINE.
      * ===============================================================
       WRITE-WAVE-HEADER.
           MOVE WS-WAV-NO TO OUTPUT-WAVE-NO.
           MOVE WS-WAV-ORDERS TO OUTPUT-WAVE-ORDERS.
           IF WS-WAV-REPRINT = 1
              MOVE 'REPRINT' TO OUTPUT-WAVE-THRU
              MOVE SPACES TO OUTPUT-WAVE-CLASS
           ELSE
              MOVE WS-WAV-THRU TO OUTPUT-WAVE-THRU
              IF WS-WAV-CLASS = SPACES
                 MOVE 'ALL' TO OUTPUT-WAVE-CLASS
              ELSE
                 MOVE WS-WAV-CLASS TO OUTPUT-WAVE-CLASS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WAVE-HEADER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-PICK-TOTAL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-WAV-BIN TO OUTPUT-BIN.
           MOVE WS-WAV-COLOR TO OUTPUT-COLOR.
           MOVE WS-WAV-QTY TO OUTPUT-TOTAL.
           MOVE WS-WAV-BIN-ORDERS TO OUTPUT-BIN-ORDERS.
           IF WS-WAV-BIN = SPACES
              MOVE 'NO BIN' TO OUTPUT-FLAG
           ELSE
              MOVE SPACES TO OUTPUT-FLAG.
           MOVE PICK-TOTAL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * A new bin and color on the put sheet: its total across the
      * wave heads the orders it splits to
      * ===============================================================
       WRITE-PUT-GROUP-LINE.
           MOVE WS-WAV-BIN TO WS-WAV-LAST-BIN.
           MOVE WS-WAV-COLOR TO WS-WAV-LAST-COLOR.
           MOVE 0 TO WS-WAV-GROUP-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(L.QUANTITY), 0)
                   INTO :WS-WAV-GROUP-TOTAL
               FROM EVENT.MARBLES_WAVE W
               INNER JOIN EVENT.MARBLES_ORDLINE L
                   ON L.ORDER-NO = W.ORDER-NO
               WHERE W.WAVE-NO = :WS-WAV-NO
                 AND W.WAVE-STATUS = 'O'
                 AND L.LINE-STATUS = 'O'
                 AND L.COLOR = :WS-WAV-COLOR
           END-EXEC.
           IF NEW-PAGE
              PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-WAV-BIN TO PUT-BIN.
           MOVE WS-WAV-COLOR TO PUT-COLOR.
           MOVE WS-WAV-GROUP-TOTAL TO PUT-TOTAL.
           MOVE PUT-GROUP-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-PUT-ORDER-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-WAV-ORDER-NO TO PUT-ORDER-NO.
           MOVE WS-WAV-LINE-NO TO PUT-LINE-NO.
           MOVE WS-WAV-CUST TO PUT-CUST.
           MOVE WS-WAV-QTY TO PUT-QTY.
           MOVE PUT-ORDER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * Nothing to wave: say so on the sheet, and give the scheduler
      * a warning when the run itself raised nothing worse
      * ===============================================================
       WRITE-NOTHING-PAGE.
           MOVE '  MARBLES WAVE PICK SHEET     ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF WS-WAV-REPRINT = 1
              MOVE 'NO OPEN ORDERS ON THE CARDED WAVE' TO OUTPUT-LINE
           ELSE
              MOVE 'NO OPEN ORDER MATCHES THE REQUEST' TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           IF RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
