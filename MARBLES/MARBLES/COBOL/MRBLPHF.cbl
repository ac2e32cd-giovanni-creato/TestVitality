      * ===============================================================
      * Annual physical inventory -- freeze and count-tag issue.
      * Cycle counting (MRBLCYC and the MRBC screen) covers a few
      * colors a day; once a year the auditors want every bin and
      * every color counted at once, and that used to run on paper
      * tags and a spreadsheet. Driven by a card (U-T-PARM):
      *
      *   cols  1- 8  count date                         YYYYMMDD
      *   cols  9-13  recount tolerance, in marbles -- a tag count
      *               further than this from the frozen book
      *               quantity must be recounted before it stands
      *
      * the run opens the count on EVENT.MARBLES_PHYINV ('O') and
      * issues one numbered tag on EVENT.MARBLES_PHYTAG for every
      * color in every bin on EVENT.MARBLES_LOCATION, plus one at
      * the color's home BIN-LOCATION for a color no bin holds. Each
      * tag carries the book quantity frozen at issue. While the
      * count is open the MRBL transaction refuses every verb that
      * would move stock or change the color list, so the book holds
      * still until MRBLPHP posts the result.
      *
      * The tag register prints in bin order, one line per tag,
      * with blank count and recount columns and NO book quantity --
      * the counters count blind. Counts are keyed against the tag
      * number on the MRBC screen (MRBC TAG / MRBC VOD), MRBLPHC
      * accounts for every tag, and MRBLPHP posts the adjustments.
      *
      * A count already open refuses a second one (RC 8); a
      * malformed card stops the run with return code 16.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPHF.
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
           02 PARM-PHY-DATE      PIC X(8).
           02 PARM-TOLERANCE     PIC X(5).
           02 FILLER             PIC X(67).
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
           02  TAG-COUNT         PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-FREEZE-WORK.
           02  WS-PHF-DATE       PIC X(8).
           02  WS-PHF-TOL-9      PIC 9(5).
           02  WS-PHF-TOLERANCE  PIC S9(9) COMP.
           02  WS-PHF-OPEN-COUNT PIC S9(9) COMP.
           02  WS-PHF-TAG-NUM    PIC S9(9) COMP VALUE 0.
           02  WS-PHF-TAG-TOTAL  PIC S9(9) COMP.
           02  WS-PHF-LOCATION   PIC X(10).
           02  WS-PHF-COLOR      PIC X(10).
           02  WS-PHF-DESC       PIC X(18).
           02  WS-PHF-BOOK-QTY   PIC S9(9) COMP.
           02  WS-PHF-LAST-LOC   PIC X(10) VALUE SPACES.
           02  WS-HOLD-LINE      PIC X(132).
       01  COUNT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(29) VALUE
               'PHYSICAL INVENTORY OF DATE   '.
           02  OUTPUT-PHY-DATE       PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(21) VALUE
               'RECOUNT TOLERANCE:   '.
           02  OUTPUT-TOLERANCE      PIC ZZ,ZZ9.
           02  FILLER                PIC X(60).
       01  TAG-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'TAG'.
           02  FILLER                PIC X(13) VALUE 'BIN'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
           02  FILLER                PIC X(17) VALUE 'COUNT'.
           02  FILLER                PIC X(8)  VALUE 'BY'.
           02  FILLER                PIC X(17) VALUE 'RECOUNT'.
           02  FILLER                PIC X(8)  VALUE 'BY'.
           02  FILLER                PIC X(22).
       01  TAG-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TAG-NUMBER     PIC 9(5).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LOCATION       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DESCRIPTION    PIC X(18).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE
               '______________   '.
           02  FILLER                PIC X(8)  VALUE '_____   '.
           02  FILLER                PIC X(17) VALUE
               '______________   '.
           02  FILLER                PIC X(8)  VALUE '_____   '.
           02  FILLER                PIC X(22).
       01  TAG-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'TAGS ISSUED: '.
           02  OUTPUT-TAG-TOTAL      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'FIRST TAG: 1   '.
           02  FILLER                PIC X(10) VALUE 'LAST TAG: '.
           02  OUTPUT-LAST-TAG       PIC 9(5).
           02  FILLER                PIC X(75).
       01  REFUSED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(39) VALUE
               'A PHYSICAL INVENTORY IS ALREADY OPEN - '.
           02  FILLER                PIC X(39) VALUE
               'POST IT WITH MRBLPHP BEFORE A NEW ONE  '.
           02  FILLER                PIC X(49).
      * ===============================================================
      * Map SQL tables the tag issue reads: the marbles master and
      * the per-bin quantities
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
      * Map SQL physical-inventory tables -- one control row per
      * count ('O' open and frozen, 'P' posted), and one row per tag
      * (status 'I' issued, 'R' awaiting recount, 'C' counted, 'V'
      * void; FINAL-QTY is the count that stands)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PHYINV TABLE
           ( PHY-DATE                       CHAR(8)     NOT NULL,
             PHY-STATUS                     CHAR(1)     NOT NULL,
             TOLERANCE                      INTEGER     NOT NULL,
             TAG-COUNT                      INTEGER     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             PHY-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PHYTAG TABLE
           ( PHY-DATE                       CHAR(8)     NOT NULL,
             TAG-NUMBER                     INTEGER     NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             BOOK-QTY                       INTEGER     NOT NULL,
             COUNT-QTY                      INTEGER     NOT NULL,
             RECOUNT-QTY                    INTEGER     NOT NULL,
             FINAL-QTY                      INTEGER     NOT NULL,
             TAG-STATUS                     CHAR(1)     NOT NULL,
             COUNT-BY                       CHAR(4)     NOT NULL,
             RECOUNT-BY                     CHAR(4)     NOT NULL,
             TAG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-COUNT-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLPHF ' TO MRBLRUN-JOB-NAME.
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
           MOVE WS-PHF-DATE TO OUTPUT-PHY-DATE.
           MOVE WS-PHF-TOLERANCE TO OUTPUT-TOLERANCE.
           PERFORM WRITE-HEADER.
           PERFORM CHECK-NO-COUNT-OPEN.
           IF RETURN-CODE = 0
              PERFORM OPEN-THE-COUNT.
           IF RETURN-CODE = 0
              PERFORM ISSUE-ALL-TAGS
              PERFORM RECORD-TAG-TOTAL
              PERFORM WRITE-TOTAL-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE TAG-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The count card names the count date and the recount tolerance
      * -- either missing or non-numeric fails the run untouched
      * ===============================================================
       READ-COUNT-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           IF END-OF-PARM OR PARM-PHY-DATE IS NOT NUMERIC
                 OR PARM-TOLERANCE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE PARM-PHY-DATE TO WS-PHF-DATE
              MOVE PARM-TOLERANCE TO WS-PHF-TOL-9
              MOVE WS-PHF-TOL-9 TO WS-PHF-TOLERANCE.
      * ===============================================================
      * One count at a time -- a second set of tags over an open
      * count would leave two books for one floor
      * ===============================================================
       CHECK-NO-COUNT-OPEN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PHF-OPEN-COUNT
               FROM EVENT.MARBLES_PHYINV
               WHERE PHY-STATUS = 'O'
                  OR PHY-DATE = :WS-PHF-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHF-OPEN-COUNT > 0
              MOVE 8 TO RETURN-CODE
              MOVE REFUSED-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The control row goes in first -- from this moment MRBL holds
      * the floor still
      * ===============================================================
       OPEN-THE-COUNT.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_PHYINV
               VALUES (:WS-PHF-DATE, 'O', :WS-PHF-TOLERANCE, 0,
                       '    ', CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Every color in every bin, then every color no bin holds at
      * its home bin, in walking order
      * ===============================================================
       ISSUE-ALL-TAGS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-TAGS CURSOR FOR
               SELECT X.LOCATION, X.COLOR, X.DESCRIPTION, X.QUANTITY
               FROM (SELECT L.LOCATION AS LOCATION,
                            L.COLOR AS COLOR,
                            M.DESCRIPTION AS DESCRIPTION,
                            L.QUANTITY AS QUANTITY
                     FROM EVENT.MARBLES_LOCATION L
                     INNER JOIN EVENT.MARBLES M
                         ON M.COLOR = L.COLOR
                     UNION ALL
                     SELECT M.BIN-LOCATION, M.COLOR,
                            M.DESCRIPTION, M.INVENTORY
                     FROM EVENT.MARBLES M
                     WHERE NOT EXISTS
                           (SELECT 1 FROM EVENT.MARBLES_LOCATION N
                            WHERE N.COLOR = M.COLOR)) X
               ORDER BY X.LOCATION, X.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-TAGS
           END-EXEC.
           PERFORM FETCH-AND-ISSUE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-TAGS
           END-EXEC.
      * ===============================================================
       FETCH-AND-ISSUE.
           EXEC SQL
               FETCH C-TAGS
                   INTO :WS-PHF-LOCATION, :WS-PHF-COLOR,
                        :WS-PHF-DESC, :WS-PHF-BOOK-QTY
           END-EXEC
           IF SQLCODE = 0
              PERFORM ISSUE-ONE-TAG
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One tag: numbered in walking order, the book quantity frozen
      * on the tag row but left off the printed register
      * ===============================================================
       ISSUE-ONE-TAG.
           ADD 1 TO WS-PHF-TAG-NUM.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_PHYTAG
               VALUES (
                     :WS-PHF-DATE,
                     :WS-PHF-TAG-NUM,
                     :WS-PHF-LOCATION,
                     :WS-PHF-COLOR,
                     :WS-PHF-BOOK-QTY,
                     0, 0, 0, 'I',
                     '    ', '    ',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO TAG-COUNT
              PERFORM WRITE-TAG-LINE.
      * ===============================================================
      * A new bin starts after a blank line so each bin's tags tear
      * off together
      * ===============================================================
       WRITE-TAG-LINE.
           IF WS-PHF-LOCATION NOT = WS-PHF-LAST-LOC
                 AND WS-PHF-LAST-LOC NOT = SPACES
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-PHF-LOCATION TO WS-PHF-LAST-LOC.
           MOVE WS-PHF-TAG-NUM TO OUTPUT-TAG-NUMBER.
           MOVE WS-PHF-LOCATION TO OUTPUT-LOCATION.
           MOVE WS-PHF-COLOR TO OUTPUT-COLOR.
           MOVE WS-PHF-DESC TO OUTPUT-DESCRIPTION.
           MOVE TAG-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The control row carries how many tags were issued, the figure
      * the tag-control report must account for
      * ===============================================================
       RECORD-TAG-TOTAL.
           MOVE WS-PHF-TAG-NUM TO WS-PHF-TAG-TOTAL.
           EXEC SQL
               UPDATE EVENT.MARBLES_PHYINV
               SET TAG-COUNT = :WS-PHF-TAG-TOTAL
               WHERE PHY-DATE = :WS-PHF-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-TOTAL-LINE.
           MOVE TAG-COUNT TO OUTPUT-TAG-TOTAL.
           MOVE WS-PHF-TAG-NUM TO OUTPUT-LAST-TAG.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE TAG-TOTAL-LINE TO OUTPUT-LINE.
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
      * Page header, then the count and its tolerance, and the column
      * heading
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES COUNT TAG REGISTER  ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE TAG-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
