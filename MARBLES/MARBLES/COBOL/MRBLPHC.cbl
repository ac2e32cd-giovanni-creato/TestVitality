      * ===============================================================
      * Annual physical inventory -- tag control and book-to-physical.
      * Run as often as wanted while the count is open and once more
      * before posting. Driven by the count date on a card
      * (U-T-PARM, cols 1-8, YYYYMMDD) naming a count MRBLPHF opened.
      *
      * Part one accounts for every tag issued, in number order:
      *
      *   USED         counted (and recounted where the first count
      *                was outside tolerance) -- the count stands
      *   VOID         voided on the MRBC screen -- nothing was
      *                counted under it, so the book quantity stands
      *   RECOUNT DUE  counted once, outside tolerance, not yet
      *                recounted
      *   MISSING      issued and never keyed
      *
      * and proves the register: the tags on file must run 1 through
      * the number MRBLPHF issued with none lost, and used + void +
      * recount due + missing must equal issued.
      *
      * Part two is the book-to-physical by color -- the frozen book
      * quantity from the tags, the physical quantity counted, the
      * difference, and the difference valued at UNIT-COST -- and
      * each color with a difference is written to the adjustment
      * proposal file (U-T-PHYADJ, the MRBLADJ layout). Finance
      * writes a reason code against every line, and MRBLPHP posts
      * the lot as one approved batch.
      *
      * Tags still missing or awaiting recount end the run with
      * return code 4; a count not on file, 8; a malformed card, 16.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPHC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT PROPOSAL-FILE ASSIGN U-T-PHYADJ.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-PHY-DATE      PIC X(8).
           02 FILLER             PIC X(72).
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROPOSAL-RECORD.
         01 PROPOSAL-RECORD.
           02 PROPOSAL-COLOR        PIC X(10).
           02 PROPOSAL-SYSTEM-QTY   PIC 9(5).
           02 PROPOSAL-COUNTED-QTY  PIC 9(5).
           02 PROPOSAL-DISCREPANCY  PIC S9(5) SIGN LEADING SEPARATE.
           02 PROPOSAL-APPROVAL     PIC X(1).
           02 PROPOSAL-REASON       PIC X(4).
           02 FILLER                PIC X(49).
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
           02  USED-COUNT        PIC 9(5) VALUE 0.
           02  VOID-COUNT        PIC 9(5) VALUE 0.
           02  RECOUNT-COUNT     PIC 9(5) VALUE 0.
           02  MISSING-COUNT     PIC 9(5) VALUE 0.
           02  PROPOSAL-COUNT    PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-CONTROL-WORK.
           02  WS-PHC-DATE       PIC X(8).
           02  WS-PHC-STATUS     PIC X(1).
           02  WS-PHC-ISSUED     PIC S9(9) COMP.
           02  WS-PHC-ON-FILE    PIC S9(9) COMP.
           02  WS-PHC-HIGH-TAG   PIC S9(9) COMP.
           02  WS-PHC-ACCOUNTED  PIC S9(9) COMP.
           02  WS-PHC-TAG-NUM    PIC S9(9) COMP.
           02  WS-PHC-LOCATION   PIC X(10).
           02  WS-PHC-COLOR      PIC X(10).
           02  WS-PHC-BOOK-QTY   PIC S9(9) COMP.
           02  WS-PHC-COUNT-QTY  PIC S9(9) COMP.
           02  WS-PHC-RECOUNT-QTY PIC S9(9) COMP.
           02  WS-PHC-FINAL-QTY  PIC S9(9) COMP.
           02  WS-PHC-TAG-STATUS PIC X(1).
           02  WS-PHC-PHYSICAL   PIC S9(9) COMP.
           02  WS-PHC-DIFF       PIC S9(9) COMP.
           02  WS-PHC-UNIT-COST  PIC S9(5) COMP-3.
           02  WS-PHC-DIFF-VALUE PIC S9(13) COMP-3.
           02  WS-PHC-SECTION    PIC X(1) VALUE 'T'.
           02  WS-HOLD-LINE      PIC X(132).
       01  WS-CONTROL-TOTALS.
           02  WS-TOT-BOOK       PIC S9(11) COMP-3 VALUE 0.
           02  WS-TOT-PHYSICAL   PIC S9(11) COMP-3 VALUE 0.
           02  WS-TOT-DIFF       PIC S9(11) COMP-3 VALUE 0.
           02  WS-TOT-DIFF-VALUE PIC S9(15) COMP-3 VALUE 0.
       01  COUNT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(29) VALUE
               'PHYSICAL INVENTORY OF DATE   '.
           02  OUTPUT-PHY-DATE       PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PHY-STATUS     PIC X(20).
           02  FILLER                PIC X(67).
       01  TAG-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'TAG'.
           02  FILLER                PIC X(13) VALUE 'BIN'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(14) VALUE 'STATUS'.
           02  FILLER                PIC X(10) VALUE '      BOOK'.
           02  FILLER                PIC X(10) VALUE '     COUNT'.
           02  FILLER                PIC X(10) VALUE '   RECOUNT'.
           02  FILLER                PIC X(10) VALUE '     FINAL'.
           02  FILLER                PIC X(10) VALUE '      DIFF'.
           02  FILLER                PIC X(29).
       01  TAG-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TAG-NUMBER     PIC 9(5).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LOCATION       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TAG-COLOR      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TAG-STATUS     PIC X(11).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TAG-BOOK       PIC ZZ,ZZZ,ZZ9.
           02  OUTPUT-TAG-COUNT      PIC ZZ,ZZZ,ZZ9.
           02  OUTPUT-TAG-RECOUNT    PIC ZZ,ZZZ,ZZ9.
           02  OUTPUT-TAG-FINAL      PIC ZZ,ZZZ,ZZ9.
           02  OUTPUT-TAG-DIFF       PIC -Z,ZZZ,ZZ9.
           02  FILLER                PIC X(29).
       01  CONTROL-LINE-1.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'ISSUED: '.
           02  OUTPUT-ISSUED         PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'USED: '.
           02  OUTPUT-USED           PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'VOID: '.
           02  OUTPUT-VOID           PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'RECOUNT DUE: '.
           02  OUTPUT-RECOUNT-DUE    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'MISSING: '.
           02  OUTPUT-MISSING        PIC ZZ,ZZ9.
           02  FILLER                PIC X(43).
       01  CONTROL-LINE-2.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(14) VALUE 'TAGS ON FILE: '.
           02  OUTPUT-ON-FILE        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'HIGHEST TAG:  '.
           02  OUTPUT-HIGH-TAG       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PROOF          PIC X(40).
           02  FILLER                PIC X(41).
       01  COLOR-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(11) VALUE '       BOOK'.
           02  FILLER                PIC X(14) VALUE '      PHYSICAL'.
           02  FILLER                PIC X(14) VALUE '    DIFFERENCE'.
           02  FILLER                PIC X(11) VALUE '  UNIT COST'.
           02  FILLER                PIC X(18) VALUE
               '  DIFFERENCE VALUE'.
           02  FILLER                PIC X(46).
       01  COLOR-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-BOOK           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PHYSICAL       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DIFF           PIC -ZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  OUTPUT-UNIT-COST      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DIFF-VALUE     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(46).
       01  COLOR-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'TOTAL'.
           02  OUTPUT-TOT-BOOK       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TOT-PHYSICAL   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TOT-DIFF       PIC -ZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(14) VALUE SPACES.
           02  OUTPUT-TOT-DIFF-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
               'LINES PROPOSED: '.
           02  OUTPUT-PROPOSED       PIC ZZ,ZZ9.
           02  FILLER                PIC X(21).
       01  NOT-ON-FILE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(40) VALUE
               'NO PHYSICAL INVENTORY ON FILE FOR DATE: '.
           02  NF-OUTPUT-DATE        PIC X(8).
           02  FILLER                PIC X(79).
      * ===============================================================
      * Map SQL tables this report reads: the marbles master for cost
      * and the physical-inventory control and tag tables (written by
      * MRBLPHF and the MRBC screen)
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
           MOVE 'MRBLPHC ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT PROPOSAL-FILE
                       REPORT-FILE.
           MOVE WS-PHC-DATE TO OUTPUT-PHY-DATE.
           PERFORM GET-COUNT-CONTROL.
           IF RETURN-CODE = 0
              PERFORM WRITE-HEADER
              PERFORM LIST-ALL-TAGS
              PERFORM WRITE-CONTROL-LINES
              MOVE 'C' TO WS-PHC-SECTION
              PERFORM WRITE-HEADER
              PERFORM COMPARE-ALL-COLORS
              PERFORM WRITE-COLOR-TOTAL-LINE.
           IF RETURN-CODE = 0
                 AND (MISSING-COUNT > 0 OR RECOUNT-COUNT > 0
                      OR WS-PHC-ACCOUNTED NOT = WS-PHC-ISSUED
                      OR WS-PHC-ON-FILE NOT = WS-PHC-ISSUED
                      OR WS-PHC-HIGH-TAG NOT = WS-PHC-ISSUED)
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE PROPOSAL-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE PROPOSAL-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-COUNT-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           IF END-OF-PARM OR PARM-PHY-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE PARM-PHY-DATE TO WS-PHC-DATE.
      * ===============================================================
      * The count's control row: how many tags were issued, and
      * whether it is still open or already posted
      * ===============================================================
       GET-COUNT-CONTROL.
           EXEC SQL
               SELECT PHY-STATUS, TAG-COUNT
                   INTO :WS-PHC-STATUS, :WS-PHC-ISSUED
               FROM EVENT.MARBLES_PHYINV
               WHERE PHY-DATE = :WS-PHC-DATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 8 TO RETURN-CODE
              MOVE SPACES TO OUTPUT-PHY-STATUS
              PERFORM WRITE-HEADER
              MOVE WS-PHC-DATE TO NF-OUTPUT-DATE
              MOVE NOT-ON-FILE-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHC-STATUS = 'O'
              MOVE 'OPEN - NOT POSTED' TO OUTPUT-PHY-STATUS
           ELSE
              MOVE 'POSTED' TO OUTPUT-PHY-STATUS.
      * ===============================================================
      * Part one: every tag on file, in number order
      * ===============================================================
       LIST-ALL-TAGS.
           MOVE 0 TO WS-PHC-ON-FILE.
           MOVE 0 TO WS-PHC-HIGH-TAG.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-PHYTAG CURSOR FOR
               SELECT TAG-NUMBER, LOCATION, COLOR, BOOK-QTY,
                      COUNT-QTY, RECOUNT-QTY, FINAL-QTY, TAG-STATUS
               FROM EVENT.MARBLES_PHYTAG
               WHERE PHY-DATE = :WS-PHC-DATE
               ORDER BY TAG-NUMBER
           END-EXEC.
           EXEC SQL
               OPEN C-PHYTAG
           END-EXEC.
           PERFORM FETCH-TAG
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-PHYTAG
           END-EXEC.
      * ===============================================================
       FETCH-TAG.
           EXEC SQL
               FETCH C-PHYTAG
                   INTO :WS-PHC-TAG-NUM, :WS-PHC-LOCATION,
                        :WS-PHC-COLOR, :WS-PHC-BOOK-QTY,
                        :WS-PHC-COUNT-QTY, :WS-PHC-RECOUNT-QTY,
                        :WS-PHC-FINAL-QTY, :WS-PHC-TAG-STATUS
           END-EXEC
           IF SQLCODE = 0
              PERFORM ACCOUNT-ONE-TAG
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One tag's disposition -- only a used tag shows counts and a
      * difference; a void tag's book stands
      * ===============================================================
       ACCOUNT-ONE-TAG.
           ADD 1 TO WS-PHC-ON-FILE.
           MOVE WS-PHC-TAG-NUM TO WS-PHC-HIGH-TAG.
           MOVE 0 TO OUTPUT-TAG-COUNT.
           MOVE 0 TO OUTPUT-TAG-RECOUNT.
           MOVE 0 TO OUTPUT-TAG-FINAL.
           MOVE 0 TO OUTPUT-TAG-DIFF.
           IF WS-PHC-TAG-STATUS = 'C'
              ADD 1 TO USED-COUNT
              MOVE 'USED' TO OUTPUT-TAG-STATUS
              MOVE WS-PHC-COUNT-QTY TO OUTPUT-TAG-COUNT
              MOVE WS-PHC-RECOUNT-QTY TO OUTPUT-TAG-RECOUNT
              MOVE WS-PHC-FINAL-QTY TO OUTPUT-TAG-FINAL
              COMPUTE WS-PHC-DIFF = WS-PHC-FINAL-QTY - WS-PHC-BOOK-QTY
              MOVE WS-PHC-DIFF TO OUTPUT-TAG-DIFF
           ELSE IF WS-PHC-TAG-STATUS = 'V'
              ADD 1 TO VOID-COUNT
              MOVE 'VOID' TO OUTPUT-TAG-STATUS
           ELSE IF WS-PHC-TAG-STATUS = 'R'
              ADD 1 TO RECOUNT-COUNT
              MOVE 'RECOUNT DUE' TO OUTPUT-TAG-STATUS
              MOVE WS-PHC-COUNT-QTY TO OUTPUT-TAG-COUNT
           ELSE
              ADD 1 TO MISSING-COUNT
              MOVE 'MISSING' TO OUTPUT-TAG-STATUS.
           MOVE WS-PHC-TAG-NUM TO OUTPUT-TAG-NUMBER.
           MOVE WS-PHC-LOCATION TO OUTPUT-LOCATION.
           MOVE WS-PHC-COLOR TO OUTPUT-TAG-COLOR.
           MOVE WS-PHC-BOOK-QTY TO OUTPUT-TAG-BOOK.
           MOVE TAG-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The register proof: nothing issued is unaccounted for, and
      * no tag number has gone astray
      * ===============================================================
       WRITE-CONTROL-LINES.
           COMPUTE WS-PHC-ACCOUNTED = USED-COUNT + VOID-COUNT
               + RECOUNT-COUNT + MISSING-COUNT.
           MOVE WS-PHC-ISSUED TO OUTPUT-ISSUED.
           MOVE USED-COUNT TO OUTPUT-USED.
           MOVE VOID-COUNT TO OUTPUT-VOID.
           MOVE RECOUNT-COUNT TO OUTPUT-RECOUNT-DUE.
           MOVE MISSING-COUNT TO OUTPUT-MISSING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE CONTROL-LINE-1 TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-PHC-ON-FILE TO OUTPUT-ON-FILE.
           MOVE WS-PHC-HIGH-TAG TO OUTPUT-HIGH-TAG.
           IF WS-PHC-ACCOUNTED = WS-PHC-ISSUED
                 AND WS-PHC-ON-FILE = WS-PHC-ISSUED
                 AND WS-PHC-HIGH-TAG = WS-PHC-ISSUED
              MOVE 'EVERY ISSUED TAG ACCOUNTED FOR' TO OUTPUT-PROOF
           ELSE
              MOVE '*** TAG REGISTER DOES NOT PROVE ***'
                  TO OUTPUT-PROOF.
           MOVE CONTROL-LINE-2 TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Part two: book against physical per color. Used tags count
      * at their final figure; void, missing and recount-due tags at
      * their book quantity (the last two hold up the posting).
      * ===============================================================
       COMPARE-ALL-COLORS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-PHYCLR CURSOR FOR
               SELECT T.COLOR, SUM(T.BOOK-QTY),
                      SUM(CASE WHEN T.TAG-STATUS = 'C'
                               THEN T.FINAL-QTY
                               ELSE T.BOOK-QTY END),
                      COALESCE(MAX(M.UNIT-COST), 0)
               FROM EVENT.MARBLES_PHYTAG T
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = T.COLOR
               WHERE T.PHY-DATE = :WS-PHC-DATE
               GROUP BY T.COLOR
               ORDER BY T.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-PHYCLR
           END-EXEC.
           PERFORM FETCH-COLOR
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-PHYCLR
           END-EXEC.
      * ===============================================================
       FETCH-COLOR.
           EXEC SQL
               FETCH C-PHYCLR
                   INTO :WS-PHC-COLOR, :WS-PHC-BOOK-QTY,
                        :WS-PHC-PHYSICAL, :WS-PHC-UNIT-COST
           END-EXEC
           IF SQLCODE = 0
              PERFORM COMPARE-ONE-COLOR
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One color's line; a difference also goes to the proposal
      * file with the approval and reason columns left for finance
      * ===============================================================
       COMPARE-ONE-COLOR.
           COMPUTE WS-PHC-DIFF = WS-PHC-PHYSICAL - WS-PHC-BOOK-QTY.
           COMPUTE WS-PHC-DIFF-VALUE = WS-PHC-DIFF * WS-PHC-UNIT-COST.
           ADD WS-PHC-BOOK-QTY TO WS-TOT-BOOK.
           ADD WS-PHC-PHYSICAL TO WS-TOT-PHYSICAL.
           ADD WS-PHC-DIFF TO WS-TOT-DIFF.
           ADD WS-PHC-DIFF-VALUE TO WS-TOT-DIFF-VALUE.
           MOVE WS-PHC-COLOR TO OUTPUT-COLOR.
           MOVE WS-PHC-BOOK-QTY TO OUTPUT-BOOK.
           MOVE WS-PHC-PHYSICAL TO OUTPUT-PHYSICAL.
           MOVE WS-PHC-DIFF TO OUTPUT-DIFF.
           MOVE WS-PHC-UNIT-COST TO OUTPUT-UNIT-COST.
           MOVE WS-PHC-DIFF-VALUE TO OUTPUT-DIFF-VALUE.
           MOVE COLOR-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-PHC-DIFF NOT = 0
              MOVE SPACES TO PROPOSAL-RECORD
              MOVE WS-PHC-COLOR TO PROPOSAL-COLOR
              MOVE WS-PHC-BOOK-QTY TO PROPOSAL-SYSTEM-QTY
              MOVE WS-PHC-PHYSICAL TO PROPOSAL-COUNTED-QTY
              MOVE WS-PHC-DIFF TO PROPOSAL-DISCREPANCY
              WRITE PROPOSAL-RECORD
              ADD 1 TO PROPOSAL-COUNT.
      * ===============================================================
       WRITE-COLOR-TOTAL-LINE.
           MOVE WS-TOT-BOOK TO OUTPUT-TOT-BOOK.
           MOVE WS-TOT-PHYSICAL TO OUTPUT-TOT-PHYSICAL.
           MOVE WS-TOT-DIFF TO OUTPUT-TOT-DIFF.
           MOVE WS-TOT-DIFF-VALUE TO OUTPUT-TOT-DIFF-VALUE.
           MOVE PROPOSAL-COUNT TO OUTPUT-PROPOSED.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COLOR-TOTAL-LINE TO OUTPUT-LINE.
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
      * Page header, then the count, and the heading of whichever
      * part is printing
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES COUNT TAG CONTROL   ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF WS-PHC-SECTION = 'T'
              MOVE TAG-HEADING-LINE TO OUTPUT-LINE
           ELSE
              MOVE COLOR-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
