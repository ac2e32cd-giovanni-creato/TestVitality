      * ===============================================================
      * Annual physical inventory -- book-to-physical posting. Posts
      * the count MRBLPHF opened as ONE approved batch, or nothing at
      * all. Driven by a card (U-T-PARM):
      *
      *   cols  1- 8  count date                         YYYYMMDD
      *   cols  9-12  approver's initials
      *   col  13     'Y' -- the batch is approved to post
      *
      * and the adjustment proposal file MRBLPHC wrote (U-T-PHYADJ,
      * the MRBLADJ layout), once finance has written a reason code
      * from EVENT.MARBLES_REASON beside every line.
      *
      * Nothing posts unless all of these hold:
      *
      *   - the count is on file and still open
      *   - the card carries the approval and the approver
      *   - every tag is used or void -- none missing, none waiting
      *     on a recount
      *   - every proposal line has a valid reason code and still
      *     shows the difference the tags show today, and every
      *     color the tags show a difference for has a line
      *
      * Then each color's difference lands on its INVENTORY with an
      * ADJ audit row and its reason on EVENT.MARBLES_MOVRSN (the
      * same trail MRBLADJ leaves, so MRBLGLJ and the shrinkage
      * report see it like any other adjustment), every bin a used
      * tag counted is set to the count, and the count is closed
      * ('P') under the approver's initials -- which lifts the
      * freeze on the MRBL transaction.
      *
      * A refused batch prints why and ends with return code 8; a
      * malformed card, 16. A database failure during posting rolls
      * back to a savepoint taken just before the posting pass, so
      * every posted line, bin and the close are undone while the
      * run's start record stands; the run ends with return code 12
      * and the count stays open for a rerun.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPHP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT ADJUST-FILE ASSIGN U-T-PHYADJ.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-PHY-DATE      PIC X(8).
           02 PARM-APPROVER      PIC X(4).
           02 PARM-APPROVAL      PIC X(1).
           02 FILLER             PIC X(67).
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADJUST-RECORD.
         01 ADJUST-RECORD.
           02 ADJUST-COLOR        PIC X(10).
           02 ADJUST-SYSTEM-QTY   PIC 9(5).
           02 ADJUST-COUNTED-QTY  PIC 9(5).
           02 ADJUST-DISCREPANCY  PIC S9(5) SIGN LEADING SEPARATE.
           02 ADJUST-APPROVAL     PIC X(1).
           02 ADJUST-REASON       PIC X(4).
           02 FILLER              PIC X(49).
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
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  READY-COUNT       PIC 9(5) VALUE 0.
           02  REFUSED-COUNT     PIC 9(5) VALUE 0.
           02  POSTED-COUNT      PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-POSTING-WORK.
           02  WS-PHP-DATE       PIC X(8).
           02  WS-PHP-APPROVER   PIC X(4).
           02  WS-PHP-STATUS     PIC X(1).
           02  WS-PHP-OPEN-TAGS  PIC S9(9) COMP.
           02  WS-PHP-VAR-COLORS PIC S9(9) COMP.
           02  WS-PHP-TAG-DIFF   PIC S9(9) COMP.
           02  WS-PHP-ABS        PIC S9(9) COMP.
           02  WS-PHP-INV        PIC S9(9) COMP.
           02  WS-PHP-INV-BEFORE PIC S9(9) COMP.
           02  WS-PHP-RSN-COUNT  PIC S9(4) COMP-3.
           02  WS-PHP-PASS       PIC X(1) VALUE SPACE.
               88  WS-PHP-CHECKING VALUE 'C'.
               88  WS-PHP-POSTING  VALUE 'P'.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  RESULT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DISPOSITION    PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'BOOK: '.
           02  OUTPUT-BOOK           PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'COUNTED: '.
           02  OUTPUT-COUNTED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'DIFFERENCE: '.
           02  OUTPUT-DISCREPANCY    PIC -ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'REASON: '.
           02  OUTPUT-REASON         PIC X(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'NOW AT: '.
           02  OUTPUT-NEW-INV        PIC ZZ,ZZ9.
           02  FILLER                PIC X(14).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'READY: '.
           02  OUTPUT-READY          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'REFUSED: '.
           02  OUTPUT-REFUSED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(24) VALUE
               'COLORS WITH DIFFERENCE: '.
           02  OUTPUT-VAR-COLORS     PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'POSTED: '.
           02  OUTPUT-POSTED         PIC ZZ,ZZ9.
           02  FILLER                PIC X(46).
       01  MESSAGE-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-MESSAGE        PIC X(60).
           02  FILLER                PIC X(67).
      * ===============================================================
      * Map SQL tables this posting writes
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
           EXEC SQL DECLARE EVENT.MARBLES_LOCATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL reason tables (see MARBLES.cbl) -- every posted line
      * carries a reason code off the reference table
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_REASON TABLE
           ( REASON-CODE                    CHAR(4)     NOT NULL,
             REASON-DESC                    VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_MOVRSN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RSN-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL physical-inventory tables (see MRBLPHF.cbl)
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
           PERFORM READ-POSTING-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLPHP ' TO MRBLRUN-JOB-NAME.
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
           PERFORM WRITE-HEADER.
           PERFORM CHECK-COUNT-OPEN.
           IF RETURN-CODE = 0
              PERFORM CHECK-BATCH-APPROVED.
           IF RETURN-CODE = 0
              PERFORM CHECK-TAGS-ACCOUNTED.
           IF RETURN-CODE = 0
              MOVE 'C' TO WS-PHP-PASS
              PERFORM PASS-ADJUST-FILE.
           IF RETURN-CODE = 0
              PERFORM CHECK-BATCH-COMPLETE.
           IF RETURN-CODE = 0
              EXEC SQL
                  SAVEPOINT PHP_POSTING ON ROLLBACK RETAIN CURSORS
              END-EXEC
              MOVE 'P' TO WS-PHP-PASS
              PERFORM PASS-ADJUST-FILE.
           IF RETURN-CODE = 0
              PERFORM SET-BINS-TO-COUNT.
           IF RETURN-CODE = 0
              PERFORM CLOSE-THE-COUNT.
      *
      *    A database failure once the posting pass has begun backs
      *    out to the savepoint taken ahead of it -- every line
      *    already posted goes, but the run's own RUNSTAT row stays
      *    -- so the batch goes on whole or not at all and can
      *    simply be rerun
      *
           IF RETURN-CODE = 12 AND WS-PHP-POSTING
              EXEC SQL ROLLBACK TO SAVEPOINT PHP_POSTING END-EXEC
              MOVE 0 TO POSTED-COUNT
              MOVE 'DATABASE ERROR - POSTING BACKED OUT, COUNT OPEN'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE POSTED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-POSTING-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           IF END-OF-PARM OR PARM-PHY-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE PARM-PHY-DATE TO WS-PHP-DATE
              MOVE PARM-APPROVER TO WS-PHP-APPROVER.
      * ===============================================================
       CHECK-COUNT-OPEN.
           EXEC SQL
               SELECT PHY-STATUS INTO :WS-PHP-STATUS
               FROM EVENT.MARBLES_PHYINV
               WHERE PHY-DATE = :WS-PHP-DATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 8 TO RETURN-CODE
              MOVE 'NO PHYSICAL INVENTORY ON FILE FOR THIS DATE'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHP-STATUS NOT = 'O'
              MOVE 8 TO RETURN-CODE
              MOVE 'PHYSICAL INVENTORY ALREADY POSTED'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE.
      * ===============================================================
      * The batch posts on one signature -- the card's approval mark
      * and the initials of whoever gave it
      * ===============================================================
       CHECK-BATCH-APPROVED.
           IF PARM-APPROVAL NOT = 'Y' OR WS-PHP-APPROVER = SPACES
              MOVE 8 TO RETURN-CODE
              MOVE 'BATCH NOT APPROVED - APPROVAL AND INITIALS REQUIRED'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE.
      * ===============================================================
      * Every tag used or void -- MRBLPHC lists the stragglers
      * ===============================================================
       CHECK-TAGS-ACCOUNTED.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PHP-OPEN-TAGS
               FROM EVENT.MARBLES_PHYTAG
               WHERE PHY-DATE = :WS-PHP-DATE
                 AND TAG-STATUS IN ('I', 'R')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHP-OPEN-TAGS > 0
              MOVE 8 TO RETURN-CODE
              MOVE 'TAGS MISSING OR AWAITING RECOUNT - SEE MRBLPHC'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE.
      * ===============================================================
      * One pass over the proposal file: the checking pass proves
      * every line without touching anything, the posting pass posts
      * ===============================================================
       PASS-ADJUST-FILE.
           MOVE SPACES TO INPUT-SWITCH.
           OPEN INPUT ADJUST-FILE.
           PERFORM GET-ADJUST-RECORD.
           PERFORM DISPOSE-AND-READ
              UNTIL END-OF-FILE.
           CLOSE ADJUST-FILE.
      * ===============================================================
       GET-ADJUST-RECORD.
           READ ADJUST-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       DISPOSE-AND-READ.
           IF WS-PHP-CHECKING
              PERFORM CHECK-ONE-LINE
           ELSE
              PERFORM POST-ONE-LINE.
           PERFORM GET-ADJUST-RECORD.
      * ===============================================================
      * A line is ready when the tags still show its difference and
      * it carries a reason off the reference table
      * ===============================================================
       CHECK-ONE-LINE.
           MOVE 0 TO WS-PHP-INV.
           PERFORM GET-TAG-DIFFERENCE.
           IF RETURN-CODE NOT = 0
              ADD 1 TO REFUSED-COUNT
              MOVE 'DB ERROR    ' TO OUTPUT-DISPOSITION
           ELSE IF WS-PHP-TAG-DIFF NOT = ADJUST-DISCREPANCY
              ADD 1 TO REFUSED-COUNT
              MOVE 'CHANGED     ' TO OUTPUT-DISPOSITION
           ELSE IF ADJUST-REASON = SPACES
              ADD 1 TO REFUSED-COUNT
              MOVE 'NO REASON   ' TO OUTPUT-DISPOSITION
           ELSE
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-PHP-RSN-COUNT
                  FROM EVENT.MARBLES_REASON
                  WHERE REASON-CODE = :ADJUST-REASON
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 12 TO RETURN-CODE
                 ADD 1 TO REFUSED-COUNT
                 MOVE 'DB ERROR    ' TO OUTPUT-DISPOSITION
              ELSE IF WS-PHP-RSN-COUNT = 0
                 ADD 1 TO REFUSED-COUNT
                 MOVE 'BAD REASON  ' TO OUTPUT-DISPOSITION
              ELSE
                 ADD 1 TO READY-COUNT
                 MOVE 'READY       ' TO OUTPUT-DISPOSITION
              END-IF
           END-IF.
           PERFORM WRITE-RESULT-LINE.
      * ===============================================================
       GET-TAG-DIFFERENCE.
           EXEC SQL
               SELECT COALESCE(SUM(FINAL-QTY - BOOK-QTY), 0)
                   INTO :WS-PHP-TAG-DIFF
               FROM EVENT.MARBLES_PHYTAG
               WHERE PHY-DATE = :WS-PHP-DATE
                 AND COLOR = :ADJUST-COLOR
                 AND TAG-STATUS = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * All or nothing: a refused line, or a color with a difference
      * and no line, stops the whole batch before anything posts
      * ===============================================================
       CHECK-BATCH-COMPLETE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PHP-VAR-COLORS
               FROM (SELECT COLOR
                     FROM EVENT.MARBLES_PHYTAG
                     WHERE PHY-DATE = :WS-PHP-DATE
                       AND TAG-STATUS = 'C'
                     GROUP BY COLOR
                     HAVING SUM(FINAL-QTY - BOOK-QTY) <> 0) X
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF REFUSED-COUNT > 0
              MOVE 8 TO RETURN-CODE
              MOVE 'BATCH NOT POSTED - REFUSED LINES ABOVE'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE
           ELSE IF READY-COUNT NOT = WS-PHP-VAR-COLORS
              MOVE 8 TO RETURN-CODE
              MOVE 'BATCH NOT POSTED - PROPOSALS DO NOT MATCH TAGS'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE.
      * ===============================================================
      * Post the difference onto the color's balance -- the floor was
      * frozen, so current is the book the tags were written against
      * -- clamped at zero, with the ADJ audit row and its reason
      * ===============================================================
       POST-ONE-LINE.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               SELECT INVENTORY INTO :WS-PHP-INV
               FROM EVENT.MARBLES
               WHERE COLOR = :ADJUST-COLOR
               FOR UPDATE OF INVENTORY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'LOOKUP FAIL ' TO OUTPUT-DISPOSITION
              PERFORM WRITE-RESULT-LINE
           ELSE
              MOVE WS-PHP-INV TO WS-PHP-INV-BEFORE
              COMPUTE WS-PHP-INV = WS-PHP-INV + ADJUST-DISCREPANCY
              IF WS-PHP-INV < 0
                 MOVE 0 TO WS-PHP-INV
              END-IF
              PERFORM UPDATE-PHY-INVENTORY
              IF WS-SQL-ERROR = 0
                 PERFORM LOG-ADJUSTMENT
                 PERFORM LOG-ADJUSTMENT-REASON
                 ADD 1 TO POSTED-COUNT
                 MOVE 'POSTED      ' TO OUTPUT-DISPOSITION
                 PERFORM WRITE-RESULT-LINE
              END-IF
           END-IF.
      * ===============================================================
       UPDATE-PHY-INVENTORY.
           EXEC SQL
               UPDATE EVENT.MARBLES
               SET INVENTORY = :WS-PHP-INV,
                   LAST-UPDATED = CURRENT TIMESTAMP
               WHERE COLOR = :ADJUST-COLOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
              MOVE 'UPDATE FAIL ' TO OUTPUT-DISPOSITION
              PERFORM WRITE-RESULT-LINE.
      * ===============================================================
       LOG-ADJUSTMENT.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_LOG
               VALUES (
                     :ADJUST-COLOR,
                     'ADJ',
                     :WS-PHP-INV-BEFORE,
                     :WS-PHP-INV,
                     'BATC',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       LOG-ADJUSTMENT-REASON.
           IF ADJUST-DISCREPANCY < 0
              COMPUTE WS-PHP-ABS = 0 - ADJUST-DISCREPANCY
           ELSE
              MOVE ADJUST-DISCREPANCY TO WS-PHP-ABS.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_MOVRSN
               VALUES (
                     :ADJUST-COLOR,
                     'ADJ',
                     :ADJUST-REASON,
                     :WS-PHP-ABS,
                     'BATC',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Every bin a used tag counted takes the count, so the per-bin
      * figures match the floor as well as the color totals
      * ===============================================================
       SET-BINS-TO-COUNT.
           EXEC SQL
               UPDATE EVENT.MARBLES_LOCATION L
               SET QUANTITY =
                   (SELECT T.FINAL-QTY
                    FROM EVENT.MARBLES_PHYTAG T
                    WHERE T.PHY-DATE = :WS-PHP-DATE
                      AND T.COLOR = L.COLOR
                      AND T.LOCATION = L.LOCATION
                      AND T.TAG-STATUS = 'C')
               WHERE EXISTS
                   (SELECT 1
                    FROM EVENT.MARBLES_PHYTAG T
                    WHERE T.PHY-DATE = :WS-PHP-DATE
                      AND T.COLOR = L.COLOR
                      AND T.LOCATION = L.LOCATION
                      AND T.TAG-STATUS = 'C')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Posted under the approver's initials -- the freeze lifts here
      * ===============================================================
       CLOSE-THE-COUNT.
           EXEC SQL
               UPDATE EVENT.MARBLES_PHYINV
               SET PHY-STATUS = 'P',
                   APP-BY = :WS-PHP-APPROVER,
                   PHY-TIMESTAMP = CURRENT TIMESTAMP
               WHERE PHY-DATE = :WS-PHP-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'PHYSICAL INVENTORY POSTED - FLOOR RELEASED'
                  TO OUTPUT-MESSAGE
              PERFORM WRITE-MESSAGE-LINE.
      * ===============================================================
       WRITE-RESULT-LINE.
           MOVE ADJUST-COLOR TO OUTPUT-COLOR.
           MOVE ADJUST-SYSTEM-QTY TO OUTPUT-BOOK.
           MOVE ADJUST-COUNTED-QTY TO OUTPUT-COUNTED.
           MOVE ADJUST-DISCREPANCY TO OUTPUT-DISCREPANCY.
           MOVE ADJUST-REASON TO OUTPUT-REASON.
           MOVE WS-PHP-INV TO OUTPUT-NEW-INV.
           MOVE RESULT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-MESSAGE-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE MESSAGE-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE READY-COUNT TO OUTPUT-READY.
           MOVE REFUSED-COUNT TO OUTPUT-REFUSED.
           MOVE WS-PHP-VAR-COLORS TO OUTPUT-VAR-COLORS.
           MOVE POSTED-COUNT TO OUTPUT-POSTED.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
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
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES PHYSICAL POSTING    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
