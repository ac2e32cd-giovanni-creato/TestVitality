      * ===============================================================
      * Slotting review, run quarterly ahead of the re-slot weekend.
      * Colors live in the bin they were first put away in, so the
      * A colors MRBLABC ranks highest still send pickers to the far
      * annex. This run ranks every color the way the floor should
      * be laid out -- ABC class from EVENT.MARBLES_ABC first (a
      * color not yet classed counts as C), then its picks over the
      * last 90 days (SUB and PCK rows on EVENT.MARBLES_LOG), busiest
      * first -- and fills the zones nearest-first with that ranking,
      * one color per bin. A color whose ranked zone is not the zone
      * of its home bin is listed as a recommended relocation.
      *
      * Zone cards (U-T-PARM), one per zone, nearest zone first:
      *   cols  1-10  ZONE       as on EVENT.MARBLES_BIN
      *   cols 12-16  FEET       walk from the pack bench, one way
      * A bin in a zone with no card takes no color, and a home bin
      * in an uncarded zone can't be measured, so its walk saving
      * prints blank. The cards have to run nearest first.
      *
      * Each relocation names a destination bin in the ranked zone --
      * the one with the most free space (CAPACITY less what
      * EVENT.MARBLES_LOCATION holds there) not already named by an
      * earlier line of the same run -- and the walk it saves over a
      * quarter: the feet between the two zones, there and back, for
      * every pick. A negative saving is a slow mover making room
      * nearer the bench. A destination whose free space can't take
      * the color's on-hand is flagged CAPACITY, and one with no bin
      * at all NO BIN. Nothing is moved; the report is the worksheet.
      *
      * A missing or bad zone card ends with return code 16 before
      * anything prints; a flagged line ends with return code 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSLT.
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
           02 PARM-ZONE          PIC X(10).
           02 FILLER             PIC X(1).
           02 PARM-FEET          PIC X(5).
           02 FILLER             PIC X(64).
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
           02  BIN-SWITCH        PIC X(3).
               88  END-OF-BINS   VALUE 'EOF'.
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  LINE-COUNT        PIC 9(5) VALUE 0.
           02  FLAG-COUNT        PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * The carded zones in walk order, each with the bins it has to
      * give and how many of them the ranking has taken so far
      * ===============================================================
       01  WS-ZONE-TABLE.
           02  WS-ZONE-COUNT     PIC S9(4) COMP VALUE 0.
           02  WS-ZONE-ENTRY OCCURS 50 TIMES.
               03  WS-ZN-NAME    PIC X(10).
               03  WS-ZN-FEET    PIC S9(9) COMP.
               03  WS-ZN-BINS    PIC S9(9) COMP.
               03  WS-ZN-TAKEN   PIC S9(9) COMP.
      * ===============================================================
      * Destination bins already named by this run
      * ===============================================================
       01  WS-USED-BIN-TABLE.
           02  WS-USED-COUNT     PIC S9(4) COMP VALUE 0.
           02  WS-USED-BIN OCCURS 500 TIMES PIC X(10).
       01  WS-SLOT-WORK.
           02  WS-ZONE-IX        PIC S9(4) COMP VALUE 1.
           02  WS-SCAN-IX        PIC S9(4) COMP VALUE 0.
           02  WS-FOUND-IX       PIC S9(4) COMP VALUE 0.
           02  WS-RANK-IX        PIC S9(4) COMP VALUE 0.
           02  WS-FEET-9         PIC 9(5).
           02  WS-FEET-TEXT      PIC X(5) JUSTIFIED RIGHT.
           02  WS-SLT-COLOR      PIC X(10).
           02  WS-SLT-CLASS      PIC X(1).
           02  WS-SLT-ON-HAND    PIC S9(9) COMP.
           02  WS-SLT-HOME-BIN   PIC X(10).
           02  WS-SLT-HOME-ZONE  PIC X(10).
           02  WS-SLT-PICKS      PIC S9(9) COMP.
           02  WS-SLT-HOME-IX    PIC S9(4) COMP.
           02  WS-SLT-TO-ZONE    PIC X(10).
           02  WS-SLT-TO-BIN     PIC X(10).
           02  WS-SLT-TO-CAP     PIC S9(9) COMP.
           02  WS-SLT-TO-FREE    PIC S9(9) COMP.
           02  WS-SLT-BIN-FOUND  PIC 9 VALUE 0.
           02  WS-SLT-SAVED      PIC S9(11) COMP-3.
           02  WS-SLT-NET-SAVED  PIC S9(11) COMP-3 VALUE 0.
           02  WS-SLT-ZONE-BINS  PIC S9(9) COMP.
       01  SLOT-HEADING-LINE.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(10) VALUE 'COLOR     '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(3)  VALUE 'ABC'.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE '  PICKS'.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'HOME BIN  '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'HOME ZONE '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'TO BIN    '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'TO ZONE   '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'ON HAND'.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE '   FREE'.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE '  FEET SAVED  '.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'FLAG    '.
           02  FILLER                PIC X(14).
       01  SLOT-DETAIL-LINE.
           02  FILLER                PIC X(2).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CLASS          PIC X(1).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PICKS          PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-HOME-BIN       PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-HOME-ZONE      PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-TO-BIN         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-TO-ZONE        PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-ON-HAND        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-FREE           PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-SAVED          PIC -ZZ,ZZZ,ZZ9.
           02  OUTPUT-SAVED-X REDEFINES OUTPUT-SAVED PIC X(11).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  OUTPUT-FLAG           PIC X(8).
           02  FILLER                PIC X(14).
       01  SLOT-SUMMARY-LINE.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(13) VALUE 'RELOCATIONS: '.
           02  OUTPUT-MOVES          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'FLAGGED: '.
           02  OUTPUT-FLAGGED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(28)
               VALUE 'NET FEET SAVED PER QUARTER: '.
           02  OUTPUT-NET-SAVED      PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(50).
      * ===============================================================
      * Map SQL tables this review reads
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
           EXEC SQL DECLARE EVENT.MARBLES_ABC TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             ABC-CLASS                      CHAR(1)     NOT NULL,
             PRIOR-CLASS                    CHAR(1)     NOT NULL,
             ISSUE-VALUE                    DECIMAL(11,0) NOT NULL,
             CLASS-DATE                     DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_BIN TABLE
           ( BIN                            VARCHAR(10) NOT NULL,
             CAPACITY                       INTEGER     NOT NULL,
             ZONE                           VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOCATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM LOAD-ZONE-CARDS.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLSLT ' TO MRBLRUN-JOB-NAME.
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
           PERFORM COUNT-ZONE-BINS
              VARYING WS-SCAN-IX FROM 1 BY 1
              UNTIL WS-SCAN-IX > WS-ZONE-COUNT.
           MOVE '  MARBLES SLOTTING REVIEW     ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM WRITE-SLOT-HEADING.
           IF RETURN-CODE = 0
              PERFORM RANK-COLORS.
           PERFORM WRITE-SLOT-SUMMARY.
           IF FLAG-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LINE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The zone cards, nearest first -- at least one, every walk
      * distance numeric, and no card nearer than the one before it
      * ===============================================================
       LOAD-ZONE-CARDS.
           MOVE SPACES TO PARM-SWITCH.
           OPEN INPUT PARM-FILE.
           PERFORM LOAD-ONE-CARD
              UNTIL END-OF-PARM.
           CLOSE PARM-FILE.
           IF WS-ZONE-COUNT = 0
              MOVE 16 TO RETURN-CODE.
      * ===============================================================
       LOAD-ONE-CARD.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           IF NOT END-OF-PARM
              IF PARM-ZONE = SPACES
                 MOVE 16 TO RETURN-CODE
              ELSE IF WS-ZONE-COUNT < 50
                 MOVE PARM-FEET TO WS-FEET-TEXT
                 INSPECT WS-FEET-TEXT
                     REPLACING LEADING SPACE BY ZERO
                 IF WS-FEET-TEXT IS NUMERIC
                    ADD 1 TO WS-ZONE-COUNT
                    MOVE WS-FEET-TEXT TO WS-FEET-9
                    MOVE PARM-ZONE TO WS-ZN-NAME(WS-ZONE-COUNT)
                    MOVE WS-FEET-9 TO WS-ZN-FEET(WS-ZONE-COUNT)
                    MOVE 0 TO WS-ZN-BINS(WS-ZONE-COUNT)
                    MOVE 0 TO WS-ZN-TAKEN(WS-ZONE-COUNT)
                    IF WS-ZONE-COUNT > 1
                       IF WS-ZN-FEET(WS-ZONE-COUNT) <
                             WS-ZN-FEET(WS-ZONE-COUNT - 1)
                          MOVE 16 TO RETURN-CODE
                       END-IF
                    END-IF
                 ELSE
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF
           END-IF.
      * ===============================================================
       COUNT-ZONE-BINS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SLT-ZONE-BINS
               FROM EVENT.MARBLES_BIN
               WHERE ZONE = :WS-ZN-NAME(WS-SCAN-IX)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE WS-SLT-ZONE-BINS TO WS-ZN-BINS(WS-SCAN-IX).
      * ===============================================================
      * Every color in layout order: class, then picks, busiest
      * first, then color so the order is the same run to run
      * ===============================================================
       RANK-COLORS.
           MOVE 1 TO WS-ZONE-IX.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SLTCLR CURSOR FOR
               SELECT M.COLOR, COALESCE(A.ABC-CLASS, 'C'),
                      M.INVENTORY, M.BIN-LOCATION,
                      COALESCE(B.ZONE, ' '),
                      (SELECT COUNT(*)
                       FROM EVENT.MARBLES_LOG L
                       WHERE L.COLOR = M.COLOR
                         AND (L.VERB = 'SUB' OR L.VERB = 'PCK')
                         AND L.LOG-TIMESTAMP >
                             CURRENT TIMESTAMP - 90 DAYS)
               FROM EVENT.MARBLES M
               LEFT OUTER JOIN EVENT.MARBLES_ABC A
                   ON A.COLOR = M.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_BIN B
                   ON B.BIN = M.BIN-LOCATION
               ORDER BY 2, 6 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C-SLTCLR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-SLOT-COLOR
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SLTCLR
           END-EXEC.
      * ===============================================================
       FETCH-AND-SLOT-COLOR.
           EXEC SQL
               FETCH C-SLTCLR
                   INTO :WS-SLT-COLOR, :WS-SLT-CLASS,
                        :WS-SLT-ON-HAND, :WS-SLT-HOME-BIN,
                        :WS-SLT-HOME-ZONE, :WS-SLT-PICKS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM TAKE-NEXT-SLOT
              IF WS-SLT-TO-ZONE NOT = WS-SLT-HOME-ZONE
                 PERFORM RECOMMEND-RELOCATION.
      * ===============================================================
      * The next bin in walk order: the nearest carded zone with a
      * bin left to give. Once every carded bin is taken the rest of
      * the colors rank into the farthest zone.
      * ===============================================================
       TAKE-NEXT-SLOT.
           PERFORM SKIP-FULL-ZONE
              UNTIL WS-ZONE-IX > WS-ZONE-COUNT
                 OR WS-ZN-TAKEN(WS-ZONE-IX) < WS-ZN-BINS(WS-ZONE-IX).
           IF WS-ZONE-IX > WS-ZONE-COUNT
              MOVE WS-ZONE-COUNT TO WS-RANK-IX
           ELSE
              MOVE WS-ZONE-IX TO WS-RANK-IX
              ADD 1 TO WS-ZN-TAKEN(WS-ZONE-IX).
           MOVE WS-ZN-NAME(WS-RANK-IX) TO WS-SLT-TO-ZONE.
      * ===============================================================
       SKIP-FULL-ZONE.
           ADD 1 TO WS-ZONE-IX.
      * ===============================================================
      * A color out of place: find where it should go, what that
      * saves, and whether the bin can take it
      * ===============================================================
       RECOMMEND-RELOCATION.
           PERFORM FIND-DESTINATION-BIN.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM SCAN-ZONE-NAMES
              VARYING WS-SCAN-IX FROM 1 BY 1
              UNTIL WS-SCAN-IX > WS-ZONE-COUNT
                 OR WS-FOUND-IX > 0.
           MOVE WS-FOUND-IX TO WS-SLT-HOME-IX.
           IF WS-SLT-HOME-IX > 0
              COMPUTE WS-SLT-SAVED =
                  (WS-ZN-FEET(WS-SLT-HOME-IX) - WS-ZN-FEET(WS-RANK-IX))
                  * 2 * WS-SLT-PICKS
              ADD WS-SLT-SAVED TO WS-SLT-NET-SAVED.
           PERFORM WRITE-SLOT-DETAIL-LINE.
      * ===============================================================
       SCAN-ZONE-NAMES.
           IF WS-ZN-NAME(WS-SCAN-IX) = WS-SLT-HOME-ZONE
              MOVE WS-SCAN-IX TO WS-FOUND-IX.
      * ===============================================================
      * The emptiest bin in the ranked zone that no earlier line of
      * this run has already spoken for
      * ===============================================================
       FIND-DESTINATION-BIN.
           MOVE 0 TO WS-SLT-BIN-FOUND.
           MOVE SPACES TO WS-SLT-TO-BIN.
           MOVE 0 TO WS-SLT-TO-CAP.
           MOVE 0 TO WS-SLT-TO-FREE.
           MOVE SPACES TO BIN-SWITCH.
           EXEC SQL
               DECLARE C-SLTBIN CURSOR FOR
               SELECT B.BIN, B.CAPACITY,
                      B.CAPACITY - COALESCE(SUM(L.QUANTITY), 0)
               FROM EVENT.MARBLES_BIN B
               LEFT OUTER JOIN EVENT.MARBLES_LOCATION L
                   ON L.LOCATION = B.BIN
               WHERE B.ZONE = :WS-SLT-TO-ZONE
               GROUP BY B.BIN, B.CAPACITY
               ORDER BY 3 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C-SLTBIN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO BIN-SWITCH.
           PERFORM FETCH-CANDIDATE-BIN
              UNTIL END-OF-BINS.
           EXEC SQL
               CLOSE C-SLTBIN
           END-EXEC.
           IF WS-SLT-BIN-FOUND = 1 AND WS-USED-COUNT < 500
              ADD 1 TO WS-USED-COUNT
              MOVE WS-SLT-TO-BIN TO WS-USED-BIN(WS-USED-COUNT).
      * ===============================================================
       FETCH-CANDIDATE-BIN.
           EXEC SQL
               FETCH C-SLTBIN
                   INTO :WS-SLT-TO-BIN, :WS-SLT-TO-CAP,
                        :WS-SLT-TO-FREE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-SLT-TO-BIN
              MOVE 'EOF' TO BIN-SWITCH
           ELSE
              MOVE 0 TO WS-FOUND-IX
              PERFORM SCAN-USED-BINS
                 VARYING WS-SCAN-IX FROM 1 BY 1
                 UNTIL WS-SCAN-IX > WS-USED-COUNT
                    OR WS-FOUND-IX > 0
              IF WS-FOUND-IX = 0
                 MOVE 1 TO WS-SLT-BIN-FOUND
                 MOVE 'EOF' TO BIN-SWITCH.
      * ===============================================================
       SCAN-USED-BINS.
           IF WS-USED-BIN(WS-SCAN-IX) = WS-SLT-TO-BIN
              MOVE WS-SCAN-IX TO WS-FOUND-IX.
      * ===============================================================
       WRITE-SLOT-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SLOT-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * A capacity of zero is a bin nobody has sized, which is not
      * flagged -- the same reading MRBM gives it
      * ===============================================================
       WRITE-SLOT-DETAIL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              PERFORM WRITE-SLOT-HEADING.
           MOVE WS-SLT-COLOR TO OUTPUT-COLOR.
           MOVE WS-SLT-CLASS TO OUTPUT-CLASS.
           MOVE WS-SLT-PICKS TO OUTPUT-PICKS.
           MOVE WS-SLT-HOME-BIN TO OUTPUT-HOME-BIN.
           MOVE WS-SLT-HOME-ZONE TO OUTPUT-HOME-ZONE.
           MOVE WS-SLT-TO-BIN TO OUTPUT-TO-BIN.
           MOVE WS-SLT-TO-ZONE TO OUTPUT-TO-ZONE.
           MOVE WS-SLT-ON-HAND TO OUTPUT-ON-HAND.
           MOVE SPACES TO OUTPUT-FLAG.
           IF WS-SLT-TO-FREE > 0
              MOVE WS-SLT-TO-FREE TO OUTPUT-FREE
           ELSE
              MOVE 0 TO OUTPUT-FREE.
           IF WS-SLT-HOME-IX > 0
              MOVE WS-SLT-SAVED TO OUTPUT-SAVED
           ELSE
              MOVE SPACES TO OUTPUT-SAVED-X.
           IF WS-SLT-BIN-FOUND = 0
              MOVE 'NO BIN' TO OUTPUT-FLAG
              ADD 1 TO FLAG-COUNT
           ELSE IF WS-SLT-TO-CAP > 0
                 AND WS-SLT-TO-FREE < WS-SLT-ON-HAND
              MOVE 'CAPACITY' TO OUTPUT-FLAG
              ADD 1 TO FLAG-COUNT.
           MOVE SLOT-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SLOT-SUMMARY.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF LINE-COUNT = 0
              MOVE 'EVERY COLOR IS ALREADY IN ITS RANKED ZONE'
                  TO OUTPUT-LINE
              WRITE OUTPUT-RECORD
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE LINE-COUNT TO OUTPUT-MOVES.
           MOVE FLAG-COUNT TO OUTPUT-FLAGGED.
           MOVE WS-SLT-NET-SAVED TO OUTPUT-NET-SAVED.
           MOVE SLOT-SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
