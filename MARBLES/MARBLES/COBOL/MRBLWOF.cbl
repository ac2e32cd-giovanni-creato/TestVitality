      * ===============================================================
      * Write-off posting for dead stock. Reads the disposal
      * candidate file MRBLOBR writes (U-T-WOFIN, after a supervisor
      * has marked the approval column 'Y' on the lines that may go,
      * written a reason code beside each, and lowered a quantity
      * where only part is to go) and issues the units out of
      * stock, the MRBLADJ way:
      *
      *   - approval blank          -> NOT APPROVED, nothing posts
      *   - no reason, or a reason not on EVENT.MARBLES_REASON
      *                             -> HELD, nothing posts
      *   - a lot that is consigned (the supplier's, not ours to
      *     write off), closed, or not on file
      *                             -> HELD, nothing posts
      *   - otherwise               -> POSTED
      *
      * A line naming a lot takes the units from that lot (a lot
      * emptied this way is closed as scrapped); a line with no lot
      * takes them from the color's owned lots oldest first, like
      * any other issue, and never from consigned stock. Each
      * posting writes a WOF audit row, its reason row, and a row on
      * EVENT.MARBLES_WRTOFF valuing it at UNIT-COST and recording
      * how much of the color's obsolescence reserve (the latest
      * MRBLOBR row, less what write-offs since have used) it
      * releases -- MRBLGLJ journals the write-off and that release
      * together, and the next MRBLOBR run counts it as released.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLWOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-FILE ASSIGN U-T-WOFIN.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
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
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  LOT-SWITCH        PIC X(3).
               88  END-OF-LOTS   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  POSTED-COUNT      PIC 9(5) VALUE 0.
           02  HELD-COUNT        PIC 9(5) VALUE 0.
           02  SKIPPED-COUNT     PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Physical-inventory freeze -- open counts on EVENT.MARBLES_PHYINV
      * ===============================================================
       01  WS-PHYS-WORK.
           02  WS-PHYS-OPEN-COUNT PIC S9(4) COMP VALUE 0.
       01  WS-WRITEOFF-WORK.
           02  WS-WOF-QTY        PIC S9(9) COMP.
           02  WS-WOF-INV        PIC S9(9) COMP.
           02  WS-WOF-INV-BEFORE PIC S9(9) COMP.
           02  WS-WOF-COST       PIC S9(5) COMP-3.
           02  WS-WOF-AMOUNT     PIC S9(11) COMP-3.
           02  WS-WOF-BALANCE    PIC S9(11) COMP-3.
           02  WS-WOF-USED       PIC S9(11) COMP-3.
           02  WS-WOF-CSG-QTY    PIC S9(9) COMP.
           02  WS-WOF-LOT-ID     PIC X(10).
           02  WS-WOF-LOT-QTY    PIC S9(9) COMP.
           02  WS-WOF-LOT-STATUS PIC X(1).
           02  WS-WOF-LOT-OWNER  PIC X(10).
           02  WS-WOF-TO-DRAW    PIC S9(9) COMP.
           02  WS-WOF-DRAWN      PIC S9(9) COMP.
           02  WS-WOF-RSN-COUNT  PIC S9(4) COMP-3.
           02  WS-WOF-OK         PIC 9 VALUE 0.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  WS-WRITEOFF-TOTALS.
           02  WS-TOT-AMOUNT     PIC S9(13) COMP-3 VALUE 0.
           02  WS-TOT-USED       PIC S9(13) COMP-3 VALUE 0.
       01  RESULT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LOT-ID         PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DISPOSITION    PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  OUTPUT-QTY            PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'REASON: '.
           02  OUTPUT-REASON         PIC X(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-AMOUNT         PIC ZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RESERVE:  '.
           02  OUTPUT-USED           PIC ZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(16).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'POSTED: '.
           02  OUTPUT-POSTED         PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'HELD: '.
           02  OUTPUT-HELD           PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'NOT APPROVED: '.
           02  OUTPUT-SKIPPED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'WRITTEN OFF: '.
           02  OUTPUT-TOT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               'RESERVE RELEASED: '.
           02  OUTPUT-TOT-USED       PIC Z,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12).
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
      * ===============================================================
      * Map SQL reason tables (see MARBLES.cbl) -- every write-off
      * carries a reason code off the reference table, so the
      * shrinkage report can say what the dead stock died of
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
      * Map SQL lot tables -- the lots the units come out of, their
      * consumption trail, and the consignment owner that puts a lot
      * out of reach
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOTUSE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             USE-TIMESTAMP                  TIMESTAMP   NOT NULL
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
      * Map SQL reserve table (written by MRBLOBR) and the write-off
      * table this posting writes
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
      * ===============================================================
      * Map SQL physical-inventory control table (opened by MRBLPHF,
      * closed by MRBLPHP) -- while a wall-to-wall count is open the
      * book quantities on its tags must hold still
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PHYINV TABLE
           ( PHY-DATE                       CHAR(8)     NOT NULL,
             PHY-STATUS                     CHAR(1)     NOT NULL,
             TOLERANCE                      INTEGER     NOT NULL,
             TAG-COUNT                      INTEGER     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             PHY-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLWOF ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM CHECK-PHYSICAL-FREEZE.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN INPUT  WRITEOFF-FILE
                OUTPUT REPORT-FILE.
           PERFORM GET-WRITEOFF-RECORD.
           PERFORM POST-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE POSTED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE WRITEOFF-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * A wall-to-wall physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). MRBLPHP lands the tag
      * differences on the balance as it stands at posting and sets
      * every counted bin to its tag, so write-offs posted mid-count
      * would be counted twice or lost -- the run is refused with
      * return code 8 until the count is posted. A failed lookup
      * refuses it too, with return code 12, rather than post into a
      * count that may be open.
      * ===============================================================
       CHECK-PHYSICAL-FREEZE.
           MOVE 0 TO WS-PHYS-OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PHYS-OPEN-COUNT
               FROM EVENT.MARBLES_PHYINV
               WHERE PHY-STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MRBLWOF: PHYSICAL INVENTORY CHECK FAILED,'
                  ' SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHYS-OPEN-COUNT > 0
              DISPLAY 'MRBLWOF: PHYSICAL INVENTORY IN PROGRESS'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
       GET-WRITEOFF-RECORD.
           READ WRITEOFF-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       POST-AND-READ.
           PERFORM DISPOSE-ONE-LINE.
           PERFORM GET-WRITEOFF-RECORD.
      * ===============================================================
      * One candidate line: skipped without approval, held without
      * a good reason or quantity, posted otherwise
      * ===============================================================
       DISPOSE-ONE-LINE.
           MOVE 0 TO WS-WOF-QTY WS-WOF-AMOUNT WS-WOF-USED.
           IF WOF-QTY IS NUMERIC
              MOVE WOF-QTY TO WS-WOF-QTY.
           IF WOF-APPROVAL NOT = 'Y'
              ADD 1 TO SKIPPED-COUNT
              MOVE 'NOT APPROVED' TO OUTPUT-DISPOSITION
              PERFORM WRITE-RESULT-LINE
           ELSE IF WOF-QTY IS NOT NUMERIC OR WOF-QTY = 0
              ADD 1 TO HELD-COUNT
              MOVE 'BAD QUANTITY' TO OUTPUT-DISPOSITION
              PERFORM WRITE-RESULT-LINE
           ELSE
              PERFORM CHECK-REASON-CODE
              IF WS-WOF-OK = 1
                 PERFORM POST-WRITE-OFF
              END-IF
           END-IF.
      * ===============================================================
      * An approved line also needs a reason code off the reference
      * table -- the supervisor writes it beside the approval mark
      * ===============================================================
       CHECK-REASON-CODE.
           MOVE 0 TO WS-WOF-OK.
           IF WOF-REASON = SPACES
              ADD 1 TO HELD-COUNT
              MOVE 'NO REASON   ' TO OUTPUT-DISPOSITION
              PERFORM WRITE-RESULT-LINE
           ELSE
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-WOF-RSN-COUNT
                  FROM EVENT.MARBLES_REASON
                  WHERE REASON-CODE = :WOF-REASON
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 12 TO RETURN-CODE
                 ADD 1 TO HELD-COUNT
                 MOVE 'DB ERROR    ' TO OUTPUT-DISPOSITION
                 PERFORM WRITE-RESULT-LINE
              ELSE IF WS-WOF-RSN-COUNT = 0
                 ADD 1 TO HELD-COUNT
                 MOVE 'BAD REASON  ' TO OUTPUT-DISPOSITION
                 PERFORM WRITE-RESULT-LINE
              ELSE
                 MOVE 1 TO WS-WOF-OK
              END-IF
           END-IF.
      * ===============================================================
      * Lock the color row, settle how many units may go -- no more
      * than the lot holds, or than we own when no lot is named --
      * then take them out of stock and record why and at what value
      * ===============================================================
       POST-WRITE-OFF.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               SELECT INVENTORY, UNIT-COST
                   INTO :WS-WOF-INV, :WS-WOF-COST
               FROM EVENT.MARBLES
               WHERE COLOR = :WOF-COLOR
               FOR UPDATE OF INVENTORY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'LOOKUP FAIL ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE
           ELSE IF WOF-LOT-ID NOT = SPACES
              PERFORM CHECK-WRITEOFF-LOT
           ELSE
              PERFORM LIMIT-TO-OWNED-STOCK.
           IF WS-SQL-ERROR = 0 AND WS-WOF-QTY > WS-WOF-INV
              MOVE WS-WOF-INV TO WS-WOF-QTY.
           IF WS-SQL-ERROR = 0 AND WS-WOF-QTY <= 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'NOTHING LEFT' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE.
           IF WS-SQL-ERROR = 0
              MOVE WS-WOF-INV TO WS-WOF-INV-BEFORE
              SUBTRACT WS-WOF-QTY FROM WS-WOF-INV
              PERFORM UPDATE-WOF-INVENTORY.
           IF WS-SQL-ERROR = 0
              IF WOF-LOT-ID NOT = SPACES
                 MOVE WOF-LOT-ID TO WS-WOF-LOT-ID
                 MOVE WS-WOF-QTY TO WS-WOF-DRAWN
                 PERFORM UPDATE-WOF-LOT
              ELSE
                 MOVE WS-WOF-QTY TO WS-WOF-TO-DRAW
                 PERFORM DRAW-OWNED-LOTS
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              PERFORM LOG-WRITE-OFF
              PERFORM LOG-WRITE-OFF-REASON
              PERFORM RECORD-WRITE-OFF
              ADD 1 TO POSTED-COUNT
              MOVE 'POSTED      ' TO OUTPUT-DISPOSITION
              PERFORM WRITE-RESULT-LINE.
      * ===============================================================
      * A named lot must be ours and still open; the write-off takes
      * no more than it holds
      * ===============================================================
       CHECK-WRITEOFF-LOT.
           EXEC SQL
               SELECT L.QTY-REMAINING, L.LOT-STATUS,
                      COALESCE(C.SUPPLIER, ' ')
                   INTO :WS-WOF-LOT-QTY, :WS-WOF-LOT-STATUS,
                        :WS-WOF-LOT-OWNER
               FROM EVENT.MARBLES_LOT L
               LEFT OUTER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = L.COLOR
                  AND C.LOT-ID = L.LOT-ID
               WHERE L.COLOR = :WOF-COLOR
                 AND L.LOT-ID = :WOF-LOT-ID
           END-EXEC
           IF SQLCODE = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'NO SUCH LOT ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR    ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE
           ELSE IF WS-WOF-LOT-OWNER NOT = SPACES
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'CONSIGNED   ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE
           ELSE IF WS-WOF-LOT-STATUS NOT = 'A'
                 AND WS-WOF-LOT-STATUS NOT = 'Q'
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'LOT CLOSED  ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE
           ELSE IF WS-WOF-QTY > WS-WOF-LOT-QTY
              MOVE WS-WOF-LOT-QTY TO WS-WOF-QTY.
      * ===============================================================
      * With no lot named, consigned stock on the floor is not ours
      * to write off -- only what remains after it is
      * ===============================================================
       LIMIT-TO-OWNED-STOCK.
           EXEC SQL
               SELECT COALESCE(SUM(L.QTY-REMAINING), 0)
                   INTO :WS-WOF-CSG-QTY
               FROM EVENT.MARBLES_LOT L
               INNER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = L.COLOR
                  AND C.LOT-ID = L.LOT-ID
               WHERE L.COLOR = :WOF-COLOR
                 AND L.LOT-STATUS IN ('A', 'Q')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR    ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE
           ELSE IF WS-WOF-QTY > WS-WOF-INV - WS-WOF-CSG-QTY
              COMPUTE WS-WOF-QTY = WS-WOF-INV - WS-WOF-CSG-QTY.
      * ===============================================================
       UPDATE-WOF-INVENTORY.
           EXEC SQL
               UPDATE EVENT.MARBLES
               SET INVENTORY = :WS-WOF-INV,
                   LAST-UPDATED = CURRENT TIMESTAMP
               WHERE COLOR = :WOF-COLOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
              MOVE 'UPDATE FAIL ' TO OUTPUT-DISPOSITION
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-RESULT-LINE.
      * ===============================================================
      * Take WS-WOF-DRAWN from the lot in WS-WOF-LOT-ID -- a lot
      * emptied by a write-off is closed as scrapped, keeping its
      * row for the recall trail
      * ===============================================================
       UPDATE-WOF-LOT.
           EXEC SQL
               UPDATE EVENT.MARBLES_LOT
               SET QTY-REMAINING = QTY-REMAINING - :WS-WOF-DRAWN,
                   LOT-STATUS = CASE
                       WHEN QTY-REMAINING - :WS-WOF-DRAWN <= 0
                       THEN 'S' ELSE LOT-STATUS END
               WHERE COLOR = :WOF-COLOR
                 AND LOT-ID = :WS-WOF-LOT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM RECORD-WOF-LOT-USE.
      * ===============================================================
       RECORD-WOF-LOT-USE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_LOTUSE
               VALUES (
                     :WOF-COLOR,
                     :WS-WOF-LOT-ID,
                     'WOF',
                     :WS-WOF-DRAWN,
                     'BATC',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * No lot named: the units come out of the color's owned lots
      * oldest first, as any issue's would -- units beyond what the
      * lots cover came from untracked legacy receipts
      * ===============================================================
       DRAW-OWNED-LOTS.
           MOVE SPACES TO LOT-SWITCH.
           EXEC SQL
               DECLARE C-WOFLOT CURSOR FOR
               SELECT L.LOT-ID, L.QTY-REMAINING
               FROM EVENT.MARBLES_LOT L
               WHERE L.COLOR = :WOF-COLOR
                 AND L.QTY-REMAINING > 0
                 AND L.LOT-STATUS IN ('A', 'Q')
                 AND NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLES_CONSIGN C
                      WHERE C.COLOR = L.COLOR
                        AND C.LOT-ID = L.LOT-ID)
               ORDER BY L.RECEIVED-DATE, L.LOT-ID
           END-EXEC.
           EXEC SQL
               OPEN C-WOFLOT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO LOT-SWITCH.
           IF WS-WOF-TO-DRAW <= 0
              MOVE 'EOF' TO LOT-SWITCH.
           PERFORM DRAW-ONE-OWNED-LOT
              UNTIL END-OF-LOTS.
           EXEC SQL
               CLOSE C-WOFLOT
           END-EXEC.
      * ===============================================================
       DRAW-ONE-OWNED-LOT.
           EXEC SQL
               FETCH C-WOFLOT
                   INTO :WS-WOF-LOT-ID, :WS-WOF-LOT-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EOF' TO LOT-SWITCH
           ELSE
              IF WS-WOF-LOT-QTY > WS-WOF-TO-DRAW
                 MOVE WS-WOF-TO-DRAW TO WS-WOF-DRAWN
              ELSE
                 MOVE WS-WOF-LOT-QTY TO WS-WOF-DRAWN
              END-IF
              SUBTRACT WS-WOF-DRAWN FROM WS-WOF-TO-DRAW
              PERFORM UPDATE-WOF-LOT
              IF WS-WOF-TO-DRAW <= 0
                 MOVE 'EOF' TO LOT-SWITCH
              END-IF
           END-IF.
      * ===============================================================
      * The write-off-tagged audit row -- WOF, so a disposal never
      * reads as a plain SUB in the history
      * ===============================================================
       LOG-WRITE-OFF.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_LOG
               VALUES (
                     :WOF-COLOR,
                     'WOF',
                     :WS-WOF-INV-BEFORE,
                     :WS-WOF-INV,
                     'BATC',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       LOG-WRITE-OFF-REASON.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_MOVRSN
               VALUES (
                     :WOF-COLOR,
                     'WOF',
                     :WOF-REASON,
                     :WS-WOF-QTY,
                     'BATC',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Value the write-off and release as much of the color's
      * reserve as is left to cover it -- the latest MRBLOBR row
      * less what write-offs since have already used
      * ===============================================================
       RECORD-WRITE-OFF.
           COMPUTE WS-WOF-AMOUNT = WS-WOF-QTY * WS-WOF-COST.
           EXEC SQL
               SELECT R.RESERVE-AMOUNT -
                      (SELECT COALESCE(SUM(W.RESERVE-USED), 0)
                       FROM EVENT.MARBLES_WRTOFF W
                       WHERE W.COLOR = R.COLOR
                         AND W.WOF-TIMESTAMP > R.RSV-TIMESTAMP)
                   INTO :WS-WOF-BALANCE
               FROM EVENT.MARBLES_OBSRSV R
               WHERE R.COLOR = :WOF-COLOR
                 AND R.RSV-TIMESTAMP =
                     (SELECT MAX(RSV-TIMESTAMP)
                      FROM EVENT.MARBLES_OBSRSV
                      WHERE COLOR = :WOF-COLOR)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-WOF-BALANCE.
           IF WS-WOF-BALANCE < 0
              MOVE 0 TO WS-WOF-BALANCE.
           IF WS-WOF-AMOUNT > WS-WOF-BALANCE
              MOVE WS-WOF-BALANCE TO WS-WOF-USED
           ELSE
              MOVE WS-WOF-AMOUNT TO WS-WOF-USED.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_WRTOFF
               VALUES (
                     :WOF-COLOR,
                     :WOF-LOT-ID,
                     :WOF-REASON,
                     :WS-WOF-QTY,
                     :WS-WOF-COST,
                     :WS-WOF-AMOUNT,
                     :WS-WOF-USED,
                     'BATC',
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           ADD WS-WOF-AMOUNT TO WS-TOT-AMOUNT.
           ADD WS-WOF-USED TO WS-TOT-USED.
      * ===============================================================
       WRITE-RESULT-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WOF-COLOR TO OUTPUT-COLOR.
           MOVE WOF-LOT-ID TO OUTPUT-LOT-ID.
           MOVE WS-WOF-QTY TO OUTPUT-QTY.
           MOVE WOF-REASON TO OUTPUT-REASON.
           MOVE WS-WOF-AMOUNT TO OUTPUT-AMOUNT.
           MOVE WS-WOF-USED TO OUTPUT-USED.
           MOVE RESULT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE POSTED-COUNT TO OUTPUT-POSTED.
           MOVE HELD-COUNT TO OUTPUT-HELD.
           MOVE SKIPPED-COUNT TO OUTPUT-SKIPPED.
           MOVE WS-TOT-AMOUNT TO OUTPUT-TOT-AMOUNT.
           MOVE WS-TOT-USED TO OUTPUT-TOT-USED.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES WRITE-OFF POSTING   ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
