      * causes, and the average-cost view the auditors asked for. A
      * color with no cost row yet values its average side at the
      * UNIT-COST, spread zero.
      *
      * Consigned stock (lots a supplier still owns, per
      * EVENT.MARBLES_CONSIGN) is on the floor and pickable but not
      * ours: whatever of it is still on hand, active or held, is
      * taken out of the valued quantity and printed beside it, so
      * only owned stock carries a value.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLVAL.
       01  WS-VALUE-WORK.
           02  WS-VAL-COLOR      PIC X(10).
           02  WS-VAL-INV        PIC S9(9) COMP.
           02  WS-VAL-CSG-QTY    PIC S9(9) COMP.
           02  WS-VAL-UNIT-COST  PIC S9(5) COMP-3.
           02  WS-VAL-AVG-COST   PIC S9(9)V99 COMP-3.
           02  WS-VAL-STD-EXT    PIC S9(13)V99 COMP-3.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'SPREAD: '.
           02  OUTPUT-SPREAD         PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'CSG: '.
           02  OUTPUT-CSG-QTY        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(8).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE
             LAST-COST                      DECIMAL(5,0) NOT NULL,
             COST-UPDATED                   TIMESTAMP   NOT NULL
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
           EXEC SQL
               DECLARE C-VALUE CURSOR FOR
               SELECT M.COLOR, M.INVENTORY, M.UNIT-COST,
                      COALESCE(C.AVG-COST, M.UNIT-COST),
                      (SELECT COALESCE(SUM(L.QTY-REMAINING), 0)
                       FROM EVENT.MARBLES_LOT L
                       INNER JOIN EVENT.MARBLES_CONSIGN S
                           ON S.COLOR = L.COLOR
                          AND S.LOT-ID = L.LOT-ID
                       WHERE L.COLOR = M.COLOR
                         AND L.LOT-STATUS IN ('A', 'Q'))
               FROM EVENT.MARBLES M
               LEFT OUTER JOIN EVENT.MARBLES_COST C
                   ON M.COLOR = C.COLOR
           EXEC SQL
               FETCH C-VALUE
                   INTO :WS-VAL-COLOR, :WS-VAL-INV,
                        :WS-VAL-UNIT-COST, :WS-VAL-AVG-COST,
                        :WS-VAL-CSG-QTY
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO VALUE-COUNT
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      *
      *    Stock issued beyond what the lots tracked can leave the
      *    consigned remainder above the on-hand -- nothing owned
      *
           IF WS-VAL-CSG-QTY > WS-VAL-INV
              MOVE 0 TO WS-VAL-INV
           ELSE
              SUBTRACT WS-VAL-CSG-QTY FROM WS-VAL-INV.
           COMPUTE WS-VAL-STD-EXT = WS-VAL-INV * WS-VAL-UNIT-COST.
           COMPUTE WS-VAL-AVG-EXT ROUNDED =
               WS-VAL-INV * WS-VAL-AVG-COST.
           MOVE WS-VAL-STD-EXT TO OUTPUT-STD-EXT.
           MOVE WS-VAL-AVG-EXT TO OUTPUT-AVG-EXT.
           MOVE WS-VAL-SPREAD TO OUTPUT-SPREAD.
           MOVE WS-VAL-CSG-QTY TO OUTPUT-CSG-QTY.
           MOVE DATA-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
