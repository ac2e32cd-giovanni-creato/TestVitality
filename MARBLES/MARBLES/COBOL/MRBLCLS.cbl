      * statement straight from the period table without re-deriving
      * anything. A malformed period card stops the run with return
      * code 16 before any table is touched.
      *
      * The period quantities are physical -- everything on the
      * floor moves through them -- so each statement line also
      * shows how much of the closing balance is consigned stock a
      * supplier still owns (EVENT.MARBLES_CONSIGN lots, active or
      * held), the part MRBLVAL leaves unvalued and MRBLGLJ leaves
      * unjournaled until it is drawn.
      *
      * Once MRBLYEC has closed a fiscal year, every period inside it
      * is locked (EVENT.MARBLES_YEARCLS) and refuses to close again
      * (return code 8). The first period after the year opens on
      * the year-end balances MRBLYEC wrote to EVENT.MARBLES_YEAROPEN
      * rather than on the latest earlier close.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLCLS.
           02  WS-CLS-OUT        PIC S9(9) COMP.
           02  WS-CLS-NET        PIC S9(9) COMP.
           02  WS-CLS-ROW-COUNT  PIC S9(9) COMP.
           02  WS-CLS-CONSIGNED  PIC S9(9) COMP.
           02  WS-CLS-LOCKED     PIC S9(9) COMP.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  WS-DATECARD-SWITCH    PIC X(3).
           88  END-OF-DATECARD   VALUE 'EOF'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'CLOSE: '.
           02  OUTPUT-CLOSING        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'CSG: '.
           02  OUTPUT-CONSIGNED      PIC ZZZ,ZZ9.
           02  FILLER                PIC X(24).
      * ===============================================================
      * Map SQL tables this close reads and writes
      * ===============================================================
             CLOSING-QTY                    INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL lot table and consignment ownership table (one row
      * per lot a supplier owns until it is drawn)
      * ===============================================================
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
      * ===============================================================
      * Map SQL close-approval table -- the close records itself as
      * pending here, a finance supervisor approves or rejects on
      * the MRBF screen, and MRBLGLJ refuses to extract a period
             APP-BY                         CHAR(4)     NOT NULL,
             APP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL year-end tables (written by MRBLYEC) -- the lock on a
      * closed fiscal year, and the opening it hands the next one
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           END-IF.
      * ===============================================================
      * A period that already has rows has closed -- re-running the
      * close would double everything; reprint with MRBLCLP instead.
      * A period inside a fiscal year MRBLYEC has locked is final
      * even if its rows have been taken off the table.
      * ===============================================================
       CHECK-NOT-ALREADY-CLOSED.
           EXEC SQL
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-CLS-ROW-COUNT > 0
              MOVE 8 TO RETURN-CODE.
           IF RETURN-CODE = 0
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-CLS-LOCKED
                  FROM EVENT.MARBLES_YEARCLS
                  WHERE START-PERIOD <= :WS-CLS-PERIOD
                    AND END-PERIOD >= :WS-CLS-PERIOD
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 12 TO RETURN-CODE
              ELSE IF WS-CLS-LOCKED > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
       FETCH-AND-CLOSE.
           EXEC SQL
       CLOSE-ONE-COLOR.
           PERFORM GET-PRIOR-CLOSING.
           PERFORM GET-MONTH-MOVEMENT.
           PERFORM GET-CONSIGNED-ON-HAND.
           COMPUTE WS-CLS-NET = WS-CLS-IN - WS-CLS-OUT.
           PERFORM INSERT-PERIOD-ROW.
           IF WS-SQL-ERROR = 0
              PERFORM WRITE-STATEMENT-LINE.
      * ===============================================================
      * Opening balance: the closing of the color's most recent
      * earlier close -- gaps are fine, a brand-new color opens at 0.
      * The first period of a fiscal year opens on the balance the
      * year-end close handed it, when it has one for the color.
      * ===============================================================
       GET-PRIOR-CLOSING.
           MOVE 0 TO WS-CLS-OPENING.
           EXEC SQL
               SELECT OPENING-QTY INTO :WS-CLS-OPENING
               FROM EVENT.MARBLES_YEAROPEN
               WHERE PERIOD = :WS-CLS-PERIOD
                 AND COLOR = :WS-CLS-COLOR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM GET-LATEST-CLOSING.
      * ===============================================================
       GET-LATEST-CLOSING.
           MOVE 0 TO WS-CLS-OPENING.
           EXEC SQL
               SELECT CLOSING-QTY INTO :WS-CLS-OPENING
                 AND YEAR(LOG-TIMESTAMP) * 100
                     + MONTH(LOG-TIMESTAMP) = :WS-CLS-PERIOD-NUM
           END-EXEC.
      * ===============================================================
      * The part of the closing balance still owned by a consigning
      * supplier -- what remains on its lots, active or held
      * ===============================================================
       GET-CONSIGNED-ON-HAND.
           MOVE 0 TO WS-CLS-CONSIGNED.
           EXEC SQL
               SELECT COALESCE(SUM(L.QTY-REMAINING), 0)
                   INTO :WS-CLS-CONSIGNED
               FROM EVENT.MARBLES_LOT L
               INNER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = L.COLOR
                  AND C.LOT-ID = L.LOT-ID
               WHERE L.COLOR = :WS-CLS-COLOR
                 AND L.LOT-STATUS IN ('A', 'Q')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 0 TO WS-CLS-CONSIGNED
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       INSERT-PERIOD-ROW.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE WS-CLS-OUT TO OUTPUT-OUT.
           MOVE WS-CLS-NET TO OUTPUT-NET.
           MOVE WS-CLS-CLOSING TO OUTPUT-CLOSING.
           MOVE WS-CLS-CONSIGNED TO OUTPUT-CONSIGNED.
           MOVE STATEMENT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
