      * the gap; the run ends with return code 4 when any break
      * printed, so the scheduler can flag the close. This is the
      * spreadsheet finance built by hand at every close.
      *
      * The statement then shows inventory value by cost center:
      * every location's quantity at its color's UNIT-COST, summed
      * under the cost center the location maps to on
      * EVENT.MARBLES_COSTCTR ((NONE) for unmapped locations), plus
      * the transfer orders still on the truck as IN TRANSIT. The
      * bins hold consigned stock a supplier still owns alongside
      * our own, but its lots carry no location, so it comes off as
      * one CONSIGNED line (negative) rather than per cost center;
      * the total is then owned stock only, as MRBLVAL values it
      * and the MRBLGLJ INVENTRY ledger carries it. The location
      * rows carry no period, so these are the values as they stand
      * when the statement runs -- the close schedule runs it
      * straight after MRBLCLS.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLVST.
           02  WS-VST-NET-VAL    PIC S9(13) COMP-3.
           02  WS-VST-EXPECTED   PIC S9(13) COMP-3.
           02  WS-VST-GAP        PIC S9(13) COMP-3.
           02  WS-VST-CC         PIC X(10).
           02  WS-VST-CC-VALUE   PIC S9(13) COMP-3.
           02  WS-VST-CC-TOTAL   PIC S9(13) COMP-3 VALUE 0.
           02  WS-VST-HOLD-LINE  PIC X(132).
       01  STATEMENT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-FLAG           PIC X(5).
           02  FILLER                PIC X(31).
       01  COST-CENTER-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(42) VALUE
               'INVENTORY VALUE BY COST CENTER AT RUN TIME'.
           02  FILLER                PIC X(85).
       01  COST-CENTER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'COST CENTER: '.
           02  OUTPUT-CC             PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'VALUE: '.
           02  OUTPUT-CC-VALUE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(76).
      * ===============================================================
      * Map SQL tables this statement reads
      * ===============================================================
             NET-QTY                        INTEGER     NOT NULL,
             CLOSING-QTY                    INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL per-location stock, the location-to-cost-center map
      * (kept on the MRBM CCT screen), the transfer orders, and the
      * lots with their consignment owner
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LOCATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_COSTCTR TABLE
           ( LOCATION                       VARCHAR(10) NOT NULL,
             COST-CENTER                    VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_XFER TABLE
           ( XFER-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             FROM-LOCATION                  VARCHAR(10) NOT NULL,
             TO-LOCATION                    VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             XFER-STATUS                    CHAR(1)     NOT NULL,
             CRE-TIMESTAMP                  TIMESTAMP   NOT NULL,
             SHIP-TIMESTAMP                 TIMESTAMP           ,
             RECV-TIMESTAMP                 TIMESTAMP
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
              PERFORM WRITE-HEADER
              PERFORM WRITE-NOT-CLOSED-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WRITE-COST-CENTER-VALUES
              IF BREAK-COUNT > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * Inventory value by cost center, less the consigned stock in
      * the bins, then what is on the truck, then the total
      * ===============================================================
       WRITE-COST-CENTER-VALUES.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COST-CENTER-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-COST-CENTER-LINE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-CCVALUE CURSOR FOR
               SELECT COALESCE(C.COST-CENTER, '(NONE)'),
                      SUM(L.QUANTITY * COALESCE(M.UNIT-COST, 0))
               FROM EVENT.MARBLES_LOCATION L
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_COSTCTR C
                   ON C.LOCATION = L.LOCATION
               GROUP BY COALESCE(C.COST-CENTER, '(NONE)')
               ORDER BY 1
           END-EXEC.
           EXEC SQL
               OPEN C-CCVALUE
           END-EXEC.
           PERFORM FETCH-COST-CENTER-VALUE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-CCVALUE
           END-EXEC.
           PERFORM GET-CONSIGNED-VALUE.
           MOVE 'CONSIGNED' TO WS-VST-CC.
           PERFORM WRITE-ONE-COST-CENTER.
           MOVE 0 TO WS-VST-CC-VALUE.
           EXEC SQL
               SELECT COALESCE(SUM(X.QUANTITY
                                   * COALESCE(M.UNIT-COST, 0)), 0)
                   INTO :WS-VST-CC-VALUE
               FROM EVENT.MARBLES_XFER X
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = X.COLOR
               WHERE X.XFER-STATUS = 'T'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
           MOVE 'IN TRANSIT' TO WS-VST-CC.
           PERFORM WRITE-ONE-COST-CENTER.
           MOVE 'TOTAL' TO OUTPUT-CC.
           MOVE WS-VST-CC-TOTAL TO OUTPUT-CC-VALUE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COST-CENTER-LINE TO OUTPUT-LINE.
           PERFORM WRITE-COST-CENTER-LINE.
      * ===============================================================
      * Consigned stock on hand -- what remains on supplier-owned
      * lots, active or held -- at the color's UNIT-COST, taken off
      * as a negative value. As in MRBLVAL, a color's consigned
      * remainder never takes off more than the color has on hand.
      * ===============================================================
       GET-CONSIGNED-VALUE.
           MOVE 0 TO WS-VST-CC-VALUE.
           EXEC SQL
               SELECT COALESCE(SUM(
                        CASE WHEN K.CSG-QTY > M.INVENTORY
                             THEN M.INVENTORY
                             ELSE K.CSG-QTY END
                        * M.UNIT-COST), 0)
                   INTO :WS-VST-CC-VALUE
               FROM (SELECT L.COLOR, SUM(L.QTY-REMAINING) AS CSG-QTY
                     FROM EVENT.MARBLES_LOT L
                     INNER JOIN EVENT.MARBLES_CONSIGN S
                         ON S.COLOR = L.COLOR
                        AND S.LOT-ID = L.LOT-ID
                     WHERE L.LOT-STATUS IN ('A', 'Q')
                     GROUP BY L.COLOR) K
               INNER JOIN EVENT.MARBLES M
                   ON M.COLOR = K.COLOR
               WHERE M.INVENTORY > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 0 TO WS-VST-CC-VALUE
              MOVE 12 TO RETURN-CODE.
           COMPUTE WS-VST-CC-VALUE = 0 - WS-VST-CC-VALUE.
      * ===============================================================
       FETCH-COST-CENTER-VALUE.
           EXEC SQL
               FETCH C-CCVALUE
                   INTO :WS-VST-CC, :WS-VST-CC-VALUE
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-ONE-COST-CENTER
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
       WRITE-ONE-COST-CENTER.
           ADD WS-VST-CC-VALUE TO WS-VST-CC-TOTAL.
           MOVE WS-VST-CC TO OUTPUT-CC.
           MOVE WS-VST-CC-VALUE TO OUTPUT-CC-VALUE.
           MOVE COST-CENTER-LINE TO OUTPUT-LINE.
           PERFORM WRITE-COST-CENTER-LINE.
      * ===============================================================
      * Write the line already in OUTPUT-LINE, starting a new page
      * when this one is full
      * ===============================================================
       WRITE-COST-CENTER-LINE.
           IF NEW-PAGE
              MOVE OUTPUT-LINE TO WS-VST-HOLD-LINE
              PERFORM WRITE-HEADER
              MOVE WS-VST-HOLD-LINE TO OUTPUT-LINE
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-NOT-CLOSED-LINE.
           MOVE 2 TO LINE-SPACING.
