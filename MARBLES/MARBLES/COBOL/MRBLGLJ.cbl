      *   receipts (quantity up)  DR INVENTRY / CR RECACCR
      *   issues  (quantity down) DR COSTGOODS / CR INVENTRY
      *
      * Receipts settled against a PO line carry the period's
      * purchase price variance (EVENT.MARBLES_PPV, written by
      * MRBLWIN) as one more pair per color under the PPV verb, so
      * the accrual stands at what the supplier will bill:
      *
      *   paid over master cost   DR PPV      / CR RECACCR
      *   paid under master cost  DR RECACCR  / CR PPV
      *
      * Freight and duty MRBLLCA allocated in the period
      * (EVENT.MARBLES_LANDED) journal under the LND verb, one pair
      * per color for each disposition:
      *
      *   capitalized onto stock  DR INVENTRY / CR FRTDUTY
      *   expensed (nothing left) DR COSTGOODS / CR FRTDUTY
      *
      * Consigned stock (MRBL CSG receipts, owner on
      * EVENT.MARBLES_CONSIGN) is the supplier's until drawn, so its
      * receipts journal nothing. Draws from consigned lots in the
      * period (EVENT.MARBLES_LOTUSE) become ours at that moment and
      * journal under the CSC verb, one pair per color at the
      * master cost and one more for the difference to the agreed
      * consignment price, so CSGNPAY carries exactly what MRBLCSS
      * settles -- the ordinary issue pair then expenses the draw:
      *
      *   draw at master cost     DR INVENTRY / CR CSGNPAY
      *   price over master cost  DR PPV      / CR CSGNPAY
      *   price under master cost DR CSGNPAY  / CR PPV
      *
      * The month-end obsolescence reserve MRBLOBR worked out for
      * the period (EVENT.MARBLES_OBSRSV) journals its change under
      * the OBR verb, and the approved write-offs MRBLWOF posted
      * (EVENT.MARBLES_WRTOFF) under the WOF verb instead of the
      * ordinary issue pair, so the write-off and the reserve it
      * releases post together:
      *
      *   reserve raised          DR OBSEXP   / CR OBSRSV
      *   reserve lowered         DR OBSRSV   / CR OBSEXP
      *   write-off, reserved     DR OBSRSV   / CR INVENTRY
      *   write-off, unreserved   DR OBSEXP   / CR INVENTRY
      *
      * A MOV's two legs appear as an issue on the source and a
      * receipt on the destination, so transfers net to zero value
      * but stay traceable, as finance asked.
      *
      * The two buildings are budgeted as separate cost centers
      * (location to cost center on EVENT.MARBLES_COSTCTR, kept on
      * the MRBM CCT screen), and the inventory side of anything
      * that moves stock between locations carries the cost center
      * in the journal record. MOV legs are journaled from the
      * location each leg drew from or landed at, as MRBL MOV now
      * records it (EVENT.MARBLES_MOVLOC); MOVs older than the first
      * such row journal untagged off the log as before.
      * Transfer orders (EVENT.MARBLES_XFER) journal when the
      * truck leaves and when it lands, under their own audit
      * verbs, so INTRANSIT holds exactly what is shipped but not
      * yet received:
      *
      *   shipped (XFS)           DR INTRANSIT / CR INVENTRY (from)
      *   received (XFR)          DR INVENTRY (to) / CR INTRANSIT
      *
      * A location with no cost center journals untagged. The
      * journal file ends
      * with a control trailer (record count and amount hash total),
      * and a proof sheet prints every pair plus the same totals so
      * the posting clerk can tick the file against paper.
           02 JRNL-DR-CR         PIC X(2).
           02 JRNL-ACCOUNT       PIC X(9).
           02 JRNL-AMOUNT        PIC 9(11).
           02 FILLER             PIC X(29).
           02 JRNL-COST-CENTER   PIC X(10).
      * ===============================================================
      * Trailer shape overlaying the same record: period 999999 can
      * never be a real card period, so the consumer knows the file
           02  WS-GLJ-QTY        PIC S9(9) COMP.
           02  WS-GLJ-COST       PIC S9(5) COMP-3.
           02  WS-GLJ-AMOUNT     PIC S9(11) COMP-3.
           02  WS-GLJ-CAPITALIZED PIC X(1).
           02  WS-GLJ-CSG-AMOUNT PIC S9(11) COMP-3.
           02  WS-GLJ-WOF-AMOUNT PIC S9(11) COMP-3.
           02  WS-GLJ-OUT-QTY    PIC S9(9) COMP.
           02  WS-GLJ-CC         PIC X(10).
           02  WS-GLJ-DR-CC      PIC X(10) VALUE SPACES.
           02  WS-GLJ-CR-CC      PIC X(10) VALUE SPACES.
           02  WS-GLJ-MOV-CUTOVER PIC X(26).
       01  PROOF-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'CC: '.
           02  OUTPUT-DR-CC          PIC X(10).
           02  FILLER                PIC X(3)  VALUE '/ '.
           02  OUTPUT-CR-CC          PIC X(10).
           02  FILLER                PIC X(29).
       01  NOT-APPROVED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(35) VALUE
             LOG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL purchase price variance table (one row per PO
      * receipt, written by MRBLWIN)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PPV TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             PO-COST                        DECIMAL(5,0) NOT NULL,
             STD-COST                       DECIMAL(5,0) NOT NULL,
             PPV-AMOUNT                     DECIMAL(11,0) NOT NULL,
             PPV-DATE                       DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL landed-cost table (one row per share of a freight or
      * duty charge, written by MRBLLCA)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LANDED TABLE
           ( CHARGE-NO                      VARCHAR(10) NOT NULL,
             CHARGE-TYPE                    CHAR(1)     NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             BASIS-QTY                      INTEGER     NOT NULL,
             ALLOC-AMOUNT                   DECIMAL(11,0) NOT NULL,
             COST-BEFORE                    DECIMAL(11,2) NOT NULL,
             COST-AFTER                     DECIMAL(11,2) NOT NULL,
             CAPITALIZED                    CHAR(1)     NOT NULL,
             ALLOC-DATE                     DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL lot-consumption table (one row per lot a draw took
      * stock from) and the consignment ownership table (one row per
      * lot a supplier still owns until it is drawn, with the agreed
      * price -- written by the MRBL CSG receipt)
      * ===============================================================
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
      * Map SQL obsolescence reserve table (one row per color per
      * period, written by MRBLOBR) and write-off table (one row
      * per approved write-off, written by MRBLWOF)
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
      * Map SQL cost-center table (one row per location, kept on
      * the MRBM CCT screen), the MOV leg locations (written by
      * MRBL MOV), and the transfer orders (written by MRBX)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_COSTCTR TABLE
           ( LOCATION                       VARCHAR(10) NOT NULL,
             COST-CENTER                    VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_MOVLOC TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             MOV-TIMESTAMP                  TIMESTAMP   NOT NULL
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
      * ===============================================================
      * Map SQL close-approval table (maintained by MRBLCLS and the
      * MRBF screen) -- no approval, no extract: the July unwind is
      * why this gate exists
              GOBACK.
           OPEN OUTPUT JOURNAL-FILE
                OUTPUT REPORT-FILE.
           PERFORM FIND-MOVE-CUTOVER.
           PERFORM EXTRACT-RECEIPTS.
           PERFORM EXTRACT-ISSUES.
           PERFORM EXTRACT-MOVE-LEGS.
           PERFORM EXTRACT-TRANSFER-SHIPS.
           PERFORM EXTRACT-TRANSFER-RECEIPTS.
           PERFORM EXTRACT-PRICE-VARIANCE.
           PERFORM EXTRACT-LANDED-COST.
           PERFORM EXTRACT-CONSIGNED-USE.
           PERFORM EXTRACT-RESERVE-CHANGE.
           PERFORM EXTRACT-WRITE-OFFS.
           PERFORM WRITE-CONTROL-TRAILER.
           PERFORM WRITE-PROOF-TOTALS.
           MOVE 'E' TO MRBLRUN-FUNCTION.
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE L.AFTER-QTY > L.BEFORE-QTY
                 AND L.VERB NOT IN ('RSV','REL','CSG')
                 AND (L.VERB <> 'MOV'
                      OR L.LOG-TIMESTAMP < :WS-GLJ-MOV-CUTOVER)
                 AND YEAR(L.LOG-TIMESTAMP) * 100
                     + MONTH(L.LOG-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY L.COLOR, L.VERB
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = L.COLOR
               WHERE L.BEFORE-QTY > L.AFTER-QTY
                 AND L.VERB NOT IN ('RSV','REL','WOF')
                 AND (L.VERB <> 'MOV'
                      OR L.LOG-TIMESTAMP < :WS-GLJ-MOV-CUTOVER)
                 AND YEAR(L.LOG-TIMESTAMP) * 100
                     + MONTH(L.LOG-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY L.COLOR, L.VERB
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * MOVs from the moment MRBL MOV began recording leg locations
      * journal from those rows instead of the log -- the first one
      * on file marks the changeover (none yet: the log has them
      * all)
      * ===============================================================
       FIND-MOVE-CUTOVER.
           MOVE '9999-12-31-23.59.59.999999' TO WS-GLJ-MOV-CUTOVER.
           EXEC SQL
               SELECT COALESCE(CHAR(MIN(MOV-TIMESTAMP)),
                               '9999-12-31-23.59.59.999999')
                   INTO :WS-GLJ-MOV-CUTOVER
               FROM EVENT.MARBLES_MOVLOC
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * MOV legs: one receipt pair and one issue pair per color per
      * cost center, the inventory side tagged with the cost center
      * of the location the leg landed at or drew from
      * ===============================================================
       EXTRACT-MOVE-LEGS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-MOVELEGS CURSOR FOR
               SELECT V.COLOR, COALESCE(C.COST-CENTER, ' '),
                      SUM(CASE WHEN V.QUANTITY > 0
                               THEN V.QUANTITY ELSE 0 END),
                      SUM(CASE WHEN V.QUANTITY < 0
                               THEN 0 - V.QUANTITY ELSE 0 END),
                      COALESCE(MAX(M.UNIT-COST), 0)
               FROM EVENT.MARBLES_MOVLOC V
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = V.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_COSTCTR C
                   ON C.LOCATION = V.LOCATION
               WHERE YEAR(V.MOV-TIMESTAMP) * 100
                     + MONTH(V.MOV-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY V.COLOR, COALESCE(C.COST-CENTER, ' ')
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C-MOVELEGS
           END-EXEC.
           PERFORM FETCH-MOVE-LEG-GROUP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-MOVELEGS
           END-EXEC.
      * ===============================================================
       FETCH-MOVE-LEG-GROUP.
           EXEC SQL
               FETCH C-MOVELEGS
                   INTO :WS-GLJ-COLOR, :WS-GLJ-CC, :WS-GLJ-QTY,
                        :WS-GLJ-OUT-QTY, :WS-GLJ-COST
           END-EXEC
           IF SQLCODE = 0
              MOVE 'MOV' TO WS-GLJ-VERB
              IF WS-GLJ-QTY > 0
                 COMPUTE WS-GLJ-AMOUNT = WS-GLJ-QTY * WS-GLJ-COST
                 MOVE 'INVENTRY ' TO OUTPUT-DR-ACCOUNT
                 MOVE WS-GLJ-CC TO WS-GLJ-DR-CC
                 MOVE 'RECACCR  ' TO OUTPUT-CR-ACCOUNT
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
              IF WS-GLJ-OUT-QTY > 0
                 COMPUTE WS-GLJ-AMOUNT = WS-GLJ-OUT-QTY * WS-GLJ-COST
                 MOVE 'COSTGOODS' TO OUTPUT-DR-ACCOUNT
                 MOVE 'INVENTRY ' TO OUTPUT-CR-ACCOUNT
                 MOVE WS-GLJ-CC TO WS-GLJ-CR-CC
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Transfer orders shipped in the period: out of the sending
      * location's cost center onto the truck
      * ===============================================================
       EXTRACT-TRANSFER-SHIPS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-XFERSHIP CURSOR FOR
               SELECT X.COLOR, COALESCE(C.COST-CENTER, ' '),
                      SUM(X.QUANTITY),
                      COALESCE(MAX(M.UNIT-COST), 0)
               FROM EVENT.MARBLES_XFER X
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = X.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_COSTCTR C
                   ON C.LOCATION = X.FROM-LOCATION
               WHERE X.SHIP-TIMESTAMP IS NOT NULL
                 AND YEAR(X.SHIP-TIMESTAMP) * 100
                     + MONTH(X.SHIP-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY X.COLOR, COALESCE(C.COST-CENTER, ' ')
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C-XFERSHIP
           END-EXEC.
           PERFORM FETCH-TRANSFER-SHIP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-XFERSHIP
           END-EXEC.
      * ===============================================================
       FETCH-TRANSFER-SHIP.
           EXEC SQL
               FETCH C-XFERSHIP
                   INTO :WS-GLJ-COLOR, :WS-GLJ-CC, :WS-GLJ-QTY,
                        :WS-GLJ-COST
           END-EXEC
           IF SQLCODE = 0
              MOVE 'XFS' TO WS-GLJ-VERB
              COMPUTE WS-GLJ-AMOUNT = WS-GLJ-QTY * WS-GLJ-COST
              MOVE 'INTRANSIT' TO OUTPUT-DR-ACCOUNT
              MOVE 'INVENTRY ' TO OUTPUT-CR-ACCOUNT
              MOVE WS-GLJ-CC TO WS-GLJ-CR-CC
              PERFORM WRITE-JOURNAL-PAIR
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Transfer orders received in the period: off the truck into
      * the receiving location's cost center
      * ===============================================================
       EXTRACT-TRANSFER-RECEIPTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-XFERRECV CURSOR FOR
               SELECT X.COLOR, COALESCE(C.COST-CENTER, ' '),
                      SUM(X.QUANTITY),
                      COALESCE(MAX(M.UNIT-COST), 0)
               FROM EVENT.MARBLES_XFER X
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = X.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_COSTCTR C
                   ON C.LOCATION = X.TO-LOCATION
               WHERE X.RECV-TIMESTAMP IS NOT NULL
                 AND YEAR(X.RECV-TIMESTAMP) * 100
                     + MONTH(X.RECV-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY X.COLOR, COALESCE(C.COST-CENTER, ' ')
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C-XFERRECV
           END-EXEC.
           PERFORM FETCH-TRANSFER-RECEIPT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-XFERRECV
           END-EXEC.
      * ===============================================================
       FETCH-TRANSFER-RECEIPT.
           EXEC SQL
               FETCH C-XFERRECV
                   INTO :WS-GLJ-COLOR, :WS-GLJ-CC, :WS-GLJ-QTY,
                        :WS-GLJ-COST
           END-EXEC
           IF SQLCODE = 0
              MOVE 'XFR' TO WS-GLJ-VERB
              COMPUTE WS-GLJ-AMOUNT = WS-GLJ-QTY * WS-GLJ-COST
              MOVE 'INVENTRY ' TO OUTPUT-DR-ACCOUNT
              MOVE WS-GLJ-CC TO WS-GLJ-DR-CC
              MOVE 'INTRANSIT' TO OUTPUT-CR-ACCOUNT
              PERFORM WRITE-JOURNAL-PAIR
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Purchase price variance: the period's PO receipts netted to
      * one pair per color, its sign choosing the direction
      * ===============================================================
       EXTRACT-PRICE-VARIANCE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-PPV CURSOR FOR
               SELECT COLOR, SUM(PPV-AMOUNT)
               FROM EVENT.MARBLES_PPV
               WHERE YEAR(PPV-DATE) * 100
                     + MONTH(PPV-DATE) = :WS-GLJ-PERIOD-NUM
               GROUP BY COLOR
               HAVING SUM(PPV-AMOUNT) <> 0
               ORDER BY COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-PPV
           END-EXEC.
           PERFORM FETCH-PPV-GROUP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-PPV
           END-EXEC.
      * ===============================================================
       FETCH-PPV-GROUP.
           EXEC SQL
               FETCH C-PPV
                   INTO :WS-GLJ-COLOR, :WS-GLJ-AMOUNT
           END-EXEC
           IF SQLCODE = 0
              MOVE 'PPV' TO WS-GLJ-VERB
              IF WS-GLJ-AMOUNT > 0
                 MOVE 'PPV      ' TO OUTPUT-DR-ACCOUNT
                 MOVE 'RECACCR  ' TO OUTPUT-CR-ACCOUNT
              ELSE
                 COMPUTE WS-GLJ-AMOUNT = 0 - WS-GLJ-AMOUNT
                 MOVE 'RECACCR  ' TO OUTPUT-DR-ACCOUNT
                 MOVE 'PPV      ' TO OUTPUT-CR-ACCOUNT
              END-IF
              PERFORM WRITE-JOURNAL-PAIR
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Landed cost: the period's freight and duty shares, one pair
      * per color per disposition
      * ===============================================================
       EXTRACT-LANDED-COST.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-LANDED CURSOR FOR
               SELECT COLOR, CAPITALIZED, SUM(ALLOC-AMOUNT)
               FROM EVENT.MARBLES_LANDED
               WHERE YEAR(ALLOC-DATE) * 100
                     + MONTH(ALLOC-DATE) = :WS-GLJ-PERIOD-NUM
               GROUP BY COLOR, CAPITALIZED
               HAVING SUM(ALLOC-AMOUNT) <> 0
               ORDER BY COLOR, CAPITALIZED
           END-EXEC.
           EXEC SQL
               OPEN C-LANDED
           END-EXEC.
           PERFORM FETCH-LANDED-GROUP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-LANDED
           END-EXEC.
      * ===============================================================
       FETCH-LANDED-GROUP.
           EXEC SQL
               FETCH C-LANDED
                   INTO :WS-GLJ-COLOR, :WS-GLJ-CAPITALIZED,
                        :WS-GLJ-AMOUNT
           END-EXEC
           IF SQLCODE = 0
              MOVE 'LND' TO WS-GLJ-VERB
              IF WS-GLJ-CAPITALIZED = 'Y'
                 MOVE 'INVENTRY ' TO OUTPUT-DR-ACCOUNT
              ELSE
                 MOVE 'COSTGOODS' TO OUTPUT-DR-ACCOUNT
              END-IF
              MOVE 'FRTDUTY  ' TO OUTPUT-CR-ACCOUNT
              PERFORM WRITE-JOURNAL-PAIR
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Consigned draws: the period's draws from supplier-owned lots,
      * one pair per color at the master cost, plus the price
      * difference pair when the consignment price differs
      * ===============================================================
       EXTRACT-CONSIGNED-USE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-CSGUSE CURSOR FOR
               SELECT U.COLOR, SUM(U.QUANTITY),
                      SUM(U.QUANTITY * C.UNIT-COST),
                      COALESCE(MAX(M.UNIT-COST), 0)
               FROM EVENT.MARBLES_LOTUSE U
               INNER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = U.COLOR
                  AND C.LOT-ID = U.LOT-ID
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = U.COLOR
               WHERE YEAR(U.USE-TIMESTAMP) * 100
                     + MONTH(U.USE-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY U.COLOR
               ORDER BY U.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-CSGUSE
           END-EXEC.
           PERFORM FETCH-CONSIGNED-GROUP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-CSGUSE
           END-EXEC.
      * ===============================================================
       FETCH-CONSIGNED-GROUP.
           EXEC SQL
               FETCH C-CSGUSE
                   INTO :WS-GLJ-COLOR, :WS-GLJ-QTY,
                        :WS-GLJ-CSG-AMOUNT, :WS-GLJ-COST
           END-EXEC
           IF SQLCODE = 0
              MOVE 'CSC' TO WS-GLJ-VERB
              COMPUTE WS-GLJ-AMOUNT = WS-GLJ-QTY * WS-GLJ-COST
              MOVE 'INVENTRY ' TO OUTPUT-DR-ACCOUNT
              MOVE 'CSGNPAY  ' TO OUTPUT-CR-ACCOUNT
              PERFORM WRITE-JOURNAL-PAIR
              COMPUTE WS-GLJ-AMOUNT =
                  WS-GLJ-CSG-AMOUNT - WS-GLJ-AMOUNT
              IF WS-GLJ-AMOUNT > 0
                 MOVE 'PPV      ' TO OUTPUT-DR-ACCOUNT
                 MOVE 'CSGNPAY  ' TO OUTPUT-CR-ACCOUNT
                 PERFORM WRITE-JOURNAL-PAIR
              ELSE IF WS-GLJ-AMOUNT < 0
                 COMPUTE WS-GLJ-AMOUNT = 0 - WS-GLJ-AMOUNT
                 MOVE 'CSGNPAY  ' TO OUTPUT-DR-ACCOUNT
                 MOVE 'PPV      ' TO OUTPUT-CR-ACCOUNT
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
              END-IF
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Obsolescence reserve: the period's change per color, its
      * sign choosing the direction
      * ===============================================================
       EXTRACT-RESERVE-CHANGE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-OBSRSV CURSOR FOR
               SELECT COLOR, CHANGE-AMOUNT
               FROM EVENT.MARBLES_OBSRSV
               WHERE PERIOD = :WS-GLJ-PERIOD
                 AND CHANGE-AMOUNT <> 0
               ORDER BY COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-OBSRSV
           END-EXEC.
           PERFORM FETCH-RESERVE-GROUP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-OBSRSV
           END-EXEC.
      * ===============================================================
       FETCH-RESERVE-GROUP.
           EXEC SQL
               FETCH C-OBSRSV
                   INTO :WS-GLJ-COLOR, :WS-GLJ-AMOUNT
           END-EXEC
           IF SQLCODE = 0
              MOVE 'OBR' TO WS-GLJ-VERB
              IF WS-GLJ-AMOUNT > 0
                 MOVE 'OBSEXP   ' TO OUTPUT-DR-ACCOUNT
                 MOVE 'OBSRSV   ' TO OUTPUT-CR-ACCOUNT
              ELSE
                 COMPUTE WS-GLJ-AMOUNT = 0 - WS-GLJ-AMOUNT
                 MOVE 'OBSRSV   ' TO OUTPUT-DR-ACCOUNT
                 MOVE 'OBSEXP   ' TO OUTPUT-CR-ACCOUNT
              END-IF
              PERFORM WRITE-JOURNAL-PAIR
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Write-offs: the period's approved write-offs per color, the
      * part the reserve covered released from it and the rest
      * expensed
      * ===============================================================
       EXTRACT-WRITE-OFFS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-WRTOFF CURSOR FOR
               SELECT COLOR, SUM(RESERVE-USED),
                      SUM(WOF-AMOUNT - RESERVE-USED)
               FROM EVENT.MARBLES_WRTOFF
               WHERE YEAR(WOF-TIMESTAMP) * 100
                     + MONTH(WOF-TIMESTAMP) = :WS-GLJ-PERIOD-NUM
               GROUP BY COLOR
               ORDER BY COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-WRTOFF
           END-EXEC.
           PERFORM FETCH-WRITE-OFF-GROUP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-WRTOFF
           END-EXEC.
      * ===============================================================
       FETCH-WRITE-OFF-GROUP.
           EXEC SQL
               FETCH C-WRTOFF
                   INTO :WS-GLJ-COLOR, :WS-GLJ-AMOUNT,
                        :WS-GLJ-WOF-AMOUNT
           END-EXEC
           IF SQLCODE = 0
              MOVE 'WOF' TO WS-GLJ-VERB
              MOVE 'INVENTRY ' TO OUTPUT-CR-ACCOUNT
              IF WS-GLJ-AMOUNT > 0
                 MOVE 'OBSRSV   ' TO OUTPUT-DR-ACCOUNT
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
              MOVE WS-GLJ-WOF-AMOUNT TO WS-GLJ-AMOUNT
              IF WS-GLJ-AMOUNT > 0
                 MOVE 'OBSEXP   ' TO OUTPUT-DR-ACCOUNT
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One balanced pair: the debit record, the credit record, and
      * the proof-sheet line, with the controls accumulated
      * ===============================================================
           MOVE 'DR' TO JRNL-DR-CR.
           MOVE OUTPUT-DR-ACCOUNT TO JRNL-ACCOUNT.
           MOVE WS-GLJ-AMOUNT TO JRNL-AMOUNT.
           MOVE WS-GLJ-DR-CC TO JRNL-COST-CENTER.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JRNL-COUNT.
           ADD WS-GLJ-AMOUNT TO JRNL-HASH.
           MOVE 'CR' TO JRNL-DR-CR.
           MOVE OUTPUT-CR-ACCOUNT TO JRNL-ACCOUNT.
           MOVE WS-GLJ-AMOUNT TO JRNL-AMOUNT.
           MOVE WS-GLJ-CR-CC TO JRNL-COST-CENTER.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JRNL-COUNT.
           ADD WS-GLJ-AMOUNT TO JRNL-HASH.
           PERFORM WRITE-PROOF-LINE.
      *
      *    A cost center applies to the one pair it was set for
      *
           MOVE SPACES TO WS-GLJ-DR-CC.
           MOVE SPACES TO WS-GLJ-CR-CC.
      * ===============================================================
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-GLJ-COLOR TO OUTPUT-COLOR.
           MOVE WS-GLJ-VERB TO OUTPUT-VERB.
           MOVE WS-GLJ-AMOUNT TO OUTPUT-AMOUNT.
           MOVE WS-GLJ-DR-CC TO OUTPUT-DR-CC.
           MOVE WS-GLJ-CR-CC TO OUTPUT-CR-CC.
           MOVE PROOF-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
