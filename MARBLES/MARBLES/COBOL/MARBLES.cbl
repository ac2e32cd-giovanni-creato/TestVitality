          02 WS-WORK-LOCATION PIC X(10) VALUE SPACES.
          02 WS-MOV-SRC-BIN PIC X(10) VALUE SPACES.
          02 WS-MOV-DEST-BIN PIC X(10) VALUE SPACES.
          02 WS-MOV-LEG-QTY PIC S9(9) COMP VALUE 0.
          02 WS-REJECT-REASON PIC X(30) VALUE SPACES.
          02 WS-OUTPUT-PTR PIC 9(4) VALUE 1.
          02 WS-KNOWN-VERB PIC 9 VALUE 0.
          02 WS-AUTH-OK PIC 9 VALUE 1.
          02 WS-WINDOW-OPEN PIC 9 VALUE 0.
          02 WS-WINDOW-STATUS PIC X(1) VALUE 'C'.
          02 WS-PHYS-OPEN-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-AUTH-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-VERB-ADD PIC 9 VALUE 0.                                         
          02 WS-VERB-SUB PIC 9 VALUE 0.                                         
          02 WS-CASE-QTY PIC S9(9) COMP VALUE 0.
          02 WS-CASE-QTY-DISPLAY PIC 9(6).
          02 WS-CASE-PACK PIC S9(9) COMP VALUE 0.
          02 WS-VERB-CSG PIC 9 VALUE 0.
          02 WS-CONSIGN-MODE PIC 9 VALUE 0.
       01 WS-CONST.
          02 WS-CONST-ADD PIC X(3) VALUE 'ADD'.                                 
          02 WS-CONST-SUB PIC X(3) VALUE 'SUB'.                                 
          02 WS-CONST-LOT-RELEASE PIC X(3) VALUE 'LTR'.
          02 WS-CONST-LOT-SCRAP PIC X(3) VALUE 'LTS'.
          02 WS-CONST-CASE-ADD PIC X(3) VALUE 'CAD'.
          02 WS-CONST-CONSIGN-ADD PIC X(3) VALUE 'CSG'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).                                         
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.                        
          02 WS-AVG-COST PIC S9(9)V99 COMP-3 VALUE 0.
          02 WS-AVG-RCPT-COST PIC S9(5) COMP-3 VALUE 0.
          02 WS-AVG-FOUND PIC 9 VALUE 0.
       01 WS-CSG-WORK.
          02 WS-CSG-SUPPLIER PIC X(10) VALUE SPACES.
          02 WS-CSG-OWNER PIC X(10) VALUE SPACES.
          02 WS-CSG-LOT-KNOWN PIC 9 VALUE 0.
          02 WS-CSG-SUPPLIER-OK PIC 9 VALUE 0.
          02 WS-CSG-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-CSG-ON-HAND PIC S9(9) COMP VALUE 0.
          02 WS-CSG-OWNED-BEFORE PIC S9(9) COMP VALUE 0.
       01 WS-RSL-WORK.
          02 WS-RSL-QTY PIC S9(9) COMP VALUE 0.
          02 WS-RSL-TIMESTAMP PIC X(26).
             OPEN-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL physical-inventory control table (opened by MRBLPHF,
      * closed by MRBLPHP) -- while a wall-to-wall count is open the
      * book quantities on its tags must hold still, so every verb
      * that moves stock or changes the color list is refused
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PHYINV TABLE
           ( PHY-DATE                       CHAR(8)     NOT NULL,
             PHY-STATUS                     CHAR(1)     NOT NULL,
             TOLERANCE                      INTEGER     NOT NULL,
             TAG-COUNT                      INTEGER     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             PHY-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL reason-code reference table (DBA-loaded like the
      * approved-color list) and the movement-reason table that
      * carries each adjustment or reversal's reason beside its
             USE-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL consignment ownership table (one row per lot a
      * supplier keeps on our floor and still owns -- no row means
      * the lot is ours). The stock picks like any other; the owner
      * and agreed price are what keep it out of MRBLVAL and MRBLGLJ
      * until a draw makes it ours and MRBLCSS pays for it.
      * ===============================================================
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
      * Map SQL per-location inventory table (one row per color and
      * location it's binned at -- EVENT.MARBLES INVENTORY stays the
      * authoritative total; these rows say where the marbles are)
             QUANTITY                       INTEGER     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL move-location table (one row per leg of a MOV: the
      * location the leg drew from or landed at and the signed
      * quantity -- MRBLGLJ journals each leg to the cost center
      * that location belongs to)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_MOVLOC TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             MOV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL pending-action table (one row per DEL/INI awaiting
      * supervisor approval -- the MRBS transaction lists these and
      * runs or rejects them; nothing destructive executes on the
                PERFORM CHECK-MAINT-WINDOW
            END-IF.
      *
      *     The annual physical inventory freezes the floor: from
      *     tag issue to posting, nothing may move the book figures
      *     the count tags were written against
      *
            IF WS-KNOWN-VERB = 1 AND WS-AUTH-OK = 1 THEN
                PERFORM CHECK-PHYSICAL-FREEZE
            END-IF.
      *
      *     Route to specific verb processing routine
      *     TODO(Kelosky): every verb should be recorded in hyperledger!        
      *                                                                         
                IF WS-COLOR-FOUND = 1 THEN
                    PERFORM DO-CASE-ADD
                END-IF
            ELSE IF WS-VERB-CSG = 1 THEN
                PERFORM CHECK-IF-COLOR-FOUND
                IF WS-COLOR-FOUND = 1 THEN
                    PERFORM DO-CONSIGN-ADD
                END-IF
            END-IF
            END-IF.
            PERFORM WRITE-OUTPUT
            ELSE IF WS-CONST-CASE-ADD = WS-INPUT-VERB THEN
                MOVE 1 TO WS-VERB-CAD
                MOVE 1 TO WS-KNOWN-VERB
            ELSE IF WS-CONST-CONSIGN-ADD = WS-INPUT-VERB THEN
                MOVE 1 TO WS-VERB-CSG
                MOVE 1 TO WS-KNOWN-VERB
            ELSE
      *
      *         The verb list finally outgrew the 78-character
                          WS-VERB-LOT WS-VERB-BOM WS-VERB-BLD
                          WS-VERB-BRK WS-VERB-BNA WS-VERB-BNR
                          WS-VERB-LTH WS-VERB-LTR WS-VERB-LTS
                          WS-VERB-CAD WS-VERB-CSG
            END-IF.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, inquiries,
      * reservations, lot holds and bin maintenance still answer;
      * every verb that changes a quantity or the color list is
      * refused until MRBLPHP has posted the count. A DB error here
      * reads as no count open, as the window check does.
      * ===============================================================
       CHECK-PHYSICAL-FREEZE.
      *
            MOVE 0 TO WS-PHYS-OPEN-COUNT
            EXEC SQL
                SELECT COUNT(*) INTO :WS-PHYS-OPEN-COUNT
                FROM EVENT.MARBLES_PHYINV
                WHERE PHY-STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 0 TO WS-PHYS-OPEN-COUNT
            END-IF
      *
            IF WS-PHYS-OPEN-COUNT > 0 THEN
                IF WS-VERB-ADD = 1 OR WS-VERB-SUB = 1
                        OR WS-VERB-MOV = 1 OR WS-VERB-REV = 1
                        OR WS-VERB-INIT = 1 OR WS-VERB-CREATE = 1
                        OR WS-VERB-DELETE = 1 OR WS-VERB-CLA = 1
                        OR WS-VERB-CLR = 1 OR WS-VERB-BLD = 1
                        OR WS-VERB-BRK = 1 OR WS-VERB-LTS = 1
                        OR WS-VERB-CAD = 1 OR WS-VERB-CSG = 1 THEN
                    MOVE 30 TO WS-MSG-LENGTH
                    MOVE 'PHYSICAL INVENTORY IN PROGRESS'
                        TO WS-OUTPUT-TEXT
                    MOVE 0 TO WS-VERB-ADD WS-VERB-SUB WS-VERB-GET
                          WS-VERB-INIT WS-VERB-CREATE WS-VERB-DELETE
                          WS-VERB-LIST WS-VERB-TOTAL WS-VERB-MOV
                          WS-VERB-CLA WS-VERB-CLR WS-VERB-RSV
                          WS-VERB-REL WS-VERB-REV WS-VERB-STA
                          WS-VERB-LOT WS-VERB-BOM WS-VERB-BLD
                          WS-VERB-BRK WS-VERB-BNA WS-VERB-BNR
                          WS-VERB-LTH WS-VERB-LTR WS-VERB-LTS
                          WS-VERB-CAD WS-VERB-CSG
                END-IF
            END-IF.
      * ===============================================================
      * Check whether an operator has a maintenance window open
                          WS-VERB-LOT WS-VERB-BOM WS-VERB-BLD
                          WS-VERB-BRK WS-VERB-BNA WS-VERB-BNR
                          WS-VERB-LTH WS-VERB-LTR WS-VERB-LTS
                          WS-VERB-CAD WS-VERB-CSG
                END-IF
            END-IF.
      * ===============================================================
      *
            PERFORM DETERMINE-QUANTITY
      *
      *     A lot belongs to us or to one consigning supplier for its
      *     whole life -- a consigned receipt can't top up a lot of
      *     ours or another supplier's, nor a plain ADD a supplier's
      *
            IF WS-QTY-ERROR = 0
                    AND WS-INPUT-DEST-COLOR NOT = SPACES THEN
                MOVE WS-INPUT-DEST-COLOR TO WS-LOT-ID
                PERFORM GET-LOT-OWNER
                PERFORM CHECK-LOT-OWNER
            END-IF
      *
      *     Get the current inventor
      *
            IF WS-QTY-ERROR = 0 THEN
                    PERFORM RECORD-LOT-RECEIPT
                END-IF
      *
      *         A consigned receipt records its owner and agreed
      *         price against the lot; the stock stays the
      *         supplier's, so it never touches our average cost
      *
                IF WS-SQL-ERROR = 0 AND WS-CONSIGN-MODE = 1 THEN
                    PERFORM DETERMINE-RECEIPT-COST
                    PERFORM RECORD-CONSIGN-RECEIPT
                END-IF
      *
      *         Fold the receipt into the color's moving-average
      *         cost -- at the cost typed in the cost position when
      *         one was, at the master's UNIT-COST otherwise
      *
                IF WS-SQL-ERROR = 0 AND WS-CONSIGN-MODE = 0 THEN
                    PERFORM DETERMINE-RECEIPT-COST
                    PERFORM UPDATE-AVERAGE-COST
                END-IF
                        WITH POINTER WS-OUTPUT-PTR
                    COMPUTE WS-MSG-LENGTH = WS-OUTPUT-PTR - 1
                END-IF
      *
      *         A consigned receipt says whose stock just arrived
      *
                IF WS-CONSIGN-MODE = 1 THEN
                    COMPUTE WS-OUTPUT-PTR = WS-MSG-LENGTH + 1
                    STRING ' CONSIGNED ' DELIMITED BY SIZE
                        WS-CSG-SUPPLIER DELIMITED BY SPACE
                        INTO WS-OUTPUT-TEXT
                        WITH POINTER WS-OUTPUT-PTR
                    COMPUTE WS-MSG-LENGTH = WS-OUTPUT-PTR - 1
                END-IF
            END-IF.
      * ===============================================================
      * One unacknowledged alert row -- best effort: losing an alert
                MOVE 20 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ COST' TO WS-OUTPUT-TEXT
            END-IF
      *
      *
      *     Only stock we own carries the old average -- consigned
      *     stock on the floor is the supplier's and weighs nothing
      *
            IF WS-SQL-ERROR = 0 THEN
                PERFORM GET-CONSIGNED-ON-HAND
                COMPUTE WS-CSG-OWNED-BEFORE =
                    WS-WORK-INV-BEFORE - WS-CSG-ON-HAND
                IF WS-AVG-FOUND = 0 OR WS-CSG-OWNED-BEFORE <= 0 THEN
                    MOVE WS-AVG-RCPT-COST TO WS-AVG-COST
                ELSE
                    COMPUTE WS-AVG-COST ROUNDED =
                        (WS-CSG-OWNED-BEFORE * WS-AVG-COST
                         + WS-WORK-QTY * WS-AVG-RCPT-COST)
                        / (WS-CSG-OWNED-BEFORE + WS-WORK-QTY)
                END-IF
                PERFORM WRITE-AVERAGE-COST
            END-IF.
            PERFORM DO-ADD
            MOVE 0 TO WS-CASE-MODE.
      * ===============================================================
      * Do consignment receipt (MRBL CSG <COLOR> <QTY> <LOT> <BIN>
      * <PRICE> <SUPPLIER>) -- stock a supplier keeps on our floor
      * and still owns. The whole ADD flow runs, so the marbles are
      * counted, binned, lot-tracked, and pickable like any other;
      * the lot is simply stamped with its owner and agreed price
      * (the typed price, else the master's UNIT-COST) and kept out
      * of our average cost. The supplier goes where an ADD's
      * description would, and must supply the color; the lot is
      * required, since ownership is held by lot. The audit row
      * carries the CSG verb, which MRBLGLJ leaves unjournaled.
      * ===============================================================
       DO-CONSIGN-ADD.
      *
            MOVE WS-INPUT-DESC(1:10) TO WS-CSG-SUPPLIER
            IF WS-INPUT-DEST-COLOR = SPACES THEN
                MOVE 12 TO WS-MSG-LENGTH
                MOVE 'LOT REQUIRED' TO WS-OUTPUT-TEXT
            ELSE IF WS-CSG-SUPPLIER = SPACES THEN
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'SUPPLIER REQUIRED' TO WS-OUTPUT-TEXT
            ELSE
                PERFORM CHECK-CONSIGN-SUPPLIER
                IF WS-CSG-SUPPLIER-OK = 1 THEN
                    MOVE 1 TO WS-CONSIGN-MODE
                    PERFORM DO-ADD
                    MOVE 0 TO WS-CONSIGN-MODE
                END-IF
            END-IF.
      * ===============================================================
      * The consigning supplier must be on the supplier table for
      * this color -- the same DBA-loaded list the case pack and
      * the PO suggestions read
      * ===============================================================
       CHECK-CONSIGN-SUPPLIER.
      *
            MOVE 0 TO WS-CSG-SUPPLIER-OK
            EXEC SQL
                SELECT COUNT(*) INTO :WS-CSG-ROW-COUNT
                FROM EVENT.MARBLES_SUPPLIER
                WHERE SUPPLIER = :WS-CSG-SUPPLIER
                  AND COLOR = :WS-INPUT-COLOR
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ SUPPLIERS' TO WS-OUTPUT-TEXT
            ELSE IF WS-CSG-ROW-COUNT = 0 THEN
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'SUPPLIER NOT ON FILE FOR COLOR'
                    TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-CSG-SUPPLIER-OK
            END-IF.
      * ===============================================================
      * Who owns lot WS-LOT-ID of this color: WS-CSG-LOT-KNOWN says
      * whether the lot exists at all, WS-CSG-OWNER carries its
      * consigning supplier, or spaces when the lot is ours
      * ===============================================================
       GET-LOT-OWNER.
      *
            MOVE 0 TO WS-SQL-ERROR
            MOVE 0 TO WS-CSG-LOT-KNOWN
            MOVE SPACES TO WS-CSG-OWNER
            EXEC SQL
                SELECT COALESCE(C.SUPPLIER, ' ')
                    INTO :WS-CSG-OWNER
                FROM EVENT.MARBLES_LOT L
                LEFT OUTER JOIN EVENT.MARBLES_CONSIGN C
                    ON C.COLOR = L.COLOR
                   AND C.LOT-ID = L.LOT-ID
                WHERE L.COLOR = :WS-INPUT-COLOR
                  AND L.LOT-ID = :WS-LOT-ID
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE 1 TO WS-CSG-LOT-KNOWN
            ELSE IF SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ LOTS' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Refuse a receipt that would mix owners on one lot -- set as
      * a quantity error so DO-ADD stops before anything is touched
      * ===============================================================
       CHECK-LOT-OWNER.
      *
            IF WS-SQL-ERROR = 1 THEN
                MOVE 1 TO WS-QTY-ERROR
            ELSE IF WS-CSG-LOT-KNOWN = 0 THEN
                CONTINUE
            ELSE IF WS-CONSIGN-MODE = 1 THEN
                IF WS-CSG-OWNER NOT = WS-CSG-SUPPLIER THEN
                    MOVE 1 TO WS-QTY-ERROR
                    MOVE 29 TO WS-MSG-LENGTH
                    MOVE 'LOT NOT CONSIGNED BY SUPPLIER'
                        TO WS-OUTPUT-TEXT
                END-IF
            ELSE IF WS-CSG-OWNER NOT = SPACES THEN
                MOVE 1 TO WS-QTY-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'LOT IS CONSIGNED - USE CSG' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Stamp the lot with its owner -- the same lot arriving again
      * from the same supplier accumulates its received quantity and
      * keeps the price it was first agreed at
      * ===============================================================
       RECORD-CONSIGN-RECEIPT.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_CONSIGN
                SET RECEIVED-QTY = RECEIVED-QTY + :WS-WORK-QTY
                WHERE COLOR = :WS-INPUT-COLOR
                  AND LOT-ID = :WS-LOT-ID
            END-EXEC
            IF SQLCODE = 100 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLES_CONSIGN
                    VALUES (:WS-INPUT-COLOR, :WS-LOT-ID,
                            :WS-CSG-SUPPLIER, :WS-AVG-RCPT-COST,
                            :WS-WORK-QTY, CURRENT DATE,
                            CURRENT TIMESTAMP)
                END-EXEC
            END-IF
      *
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 22 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD OWNER' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * How much of the color's stock is still consigned -- what
      * remains on supplier-owned lots, active or held. A failed
      * read counts as none; the average it feeds is an estimate
      * either way and must not fail the receipt.
      * ===============================================================
       GET-CONSIGNED-ON-HAND.
      *
            MOVE 0 TO WS-CSG-ON-HAND
            EXEC SQL
                SELECT COALESCE(SUM(L.QTY-REMAINING), 0)
                    INTO :WS-CSG-ON-HAND
                FROM EVENT.MARBLES_LOT L
                INNER JOIN EVENT.MARBLES_CONSIGN C
                    ON C.COLOR = L.COLOR
                   AND C.LOT-ID = L.LOT-ID
                WHERE L.COLOR = :WS-INPUT-COLOR
                  AND L.LOT-STATUS IN ('A', 'Q')
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 0 TO WS-CSG-ON-HAND
            END-IF.
      * ===============================================================
      * Do subtract transaction
      * ===============================================================
       DO-SUB.
      * ===============================================================
      * Do move transaction (MRBL MOV <SRC> <QTY> <DST>), transfers
      * quantity from the source color to the destination color as
      * one unit of work so the move can't apply to only one side.
      * Each leg also records the location it drew from or landed
      * at, so a move between buildings journals out of one cost
      * center and into the other.
      * ===============================================================
       DO-MOV.
      *
                        MOVE WS-MOV-SRC-BIN TO WS-WORK-LOCATION
                    END-IF
                    PERFORM UPDATE-LOCATION-SUB
                    PERFORM RECORD-MOVE-LOCATION
                END-IF
                PERFORM LOG-TRANSACTION
            END-IF
                        MOVE WS-MOV-DEST-BIN TO WS-WORK-LOCATION
                    END-IF
                    PERFORM UPDATE-LOCATION-ADD
                    PERFORM RECORD-MOVE-LOCATION
                END-IF
            END-IF
      *
      *
            MOVE WS-MOV-SRC-COLOR TO WS-INPUT-COLOR.
      * ===============================================================
      * One MOV leg's location row -- the quantity the color's own
      * total actually moved (negative on the source, which clamps
      * at zero), so the legs always agree with the audit trail
      * ===============================================================
       RECORD-MOVE-LOCATION.
      *
            COMPUTE WS-MOV-LEG-QTY = WS-WORK-INV - WS-WORK-INV-BEFORE
            EXEC SQL
                INSERT INTO EVENT.MARBLES_MOVLOC
                VALUES (
                      :WS-INPUT-COLOR,
                      :WS-WORK-LOCATION,
                      :WS-MOV-LEG-QTY,
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD LOCATION' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * Do reverse transaction (MRBL REV <COLOR>) -- backs out the
      * color's most recent inventory movement by posting the exact
      * compensating amount from the audit trail's own before/after,
                MOVE 'S' TO WS-LOT-STATUS
                PERFORM UPDATE-LOT-SCRAPPED
            END-IF
      *
      *     A consigned lot broken on our floor is used up as far
      *     as its owner is concerned -- the write-off is recorded
      *     as a draw, so the settlement pays for it
      *
            IF WS-SQL-ERROR = 0 AND WS-LOT-FOUND = 1
                    AND WS-LOT-QTY > 0 THEN
                PERFORM GET-LOT-OWNER
                IF WS-SQL-ERROR = 0 AND WS-CSG-OWNER NOT = SPACES THEN
                    MOVE WS-LOT-QTY TO WS-LOT-DRAWN
                    PERFORM RECORD-LOT-CONSUMPTION
                END-IF
            END-IF
            IF WS-SQL-ERROR = 0 AND WS-LOT-FOUND = 1 THEN
                PERFORM LOG-TRANSACTION
                MOVE 15 TO WS-MSG-LENGTH
