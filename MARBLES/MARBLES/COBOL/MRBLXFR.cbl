      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-PHYS-OPEN-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-WORK-INV PIC S9(9) COMP VALUE 0.
          02 WS-WORK-QTY PIC S9(9) COMP VALUE 0.
          02 WS-WORK-QTY-TEXT PIC X(6) JUSTIFIED RIGHT.
             SHIP-TIMESTAMP                 TIMESTAMP           ,
             RECV-TIMESTAMP                 TIMESTAMP
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
      * MRBX transaction
                IF WS-ACTION-CREATE = 1 THEN
                    PERFORM DO-CREATE-XFER
                ELSE IF WS-ACTION-SHIP = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-SHIP-XFER
                    END-IF
                ELSE IF WS-ACTION-RECEIVE = 1 THEN
                    PERFORM CHECK-PHYSICAL-FREEZE
                    IF WS-PHYS-OPEN-COUNT = 0 THEN
                        PERFORM DO-RECEIVE-XFER
                    END-IF
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-XFER-LIST
                END-IF
                      EIBTRMID,
                      CURRENT TIMESTAMP)
            END-EXEC.
      * ===============================================================
      * Check whether a physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). While it is, SHP and RCV
      * are refused until MRBLPHP has posted the count, as MARBLES.cbl
      * refuses its movement verbs -- each draws down or lands stock
      * in a bin the count tags were written against, and a pallet
      * shipped mid-count would be counted in its from-bin and again
      * on the truck. CRE and LST move no stock and still answer. A
      * DB error here reads as no count open, as it does in
      * MARBLES.cbl.
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
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'PHYSICAL INVENTORY IN PROGRESS'
                    TO WS-OUTPUT-TEXT
            END-IF.
