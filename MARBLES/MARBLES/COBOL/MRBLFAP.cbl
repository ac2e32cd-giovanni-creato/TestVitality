      * MRBLGLJ refuses to extract any period that isn't approved.
      * LST shows the periods still waiting. Approving records the
      * terminal and moment, so who blessed July is on record.
      * A period inside a fiscal year MRBLYEC has closed is locked
      * (EVENT.MARBLES_YEARCLS) and can be neither approved nor
      * rejected here.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLFAP.
       01 WS-WORK.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-PEND-FOUND PIC 9 VALUE 0.
          02 WS-YEAR-LOCKED PIC S9(9) COMP VALUE 0.
          02 WS-PEND-TIMESTAMP PIC X(26).
          02 WS-NEW-STATUS PIC X(1).
          02 WS-ACTION-LIST PIC 9 VALUE 0.
             APP-BY                         CHAR(4)     NOT NULL,
             APP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL fiscal-year lock table (written by MRBLYEC)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_YEARCLS TABLE
           ( START-PERIOD                   CHAR(6)     NOT NULL,
             END-PERIOD                     CHAR(6)     NOT NULL,
             YEC-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBF transaction
      * ===============================================================
       DO-DISPOSE-PERIOD.
      *
            PERFORM CHECK-YEAR-NOT-LOCKED
            IF WS-YEAR-LOCKED = 0 AND WS-SQL-ERROR = 0 THEN
                PERFORM GET-PENDING-PERIOD
            END-IF
            IF WS-PEND-FOUND = 1 THEN
                EXEC SQL
                    UPDATE EVENT.MARBLES_CLSAPP
                    MOVE 'PERIOD REJECTED' TO WS-OUTPUT-TEXT
                END-IF
            END-IF.
      * ===============================================================
      * The year-end close is final for every period in its year
      * ===============================================================
       CHECK-YEAR-NOT-LOCKED.
      *
            MOVE 0 TO WS-YEAR-LOCKED
            EXEC SQL
                SELECT COUNT(*) INTO :WS-YEAR-LOCKED
                FROM EVENT.MARBLES_YEARCLS
                WHERE START-PERIOD <= :WS-INPUT-PERIOD
                  AND END-PERIOD >= :WS-INPUT-PERIOD
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 24 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO READ YEAR LOCK' TO WS-OUTPUT-TEXT
            ELSE IF WS-YEAR-LOCKED > 0 THEN
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'FISCAL YEAR IS CLOSED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       GET-PENDING-PERIOD.
      *
