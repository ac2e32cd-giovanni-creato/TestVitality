      * ===============================================================
      * The counter invokes this transaction (called MRBC) via:
      *   MRBC <COLOR> <QTY>
      *   MRBC TAG <TAG#> <QTY>
      *   MRBC VOD <TAG#>
      *
      * Example:
      *  MRBC BLUE 120
      *  MRBC TAG 00017 00250
      *
      * Count-entry side of the cycle-count subsystem. The counter
      * walks the floor with the MRBLCYC worksheet and keys each
      * Each entry:
      *
      *   - writes a COUNT-FILE-layout record (color, counted
      *     quantity) to the MCNT extrapartition TD queue. The
      *     queue holds count records only -- no counted-at stamp,
      *     so MRBLREC compares each count with everything logged
      *     since the freeze. Each night MRBLCNH hands the drained
      *     queue to MRBLREC.cbl as its count file, behind the
      *     sender header the inbound-file registry checks
      *   - stamps the color's LAST-COUNTED date in
      *     EVENT.MARBLES_CYCLE so the scheduler knows it was done
      *
      * During the annual physical inventory the same screen takes
      * the count tags MRBLPHF issued (EVENT.MARBLES_PHYTAG):
      *
      *   TAG  records the tag's count. A count further from the
      *        frozen book quantity than the tolerance the count
      *        was opened with is not accepted yet -- the tag goes
      *        to RECOUNT, and the next entry for it (ideally by a
      *        second counter) is the one that stands
      *   VOD  voids a tag that was never used (spoiled, duplicate
      *        bin); the tag-control report still accounts for it
      *
      * A counted or void tag takes no further entries.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLCNT.
          02 WS-COLOR-FOUND PIC 9 VALUE 0.
          02 WS-WORK-QTY PIC S9(9) COMP VALUE 0.
          02 WS-WORK-QTY-TEXT PIC X(5) JUSTIFIED RIGHT.
          02 WS-TAG-MODE PIC 9 VALUE 0.
          02 WS-TAG-VOID-MODE PIC 9 VALUE 0.
          02 WS-TAG-FOUND PIC 9 VALUE 0.
          02 WS-TAG-NUM PIC S9(9) COMP VALUE 0.
          02 WS-TAG-NUM-TEXT PIC X(5) JUSTIFIED RIGHT.
          02 WS-TAG-PHY-DATE PIC X(8).
          02 WS-TAG-STATUS PIC X(1).
          02 WS-TAG-BOOK-QTY PIC S9(9) COMP VALUE 0.
          02 WS-TAG-TOLERANCE PIC S9(9) COMP VALUE 0.
          02 WS-TAG-DIFF PIC S9(9) COMP VALUE 0.
       01 WS-COUNT-RECORD.
          02 WS-COUNT-COLOR PIC X(10).
          02 WS-COUNT-QUANTITY PIC 9(5).
          05 WS-INPUT-COLOR PIC X(10) VALUE SPACES.
          05 WS-INPUT-SECOND-SPACE PIC X(1) VALUE SPACES.
          05 WS-INPUT-QTY PIC X(5) VALUE SPACES.
       01 WS-TAG-INPUT REDEFINES WS-INPUT.
          05 FILLER PIC X(5).
          05 WS-TAG-ACTION PIC X(3).
          05 FILLER PIC X(1).
          05 WS-TAG-NUMBER PIC X(5).
          05 FILLER PIC X(1).
          05 WS-TAG-QTY PIC X(5).
          05 FILLER PIC X(1).
       01 WS-OUTPUT.
          05 WS-OUTPUT-TEXT PIC X(780).
       01 WS-MSG-LENGTH PIC S9(4) COMP.
           ( COLOR                          VARCHAR(10) NOT NULL,
             LAST-COUNTED                   DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL physical-inventory tables (written by MRBLPHF) -- the
      * open count with its recount tolerance, and its tags
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
      * MRBC transaction
      *     Validate and record the count
      *
            IF NOT WS-RECEIVE-FAILED THEN
                PERFORM CHECK-TAG-ACTION
                IF WS-TAG-MODE = 1 THEN
                    PERFORM DO-TAG-ENTRY
                ELSE
                    PERFORM VERIFY-COUNT-INPUT
                    IF WS-QTY-ERROR = 0 AND WS-SQL-ERROR = 0
                            AND WS-COLOR-FOUND = 1 THEN
                        PERFORM DO-RECORD-COUNT
                    END-IF
                END-IF
            END-IF.
            PERFORM WRITE-OUTPUT
                MOVE 'UNABLE TO STAMP COUNT STATUS'
                    TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * TAG or VOD followed by a tag number is a physical-inventory
      * entry; anything else is a cycle count by color
      * ===============================================================
       CHECK-TAG-ACTION.
      *
            MOVE 0 TO WS-TAG-MODE
            MOVE 0 TO WS-TAG-VOID-MODE
            IF (WS-TAG-ACTION = 'TAG' OR WS-TAG-ACTION = 'VOD')
                    AND WS-INPUT-COLOR(4:1) = SPACE
                    AND WS-TAG-NUMBER NOT = SPACES THEN
                MOVE 1 TO WS-TAG-MODE
                IF WS-TAG-ACTION = 'VOD' THEN
                    MOVE 1 TO WS-TAG-VOID-MODE
                END-IF
            END-IF.
      * ===============================================================
      * One tag entry: the tag must belong to the open count and
      * still be waiting on a count (or a recount)
      * ===============================================================
       DO-TAG-ENTRY.
      *
            MOVE 0 TO WS-QTY-ERROR
            MOVE WS-TAG-NUMBER TO WS-TAG-NUM-TEXT
            INSPECT WS-TAG-NUM-TEXT
                REPLACING LEADING SPACE BY ZERO
            IF WS-TAG-NUM-TEXT IS NUMERIC THEN
                MOVE WS-TAG-NUM-TEXT TO WS-TAG-NUM
            ELSE
                MOVE 1 TO WS-QTY-ERROR
                MOVE 26 TO WS-MSG-LENGTH
                MOVE 'TAG NUMBER MUST BE NUMERIC' TO WS-OUTPUT-TEXT
            END-IF
      *
            IF WS-QTY-ERROR = 0 AND WS-TAG-VOID-MODE = 0 THEN
                IF WS-TAG-QTY = SPACES THEN
                    MOVE 1 TO WS-QTY-ERROR
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'QUANTITY REQUIRED' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE WS-TAG-QTY TO WS-WORK-QTY-TEXT
                    INSPECT WS-WORK-QTY-TEXT
                        REPLACING LEADING SPACE BY ZERO
                    IF WS-WORK-QTY-TEXT IS NUMERIC THEN
                        MOVE WS-WORK-QTY-TEXT TO WS-WORK-QTY
                    ELSE
                        MOVE 1 TO WS-QTY-ERROR
                        MOVE 24 TO WS-MSG-LENGTH
                        MOVE 'QUANTITY MUST BE NUMERIC'
                            TO WS-OUTPUT-TEXT
                    END-IF
                END-IF
            END-IF
      *
            IF WS-QTY-ERROR = 0 THEN
                PERFORM GET-OPEN-TAG
            END-IF
      *
            IF WS-TAG-FOUND = 1 THEN
                IF WS-TAG-STATUS = 'C' THEN
                    MOVE 19 TO WS-MSG-LENGTH
                    MOVE 'TAG ALREADY COUNTED' TO WS-OUTPUT-TEXT
                ELSE IF WS-TAG-STATUS = 'V' THEN
                    MOVE 11 TO WS-MSG-LENGTH
                    MOVE 'TAG IS VOID' TO WS-OUTPUT-TEXT
                ELSE IF WS-TAG-VOID-MODE = 1 THEN
                    PERFORM VOID-TAG
                ELSE IF WS-TAG-STATUS = 'R' THEN
                    PERFORM RECORD-TAG-RECOUNT
                ELSE
                    PERFORM RECORD-TAG-COUNT
                END-IF
            END-IF.
      * ===============================================================
      * The tag on the count still open, with that count's tolerance
      * ===============================================================
       GET-OPEN-TAG.
      *
            MOVE 0 TO WS-TAG-FOUND
            EXEC SQL
                SELECT T.PHY-DATE, T.TAG-STATUS, T.BOOK-QTY,
                       P.TOLERANCE
                INTO :WS-TAG-PHY-DATE, :WS-TAG-STATUS,
                     :WS-TAG-BOOK-QTY, :WS-TAG-TOLERANCE
                FROM EVENT.MARBLES_PHYTAG T
                INNER JOIN EVENT.MARBLES_PHYINV P
                    ON P.PHY-DATE = T.PHY-DATE
                WHERE P.PHY-STATUS = 'O'
                  AND T.TAG-NUMBER = :WS-TAG-NUM
            END-EXEC
            IF SQLCODE = 100 THEN
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'TAG NOT ON OPEN COUNT' TO WS-OUTPUT-TEXT
            ELSE IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 34 TO WS-MSG-LENGTH
                MOVE 'INVENTORY LOOKUP FAILED, TRY AGAIN'
                    TO WS-OUTPUT-TEXT
            ELSE
                MOVE 1 TO WS-TAG-FOUND
            END-IF.
      * ===============================================================
      * First count on a tag: inside the tolerance it stands; outside
      * it, the tag waits for a recount
      * ===============================================================
       RECORD-TAG-COUNT.
      *
            COMPUTE WS-TAG-DIFF = WS-WORK-QTY - WS-TAG-BOOK-QTY
            IF WS-TAG-DIFF < 0 THEN
                COMPUTE WS-TAG-DIFF = 0 - WS-TAG-DIFF
            END-IF
            IF WS-TAG-DIFF > WS-TAG-TOLERANCE THEN
                MOVE 'R' TO WS-TAG-STATUS
            ELSE
                MOVE 'C' TO WS-TAG-STATUS
            END-IF
            EXEC SQL
                UPDATE EVENT.MARBLES_PHYTAG
                SET COUNT-QTY = :WS-WORK-QTY,
                    FINAL-QTY = :WS-WORK-QTY,
                    TAG-STATUS = :WS-TAG-STATUS,
                    COUNT-BY = EIBTRMID,
                    TAG-TIMESTAMP = CURRENT TIMESTAMP
                WHERE PHY-DATE = :WS-TAG-PHY-DATE
                  AND TAG-NUMBER = :WS-TAG-NUM
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE COUNT' TO WS-OUTPUT-TEXT
            ELSE IF WS-TAG-STATUS = 'R' THEN
                MOVE 30 TO WS-MSG-LENGTH
                MOVE 'OUTSIDE TOLERANCE, RECOUNT TAG'
                    TO WS-OUTPUT-TEXT
            ELSE
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'TAG COUNT RECORDED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The recount is the figure that stands; the first count stays
      * on the tag for the control report
      * ===============================================================
       RECORD-TAG-RECOUNT.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_PHYTAG
                SET RECOUNT-QTY = :WS-WORK-QTY,
                    FINAL-QTY = :WS-WORK-QTY,
                    TAG-STATUS = 'C',
                    RECOUNT-BY = EIBTRMID,
                    TAG-TIMESTAMP = CURRENT TIMESTAMP
                WHERE PHY-DATE = :WS-TAG-PHY-DATE
                  AND TAG-NUMBER = :WS-TAG-NUM
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 21 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO WRITE COUNT' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 16 TO WS-MSG-LENGTH
                MOVE 'RECOUNT RECORDED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
       VOID-TAG.
      *
            EXEC SQL
                UPDATE EVENT.MARBLES_PHYTAG
                SET TAG-STATUS = 'V',
                    COUNT-BY = EIBTRMID,
                    TAG-TIMESTAMP = CURRENT TIMESTAMP
                WHERE PHY-DATE = :WS-TAG-PHY-DATE
                  AND TAG-NUMBER = :WS-TAG-NUM
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 18 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO VOID TAG' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 10 TO WS-MSG-LENGTH
                MOVE 'TAG VOIDED' TO WS-OUTPUT-TEXT
            END-IF.
