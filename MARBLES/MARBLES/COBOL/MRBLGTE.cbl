      *   MRBG <ACTION> [<JOBNAME>]
      *
      * Where:
      *  <ACTION> = OVR|RPR|LST
      *
      * Example:
      *  MRBG OVR MRBLADJ
      *  MRBG RPR MRBLWIN
      *  MRBG LST
      *
      * Operator override for the MRBLRUN predecessor gate. A job
      * the inputs by hand and wants the step through anyway, OVR
      * records one override row in EVENT.MARBLES_PREDOVR -- who,
      * for which job, and when -- which the job's next start call
      * consumes. RPR is the same kind of override for the MRBLIFR
      * inbound-file registry: one row in EVENT.MARBLES_INFOVR lets
      * the job's next refused duplicate file through as a
      * deliberate reprocess. LST shows the overrides of both kinds
      * still waiting. Each is gated the way the maintenance window
      * is: a terminal with an authority list needs the verb on it.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLGTE.
          02 WS-AUTH-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-ACTION-OVERRIDE PIC 9 VALUE 0.
          02 WS-ACTION-LIST PIC 9 VALUE 0.
          02 WS-ACTION-REPROCESS PIC 9 VALUE 0.
          02 WS-AUTH-VERB PIC X(3).
       01 WS-LIST-WORK.
          02 WS-LIST-KIND PIC X(3).
          02 WS-LIST-JOB PIC X(8).
          02 WS-LIST-TERM PIC X(4).
          02 WS-LIST-TIMESTAMP PIC X(26).
       01 WS-CONST.
          02 WS-CONST-OVERRIDE PIC X(3) VALUE 'OVR'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-REPROCESS PIC X(3) VALUE 'RPR'.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-FIRST-SPACE PIC X(1) VALUE SPACES.
             OVR-USED                       CHAR(1)     NOT NULL,
             OVR-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_INFOVR TABLE
           ( JOB-NAME                       CHAR(8)     NOT NULL,
             OVR-TERM                       CHAR(4)     NOT NULL,
             OVR-USED                       CHAR(1)     NOT NULL,
             OVR-TIMESTAMP                  TIMESTAMP   NOT NULL,
             USED-SENDER                    CHAR(8)     NOT NULL,
             USED-SEQ                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_AUTH TABLE
           ( TERM-ID                        CHAR(4)     NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL
            ELSE
                PERFORM VERIFY-ACTION
                IF WS-ACTION-OVERRIDE = 1 THEN
                    MOVE WS-CONST-OVERRIDE TO WS-AUTH-VERB
                    PERFORM CHECK-OPERATOR-AUTH
                    IF WS-AUTH-OK = 1 THEN
                        PERFORM DO-RECORD-OVERRIDE
                    END-IF
                ELSE IF WS-ACTION-REPROCESS = 1 THEN
                    MOVE WS-CONST-REPROCESS TO WS-AUTH-VERB
                    PERFORM CHECK-OPERATOR-AUTH
                    IF WS-AUTH-OK = 1 THEN
                        PERFORM DO-RECORD-REPROCESS
                    END-IF
                ELSE IF WS-ACTION-LIST = 1 THEN
                    PERFORM DO-OVERRIDE-LIST
                END-IF
                ELSE
                    MOVE 1 TO WS-ACTION-OVERRIDE
                END-IF
            ELSE IF WS-CONST-REPROCESS = WS-INPUT-ACTION THEN
                IF WS-INPUT-JOB = SPACES THEN
                    MOVE 17 TO WS-MSG-LENGTH
                    MOVE 'JOB NAME REQUIRED' TO WS-OUTPUT-TEXT
                ELSE
                    MOVE 1 TO WS-ACTION-REPROCESS
                END-IF
            ELSE IF WS-CONST-LIST = WS-INPUT-ACTION THEN
                MOVE 1 TO WS-ACTION-LIST
            ELSE
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'USE OVR|RPR|LST' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The same authority gate the maintenance window keeps: a
      * terminal with no authority rows stays unrestricted, one with
      * rows needs the verb asked for (OVR or RPR), and a failing
      * lookup fails closed
      * ===============================================================
       CHECK-OPERATOR-AUTH.
      *
                    SELECT COUNT(*) INTO :WS-AUTH-ROW-COUNT
                    FROM EVENT.MARBLES_AUTH
                    WHERE TERM-ID = EIBTRMID
                      AND VERB = :WS-AUTH-VERB
                END-EXEC
                IF SQLCODE NOT = 0 THEN
                    MOVE 0 TO WS-AUTH-OK
                MOVE 'OVERRIDE RECORDED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * One reprocess row -- consumed by the next duplicate file the
      * job's registry check refuses, which it then lets through
      * ===============================================================
       DO-RECORD-REPROCESS.
      *
            EXEC SQL
                INSERT INTO EVENT.MARBLES_INFOVR
                VALUES (:WS-INPUT-JOB, EIBTRMID, 'N',
                        CURRENT TIMESTAMP, ' ', 0)
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE 25 TO WS-MSG-LENGTH
                MOVE 'UNABLE TO RECORD OVERRIDE' TO WS-OUTPUT-TEXT
            ELSE
                MOVE 17 TO WS-MSG-LENGTH
                MOVE 'OVERRIDE RECORDED' TO WS-OUTPUT-TEXT
            END-IF.
      * ===============================================================
      * The overrides of both kinds still waiting to be consumed,
      * each tagged with the verb that recorded it
      * ===============================================================
       DO-OVERRIDE-LIST.
      *
      *
            EXEC SQL
                DECLARE C-OVRLIST CURSOR FOR
                SELECT 'OVR', JOB-NAME, OVR-TERM, OVR-TIMESTAMP
                FROM EVENT.MARBLES_PREDOVR
                WHERE OVR-USED = 'N'
                UNION ALL
                SELECT 'RPR', JOB-NAME, OVR-TERM, OVR-TIMESTAMP
                FROM EVENT.MARBLES_INFOVR
                WHERE OVR-USED = 'N'
                ORDER BY 4
            END-EXEC
      *
            EXEC SQL
      *
            EXEC SQL
                FETCH C-OVRLIST
                    INTO :WS-LIST-KIND, :WS-LIST-JOB, :WS-LIST-TERM,
                         :WS-LIST-TIMESTAMP
            END-EXEC
            IF SQLCODE = 0 THEN
                STRING WS-LIST-KIND DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-LIST-JOB DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-LIST-TERM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
