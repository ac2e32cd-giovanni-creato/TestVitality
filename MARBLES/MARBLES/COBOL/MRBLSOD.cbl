      * ===============================================================
      * Quarterly access recertification and segregation-of-duties
      * review. EVENT.MARBLES_AUTH grants verbs by terminal (desk);
      * nobody ever read it back. Driven by the date card
      * (U-T-DATECRD, YYYYMMDD, vetted by MRBLCAL) -- the review
      * covers the calendar quarter that holds the date. The report
      * is in two parts.
      *
      * The recertification list: every desk with authority rows,
      * its granted verbs, and a sign-off line for the desk's
      * manager to keep or change the grant. A desk with no rows is
      * unrestricted -- it can run every verb -- so each such desk
      * that worked in the quarter (it has audit rows on
      * EVENT.MARBLES_LOG) is listed too, as ALL VERBS, for the
      * same sign-off.
      *
      * The conflicts: the quarter's activity where one desk sat on
      * both sides of a control.
      *
      *   - requested and approved a DEL or INI -- the desk queued
      *     the request on EVENT.MARBLES_PENDING and the MRBS
      *     approval that ran it logged under the same desk
      *   - posted and approved an adjustment -- the desk approved
      *     an MRBLADJ line (EVENT.MARBLES_ADJAPP) for a color it
      *     had itself adjusted at the terminal with a reason code
      *     (EVENT.MARBLES_MOVRSN) in the quarter
      *   - closed and approved a period -- the desk set the period
      *     MRBLCLS closed (MRBP, EVENT.MARBLES_PARMLOG) and approved
      *     the close on MRBF (EVENT.MARBLES_CLSAPP)
      *
      * Approvals that can't be tied to a desk -- MRBLADJ lines
      * approved with no desk written beside the mark, closes run
      * from a period card rather than the governed parameter --
      * are counted at the foot so the auditors see the blind spot.
      * Any conflict ends the run with return code 4; a bad date
      * card with 16 and a database failure with 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATECARD-FILE ASSIGN U-T-DATECRD.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  DATECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DATECARD-RECORD.
         01 DATECARD-RECORD.
           02 DATECARD-DATE    PIC X(8).
           02 FILLER           PIC X(72).
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
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  DESK-COUNT        PIC 9(5) VALUE 0.
           02  CONFLICT-COUNT    PIC 9(5) VALUE 0.
           02  WS-DATECARD-SWITCH PIC X(3).
               88  END-OF-DATECARD VALUE 'EOF'.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
      * ===============================================================
      * Business-calendar linkage (see COPYBOOK/MRBLCALL.cpy) -- the
      * date card is vetted against the calendar before it is used
      * ===============================================================
       COPY MRBLCALL.
       COPY PAGING.
       01  WS-REVIEW-WORK.
           02  WS-SOD-MONTH      PIC 9(2).
           02  WS-SOD-MONTH-LESS PIC 9(2).
           02  WS-SOD-QUARTER    PIC 9(1).
           02  WS-SOD-QMONTH     PIC 9(2).
           02  WS-SOD-FROM       PIC X(10).
           02  WS-SOD-TO         PIC X(10).
           02  WS-SOD-DESK       PIC X(4).
           02  WS-SOD-PREV-DESK  PIC X(4).
           02  WS-SOD-VERB       PIC X(3).
           02  WS-SOD-ITEM       PIC X(10).
           02  WS-SOD-WHEN       PIC X(26).
           02  WS-SOD-VERB-PTR   PIC S9(4) COMP.
           02  WS-SOD-VERBS      PIC X(80).
           02  WS-SOD-ADJ-BLIND  PIC S9(9) COMP VALUE 0.
           02  WS-SOD-CLS-BLIND  PIC S9(9) COMP VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  QUARTER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE
               'REVIEW QUARTER: '.
           02  OUTPUT-FROM           PIC X(10).
           02  FILLER                PIC X(4)  VALUE ' TO '.
           02  OUTPUT-TO             PIC X(10).
           02  FILLER                PIC X(87).
       01  SECTION-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SECTION        PIC X(60).
           02  FILLER                PIC X(67).
       01  GRANT-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'DESK'.
           02  FILLER                PIC X(13) VALUE 'GRANTED VERBS'.
           02  FILLER                PIC X(106).
       01  GRANT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-DESK           PIC X(4).
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  OUTPUT-VERBS          PIC X(80).
           02  FILLER                PIC X(39).
       01  SIGNOFF-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE SPACES.
           02  FILLER                PIC X(33) VALUE
               'REVIEWED BY: ____________________'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
               'DATE: __________'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(23) VALUE
               'KEEP / CHANGE: ________'.
           02  FILLER                PIC X(41).
       01  CONFLICT-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'DESK'.
           02  FILLER                PIC X(33) VALUE 'CONFLICT'.
           02  FILLER                PIC X(13) VALUE 'COLOR/PERIOD'.
           02  FILLER                PIC X(6)  VALUE 'VERB'.
           02  FILLER                PIC X(19) VALUE 'APPROVED'.
           02  FILLER                PIC X(49).
       01  CONFLICT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-CONF-DESK      PIC X(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CONF-TYPE      PIC X(30).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CONF-ITEM      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CONF-VERB      PIC X(3).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CONF-WHEN      PIC X(19).
           02  FILLER                PIC X(49).
       01  NO-CONFLICT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(32) VALUE
               'NO CONFLICTS FOUND THIS QUARTER'.
           02  FILLER                PIC X(95).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE 'DESKS REVIEWED: '.
           02  OUTPUT-DESKS          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'CONFLICTS: '.
           02  OUTPUT-CONFLICTS      PIC ZZ,ZZ9.
           02  FILLER                PIC X(85).
       01  BLIND-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(35) VALUE
               'ADJUSTMENTS APPROVED WITH NO DESK: '.
           02  OUTPUT-ADJ-BLIND      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(37) VALUE
               'PERIODS APPROVED WITH NO CLOSE DESK: '.
           02  OUTPUT-CLS-BLIND      PIC ZZ,ZZ9.
           02  FILLER                PIC X(40).
      * ===============================================================
      * Map SQL authority and audit tables (see MARBLES.cbl)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_AUTH TABLE
           ( TERM-ID                        CHAR(4)     NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL
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
      * Map SQL approval tables the conflicts are read from -- the
      * MRBS pending queue, the MRBLADJ approvals and the reasons
      * behind terminal adjustments, the MRBF close approvals and
      * the MRBP parameter audit that says who set the period
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PENDING TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             PEND-STATUS                    CHAR(1)     NOT NULL,
             REQ-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ADJAPP TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             APPROVER                       CHAR(4)     NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             APP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_MOVRSN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RSN-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CLSAPP TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             APP-STATUS                     CHAR(1)     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             APP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PARMLOG TABLE
           ( JOB-NAME                       CHAR(8)     NOT NULL,
             PARM-NAME                      CHAR(8)     NOT NULL,
             OLD-VALUE                      VARCHAR(16) NOT NULL,
             NEW-VALUE                      VARCHAR(16) NOT NULL,
             CHG-TERM                       CHAR(4)     NOT NULL,
             CHG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM GET-REVIEW-DATE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLSOD ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-QUARTER-END.
           PERFORM WRITE-HEADER.
           IF RETURN-CODE = 0
              PERFORM LIST-DESK-GRANTS.
           IF RETURN-CODE = 0
              PERFORM LIST-UNRESTRICTED-DESKS.
           IF RETURN-CODE = 0
              PERFORM LIST-CONFLICTS.
           IF RETURN-CODE = 0
              PERFORM COUNT-UNATTRIBUTED.
           PERFORM WRITE-REVIEW-TOTALS.
           IF RETURN-CODE = 0 AND CONFLICT-COUNT > 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE DESK-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The quarter is the calendar quarter that holds the card's
      * date -- its first day built here, its last by the database
      * ===============================================================
       GET-REVIEW-DATE.
           OPEN INPUT DATECARD-FILE.
           READ DATECARD-FILE AT END
               MOVE 'EOF' TO WS-DATECARD-SWITCH.
           CLOSE DATECARD-FILE.
           IF END-OF-DATECARD OR DATECARD-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE DATECARD-DATE TO MRBLCAL-RUN-DATE
              CALL 'MRBLCAL' USING MRBLCAL-LINKAGE
              IF NOT MRBLCAL-OK
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE DATECARD-DATE(5:2) TO WS-SOD-MONTH
                 COMPUTE WS-SOD-MONTH-LESS = WS-SOD-MONTH - 1
                 DIVIDE 3 INTO WS-SOD-MONTH-LESS
                     GIVING WS-SOD-QUARTER
                 COMPUTE WS-SOD-QMONTH = WS-SOD-QUARTER * 3 + 1
                 MOVE SPACES TO WS-SOD-FROM
                 STRING DATECARD-DATE(1:4) DELIMITED BY SIZE
                        '-' DELIMITED BY SIZE
                        WS-SOD-QMONTH DELIMITED BY SIZE
                        '-01' DELIMITED BY SIZE
                     INTO WS-SOD-FROM
              END-IF
           END-IF.
      * ===============================================================
       GET-QUARTER-END.
           EXEC SQL
               SELECT CHAR(DATE(:WS-SOD-FROM) + 3 MONTHS - 1 DAY,
                           ISO)
               INTO :WS-SOD-TO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-SOD-TO.
           MOVE WS-SOD-FROM TO OUTPUT-FROM.
           MOVE WS-SOD-TO TO OUTPUT-TO.
      * ===============================================================
      * Every desk with authority rows, its verbs packed twenty to a
      * line, and the manager's sign-off under each
      * ===============================================================
       LIST-DESK-GRANTS.
           MOVE 'ACCESS RECERTIFICATION -- GRANTED VERBS BY DESK'
               TO OUTPUT-SECTION.
           PERFORM WRITE-SECTION-HEADING.
           MOVE GRANT-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-SOD-PREV-DESK.
           MOVE SPACES TO WS-SOD-VERBS.
           MOVE 1 TO WS-SOD-VERB-PTR.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SODAUTH CURSOR FOR
               SELECT TERM-ID, VERB
               FROM EVENT.MARBLES_AUTH
               ORDER BY TERM-ID, VERB
           END-EXEC.
           EXEC SQL
               OPEN C-SODAUTH
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-LIST-GRANT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SODAUTH
           END-EXEC.
           IF WS-SOD-PREV-DESK NOT = SPACES
              PERFORM WRITE-DESK-VERBS
              PERFORM WRITE-SIGNOFF-LINE.
      * ===============================================================
       FETCH-AND-LIST-GRANT.
           EXEC SQL
               FETCH C-SODAUTH
                   INTO :WS-SOD-DESK, :WS-SOD-VERB
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM ADD-GRANTED-VERB.
      * ===============================================================
      * A new desk closes the last one off with its sign-off line; a
      * full line of verbs prints and the desk's list carries on
      * below it
      * ===============================================================
       ADD-GRANTED-VERB.
           IF WS-SOD-DESK NOT = WS-SOD-PREV-DESK
              IF WS-SOD-PREV-DESK NOT = SPACES
                 PERFORM WRITE-DESK-VERBS
                 PERFORM WRITE-SIGNOFF-LINE
              END-IF
              ADD 1 TO DESK-COUNT
              MOVE WS-SOD-DESK TO WS-SOD-PREV-DESK
              MOVE WS-SOD-DESK TO OUTPUT-DESK
           ELSE IF WS-SOD-VERB-PTR > 77
              PERFORM WRITE-DESK-VERBS
           END-IF.
           STRING WS-SOD-VERB DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO WS-SOD-VERBS
               WITH POINTER WS-SOD-VERB-PTR.
      * ===============================================================
       WRITE-DESK-VERBS.
           MOVE WS-SOD-VERBS TO OUTPUT-VERBS.
           MOVE GRANT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO OUTPUT-DESK.
           MOVE SPACES TO WS-SOD-VERBS.
           MOVE 1 TO WS-SOD-VERB-PTR.
      * ===============================================================
       WRITE-SIGNOFF-LINE.
           MOVE SIGNOFF-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * A desk with no authority rows can run every verb; the ones
      * that did any work this quarter go on the list for sign-off
      * like the rest. The batch jobs' own BATC rows are not a desk.
      * ===============================================================
       LIST-UNRESTRICTED-DESKS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SODOPEN CURSOR FOR
               SELECT DISTINCT L.TERM-ID
               FROM EVENT.MARBLES_LOG L
               WHERE DATE(L.LOG-TIMESTAMP)
                         BETWEEN DATE(:WS-SOD-FROM)
                             AND DATE(:WS-SOD-TO)
                 AND L.TERM-ID <> 'BATC'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_AUTH A
                      WHERE A.TERM-ID = L.TERM-ID)
               ORDER BY L.TERM-ID
           END-EXEC.
           EXEC SQL
               OPEN C-SODOPEN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-LIST-OPEN-DESK
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SODOPEN
           END-EXEC.
      * ===============================================================
       FETCH-AND-LIST-OPEN-DESK.
           EXEC SQL
               FETCH C-SODOPEN
                   INTO :WS-SOD-DESK
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              ADD 1 TO DESK-COUNT
              MOVE WS-SOD-DESK TO OUTPUT-DESK
              MOVE 'ALL VERBS -- NO AUTHORITY ROWS, UNRESTRICTED'
                  TO WS-SOD-VERBS
              PERFORM WRITE-DESK-VERBS
              PERFORM WRITE-SIGNOFF-LINE.
      * ===============================================================
      * The three controls, one pass each
      * ===============================================================
       LIST-CONFLICTS.
           MOVE 'SEGREGATION OF DUTIES -- CONFLICTS THIS QUARTER'
               TO OUTPUT-SECTION.
           PERFORM WRITE-SECTION-HEADING.
           MOVE CONFLICT-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM LIST-REQUEST-CONFLICTS.
           IF RETURN-CODE = 0
              PERFORM LIST-ADJUST-CONFLICTS.
           IF RETURN-CODE = 0
              PERFORM LIST-CLOSE-CONFLICTS.
           IF RETURN-CODE = 0 AND CONFLICT-COUNT = 0
              MOVE NO-CONFLICT-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * An approved DEL or INI request whose MRBS execution logged
      * under the desk that queued it -- the approval runs as an
      * audit row on EVENT.MARBLES_LOG after the request time
      * ===============================================================
       LIST-REQUEST-CONFLICTS.
           MOVE 'REQUESTED AND APPROVED DEL/INI' TO OUTPUT-CONF-TYPE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SODREQ CURSOR FOR
               SELECT P.TERM-ID, P.COLOR, P.VERB,
                      MIN(L.LOG-TIMESTAMP)
               FROM EVENT.MARBLES_PENDING P,
                    EVENT.MARBLES_LOG L
               WHERE P.PEND-STATUS = 'A'
                 AND P.VERB IN ('DEL', 'INI')
                 AND L.COLOR = P.COLOR
                 AND L.VERB = P.VERB
                 AND L.TERM-ID = P.TERM-ID
                 AND L.LOG-TIMESTAMP > P.REQ-TIMESTAMP
                 AND DATE(L.LOG-TIMESTAMP)
                         BETWEEN DATE(:WS-SOD-FROM)
                             AND DATE(:WS-SOD-TO)
               GROUP BY P.TERM-ID, P.COLOR, P.VERB
               ORDER BY 1, 2, 3
           END-EXEC.
           EXEC SQL
               OPEN C-SODREQ
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-REQUEST-CONFLICT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SODREQ
           END-EXEC.
      * ===============================================================
       FETCH-REQUEST-CONFLICT.
           EXEC SQL
               FETCH C-SODREQ
                   INTO :WS-SOD-DESK, :WS-SOD-ITEM, :WS-SOD-VERB,
                        :WS-SOD-WHEN
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM WRITE-CONFLICT-LINE.
      * ===============================================================
      * An MRBLADJ approval by a desk that adjusted the same color at
      * the terminal, with a reason code, in the same quarter
      * ===============================================================
       LIST-ADJUST-CONFLICTS.
           MOVE 'POSTED AND APPROVED ADJUSTMENT' TO OUTPUT-CONF-TYPE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SODADJ CURSOR FOR
               SELECT A.APPROVER, A.COLOR, MIN(A.APP-TIMESTAMP)
               FROM EVENT.MARBLES_ADJAPP A
               WHERE A.APPROVER <> ' '
                 AND DATE(A.APP-TIMESTAMP)
                         BETWEEN DATE(:WS-SOD-FROM)
                             AND DATE(:WS-SOD-TO)
                 AND EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_MOVRSN R
                      WHERE R.TERM-ID = A.APPROVER
                        AND R.COLOR = A.COLOR
                        AND DATE(R.RSN-TIMESTAMP)
                                BETWEEN DATE(:WS-SOD-FROM)
                                    AND DATE(:WS-SOD-TO))
               GROUP BY A.APPROVER, A.COLOR
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C-SODADJ
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-ADJUST-CONFLICT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SODADJ
           END-EXEC.
      * ===============================================================
       FETCH-ADJUST-CONFLICT.
           EXEC SQL
               FETCH C-SODADJ
                   INTO :WS-SOD-DESK, :WS-SOD-ITEM, :WS-SOD-WHEN
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 'ADJ' TO WS-SOD-VERB
              PERFORM WRITE-CONFLICT-LINE.
      * ===============================================================
      * A period approved on MRBF by the desk that set it as the
      * MRBLCLS close period on MRBP
      * ===============================================================
       LIST-CLOSE-CONFLICTS.
           MOVE 'CLOSED AND APPROVED PERIOD' TO OUTPUT-CONF-TYPE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SODCLS CURSOR FOR
               SELECT C.APP-BY, C.PERIOD, C.APP-TIMESTAMP
               FROM EVENT.MARBLES_CLSAPP C
               WHERE C.APP-STATUS = 'A'
                 AND C.APP-BY <> ' '
                 AND DATE(C.APP-TIMESTAMP)
                         BETWEEN DATE(:WS-SOD-FROM)
                             AND DATE(:WS-SOD-TO)
                 AND EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_PARMLOG G
                      WHERE G.JOB-NAME = 'MRBLCLS'
                        AND G.PARM-NAME = 'PERIOD'
                        AND G.NEW-VALUE = C.PERIOD
                        AND G.CHG-TERM = C.APP-BY)
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN C-SODCLS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-CLOSE-CONFLICT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SODCLS
           END-EXEC.
      * ===============================================================
       FETCH-CLOSE-CONFLICT.
           EXEC SQL
               FETCH C-SODCLS
                   INTO :WS-SOD-DESK, :WS-SOD-ITEM, :WS-SOD-WHEN
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 'CLS' TO WS-SOD-VERB
              PERFORM WRITE-CONFLICT-LINE.
      * ===============================================================
       WRITE-CONFLICT-LINE.
           ADD 1 TO CONFLICT-COUNT.
           MOVE WS-SOD-DESK TO OUTPUT-CONF-DESK.
           MOVE WS-SOD-ITEM TO OUTPUT-CONF-ITEM.
           MOVE WS-SOD-VERB TO OUTPUT-CONF-VERB.
           MOVE WS-SOD-WHEN(1:19) TO OUTPUT-CONF-WHEN.
           MOVE CONFLICT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The approvals no desk can be tied to: MRBLADJ lines approved
      * with the desk column blank, and approved closes of a period
      * nobody set on MRBP (a close run from its card)
      * ===============================================================
       COUNT-UNATTRIBUTED.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SOD-ADJ-BLIND
               FROM EVENT.MARBLES_ADJAPP
               WHERE APPROVER = ' '
                 AND DATE(APP-TIMESTAMP)
                         BETWEEN DATE(:WS-SOD-FROM)
                             AND DATE(:WS-SOD-TO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SOD-CLS-BLIND
               FROM EVENT.MARBLES_CLSAPP C
               WHERE C.APP-STATUS = 'A'
                 AND DATE(C.APP-TIMESTAMP)
                         BETWEEN DATE(:WS-SOD-FROM)
                             AND DATE(:WS-SOD-TO)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_PARMLOG G
                      WHERE G.JOB-NAME = 'MRBLCLS'
                        AND G.PARM-NAME = 'PERIOD'
                        AND G.NEW-VALUE = C.PERIOD)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-REVIEW-TOTALS.
           MOVE DESK-COUNT TO OUTPUT-DESKS.
           MOVE CONFLICT-COUNT TO OUTPUT-CONFLICTS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-SOD-ADJ-BLIND TO OUTPUT-ADJ-BLIND.
           MOVE WS-SOD-CLS-BLIND TO OUTPUT-CLS-BLIND.
           MOVE BLIND-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-SECTION-HEADING.
           MOVE 3 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SECTION-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * Write the line already in OUTPUT-LINE, starting a new page
      * when this one is full
      * ===============================================================
       WRITE-PRINT-LINE.
           IF NEW-PAGE
              MOVE OUTPUT-LINE TO WS-HOLD-LINE
              PERFORM WRITE-HEADER
              MOVE WS-HOLD-LINE TO OUTPUT-LINE
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * Page header, then the quarter under review
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES ACCESS REVIEW       ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE QUARTER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
