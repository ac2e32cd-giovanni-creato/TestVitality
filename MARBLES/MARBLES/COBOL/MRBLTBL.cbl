      * ===============================================================
      * Inventory sub-ledger balances and the monthly trial balance.
      * MRBLGLJ sends the ledger a journal every period and MRBLGLS
      * records what the ledger did with each line, but nothing on
      * our side kept a running balance of INVENTRY, RECACCR,
      * COSTGOODS and the rest -- finance rebuilt them by hand. This
      * batch keeps them. Driven by the period (YYYYMM) -- the run
      * parameters first, else the U-T-PARM card -- it:
      *
      *   - refuses the period (RC 8) until MRBLGLS has recorded at
      *     least one of its journal lines as posted
      *   - rebuilds the period's rows on EVENT.MARBLES_ACCTBAL, one
      *     per account: the opening balance is the closing balance
      *     of the latest earlier period on the table, and the
      *     debits and credits are the period's POSTED journal lines
      *     only (rejected lines count once their correction posts)
      *   - prints opening, debits, credits and closing per account,
      *     balances carried debit-positive, with a total line that
      *     is flagged when the debits and credits disagree
      *   - checks the INVENTRY closing balance against the closing
      *     inventory value (every color's closing quantity off
      *     EVENT.MARBLES_PERIOD at its UNIT-COST, less the consigned
      *     stock a supplier still owns, which INVENTRY never
      *     carries) and prints the difference. Stock on a transfer
      *     truck sits in INTRANSIT but is still in the color's
      *     count, so the ledger side of the check is INVENTRY plus
      *     INTRANSIT.
      *
      * A rerun replaces the period's rows, so run it again once the
      * corrections MRBLGLS re-extracted have posted -- and rerun
      * any later period after it, since each opens on the one
      * before. Rejected lines still awaiting a posted correction
      * are counted on the report; they, an unbalanced total, or an
      * inventory difference end the run with return code 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLTBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-PERIOD        PIC X(6).
           02 FILLER             PIC X(74).
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
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  ACCOUNT-COUNT     PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * governed table answers first; the job's own card is only
      * the fallback while the table rolls out
      * ===============================================================
       COPY MRBLPRMC.
       01  WS-BALANCE-WORK.
           02  WS-TBL-PERIOD     PIC X(6).
           02  WS-TBL-PRIOR      PIC X(6).
           02  WS-TBL-ACCOUNT    PIC X(9).
           02  WS-TBL-OPENING    PIC S9(13) COMP-3.
           02  WS-TBL-DEBITS     PIC S9(13) COMP-3.
           02  WS-TBL-CREDITS    PIC S9(13) COMP-3.
           02  WS-TBL-CLOSING    PIC S9(13) COMP-3.
           02  WS-TBL-POSTED     PIC S9(9) COMP.
           02  WS-TBL-PENDING    PIC S9(9) COMP.
           02  WS-TBL-VST-COLORS PIC S9(9) COMP.
           02  WS-TBL-VST-VALUE  PIC S9(13) COMP-3.
           02  WS-TBL-LEDGER-INV PIC S9(13) COMP-3 VALUE 0.
           02  WS-TBL-INV-DIFF   PIC S9(13) COMP-3.
           02  WS-TBL-EXCEPTION  PIC X(1).
           02  WS-HOLD-LINE      PIC X(132).
       01  WS-BALANCE-TOTALS.
           02  WS-TOT-OPENING    PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-DEBITS     PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-CREDITS    PIC S9(15) COMP-3 VALUE 0.
           02  WS-TOT-CLOSING    PIC S9(15) COMP-3 VALUE 0.
       01  PERIOD-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(21) VALUE
               'TRIAL BALANCE PERIOD '.
           02  OUTPUT-PERIOD         PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'OPENING FROM '.
           02  OUTPUT-PRIOR          PIC X(6).
           02  FILLER                PIC X(78).
       01  BALANCE-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'ACCOUNT'.
           02  FILLER                PIC X(19) VALUE
               '            OPENING'.
           02  FILLER                PIC X(21) VALUE
               '               DEBITS'.
           02  FILLER                PIC X(21) VALUE
               '              CREDITS'.
           02  FILLER                PIC X(22) VALUE
               '               CLOSING'.
           02  FILLER                PIC X(32).
       01  BALANCE-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-ACCOUNT        PIC X(9).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-OPENING        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CLOSING        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(32).
       01  BALANCE-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'TOTAL'.
           02  OUTPUT-TOT-OPENING    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TOT-DEBITS     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TOT-CREDITS    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TOT-CLOSING    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TOT-FLAG       PIC X(12).
           02  FILLER                PIC X(17).
       01  INVENTORY-CHECK-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(17) VALUE
               'INVENTRY LEDGER: '.
           02  OUTPUT-LEDGER-INV     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'VALUATION: '.
           02  OUTPUT-VST-VALUE      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'DIFFERENCE: '.
           02  OUTPUT-INV-DIFF       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-INV-FLAG       PIC X(10).
           02  FILLER                PIC X(11).
       01  PENDING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(36) VALUE
               'REJECTED LINES AWAITING CORRECTION: '.
           02  OUTPUT-PENDING        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(84).
       01  NOT-POSTED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(42) VALUE
               'NO POSTED JOURNAL LINES ON FILE - PERIOD: '.
           02  NP-OUTPUT-PERIOD      PIC X(6).
           02  FILLER                PIC X(79).
      * ===============================================================
      * Map SQL tables this batch reads: the ledger's returned status
      * per journal line (written by MRBLGLS), the period close
      * (written by MRBLCLS), and the marbles master for cost
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_GLSTAT TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             DR-CR                          CHAR(2)     NOT NULL,
             ACCOUNT                        CHAR(9)     NOT NULL,
             AMOUNT                         DECIMAL(11,0) NOT NULL,
             POST-STATUS                    CHAR(1)     NOT NULL,
             GL-REASON                      VARCHAR(20) NOT NULL,
             STAT-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PERIOD TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             OPENING-QTY                    INTEGER     NOT NULL,
             IN-QTY                         INTEGER     NOT NULL,
             OUT-QTY                        INTEGER     NOT NULL,
             NET-QTY                        INTEGER     NOT NULL,
             CLOSING-QTY                    INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             INVENTORY                      INTEGER NOT NULL,
             REORDER-POINT                  INTEGER NOT NULL,
             BIN-LOCATION                   VARCHAR(10) NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             DESCRIPTION                    VARCHAR(18) NOT NULL,
             MIN-LEVEL                      INTEGER NOT NULL,
             MAX-LEVEL                      INTEGER NOT NULL,
             LAST-UPDATED                   TIMESTAMP NOT NULL,
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL account-balance table -- one row per GL account per
      * period, written here; balances are debit-positive
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ACCTBAL TABLE
           ( PERIOD                         CHAR(6)     NOT NULL,
             ACCOUNT                        CHAR(9)     NOT NULL,
             OPENING-BALANCE                DECIMAL(13,0) NOT NULL,
             DEBIT-TOTAL                    DECIMAL(13,0) NOT NULL,
             CREDIT-TOTAL                   DECIMAL(13,0) NOT NULL,
             CLOSING-BALANCE                DECIMAL(13,0) NOT NULL,
             BAL-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL lots and their consignment owner -- supplier-owned
      * stock comes out of the inventory value the ledger is checked
      * against
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-RUN-PARAMETERS.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLTBL ' TO MRBLRUN-JOB-NAME.
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
           MOVE 'N' TO WS-TBL-EXCEPTION.
           MOVE WS-TBL-PERIOD TO OUTPUT-PERIOD.
           PERFORM CHECK-PERIOD-POSTED.
           IF RETURN-CODE = 0
              PERFORM CLEAR-PERIOD-ROWS.
           IF RETURN-CODE = 0
              PERFORM FIND-OPENING-PERIOD.
           IF RETURN-CODE = 0
              PERFORM WRITE-HEADER
              PERFORM BALANCE-ALL-ACCOUNTS
              PERFORM WRITE-TOTAL-LINE
              PERFORM CHECK-INVENTORY-VALUE
              PERFORM WRITE-PENDING-LINE.
           IF RETURN-CODE = 0 AND WS-TBL-EXCEPTION = 'Y'
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE ACCOUNT-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Period: the governed parameter table answers first; the card
      * only stands in when no row covers it
      * ===============================================================
       READ-RUN-PARAMETERS.
           MOVE 'MRBLTBL ' TO MRBLPRM-JOB-NAME.
           MOVE 'PERIOD  ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-TBL-PERIOD
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF END-OF-PARM OR PARM-PERIOD IS NOT NUMERIC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE PARM-PERIOD TO WS-TBL-PERIOD
              END-IF
           END-IF.
      * ===============================================================
      * The ledger must have taken the period's journal before its
      * balances mean anything -- a period MRBLGLS has no posted
      * line for says so on a one-line report (RC 8). Rejected lines
      * with no later posted correction are counted for the report.
      * ===============================================================
       CHECK-PERIOD-POSTED.
           MOVE 0 TO WS-TBL-POSTED.
           MOVE 0 TO WS-TBL-PENDING.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TBL-POSTED
               FROM EVENT.MARBLES_GLSTAT
               WHERE PERIOD = :WS-TBL-PERIOD
                 AND POST-STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-TBL-POSTED = 0
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-NOT-POSTED-LINE
           ELSE
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-TBL-PENDING
                  FROM EVENT.MARBLES_GLSTAT R
                  WHERE R.PERIOD = :WS-TBL-PERIOD
                    AND R.POST-STATUS = 'R'
                    AND NOT EXISTS
                        (SELECT 1 FROM EVENT.MARBLES_GLSTAT P
                         WHERE P.PERIOD = R.PERIOD
                           AND P.COLOR = R.COLOR
                           AND P.VERB = R.VERB
                           AND P.DR-CR = R.DR-CR
                           AND P.ACCOUNT = R.ACCOUNT
                           AND P.AMOUNT = R.AMOUNT
                           AND P.POST-STATUS = 'P'
                           AND P.STAT-TIMESTAMP > R.STAT-TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * A rerun starts the period over
      * ===============================================================
       CLEAR-PERIOD-ROWS.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_ACCTBAL
               WHERE PERIOD = :WS-TBL-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Balances open where the latest earlier period closed; the
      * first period on the table opens at zero
      * ===============================================================
       FIND-OPENING-PERIOD.
           MOVE SPACES TO WS-TBL-PRIOR.
           EXEC SQL
               SELECT COALESCE(MAX(PERIOD), ' ')
                   INTO :WS-TBL-PRIOR
               FROM EVENT.MARBLES_ACCTBAL
               WHERE PERIOD < :WS-TBL-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
           IF WS-TBL-PRIOR = SPACES
              MOVE 'NONE  ' TO OUTPUT-PRIOR
           ELSE
              MOVE WS-TBL-PRIOR TO OUTPUT-PRIOR.
      * ===============================================================
      * Every account that carried a balance in or moved during the
      * period: last closing plus the posted debits and credits
      * ===============================================================
       BALANCE-ALL-ACCOUNTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-ACCTBAL CURSOR FOR
               SELECT X.ACCOUNT, SUM(X.OPENING),
                      SUM(X.DEBITS), SUM(X.CREDITS)
               FROM (SELECT B.ACCOUNT AS ACCOUNT,
                            B.CLOSING-BALANCE AS OPENING,
                            0 AS DEBITS, 0 AS CREDITS
                     FROM EVENT.MARBLES_ACCTBAL B
                     WHERE B.PERIOD = :WS-TBL-PRIOR
                     UNION ALL
                     SELECT S.ACCOUNT, 0,
                            CASE WHEN S.DR-CR = 'DR'
                                 THEN S.AMOUNT ELSE 0 END,
                            CASE WHEN S.DR-CR = 'CR'
                                 THEN S.AMOUNT ELSE 0 END
                     FROM EVENT.MARBLES_GLSTAT S
                     WHERE S.PERIOD = :WS-TBL-PERIOD
                       AND S.POST-STATUS = 'P') X
               GROUP BY X.ACCOUNT
               ORDER BY X.ACCOUNT
           END-EXEC.
           EXEC SQL
               OPEN C-ACCTBAL
           END-EXEC.
           PERFORM FETCH-ACCOUNT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-ACCTBAL
           END-EXEC.
      * ===============================================================
       FETCH-ACCOUNT.
           EXEC SQL
               FETCH C-ACCTBAL
                   INTO :WS-TBL-ACCOUNT, :WS-TBL-OPENING,
                        :WS-TBL-DEBITS, :WS-TBL-CREDITS
           END-EXEC
           IF SQLCODE = 0
              PERFORM BALANCE-ONE-ACCOUNT
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One account's row and line; the stock accounts' closing is
      * kept for the valuation check
      * ===============================================================
       BALANCE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNT-COUNT.
           COMPUTE WS-TBL-CLOSING = WS-TBL-OPENING
               + WS-TBL-DEBITS - WS-TBL-CREDITS.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_ACCTBAL
               VALUES (
                     :WS-TBL-PERIOD,
                     :WS-TBL-ACCOUNT,
                     :WS-TBL-OPENING,
                     :WS-TBL-DEBITS,
                     :WS-TBL-CREDITS,
                     :WS-TBL-CLOSING,
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           IF WS-TBL-ACCOUNT = 'INVENTRY ' OR 'INTRANSIT'
              ADD WS-TBL-CLOSING TO WS-TBL-LEDGER-INV.
           ADD WS-TBL-OPENING TO WS-TOT-OPENING.
           ADD WS-TBL-DEBITS TO WS-TOT-DEBITS.
           ADD WS-TBL-CREDITS TO WS-TOT-CREDITS.
           ADD WS-TBL-CLOSING TO WS-TOT-CLOSING.
           MOVE WS-TBL-ACCOUNT TO OUTPUT-ACCOUNT.
           MOVE WS-TBL-OPENING TO OUTPUT-OPENING.
           MOVE WS-TBL-DEBITS TO OUTPUT-DEBITS.
           MOVE WS-TBL-CREDITS TO OUTPUT-CREDITS.
           MOVE WS-TBL-CLOSING TO OUTPUT-CLOSING.
           MOVE BALANCE-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Every journal pair balances, so the debits must equal the
      * credits and the balances must net to zero
      * ===============================================================
       WRITE-TOTAL-LINE.
           MOVE WS-TOT-OPENING TO OUTPUT-TOT-OPENING.
           MOVE WS-TOT-DEBITS TO OUTPUT-TOT-DEBITS.
           MOVE WS-TOT-CREDITS TO OUTPUT-TOT-CREDITS.
           MOVE WS-TOT-CLOSING TO OUTPUT-TOT-CLOSING.
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                 OR WS-TOT-CLOSING NOT = 0
              MOVE 'Y' TO WS-TBL-EXCEPTION
              MOVE 'OUT OF BAL' TO OUTPUT-TOT-FLAG
           ELSE
              MOVE SPACES TO OUTPUT-TOT-FLAG.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE BALANCE-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * The sub-ledger against the stock: the closing value is every
      * color's closing quantity from the period close at the
      * color's UNIT-COST (vanished colors at zero), less the
      * consigned stock still on hand -- supplier-owned lots, active
      * or held, which MRBLGLJ never journals into INVENTRY. As in
      * MRBLVAL, consigned stock above the closing leaves nothing
      * owned rather than a negative value. A period the close never
      * wrote is flagged NOT CLOSED.
      * ===============================================================
       CHECK-INVENTORY-VALUE.
           MOVE 0 TO WS-TBL-VST-COLORS.
           MOVE 0 TO WS-TBL-VST-VALUE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                        CASE WHEN P.CLOSING-QTY > COALESCE(K.CSG-QTY, 0)
                             THEN P.CLOSING-QTY - COALESCE(K.CSG-QTY, 0)
                             ELSE 0 END
                        * COALESCE(M.UNIT-COST, 0)), 0)
                   INTO :WS-TBL-VST-COLORS, :WS-TBL-VST-VALUE
               FROM EVENT.MARBLES_PERIOD P
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = P.COLOR
               LEFT OUTER JOIN
                   (SELECT L.COLOR, SUM(L.QTY-REMAINING) AS CSG-QTY
                    FROM EVENT.MARBLES_LOT L
                    INNER JOIN EVENT.MARBLES_CONSIGN S
                        ON S.COLOR = L.COLOR
                       AND S.LOT-ID = L.LOT-ID
                    WHERE L.LOT-STATUS IN ('A', 'Q')
                    GROUP BY L.COLOR) K
                   ON K.COLOR = P.COLOR
               WHERE P.PERIOD = :WS-TBL-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
           COMPUTE WS-TBL-INV-DIFF =
               WS-TBL-LEDGER-INV - WS-TBL-VST-VALUE.
           MOVE WS-TBL-LEDGER-INV TO OUTPUT-LEDGER-INV.
           MOVE WS-TBL-VST-VALUE TO OUTPUT-VST-VALUE.
           MOVE WS-TBL-INV-DIFF TO OUTPUT-INV-DIFF.
           IF WS-TBL-VST-COLORS = 0
              MOVE 'Y' TO WS-TBL-EXCEPTION
              MOVE 'NOT CLOSED' TO OUTPUT-INV-FLAG
           ELSE IF WS-TBL-INV-DIFF NOT = 0
              MOVE 'Y' TO WS-TBL-EXCEPTION
              MOVE 'DIFFERENCE' TO OUTPUT-INV-FLAG
           ELSE
              MOVE SPACES TO OUTPUT-INV-FLAG.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE INVENTORY-CHECK-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-PENDING-LINE.
           IF WS-TBL-PENDING > 0
              MOVE 'Y' TO WS-TBL-EXCEPTION
              MOVE WS-TBL-PENDING TO OUTPUT-PENDING
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL
              MOVE PENDING-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-NOT-POSTED-LINE.
           MOVE SPACES TO OUTPUT-PRIOR.
           PERFORM WRITE-HEADER.
           MOVE WS-TBL-PERIOD TO NP-OUTPUT-PERIOD.
           MOVE NOT-POSTED-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
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
      * Page header, then the period and where its balances opened,
      * and the column heading
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES TRIAL BALANCE       ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE PERIOD-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE BALANCE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
