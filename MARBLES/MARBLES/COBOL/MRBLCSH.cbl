      * ===============================================================
      * Cash application against the receivables open-item ledger.
      * MRBLINV opens an item on EVENT.MARBLES_ARITEM for every
      * invoice; until now nobody could say which of them had been
      * paid without a call to the bank. This batch reads the bank's
      * daily remittance file (U-T-REMIT). The file opens with the
      * bank's header (see COPYBOOK/MRBLIFRC.cpy), checked with the
      * MRBLIFR inbound-file registry before any payment is read: a
      * file already processed is refused with return code 8 -- a
      * resent file would otherwise take every partial payment off
      * its invoice a second time -- a headerless one with 16, and
      * a skipped sequence number ends the run with at least 4.
      * Then one record per payment:
      *
      *   cols  1-10  customer number (as the payer quoted it)
      *   cols 11-18  invoice number the payment is for
      *   cols 19-29  amount paid
      *   cols 30-37  payment date     YYYYMMDD
      *   cols 38-49  bank reference
      *
      * Each payment matches by invoice number. A match takes the
      * payment off the item's open amount (the item closes 'P' at
      * zero) and records the application on EVENT.MARBLES_ARCASH.
      * Anything that can't be applied cleanly goes to suspense --
      * EVENT.MARBLES_ARSUSP, where it stays open until someone
      * works it -- with its reason: BAD INVOICE NO, NO SUCH INVOICE,
      * CUSTOMER MISMATCH, ALREADY PAID, BAD PAYMENT DATE, or the
      * excess of an OVERPAYMENT (the invoice itself still closes).
      * Every payment prints as APPLIED or SUSPENSE; the summary
      * prints counts and amounts both ways against the file total
      * so the cashier can tick it to the bank statement. Any
      * suspense ends the run with return code 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLCSH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN U-T-REMIT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REMIT-RECORD.
         01 REMIT-RECORD.
           02 REMIT-CUST-NO      PIC X(10).
           02 REMIT-INVOICE-NO   PIC X(8).
           02 REMIT-AMOUNT       PIC 9(11).
           02 REMIT-PAY-DATE     PIC X(8).
           02 REMIT-BANK-REF     PIC X(12).
           02 FILLER             PIC X(31).
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
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  READ-COUNT        PIC 9(5) VALUE 0.
           02  APPLIED-COUNT     PIC 9(5) VALUE 0.
           02  SUSPENSE-COUNT    PIC 9(5) VALUE 0.
           02  FILE-AMOUNT       PIC 9(13) VALUE 0.
           02  APPLIED-AMOUNT    PIC 9(13) VALUE 0.
           02  SUSPENSE-AMOUNT   PIC 9(13) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * the remittance file header is checked against the files
      * already taken before a payment is applied
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-INFILE-WORK.
           02  WS-INFILE-GAP      PIC 9 VALUE 0.
           02  WS-INFILE-SAVED-RC PIC S9(4) COMP VALUE 0.
       01  WS-CASH-WORK.
           02  WS-CSH-INVOICE-TEXT PIC X(8).
           02  WS-CSH-INVOICE-9  PIC 9(8).
           02  WS-CSH-INVOICE-NO PIC S9(9) COMP.
           02  WS-CSH-PAY-DATE   PIC X(10).
           02  WS-CSH-AMOUNT     PIC S9(11) COMP-3.
           02  WS-CSH-APPLY      PIC S9(11) COMP-3.
           02  WS-CSH-EXCESS     PIC S9(11) COMP-3.
           02  WS-CSH-ITEM-CUST  PIC X(10).
           02  WS-CSH-OPEN       PIC S9(11) COMP-3.
           02  WS-CSH-STATUS     PIC X(1).
           02  WS-CSH-REASON     PIC X(20).
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  APPLIED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(9)  VALUE 'APPLIED: '.
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'INVOICE: '.
           02  OUTPUT-INVOICE-NO     PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-BANK-REF       PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'STILL DUE '.
           02  OUTPUT-OPEN-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(21).
       01  SUSPENSE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'SUSPENSE: '.
           02  SUS-OUTPUT-CUST-NO    PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'INVOICE: '.
           02  SUS-OUTPUT-INVOICE-NO PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  SUS-OUTPUT-BANK-REF   PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  SUS-OUTPUT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  SUS-OUTPUT-REASON     PIC X(20).
           02  FILLER                PIC X(24).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'PAYMENTS:  '.
           02  OUTPUT-READ-COUNT     PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'FILE TOTAL: '.
           02  OUTPUT-FILE-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(78).
       01  SUMMARY-SPLIT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'APPLIED:   '.
           02  OUTPUT-APPLIED-COUNT  PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-APPLIED-AMT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'SUSPENSE:  '.
           02  OUTPUT-SUSPENSE-COUNT PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'AMOUNT: '.
           02  OUTPUT-SUSPENSE-AMT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(34).
      * ===============================================================
      * Map SQL receivables tables -- the open-item ledger MRBLINV
      * feeds, the record of every applied payment, and the suspense
      * list of payments nobody could apply
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ARITEM TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             ITEM-TYPE                      CHAR(1)     NOT NULL,
             ITEM-NO                        INTEGER     NOT NULL,
             ITEM-DATE                      DATE        NOT NULL,
             ITEM-AMOUNT                    DECIMAL(11,0) NOT NULL,
             OPEN-AMOUNT                    DECIMAL(11,0) NOT NULL,
             ITEM-STATUS                    CHAR(1)     NOT NULL,
             ITEM-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ARCASH TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             ITEM-NO                        INTEGER     NOT NULL,
             APPLIED-AMOUNT                 DECIMAL(11,0) NOT NULL,
             PAY-DATE                       DATE        NOT NULL,
             BANK-REF                       VARCHAR(12) NOT NULL,
             CASH-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ARSUSP TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             INVOICE-REF                    CHAR(8)     NOT NULL,
             AMOUNT                         DECIMAL(11,0) NOT NULL,
             PAY-DATE                       VARCHAR(10) NOT NULL,
             BANK-REF                       VARCHAR(12) NOT NULL,
             SUSP-REASON                    VARCHAR(20) NOT NULL,
             SUSP-STATUS                    CHAR(1)     NOT NULL,
             SUSP-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLCSH ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  REMIT-FILE
                OUTPUT REPORT-FILE.
           PERFORM CHECK-REMIT-HEADER.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              CLOSE REMIT-FILE
                    REPORT-FILE
              GOBACK.
           PERFORM WRITE-HEADER.
           PERFORM GET-REMIT-RECORD.
           PERFORM APPLY-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY-LINES.
           IF SUSPENSE-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           PERFORM RECORD-REMIT-FILE-END.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE READ-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REMIT-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The first record is the bank's header, not a payment: the
      * registry refuses a file already processed (unless an
      * operator has recorded a reprocess with MRBG RPR) and one
      * with no header at all, and flags a skipped sequence number.
      * The CALL hands back its own return code; the run's is set
      * here from the registry's answer.
      * ===============================================================
       CHECK-REMIT-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           READ REMIT-FILE INTO MRBLIFR-HEADER AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           MOVE 'C' TO MRBLIFR-FUNCTION.
           MOVE 'MRBLCSH ' TO MRBLIFR-JOB-NAME.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE 0 TO RETURN-CODE.
           IF MRBLIFR-NO-HEADER
              DISPLAY 'MRBLCSH: REMITTANCE FILE HAS NO HEADER'
              MOVE 16 TO RETURN-CODE
           ELSE IF MRBLIFR-FAILED
              DISPLAY 'MRBLCSH: INBOUND FILE REGISTRY UNAVAILABLE'
              MOVE 12 TO RETURN-CODE
           ELSE IF MRBLIFR-DUPLICATE
              DISPLAY 'MRBLCSH: REMITTANCE FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ' ALREADY PROCESSED'
              MOVE 8 TO RETURN-CODE
           ELSE IF MRBLIFR-SEQ-GAP
              DISPLAY 'MRBLCSH: REMITTANCE FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ', EXPECTED '
                      MRBLIFR-EXPECTED-SEQ
              MOVE 1 TO WS-INFILE-GAP
           ELSE IF MRBLIFR-REPROCESS
              DISPLAY 'MRBLCSH: REMITTANCE FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ
                      ' REPROCESSED ON OVERRIDE'.
      * ===============================================================
      * Complete the registry row with the payments read; a gap in
      * the bank's sequence ends the run with at least 4
      * ===============================================================
       RECORD-REMIT-FILE-END.
           MOVE RETURN-CODE TO WS-INFILE-SAVED-RC.
           MOVE 'E' TO MRBLIFR-FUNCTION.
           MOVE READ-COUNT TO MRBLIFR-RECORDS.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE WS-INFILE-SAVED-RC TO RETURN-CODE.
           IF WS-INFILE-GAP = 1 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       GET-REMIT-RECORD.
           READ REMIT-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       APPLY-AND-READ.
           PERFORM APPLY-ONE-PAYMENT.
           PERFORM GET-REMIT-RECORD.
      * ===============================================================
      * Edit the payment, find its invoice, and either apply it or
      * send it to suspense with the reason
      * ===============================================================
       APPLY-ONE-PAYMENT.
           ADD 1 TO READ-COUNT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE 0 TO WS-CSH-AMOUNT.
           IF REMIT-AMOUNT IS NUMERIC
              MOVE REMIT-AMOUNT TO WS-CSH-AMOUNT
              ADD REMIT-AMOUNT TO FILE-AMOUNT.
           MOVE REMIT-PAY-DATE TO WS-CSH-PAY-DATE.
           MOVE REMIT-INVOICE-NO TO WS-CSH-INVOICE-TEXT.
           INSPECT WS-CSH-INVOICE-TEXT
               REPLACING LEADING SPACE BY ZERO.
           IF WS-CSH-INVOICE-TEXT IS NOT NUMERIC
              OR REMIT-AMOUNT IS NOT NUMERIC
              MOVE 'BAD INVOICE NO      ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE IF REMIT-PAY-DATE IS NOT NUMERIC
              MOVE 'BAD PAYMENT DATE    ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE
              MOVE WS-CSH-INVOICE-TEXT TO WS-CSH-INVOICE-9
              MOVE WS-CSH-INVOICE-9 TO WS-CSH-INVOICE-NO
              MOVE SPACES TO WS-CSH-PAY-DATE
              STRING REMIT-PAY-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     REMIT-PAY-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     REMIT-PAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-CSH-PAY-DATE
              PERFORM MATCH-INVOICE
           END-IF.
      * ===============================================================
      * The invoice's ledger item, held for the update -- a blank
      * customer on the remittance trusts the invoice number alone
      * ===============================================================
       MATCH-INVOICE.
           EXEC SQL
               SELECT CUST-NO, OPEN-AMOUNT, ITEM-STATUS
                   INTO :WS-CSH-ITEM-CUST, :WS-CSH-OPEN,
                        :WS-CSH-STATUS
               FROM EVENT.MARBLES_ARITEM
               WHERE ITEM-TYPE = 'I'
                 AND ITEM-NO = :WS-CSH-INVOICE-NO
               FOR UPDATE OF OPEN-AMOUNT
           END-EXEC
           IF SQLCODE = 100
              MOVE 'NO SUCH INVOICE     ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR            ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE IF REMIT-CUST-NO NOT = SPACES
                   AND REMIT-CUST-NO NOT = WS-CSH-ITEM-CUST
              MOVE 'CUSTOMER MISMATCH   ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE IF WS-CSH-STATUS NOT = 'O' OR WS-CSH-OPEN NOT > 0
              MOVE 'ALREADY PAID        ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE
              PERFORM APPLY-TO-INVOICE
           END-IF.
      * ===============================================================
      * Apply up to the open amount; an overpayment closes the item
      * and its excess goes to suspense for a refund or a credit
      * ===============================================================
       APPLY-TO-INVOICE.
           MOVE 0 TO WS-CSH-EXCESS.
           IF WS-CSH-AMOUNT > WS-CSH-OPEN
              COMPUTE WS-CSH-EXCESS = WS-CSH-AMOUNT - WS-CSH-OPEN
              MOVE WS-CSH-OPEN TO WS-CSH-APPLY
           ELSE
              MOVE WS-CSH-AMOUNT TO WS-CSH-APPLY.
           SUBTRACT WS-CSH-APPLY FROM WS-CSH-OPEN.
           IF WS-CSH-OPEN = 0
              MOVE 'P' TO WS-CSH-STATUS.
           EXEC SQL
               UPDATE EVENT.MARBLES_ARITEM
               SET OPEN-AMOUNT = :WS-CSH-OPEN,
                   ITEM-STATUS = :WS-CSH-STATUS
               WHERE ITEM-TYPE = 'I'
                 AND ITEM-NO = :WS-CSH-INVOICE-NO
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ARCASH
                  VALUES (:WS-CSH-ITEM-CUST, :WS-CSH-INVOICE-NO,
                          :WS-CSH-APPLY, :WS-CSH-PAY-DATE,
                          :REMIT-BANK-REF, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR            ' TO WS-CSH-REASON
              PERFORM WRITE-SUSPENSE
           ELSE
              ADD 1 TO APPLIED-COUNT
              ADD WS-CSH-APPLY TO APPLIED-AMOUNT
              PERFORM WRITE-APPLIED-LINE
              IF WS-CSH-EXCESS > 0
                 MOVE WS-CSH-EXCESS TO WS-CSH-AMOUNT
                 MOVE 'OVERPAYMENT         ' TO WS-CSH-REASON
                 PERFORM WRITE-SUSPENSE
              END-IF
           END-IF.
      * ===============================================================
      * One suspense item: recorded open on EVENT.MARBLES_ARSUSP with
      * the payment as the bank sent it, and printed with its reason
      * ===============================================================
       WRITE-SUSPENSE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_ARSUSP
               VALUES (:REMIT-CUST-NO, :REMIT-INVOICE-NO,
                       :WS-CSH-AMOUNT, :REMIT-PAY-DATE,
                       :REMIT-BANK-REF, :WS-CSH-REASON, 'O',
                       CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           ADD 1 TO SUSPENSE-COUNT.
           ADD WS-CSH-AMOUNT TO SUSPENSE-AMOUNT.
           PERFORM WRITE-SUSPENSE-LINE.
      * ===============================================================
       WRITE-APPLIED-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-CSH-ITEM-CUST TO OUTPUT-CUST-NO.
           MOVE REMIT-INVOICE-NO TO OUTPUT-INVOICE-NO.
           MOVE REMIT-BANK-REF TO OUTPUT-BANK-REF.
           MOVE WS-CSH-APPLY TO OUTPUT-AMOUNT.
           MOVE WS-CSH-OPEN TO OUTPUT-OPEN-AMOUNT.
           MOVE APPLIED-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SUSPENSE-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE REMIT-CUST-NO TO SUS-OUTPUT-CUST-NO.
           MOVE REMIT-INVOICE-NO TO SUS-OUTPUT-INVOICE-NO.
           MOVE REMIT-BANK-REF TO SUS-OUTPUT-BANK-REF.
           MOVE WS-CSH-AMOUNT TO SUS-OUTPUT-AMOUNT.
           MOVE WS-CSH-REASON TO SUS-OUTPUT-REASON.
           MOVE SUSPENSE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The file total against what applied and what went to
      * suspense -- an overpayment counts on both sides, so the two
      * amounts always add back to the file total
      * ===============================================================
       WRITE-SUMMARY-LINES.
           MOVE READ-COUNT TO OUTPUT-READ-COUNT.
           MOVE FILE-AMOUNT TO OUTPUT-FILE-AMOUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE APPLIED-COUNT TO OUTPUT-APPLIED-COUNT.
           MOVE APPLIED-AMOUNT TO OUTPUT-APPLIED-AMT.
           MOVE SUSPENSE-COUNT TO OUTPUT-SUSPENSE-COUNT.
           MOVE SUSPENSE-AMOUNT TO OUTPUT-SUSPENSE-AMT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-SPLIT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES CASH APPLICATION    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
