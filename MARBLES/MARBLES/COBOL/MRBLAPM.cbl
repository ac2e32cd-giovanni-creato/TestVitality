      * anything else lands on the exception side -- NO PO LINE,
      * COLOR MISMATCH, NO RECEIPT, QTY MISMATCH, or PRICE MISMATCH
      * -- for a person to chase before a penny moves. The summary
      * prints both counts and the approved amount total. Each
      * exception is also kept on EVENT.MARBLES_APEXC, dated, so the
      * supplier scorecard (MRBLSPS) can count a supplier's price
      * mismatches; an invoice line presented again replaces its
      * earlier row rather than counting twice. Approved lines are
      * kept the same way on EVENT.MARBLES_APMATCH, dated, with the
      * quantity and price cleared -- the month-end accrual report
      * (MRBLGRN) reads them to see which receipts are still waiting
      * on a supplier's invoice.
      *
      * Once the invoices are matched, open debit memos for goods
      * returned to the vendor (EVENT.MARBLES_DBMEMO, raised by
      * MRBLRTV) are taken off the payment to every supplier with an
      * invoice approved today: each prints as a deduction and is
      * marked deducted ('D'), dated. A memo for a supplier with
      * nothing approved waits for their next payment. A re-run the
      * same day prints the day's deductions again without taking
      * them twice, and the summary closes with the net payable --
      * approved amount less deductions.
      *
      * The invoice file is pre-checked through FAPASM01 before any
      * line is matched: a missing or unreadable file refuses the
      * run with return code 16, and an empty one, or one older than
      * WS-INVIN-MAX-AGE days (last night's invoices again), with
      * return code 8 -- so a short file never half-fills the
      * payment-approval report.
      *
      * The invoice file opens with the sender's header (see
      * COPYBOOK/MRBLIFRC.cpy), checked with the MRBLIFR inbound-file
      * registry before any line is read: a file already processed
      * is refused with return code 8, a headerless one with 16,
      * and a skipped sequence number ends the run with at least 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLAPM.
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  APPROVED-COUNT    PIC 9(5) VALUE 0.
           02  EXCEPTION-COUNT   PIC 9(5) VALUE 0.
           02  APPROVED-AMOUNT   PIC 9(13) VALUE 0.
           02  DEDUCTED-COUNT    PIC 9(5) VALUE 0.
           02  DEDUCTED-AMOUNT   PIC 9(13) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Dataset pre-check linkage (see COPYBOOK/FAPCHK.cpy)
      * ===============================================================
       COPY FAPCHK.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * the invoice file header is checked against the files
      * already taken before a line is processed
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-INFILE-WORK.
           02  WS-INFILE-GAP      PIC 9 VALUE 0.
           02  WS-INFILE-SAVED-RC PIC S9(4) COMP VALUE 0.
       01  WS-MATCH-WORK.
           02  WS-INVIN-MAX-AGE  PIC 9(3) VALUE 1.
           02  WS-APM-PO-NO      PIC S9(9) COMP.
           02  WS-APM-LINE-NO    PIC S9(9) COMP.
           02  WS-APM-COLOR      PIC X(10).
           02  WS-APM-COST       PIC S9(5) COMP-3.
           02  WS-APM-REF-COUNT  PIC S9(4) COMP-3.
           02  WS-APM-AMOUNT     PIC S9(11) COMP-3.
           02  WS-APM-QTY        PIC S9(9) COMP.
           02  WS-APM-PRICE      PIC S9(5) COMP-3.
           02  WS-APM-LINE-FOUND PIC 9 VALUE 0.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  WS-MEMO-WORK.
           02  WS-APM-MEMO-NO    PIC S9(9) COMP.
           02  WS-APM-SUPPLIER   PIC X(10).
           02  WS-APM-MEMO-AMT   PIC S9(11) COMP-3.
           02  WS-APM-NET        PIC S9(13) COMP-3.
       01  APPROVED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'APPROVED: '.
               'APPROVED AMOUNT: '.
           02  OUTPUT-APPROVED-AMT   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(64).
       01  DEDUCTION-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'DEBIT MEMO: '.
           02  DED-OUTPUT-MEMO-NO    PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'SUPPLIER: '.
           02  DED-OUTPUT-SUPPLIER   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  DED-OUTPUT-PO-NO      PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'DEDUCT: '.
           02  DED-OUTPUT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(44).
       01  NET-PAYABLE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(13) VALUE 'DEBIT MEMOS: '.
           02  OUTPUT-DEDUCTED       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'DEDUCTED: '.
           02  OUTPUT-DEDUCTED-AMT   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'NET PAYABLE: '.
           02  OUTPUT-NET-PAYABLE    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(48).
      * ===============================================================
      * Map SQL tables this match reads
      * ===============================================================
             QUANTITY                       INTEGER     NOT NULL,
             POST-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL invoice-exception table (one row per exception line
      * with a PO to charge it to)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_APEXC TABLE
           ( INVOICE-NO                     VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             EXC-REASON                     CHAR(14)    NOT NULL,
             EXC-DATE                       DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL approved-invoice table (one row per approved invoice
      * line, the quantity it cleared against the PO line's receipts)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_APMATCH TABLE
           ( INVOICE-NO                     VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             MATCH-DATE                     DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_PO TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-STATUS                      CHAR(1)     NOT NULL,
             ORDER-DATE                     DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL debit-memo table (MEMO-STATUS 'O' open, 'D' deducted
      * here on DEDUCT-DATE, 'C' withdrawn by a supplier credit)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_DBMEMO TABLE
           ( MEMO-NO                        INTEGER     NOT NULL,
             RTV-NO                         INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             MEMO-AMOUNT                    DECIMAL(11,0) NOT NULL,
             MEMO-DATE                      DATE        NOT NULL,
             MEMO-STATUS                    CHAR(1)     NOT NULL,
             DEDUCT-DATE                    DATE        NOT NULL,
             MEMO-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM CHECK-INVOICE-INPUT.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN INPUT  INVOICE-FILE
                OUTPUT REPORT-FILE.
           PERFORM CHECK-INVOICE-HEADER.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              CLOSE INVOICE-FILE
                    REPORT-FILE
              GOBACK.
           PERFORM GET-INVOICE-RECORD.
           PERFORM MATCH-AND-READ
              UNTIL END-OF-FILE.
           PERFORM APPLY-DEBIT-MEMOS.
           PERFORM WRITE-SUMMARY-LINE.
           PERFORM RECORD-INVOICE-FILE-END.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE APPROVED-COUNT TO MRBLRUN-RECORDS.
           CLOSE INVOICE-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Pre-check the invoice file before any line is matched. The
      * CALL hands back the check status as the return code; the
      * run's own return code is set here from the status. The file
      * always opens with the sender's header record, so a file of
      * one record has no invoices behind it and is refused as empty
      * too.
      * ===============================================================
       CHECK-INVOICE-INPUT.
           MOVE 'DD  ' TO FAPCHK-ACTION.
           MOVE 'INVIN' TO FAPCHK-DATASET.
           MOVE WS-INVIN-MAX-AGE TO FAPCHK-MAX-AGE-DAYS.
           CALL 'FAPASM01' USING FAPCHK-ACTION
                                 FAPCHK-DATASET
                                 FAPCHK-RESULT.
           MOVE 0 TO RETURN-CODE.
           IF FAPCHK-MISSING
              DISPLAY 'MRBLAPM: INVOICE FILE INVIN MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-UNREADABLE OR FAPCHK-BAD-ACTION
              DISPLAY 'MRBLAPM: INVOICE FILE INVIN UNREADABLE'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-STALE
              DISPLAY 'MRBLAPM: INVOICE FILE INVIN STALE, '
                      'CREATED ' FAPCHK-CREATE-DATE
              MOVE 8 TO RETURN-CODE
           ELSE IF FAPCHK-EMPTY
              OR (FAPCHK-OK AND FAPCHK-RECORD-COUNT < 2)
              DISPLAY 'MRBLAPM: INVOICE FILE INVIN EMPTY'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
      * The first record is the sender's header, not data: the
      * registry refuses a file already processed (unless an
      * operator has recorded a reprocess with MRBG RPR) and one
      * with no header at all, and flags a skipped sequence number.
      * The CALL hands back its own return code; the run's is set
      * here from the registry's answer.
      * ===============================================================
       CHECK-INVOICE-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           READ INVOICE-FILE INTO MRBLIFR-HEADER AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           MOVE 'C' TO MRBLIFR-FUNCTION.
           MOVE 'MRBLAPM ' TO MRBLIFR-JOB-NAME.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE 0 TO RETURN-CODE.
           IF MRBLIFR-NO-HEADER
              DISPLAY 'MRBLAPM: INVOICE FILE HAS NO HEADER'
              MOVE 16 TO RETURN-CODE
           ELSE IF MRBLIFR-FAILED
              DISPLAY 'MRBLAPM: INBOUND FILE REGISTRY UNAVAILABLE'
              MOVE 12 TO RETURN-CODE
           ELSE IF MRBLIFR-DUPLICATE
              DISPLAY 'MRBLAPM: INVOICE FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ' ALREADY PROCESSED'
              MOVE 8 TO RETURN-CODE
           ELSE IF MRBLIFR-SEQ-GAP
              DISPLAY 'MRBLAPM: INVOICE FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ', EXPECTED '
                      MRBLIFR-EXPECTED-SEQ
              MOVE 1 TO WS-INFILE-GAP
           ELSE IF MRBLIFR-REPROCESS
              DISPLAY 'MRBLAPM: INVOICE FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ
                      ' REPROCESSED ON OVERRIDE'.
      * ===============================================================
      * Complete the registry row with what was processed; a gap
      * in the sender's sequence ends the run with at least 4
      * ===============================================================
       RECORD-INVOICE-FILE-END.
           MOVE RETURN-CODE TO WS-INFILE-SAVED-RC.
           MOVE 'E' TO MRBLIFR-FUNCTION.
           COMPUTE MRBLIFR-RECORDS =
               APPROVED-COUNT + EXCEPTION-COUNT.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE WS-INFILE-SAVED-RC TO RETURN-CODE.
           IF WS-INFILE-GAP = 1 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       GET-INVOICE-RECORD.
           READ INVOICE-FILE AT END
           ADD WS-APM-AMOUNT TO APPROVED-AMOUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           PERFORM RECORD-APPROVAL.
      * ===============================================================
      * Keep the approved line, replacing any earlier approval of the
      * same invoice line so a re-run never clears a receipt twice
      * ===============================================================
       RECORD-APPROVAL.
           MOVE INVOICE-PO-NO TO WS-APM-PO-NO.
           MOVE INVOICE-LINE-NO TO WS-APM-LINE-NO.
           MOVE INVOICE-QTY TO WS-APM-QTY.
           MOVE INVOICE-PRICE TO WS-APM-PRICE.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_APMATCH
               WHERE INVOICE-NO = :INVOICE-NO
                 AND PO-NO = :WS-APM-PO-NO
                 AND LINE-NO = :WS-APM-LINE-NO
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_APMATCH
                  VALUES (:INVOICE-NO, :WS-APM-PO-NO,
                          :WS-APM-LINE-NO, :INVOICE-COLOR,
                          :WS-APM-QTY, :WS-APM-PRICE, CURRENT DATE)
              END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-EXCEPTION-LINE.
           IF NEW-PAGE
           ADD 1 TO EXCEPTION-COUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF INVOICE-PO-NO IS NUMERIC
                 AND INVOICE-LINE-NO IS NUMERIC
                 AND EXC-OUTPUT-REASON NOT = 'DB ERROR      '
              PERFORM RECORD-EXCEPTION.
      * ===============================================================
       RECORD-EXCEPTION.
           MOVE INVOICE-PO-NO TO WS-APM-PO-NO.
           MOVE INVOICE-LINE-NO TO WS-APM-LINE-NO.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_APEXC
               WHERE INVOICE-NO = :INVOICE-NO
                 AND PO-NO = :WS-APM-PO-NO
                 AND LINE-NO = :WS-APM-LINE-NO
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_APEXC
                  VALUES (:INVOICE-NO, :WS-APM-PO-NO,
                          :WS-APM-LINE-NO, :INVOICE-COLOR,
                          :EXC-OUTPUT-REASON, CURRENT DATE)
              END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Debit memos to take off today's payments: open ones for a
      * supplier with an invoice approved today, plus any this run
      * or an earlier one today already deducted, so a re-run
      * reprints them instead of losing them
      * ===============================================================
       APPLY-DEBIT-MEMOS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-DBMEMO CURSOR FOR
               SELECT D.MEMO-NO, D.SUPPLIER, D.PO-NO, D.MEMO-AMOUNT
               FROM EVENT.MARBLES_DBMEMO D
               WHERE (D.MEMO-STATUS = 'O'
                      OR (D.MEMO-STATUS = 'D'
                          AND D.DEDUCT-DATE = CURRENT DATE))
                 AND EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_APMATCH A
                      INNER JOIN EVENT.MARBLES_PO P
                          ON P.PO-NO = A.PO-NO
                      WHERE P.SUPPLIER = D.SUPPLIER
                        AND A.MATCH-DATE = CURRENT DATE)
               ORDER BY D.SUPPLIER, D.MEMO-NO
           END-EXEC.
           EXEC SQL
               OPEN C-DBMEMO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-DEDUCT-MEMO
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-DBMEMO
           END-EXEC.
      * ===============================================================
       FETCH-AND-DEDUCT-MEMO.
           EXEC SQL
               FETCH C-DBMEMO
                   INTO :WS-APM-MEMO-NO, :WS-APM-SUPPLIER,
                        :WS-APM-PO-NO, :WS-APM-MEMO-AMT
           END-EXEC.
           IF SQLCODE = 0
              PERFORM WRITE-DEDUCTION-LINE
              PERFORM MARK-MEMO-DEDUCTED
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
       WRITE-DEDUCTION-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-APM-MEMO-NO TO DED-OUTPUT-MEMO-NO.
           MOVE WS-APM-SUPPLIER TO DED-OUTPUT-SUPPLIER.
           MOVE WS-APM-PO-NO TO DED-OUTPUT-PO-NO.
           MOVE WS-APM-MEMO-AMT TO DED-OUTPUT-AMOUNT.
           MOVE DEDUCTION-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO DEDUCTED-COUNT.
           ADD WS-APM-MEMO-AMT TO DEDUCTED-AMOUNT.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * An already-deducted memo matches nothing here, which is fine
      * ===============================================================
       MARK-MEMO-DEDUCTED.
           EXEC SQL
               UPDATE EVENT.MARBLES_DBMEMO
               SET MEMO-STATUS = 'D',
                   DEDUCT-DATE = CURRENT DATE
               WHERE MEMO-NO = :WS-APM-MEMO-NO
                 AND MEMO-STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           IF PAGE-COUNT = 0
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           COMPUTE WS-APM-NET = APPROVED-AMOUNT - DEDUCTED-AMOUNT.
           MOVE DEDUCTED-COUNT TO OUTPUT-DEDUCTED.
           MOVE DEDUCTED-AMOUNT TO OUTPUT-DEDUCTED-AMT.
           MOVE WS-APM-NET TO OUTPUT-NET-PAYABLE.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE NET-PAYABLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
