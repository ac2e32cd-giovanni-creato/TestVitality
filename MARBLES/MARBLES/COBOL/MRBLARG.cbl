      * ===============================================================
      * Aged receivables by customer. Every item still open on the
      * open-item ledger (EVENT.MARBLES_ARITEM -- invoices MRBLINV
      * opened, less whatever MRBLCSH has applied against them) is
      * aged from its item date to the as-of date on the date card
      * (U-T-DATECRD, YYYYMMDD, vetted by MRBLCAL like every other
      * dated run) and its open amount falls into one of four
      * buckets: CURRENT (0-30 days), 31-60, 61-90, and OVER 90.
      * One line per customer with any open balance, largest
      * balance first so collections starts at the top, then a
      * grand total line. The bucket sums are done by DB2 in one
      * grouped pass, the same DAYS() arithmetic MRBLXAG ages
      * exceptions with. Credit items carry negative open amounts
      * and net within the customer's buckets.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLARG.
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
           02  CUSTOMER-COUNT    PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-DATECARD-SWITCH    PIC X(3).
           88  END-OF-DATECARD   VALUE 'EOF'.
      * ===============================================================
      * Business-calendar linkage (see COPYBOOK/MRBLCALL.cpy) -- the
      * as-of date comes off the date card and is vetted against
      * the shared calendar instead of trusted raw
      * ===============================================================
       COPY MRBLCALL.
       01  WS-AGING-WORK.
           02  WS-AGE-ASOF       PIC X(10).
           02  WS-AGE-CUST       PIC X(10).
           02  WS-AGE-NAME       PIC X(20).
           02  WS-AGE-CURRENT    PIC S9(11) COMP-3.
           02  WS-AGE-31-60      PIC S9(11) COMP-3.
           02  WS-AGE-61-90      PIC S9(11) COMP-3.
           02  WS-AGE-OVER-90    PIC S9(11) COMP-3.
           02  WS-AGE-TOTAL      PIC S9(11) COMP-3.
           02  WS-AGE-SUM-CURRENT PIC S9(13) COMP-3 VALUE 0.
           02  WS-AGE-SUM-31-60  PIC S9(13) COMP-3 VALUE 0.
           02  WS-AGE-SUM-61-90  PIC S9(13) COMP-3 VALUE 0.
           02  WS-AGE-SUM-OVER-90 PIC S9(13) COMP-3 VALUE 0.
           02  WS-AGE-SUM-TOTAL  PIC S9(13) COMP-3 VALUE 0.
       01  COLUMN-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'CUSTOMER    '.
           02  FILLER                PIC X(22) VALUE 'NAME'.
           02  FILLER                PIC X(16) VALUE '         CURRENT'.
           02  FILLER                PIC X(16) VALUE '           31-60'.
           02  FILLER                PIC X(16) VALUE '           61-90'.
           02  FILLER                PIC X(16) VALUE '         OVER 90'.
           02  FILLER                PIC X(16) VALUE '      TOTAL OPEN'.
           02  FILLER                PIC X(13).
       01  AGING-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-CUST-NAME      PIC X(20).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-CURRENT        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-31-60          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-61-90          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-OVER-90        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-TOTAL          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(14).
       01  AGING-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE 'TOTAL CUSTOMERS '.
           02  OUTPUT-CUSTOMER-COUNT PIC ZZ,ZZ9.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  OUTPUT-SUM-CURRENT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  OUTPUT-SUM-31-60      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  OUTPUT-SUM-61-90      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  OUTPUT-SUM-OVER-90    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  OUTPUT-SUM-TOTAL      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(13).
      * ===============================================================
      * Map SQL receivables and customer tables
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
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM GET-ASOF-DATE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLARG ' TO MRBLRUN-JOB-NAME.
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
           PERFORM WRITE-HEADER.
           PERFORM AGE-OPEN-ITEMS.
           PERFORM WRITE-AGING-TOTALS.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE CUSTOMER-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Read the date card and vet it against the business calendar
      * -- a card the calendar contradicts stops the run (RC 16)
      * ===============================================================
       GET-ASOF-DATE.
           OPEN INPUT DATECARD-FILE.
           READ DATECARD-FILE AT END
               MOVE 'EOF' TO WS-DATECARD-SWITCH.
           CLOSE DATECARD-FILE.
           IF END-OF-DATECARD OR DATECARD-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-AGE-ASOF
              STRING DATECARD-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-AGE-ASOF
              MOVE DATECARD-DATE TO MRBLCAL-RUN-DATE
              CALL 'MRBLCAL' USING MRBLCAL-LINKAGE
              IF NOT MRBLCAL-OK
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * One grouped pass: each customer's open items summed into the
      * four age buckets by days between item date and as-of date
      * ===============================================================
       AGE-OPEN-ITEMS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-ARAGE CURSOR FOR
               SELECT A.CUST-NO,
                      COALESCE(MAX(C.CUST-NAME), ' '),
                      SUM(CASE WHEN DAYS(DATE(:WS-AGE-ASOF))
                                  - DAYS(A.ITEM-DATE) <= 30
                               THEN A.OPEN-AMOUNT ELSE 0 END),
                      SUM(CASE WHEN DAYS(DATE(:WS-AGE-ASOF))
                                  - DAYS(A.ITEM-DATE) BETWEEN 31
                                                          AND 60
                               THEN A.OPEN-AMOUNT ELSE 0 END),
                      SUM(CASE WHEN DAYS(DATE(:WS-AGE-ASOF))
                                  - DAYS(A.ITEM-DATE) BETWEEN 61
                                                          AND 90
                               THEN A.OPEN-AMOUNT ELSE 0 END),
                      SUM(CASE WHEN DAYS(DATE(:WS-AGE-ASOF))
                                  - DAYS(A.ITEM-DATE) > 90
                               THEN A.OPEN-AMOUNT ELSE 0 END),
                      SUM(A.OPEN-AMOUNT)
               FROM EVENT.MARBLES_ARITEM A
                    LEFT OUTER JOIN EVENT.MARBLES_CUSTOMER C
                    ON C.CUST-NO = A.CUST-NO
               WHERE A.ITEM-STATUS = 'O'
               GROUP BY A.CUST-NO
               ORDER BY 7 DESC, 1
           END-EXEC.
           EXEC SQL
               OPEN C-ARAGE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-PRINT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-ARAGE
           END-EXEC.
      * ===============================================================
       FETCH-AND-PRINT.
           EXEC SQL
               FETCH C-ARAGE
               INTO :WS-AGE-CUST, :WS-AGE-NAME, :WS-AGE-CURRENT,
                    :WS-AGE-31-60, :WS-AGE-61-90, :WS-AGE-OVER-90,
                    :WS-AGE-TOTAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              ADD 1 TO CUSTOMER-COUNT
              ADD WS-AGE-CURRENT TO WS-AGE-SUM-CURRENT
              ADD WS-AGE-31-60 TO WS-AGE-SUM-31-60
              ADD WS-AGE-61-90 TO WS-AGE-SUM-61-90
              ADD WS-AGE-OVER-90 TO WS-AGE-SUM-OVER-90
              ADD WS-AGE-TOTAL TO WS-AGE-SUM-TOTAL
              PERFORM WRITE-AGING-LINE
           END-IF.
      * ===============================================================
       WRITE-AGING-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-AGE-CUST TO OUTPUT-CUST-NO.
           MOVE WS-AGE-NAME TO OUTPUT-CUST-NAME.
           MOVE WS-AGE-CURRENT TO OUTPUT-CURRENT.
           MOVE WS-AGE-31-60 TO OUTPUT-31-60.
           MOVE WS-AGE-61-90 TO OUTPUT-61-90.
           MOVE WS-AGE-OVER-90 TO OUTPUT-OVER-90.
           MOVE WS-AGE-TOTAL TO OUTPUT-TOTAL.
           MOVE AGING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-AGING-TOTALS.
           MOVE CUSTOMER-COUNT TO OUTPUT-CUSTOMER-COUNT.
           MOVE WS-AGE-SUM-CURRENT TO OUTPUT-SUM-CURRENT.
           MOVE WS-AGE-SUM-31-60 TO OUTPUT-SUM-31-60.
           MOVE WS-AGE-SUM-61-90 TO OUTPUT-SUM-61-90.
           MOVE WS-AGE-SUM-OVER-90 TO OUTPUT-SUM-OVER-90.
           MOVE WS-AGE-SUM-TOTAL TO OUTPUT-SUM-TOTAL.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE AGING-TOTAL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES AGED RECEIVABLES    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE 0 TO LINES-WRITTEN.
