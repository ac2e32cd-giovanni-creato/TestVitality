      * ===============================================================
      * Monthly customer returns report. For the period (the
      * governed PERIOD parameter, else the U-T-PARM card, YYYYMM)
      * it sets the marbles invoiced in the month against the
      * marbles that came back on MRBU returns received in the
      * month, and prints the return rate twice over: once by color
      * -- the glass that keeps coming back -- and once by customer
      * -- the accounts that keep sending it. Beside each rate sit
      * the credit memos accepted in the month, so the rate and
      * what it cost are read together.
      *
      * Returns are counted when the glass is received (rejected
      * returns included -- the glass still came back); credits
      * when the return was accepted. A color or customer with
      * returns but no invoicing in the month prints its returns
      * with no rate rather than a divide by zero.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRTR.
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
           02  ROW-COUNT         PIC 9(5) VALUE 0.
           02  RECORD-COUNT      PIC 9(7) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * governed table answers first; the job's own card is only
      * the fallback while the table rolls out
      * ===============================================================
       COPY MRBLPRMC.
       01  WS-RETURNS-WORK.
           02  WS-RTR-PERIOD     PIC X(6).
           02  WS-RTR-PERIOD-9   PIC 9(6).
           02  WS-RTR-PERIOD-NUM PIC S9(9) COMP.
           02  WS-RTR-KEY        PIC X(10).
           02  WS-RTR-SHIPPED    PIC S9(9) COMP.
           02  WS-RTR-RETURNED   PIC S9(9) COMP.
           02  WS-RTR-CREDIT     PIC S9(11) COMP-3.
           02  WS-RTR-RATE       PIC S9(5)V9 COMP-3.
           02  WS-RTR-TOT-SHIPPED  PIC S9(11) COMP-3 VALUE 0.
           02  WS-RTR-TOT-RETURNED PIC S9(11) COMP-3 VALUE 0.
           02  WS-RTR-TOT-CREDIT   PIC S9(13) COMP-3 VALUE 0.
       01  SECTION-LINE.
           02  FILLER                PIC X(5).
           02  SECTION-OUTPUT-TEXT   PIC X(30).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'PERIOD: '.
           02  SECTION-OUTPUT-PERIOD PIC X(6).
           02  FILLER                PIC X(80).
       01  RETURNS-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-KEY            PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'INVOICED: '.
           02  OUTPUT-SHIPPED        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RETURNED: '.
           02  OUTPUT-RETURNED       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'RATE: '.
           02  OUTPUT-RATE           PIC ZZZZ9.9.
           02  OUTPUT-RATE-X REDEFINES OUTPUT-RATE PIC X(7).
           02  FILLER                PIC X(1)  VALUE '%'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'CREDITED: '.
           02  OUTPUT-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(25).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'TOTAL     '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'INVOICED: '.
           02  OUTPUT-TOT-SHIPPED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RETURNED: '.
           02  OUTPUT-TOT-RETURNED   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'RATE: '.
           02  OUTPUT-TOT-RATE       PIC ZZZZ9.9.
           02  OUTPUT-TOT-RATE-X REDEFINES OUTPUT-TOT-RATE PIC X(7).
           02  FILLER                PIC X(1)  VALUE '%'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'CREDITED: '.
           02  OUTPUT-TOT-CREDIT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(25).
      * ===============================================================
      * Map SQL tables this report reads -- invoices (see MRBLINV.cbl)
      * and return authorizations (see MRBLRMA.cbl)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_INVOICE TABLE
           ( INVOICE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             INVOICE-DATE                   DATE        NOT NULL,
             INVOICE-AMOUNT                 DECIMAL(11,0) NOT NULL,
             INV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_INVLINE TABLE
           ( INVOICE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             UNIT-PRICE                     DECIMAL(5,0) NOT NULL,
             LINE-AMOUNT                    DECIMAL(11,0) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RMA TABLE
           ( RMA-NO                         INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             AUTH-QTY                       INTEGER     NOT NULL,
             RCV-QTY                        INTEGER     NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             CREDIT-AMOUNT                  DECIMAL(11,0) NOT NULL,
             RMA-STATUS                     CHAR(1)     NOT NULL,
             OPEN-DATE                      DATE        NOT NULL,
             RCV-DATE                       DATE        NOT NULL,
             DISP-DATE                      DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RMA-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-PERIOD-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLRTR ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADER.
           PERFORM REPORT-BY-COLOR.
           IF RETURN-CODE = 0
              PERFORM REPORT-BY-CUSTOMER.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE RECORD-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The period comes off the governed parameter table first, as
      * MRBLCLS takes it, and off the card only where no row covers
      * it -- a missing or non-numeric card fails the run (RC 16)
      * ===============================================================
       READ-PERIOD-CARD.
           MOVE 'MRBLRTR ' TO MRBLPRM-JOB-NAME.
           MOVE 'PERIOD  ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:6) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:6) TO WS-RTR-PERIOD
              MOVE WS-RTR-PERIOD TO WS-RTR-PERIOD-9
              MOVE WS-RTR-PERIOD-9 TO WS-RTR-PERIOD-NUM
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF END-OF-PARM OR PARM-PERIOD IS NOT NUMERIC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE PARM-PERIOD TO WS-RTR-PERIOD
                 MOVE PARM-PERIOD TO WS-RTR-PERIOD-9
                 MOVE WS-RTR-PERIOD-9 TO WS-RTR-PERIOD-NUM
              END-IF
           END-IF.
      * ===============================================================
      * Invoiced quantity, received-return quantity, and accepted
      * credit for the month, each by color, folded into one row
      * per color
      * ===============================================================
       REPORT-BY-COLOR.
           MOVE 'RETURNS BY COLOR' TO SECTION-OUTPUT-TEXT.
           MOVE 2 TO LINE-SPACING.
           PERFORM WRITE-SECTION-LINE.
           EXEC SQL
               DECLARE C-RTRCLR CURSOR FOR
               SELECT K.KEY-VALUE, SUM(K.SHIP-QTY), SUM(K.RTN-QTY),
                      SUM(K.CRD-AMT)
               FROM (SELECT I.COLOR, I.QUANTITY, 0, 0
                     FROM EVENT.MARBLES_INVLINE I,
                          EVENT.MARBLES_INVOICE H
                     WHERE H.INVOICE-NO = I.INVOICE-NO
                       AND YEAR(H.INVOICE-DATE) * 100
                           + MONTH(H.INVOICE-DATE) = :WS-RTR-PERIOD-NUM
                     UNION ALL
                     SELECT R.COLOR, 0, R.RCV-QTY, 0
                     FROM EVENT.MARBLES_RMA R
                     WHERE R.RMA-STATUS IN ('R','A','X')
                       AND R.RCV-QTY > 0
                       AND YEAR(R.RCV-DATE) * 100
                           + MONTH(R.RCV-DATE) = :WS-RTR-PERIOD-NUM
                     UNION ALL
                     SELECT R.COLOR, 0, 0, R.CREDIT-AMOUNT
                     FROM EVENT.MARBLES_RMA R
                     WHERE R.RMA-STATUS = 'A'
                       AND YEAR(R.DISP-DATE) * 100
                           + MONTH(R.DISP-DATE) = :WS-RTR-PERIOD-NUM)
                    AS K (KEY-VALUE, SHIP-QTY, RTN-QTY, CRD-AMT)
               GROUP BY K.KEY-VALUE
               ORDER BY K.KEY-VALUE
           END-EXEC.
           MOVE SPACES TO CURSOR-SWITCH.
           MOVE 0 TO ROW-COUNT.
           EXEC SQL
               OPEN C-RTRCLR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-COLOR-ROW
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-RTRCLR
           END-EXEC.
           PERFORM WRITE-SECTION-TOTAL.
      * ===============================================================
       FETCH-COLOR-ROW.
           EXEC SQL
               FETCH C-RTRCLR
                   INTO :WS-RTR-KEY, :WS-RTR-SHIPPED,
                        :WS-RTR-RETURNED, :WS-RTR-CREDIT
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-RETURNS-LINE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * The same three measures by the invoice's and the return's
      * customer
      * ===============================================================
       REPORT-BY-CUSTOMER.
           MOVE 'RETURNS BY CUSTOMER' TO SECTION-OUTPUT-TEXT.
           MOVE 2 TO LINE-SPACING.
           PERFORM WRITE-SECTION-LINE.
           EXEC SQL
               DECLARE C-RTRCUS CURSOR FOR
               SELECT K.KEY-VALUE, SUM(K.SHIP-QTY), SUM(K.RTN-QTY),
                      SUM(K.CRD-AMT)
               FROM (SELECT H.CUST-NO, I.QUANTITY, 0, 0
                     FROM EVENT.MARBLES_INVLINE I,
                          EVENT.MARBLES_INVOICE H
                     WHERE H.INVOICE-NO = I.INVOICE-NO
                       AND YEAR(H.INVOICE-DATE) * 100
                           + MONTH(H.INVOICE-DATE) = :WS-RTR-PERIOD-NUM
                     UNION ALL
                     SELECT R.CUST-NO, 0, R.RCV-QTY, 0
                     FROM EVENT.MARBLES_RMA R
                     WHERE R.RMA-STATUS IN ('R','A','X')
                       AND R.RCV-QTY > 0
                       AND YEAR(R.RCV-DATE) * 100
                           + MONTH(R.RCV-DATE) = :WS-RTR-PERIOD-NUM
                     UNION ALL
                     SELECT R.CUST-NO, 0, 0, R.CREDIT-AMOUNT
                     FROM EVENT.MARBLES_RMA R
                     WHERE R.RMA-STATUS = 'A'
                       AND YEAR(R.DISP-DATE) * 100
                           + MONTH(R.DISP-DATE) = :WS-RTR-PERIOD-NUM)
                    AS K (KEY-VALUE, SHIP-QTY, RTN-QTY, CRD-AMT)
               GROUP BY K.KEY-VALUE
               ORDER BY K.KEY-VALUE
           END-EXEC.
           MOVE SPACES TO CURSOR-SWITCH.
           MOVE 0 TO ROW-COUNT.
           EXEC SQL
               OPEN C-RTRCUS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-CUSTOMER-ROW
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-RTRCUS
           END-EXEC.
           PERFORM WRITE-SECTION-TOTAL.
      * ===============================================================
       FETCH-CUSTOMER-ROW.
           EXEC SQL
               FETCH C-RTRCUS
                   INTO :WS-RTR-KEY, :WS-RTR-SHIPPED,
                        :WS-RTR-RETURNED, :WS-RTR-CREDIT
           END-EXEC
           IF SQLCODE = 0
              PERFORM WRITE-RETURNS-LINE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * One color or customer -- the rate is returned over invoiced,
      * as a percentage; nothing invoiced in the month means no rate
      * ===============================================================
       WRITE-RETURNS-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO ROW-COUNT.
           ADD 1 TO RECORD-COUNT.
           IF WS-RTR-KEY = SPACES
              MOVE '(NONE)' TO OUTPUT-KEY
           ELSE
              MOVE WS-RTR-KEY TO OUTPUT-KEY.
           MOVE WS-RTR-SHIPPED TO OUTPUT-SHIPPED.
           MOVE WS-RTR-RETURNED TO OUTPUT-RETURNED.
           IF WS-RTR-SHIPPED > 0
              COMPUTE WS-RTR-RATE ROUNDED =
                  WS-RTR-RETURNED * 100 / WS-RTR-SHIPPED
              MOVE WS-RTR-RATE TO OUTPUT-RATE
           ELSE
              MOVE '    N/A' TO OUTPUT-RATE-X.
           MOVE WS-RTR-CREDIT TO OUTPUT-CREDIT.
           ADD WS-RTR-SHIPPED TO WS-RTR-TOT-SHIPPED.
           ADD WS-RTR-RETURNED TO WS-RTR-TOT-RETURNED.
           ADD WS-RTR-CREDIT TO WS-RTR-TOT-CREDIT.
           MOVE RETURNS-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SECTION-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-RTR-PERIOD TO SECTION-OUTPUT-PERIOD.
           MOVE SECTION-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * The section's totals, then cleared for the next section
      * ===============================================================
       WRITE-SECTION-TOTAL.
           IF ROW-COUNT = 0
              MOVE LINE-SPACING TO CARRIAGE-CONTROL
              MOVE 'NO INVOICING OR RETURNS IN THE PERIOD'
                  TO OUTPUT-LINE
              WRITE OUTPUT-RECORD
              ADD 1 TO LINES-WRITTEN
           ELSE
              MOVE WS-RTR-TOT-SHIPPED TO OUTPUT-TOT-SHIPPED
              MOVE WS-RTR-TOT-RETURNED TO OUTPUT-TOT-RETURNED
              IF WS-RTR-TOT-SHIPPED > 0
                 COMPUTE WS-RTR-RATE ROUNDED =
                     WS-RTR-TOT-RETURNED * 100 / WS-RTR-TOT-SHIPPED
                 MOVE WS-RTR-RATE TO OUTPUT-TOT-RATE
              ELSE
                 MOVE '    N/A' TO OUTPUT-TOT-RATE-X
              END-IF
              MOVE WS-RTR-TOT-CREDIT TO OUTPUT-TOT-CREDIT
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL
              MOVE TOTAL-LINE TO OUTPUT-LINE
              WRITE OUTPUT-RECORD
              ADD 1 TO LINES-WRITTEN
           END-IF.
           MOVE 0 TO WS-RTR-TOT-SHIPPED.
           MOVE 0 TO WS-RTR-TOT-RETURNED.
           MOVE 0 TO WS-RTR-TOT-CREDIT.
           MOVE 1 TO LINE-SPACING.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES CUSTOMER RETURNS    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
