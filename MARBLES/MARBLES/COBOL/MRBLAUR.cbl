      * ===============================================================
      * Auditor test-count sample -- results. Loads the auditors'
      * counts against the sample MRBLAUS drew and reports the
      * outcome. Driven by a card (U-T-PARM):
      *
      *   cols  1- 8  sample date                        YYYYMMDD
      *
      * and the counts keyed off the returned sheets (U-T-AUDCNT):
      *
      *   cols  1- 5  item number from the sheet
      *   cols  6-10  quantity the auditors counted
      *
      * Each count is written onto its EVENT.MARBLES_AUDSMP item
      * ('C'); a count for an item not in the sample, or one that is
      * not numeric, is listed and skipped. Keying a corrected deck
      * and rerunning replaces the earlier counts.
      *
      * The report shows every sampled item with its book and
      * counted quantity and value at cost, then:
      *
      *   - the error rate -- items whose count differs from book,
      *     over the items counted
      *   - the known misstatement -- the actual book-less-counted
      *     value on key items and on drawn bins worth an interval
      *     or more, which stand for themselves
      *   - the projected misstatement -- each other drawn bin's
      *     error as a fraction of its book value (its tainting)
      *     times the sampling interval, summed
      *   - the total against the population value
      *
      * Overstatement (book above count) is positive. Items still
      * uncounted are listed, left out of the figures, and end the
      * run with return code 4, as do rejected counts.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLAUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT COUNT-FILE ASSIGN U-T-AUDCNT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-SMP-DATE      PIC X(8).
           02 FILLER             PIC X(72).
       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COUNT-RECORD.
         01 COUNT-RECORD.
           02 COUNT-ITEM         PIC X(5).
           02 COUNT-ITEM-9 REDEFINES COUNT-ITEM PIC 9(5).
           02 COUNT-QTY          PIC X(5).
           02 COUNT-QTY-9 REDEFINES COUNT-QTY PIC 9(5).
           02 FILLER             PIC X(70).
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
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  LOADED-COUNT      PIC 9(5) VALUE 0.
           02  REJECTED-COUNT    PIC 9(5) VALUE 0.
           02  COUNTED-COUNT     PIC 9(5) VALUE 0.
           02  ERROR-COUNT       PIC 9(5) VALUE 0.
           02  UNCOUNTED-COUNT   PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-RESULT-WORK.
           02  WS-AUR-DATE       PIC X(8).
           02  WS-AUR-ITEM-NUM   PIC S9(9) COMP.
           02  WS-AUR-AUDIT-QTY  PIC S9(9) COMP.
           02  WS-AUR-LOCATION   PIC X(10).
           02  WS-AUR-COLOR      PIC X(10).
           02  WS-AUR-TYPE       PIC X(1).
               88  WS-AUR-KEY-ITEM   VALUE 'K'.
           02  WS-AUR-STATUS     PIC X(1).
               88  WS-AUR-COUNTED    VALUE 'C'.
           02  WS-AUR-BOOK-QTY   PIC S9(9) COMP.
           02  WS-AUR-UNIT-COST  PIC S9(5) COMP-3.
           02  WS-AUR-POP-VALUE  PIC S9(15) COMP-3.
           02  WS-AUR-KEY-VALUE  PIC S9(15) COMP-3.
           02  WS-AUR-INTERVAL   PIC S9(15) COMP-3.
           02  WS-AUR-ALL-VALUE  PIC S9(15) COMP-3.
           02  WS-AUR-BOOK-VALUE PIC S9(15) COMP-3.
           02  WS-AUR-AUD-VALUE  PIC S9(15) COMP-3.
           02  WS-AUR-DIFF-VALUE PIC S9(15) COMP-3.
           02  WS-AUR-BOOK-TOTAL PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUR-AUD-TOTAL  PIC S9(15) COMP-3 VALUE 0.
           02  WS-AUR-KNOWN      PIC S9(15)V99 COMP-3 VALUE 0.
           02  WS-AUR-PROJECTED  PIC S9(15)V99 COMP-3 VALUE 0.
           02  WS-AUR-TOTAL-MIS  PIC S9(15)V99 COMP-3 VALUE 0.
           02  WS-AUR-ERROR-RATE PIC S9(3)V99 COMP-3 VALUE 0.
           02  WS-AUR-MIS-PCT    PIC S9(3)V99 COMP-3 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  SAMPLE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(17) VALUE
               'TEST-COUNT DATE  '.
           02  OUTPUT-SMP-DATE       PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               'POPULATION VALUE: '.
           02  OUTPUT-ALL-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'INTERVAL: '.
           02  OUTPUT-INTERVAL       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(42).
       01  RESULT-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'ITEM'.
           02  FILLER                PIC X(13) VALUE 'BIN'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(6)  VALUE 'TYPE'.
           02  FILLER                PIC X(9)  VALUE 'BOOK'.
           02  FILLER                PIC X(16) VALUE 'BOOK VALUE'.
           02  FILLER                PIC X(9)  VALUE 'COUNTED'.
           02  FILLER                PIC X(16) VALUE 'COUNTED VALUE'.
           02  FILLER                PIC X(16) VALUE 'DIFFERENCE'.
           02  FILLER                PIC X(21).
       01  RESULT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-ITEM-NUMBER    PIC 9(5).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-LOCATION       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-TYPE           PIC X(3).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-BOOK-QTY       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-BOOK-VALUE     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  OUTPUT-AUDIT-QTY      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-AUDIT-VALUE    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  OUTPUT-DIFF-VALUE     PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-FLAG           PIC X(11).
           02  FILLER                PIC X(11).
       01  REJECT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(15) VALUE
               'COUNT REJECTED '.
           02  OUTPUT-REJECT-ITEM    PIC X(5).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-REJECT-QTY     PIC X(5).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-REJECT-REASON  PIC X(30).
           02  FILLER                PIC X(66).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(41) VALUE 'TOTAL COUNTED'.
           02  FILLER                PIC X(9)  VALUE SPACES.
           02  OUTPUT-BOOK-TOTAL     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(14) VALUE SPACES.
           02  OUTPUT-AUD-TOTAL      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(41).
       01  RATE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(15) VALUE 'ITEMS COUNTED: '.
           02  OUTPUT-COUNTED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'ITEMS IN ERROR:'.
           02  OUTPUT-ERRORS         PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'ERROR RATE: '.
           02  OUTPUT-ERROR-RATE     PIC ZZ9.99.
           02  FILLER                PIC X(1)  VALUE '%'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'UNCOUNTED: '.
           02  OUTPUT-UNCOUNTED      PIC ZZ,ZZ9.
           02  FILLER                PIC X(40).
       01  MISSTATEMENT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-MIS-TEXT       PIC X(35).
           02  OUTPUT-MIS-VALUE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(73).
       01  PERCENT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(35) VALUE
               'PROJECTED OVER POPULATION VALUE'.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  OUTPUT-MIS-PCT        PIC -ZZ9.99.
           02  FILLER                PIC X(1)  VALUE '%'.
           02  FILLER                PIC X(72).
       01  MISSING-RUN-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(39) VALUE
               'NO TEST-COUNT SAMPLE ON FILE FOR THIS D'.
           02  FILLER                PIC X(39) VALUE
               'ATE - DRAW ONE WITH MRBLAUS            '.
           02  FILLER                PIC X(49).
      * ===============================================================
      * Map SQL audit-sample tables (see MRBLAUS.cbl)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_AUDRUN TABLE
           ( SMP-DATE                       CHAR(8)     NOT NULL,
             SEED                           INTEGER     NOT NULL,
             SAMPLE-SIZE                    INTEGER     NOT NULL,
             TOP-COLORS                     INTEGER     NOT NULL,
             POP-VALUE                      DECIMAL(15,0) NOT NULL,
             KEY-VALUE                      DECIMAL(15,0) NOT NULL,
             INTERVAL                       DECIMAL(15,0) NOT NULL,
             ITEM-COUNT                     INTEGER     NOT NULL,
             AUD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_AUDSMP TABLE
           ( SMP-DATE                       CHAR(8)     NOT NULL,
             ITEM-NUMBER                    INTEGER     NOT NULL,
             LOCATION                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             SELECT-TYPE                    CHAR(1)     NOT NULL,
             BOOK-QTY                       INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             AUDIT-QTY                      INTEGER     NOT NULL,
             SMP-STATUS                     CHAR(1)     NOT NULL,
             SMP-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-RESULTS-CARD.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLAUR ' TO MRBLRUN-JOB-NAME.
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
           MOVE WS-AUR-DATE TO OUTPUT-SMP-DATE.
           PERFORM GET-SAMPLE-RUN.
           PERFORM WRITE-HEADER.
           IF RETURN-CODE = 8
              MOVE MISSING-RUN-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
           IF RETURN-CODE = 0
              PERFORM LOAD-AUDIT-COUNTS.
           IF RETURN-CODE < 8
              PERFORM REPORT-SAMPLE-ITEMS.
           IF RETURN-CODE < 8
              PERFORM PROJECT-MISSTATEMENT
              PERFORM WRITE-RESULT-TOTALS.
           IF RETURN-CODE = 0
                 AND (REJECTED-COUNT > 0 OR UNCOUNTED-COUNT > 0)
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE LOADED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-RESULTS-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE AT END
               MOVE 'EOF' TO PARM-SWITCH.
           CLOSE PARM-FILE.
           IF END-OF-PARM OR PARM-SMP-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE PARM-SMP-DATE TO WS-AUR-DATE.
      * ===============================================================
      * The control row MRBLAUS left: what was sampled, and the
      * interval the projection scales by
      * ===============================================================
       GET-SAMPLE-RUN.
           MOVE 0 TO WS-AUR-POP-VALUE WS-AUR-KEY-VALUE
                     WS-AUR-INTERVAL.
           EXEC SQL
               SELECT POP-VALUE, KEY-VALUE, INTERVAL
                   INTO :WS-AUR-POP-VALUE, :WS-AUR-KEY-VALUE,
                        :WS-AUR-INTERVAL
               FROM EVENT.MARBLES_AUDRUN
               WHERE SMP-DATE = :WS-AUR-DATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 8 TO RETURN-CODE
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
           COMPUTE WS-AUR-ALL-VALUE =
               WS-AUR-POP-VALUE + WS-AUR-KEY-VALUE.
           MOVE WS-AUR-ALL-VALUE TO OUTPUT-ALL-VALUE.
           MOVE WS-AUR-INTERVAL TO OUTPUT-INTERVAL.
      * ===============================================================
      * Each keyed count onto its sample item
      * ===============================================================
       LOAD-AUDIT-COUNTS.
           OPEN INPUT COUNT-FILE.
           PERFORM GET-COUNT-RECORD.
           PERFORM LOAD-AND-READ
              UNTIL END-OF-FILE.
           CLOSE COUNT-FILE.
      * ===============================================================
       GET-COUNT-RECORD.
           READ COUNT-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       LOAD-AND-READ.
           IF COUNT-ITEM IS NOT NUMERIC OR COUNT-QTY IS NOT NUMERIC
              MOVE 'ITEM OR COUNT NOT NUMERIC' TO OUTPUT-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM LOAD-ONE-COUNT.
           PERFORM GET-COUNT-RECORD.
      * ===============================================================
       LOAD-ONE-COUNT.
           MOVE COUNT-ITEM-9 TO WS-AUR-ITEM-NUM.
           MOVE COUNT-QTY-9 TO WS-AUR-AUDIT-QTY.
           EXEC SQL
               UPDATE EVENT.MARBLES_AUDSMP
               SET AUDIT-QTY = :WS-AUR-AUDIT-QTY,
                   SMP-STATUS = 'C',
                   SMP-TIMESTAMP = CURRENT TIMESTAMP
               WHERE SMP-DATE = :WS-AUR-DATE
                 AND ITEM-NUMBER = :WS-AUR-ITEM-NUM
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO LOADED-COUNT
           ELSE IF SQLCODE = 100
              MOVE 'ITEM NOT IN THIS SAMPLE' TO OUTPUT-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE COUNT-ITEM TO OUTPUT-REJECT-ITEM.
           MOVE COUNT-QTY TO OUTPUT-REJECT-QTY.
           MOVE REJECT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * Every sample item in sheet order
      * ===============================================================
       REPORT-SAMPLE-ITEMS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE RESULT-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-AUDSMP CURSOR FOR
               SELECT ITEM-NUMBER, LOCATION, COLOR, SELECT-TYPE,
                      BOOK-QTY, UNIT-COST, AUDIT-QTY, SMP-STATUS
               FROM EVENT.MARBLES_AUDSMP
               WHERE SMP-DATE = :WS-AUR-DATE
               ORDER BY ITEM-NUMBER
           END-EXEC.
           EXEC SQL
               OPEN C-AUDSMP
           END-EXEC.
           PERFORM FETCH-AND-REPORT
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-AUDSMP
           END-EXEC.
      * ===============================================================
       FETCH-AND-REPORT.
           EXEC SQL
               FETCH C-AUDSMP
                   INTO :WS-AUR-ITEM-NUM, :WS-AUR-LOCATION,
                        :WS-AUR-COLOR, :WS-AUR-TYPE,
                        :WS-AUR-BOOK-QTY, :WS-AUR-UNIT-COST,
                        :WS-AUR-AUDIT-QTY, :WS-AUR-STATUS
           END-EXEC
           IF SQLCODE = 0
              PERFORM REPORT-ONE-ITEM
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A counted item adds to the error rate and to the known or the
      * projected misstatement; an uncounted one is only listed
      * ===============================================================
       REPORT-ONE-ITEM.
           COMPUTE WS-AUR-BOOK-VALUE =
               WS-AUR-BOOK-QTY * WS-AUR-UNIT-COST.
           MOVE SPACES TO OUTPUT-FLAG.
           IF WS-AUR-COUNTED
              COMPUTE WS-AUR-AUD-VALUE =
                  WS-AUR-AUDIT-QTY * WS-AUR-UNIT-COST
              COMPUTE WS-AUR-DIFF-VALUE =
                  WS-AUR-BOOK-VALUE - WS-AUR-AUD-VALUE
              ADD 1 TO COUNTED-COUNT
              ADD WS-AUR-BOOK-VALUE TO WS-AUR-BOOK-TOTAL
              ADD WS-AUR-AUD-VALUE TO WS-AUR-AUD-TOTAL
              IF WS-AUR-AUDIT-QTY NOT = WS-AUR-BOOK-QTY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR' TO OUTPUT-FLAG
                 PERFORM ADD-ITEM-MISSTATEMENT
              END-IF
           ELSE
              MOVE 0 TO WS-AUR-AUDIT-QTY WS-AUR-AUD-VALUE
                        WS-AUR-DIFF-VALUE
              ADD 1 TO UNCOUNTED-COUNT
              MOVE 'NOT COUNTED' TO OUTPUT-FLAG.
           PERFORM WRITE-RESULT-LINE.
      * ===============================================================
      * Key items and bins worth an interval or more are certain to
      * be in the sample, so their error is known, not projected;
      * any other bin stands for an interval's worth of value at its
      * own rate of error
      * ===============================================================
       ADD-ITEM-MISSTATEMENT.
           IF WS-AUR-KEY-ITEM
                 OR WS-AUR-BOOK-VALUE >= WS-AUR-INTERVAL
                 OR WS-AUR-BOOK-VALUE = 0
              ADD WS-AUR-DIFF-VALUE TO WS-AUR-KNOWN
           ELSE
              COMPUTE WS-AUR-PROJECTED ROUNDED = WS-AUR-PROJECTED
                  + (WS-AUR-DIFF-VALUE * WS-AUR-INTERVAL)
                    / WS-AUR-BOOK-VALUE.
      * ===============================================================
       PROJECT-MISSTATEMENT.
           COMPUTE WS-AUR-TOTAL-MIS = WS-AUR-KNOWN + WS-AUR-PROJECTED.
           IF COUNTED-COUNT > 0
              COMPUTE WS-AUR-ERROR-RATE ROUNDED =
                  ERROR-COUNT * 100 / COUNTED-COUNT.
           IF WS-AUR-ALL-VALUE > 0
              COMPUTE WS-AUR-MIS-PCT ROUNDED =
                  WS-AUR-TOTAL-MIS * 100 / WS-AUR-ALL-VALUE.
      * ===============================================================
       WRITE-RESULT-LINE.
           MOVE WS-AUR-ITEM-NUM TO OUTPUT-ITEM-NUMBER.
           MOVE WS-AUR-LOCATION TO OUTPUT-LOCATION.
           MOVE WS-AUR-COLOR TO OUTPUT-COLOR.
           IF WS-AUR-KEY-ITEM
              MOVE 'KEY' TO OUTPUT-TYPE
           ELSE
              MOVE 'MUS' TO OUTPUT-TYPE.
           MOVE WS-AUR-BOOK-QTY TO OUTPUT-BOOK-QTY.
           MOVE WS-AUR-BOOK-VALUE TO OUTPUT-BOOK-VALUE.
           MOVE WS-AUR-AUDIT-QTY TO OUTPUT-AUDIT-QTY.
           MOVE WS-AUR-AUD-VALUE TO OUTPUT-AUDIT-VALUE.
           MOVE WS-AUR-DIFF-VALUE TO OUTPUT-DIFF-VALUE.
           MOVE RESULT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-RESULT-TOTALS.
           MOVE WS-AUR-BOOK-TOTAL TO OUTPUT-BOOK-TOTAL.
           MOVE WS-AUR-AUD-TOTAL TO OUTPUT-AUD-TOTAL.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE COUNTED-COUNT TO OUTPUT-COUNTED.
           MOVE ERROR-COUNT TO OUTPUT-ERRORS.
           MOVE WS-AUR-ERROR-RATE TO OUTPUT-ERROR-RATE.
           MOVE UNCOUNTED-COUNT TO OUTPUT-UNCOUNTED.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE RATE-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'KNOWN MISSTATEMENT' TO OUTPUT-MIS-TEXT.
           MOVE WS-AUR-KNOWN TO OUTPUT-MIS-VALUE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE MISSTATEMENT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'PROJECTED FROM DRAWN BINS' TO OUTPUT-MIS-TEXT.
           MOVE WS-AUR-PROJECTED TO OUTPUT-MIS-VALUE.
           MOVE MISSTATEMENT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'TOTAL PROJECTED MISSTATEMENT' TO OUTPUT-MIS-TEXT.
           MOVE WS-AUR-TOTAL-MIS TO OUTPUT-MIS-VALUE.
           MOVE MISSTATEMENT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-AUR-MIS-PCT TO OUTPUT-MIS-PCT.
           MOVE PERCENT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
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
      * Page header, then the sample's population and interval
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES AUDIT COUNT RESULTS ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SAMPLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
