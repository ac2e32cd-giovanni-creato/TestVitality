      * ===============================================================
      * Report repository -- store. Every 133-byte report the batch
      * suite prints either goes out through MRBLDST or is gone once
      * the spool purges, so "last March's valuation statement"
      * meant a rerun. This job keeps them: driven by a control file,
      * it takes the night's CARRIAGE-CONTROL report outputs (four
      * input DDs, RPTIN1-RPTIN4, the same DDs MRBLDST reads) and
      * stores each one on EVENT.MARBLES_RPTLINE, a row per printed
      * line, under its report id and the run date, with a directory
      * row on EVENT.MARBLES_RPTDIR. The MRB2 transaction (MRBLRPV)
      * finds a stored report by id and date and pages through it.
      *
      * Control file (U-T-RPSCTL), one record per report kept:
      *   cols  1- 8  report id
      *   col   9     input number 1-4 (which RPTIN DD carries it)
      *   cols 10-13  retention days -- 0000 keeps it permanently
      *   cols 14-43  description (shown on the viewer)
      *
      * The run date comes from the date card (U-T-DATECRD), vetted
      * against the business calendar like every dated job; a card
      * the calendar contradicts stops the run (RC 16). A rerun for
      * the same report and date replaces the copy stored earlier.
      * Each report's expiry date is fixed when it is stored (run
      * date plus its retention days), and once the night's reports
      * are in, every stored report past its expiry date is swept
      * out -- lines and directory row both.
      *
      * The store log (U-T-SYSOUT) shows what was kept and what
      * expired. A control record pointing at a missing report logs
      * REPORT MISSING and leaves any earlier copy alone; that and a
      * BAD CONTROL record end the run with return code 4. A DB2
      * error stops the run with return code 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN U-T-RPSCTL.
           SELECT DATECARD-FILE ASSIGN U-T-DATECRD.
           SELECT RPTIN1-FILE ASSIGN U-T-RPTIN1
               FILE STATUS IS WS-RPTIN1-STATUS.
           SELECT RPTIN2-FILE ASSIGN U-T-RPTIN2
               FILE STATUS IS WS-RPTIN2-STATUS.
           SELECT RPTIN3-FILE ASSIGN U-T-RPTIN3
               FILE STATUS IS WS-RPTIN3-STATUS.
           SELECT RPTIN4-FILE ASSIGN U-T-RPTIN4
               FILE STATUS IS WS-RPTIN4-STATUS.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTROL-RECORD.
         01 CONTROL-RECORD.
           02 CTL-REPORT-ID      PIC X(8).
           02 CTL-INPUT-NO       PIC 9(1).
           02 CTL-RETAIN-DAYS    PIC 9(4).
           02 CTL-DESCRIPTION    PIC X(30).
           02 FILLER             PIC X(37).
       FD  DATECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DATECARD-RECORD.
         01 DATECARD-RECORD.
           02 DATECARD-DATE    PIC X(8).
           02 FILLER           PIC X(72).
       FD  RPTIN1-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPTIN1-RECORD.
         01 RPTIN1-RECORD          PIC X(133).
       FD  RPTIN2-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPTIN2-RECORD.
         01 RPTIN2-RECORD          PIC X(133).
       FD  RPTIN3-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPTIN3-RECORD.
         01 RPTIN3-RECORD          PIC X(133).
       FD  RPTIN4-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPTIN4-RECORD.
         01 RPTIN4-RECORD          PIC X(133).
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
           02  CONTROL-SWITCH    PIC X(3) VALUE SPACES.
               88  END-OF-CONTROL VALUE 'EOF'.
           02  RPT-SWITCH        PIC X(3) VALUE SPACES.
               88  END-OF-REPORT VALUE 'EOF'.
           02  CURSOR-SWITCH     PIC X(3) VALUE SPACES.
               88  END-OF-CURSOR VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3) VALUE 30.
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3) VALUE 0.
           02  WS-RPTIN1-STATUS  PIC X(2).
           02  WS-RPTIN2-STATUS  PIC X(2).
           02  WS-RPTIN3-STATUS  PIC X(2).
           02  WS-RPTIN4-STATUS  PIC X(2).
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
      * run date every report is stored under is the vetted date
      * card, not the raw system clock
      * ===============================================================
       COPY MRBLCALL.
       01  WS-STORE-WORK.
           02  WS-RPT-RECORD.
               03  WS-RPT-CC         PIC X(1).
               03  WS-RPT-TEXT       PIC X(132).
           02  WS-RPT-MISSING    PIC 9 VALUE 0.
           02  WS-RPS-REPLACED   PIC 9 VALUE 0.
           02  WS-RPS-RUN-DATE   PIC X(8).
           02  WS-RPS-RUN-ISO    PIC X(10).
           02  WS-RPS-EXPIRE-ISO PIC X(10).
           02  WS-RPS-REPORT-ID  PIC X(8).
           02  WS-RPS-DESC       PIC X(30).
           02  WS-RPS-RETAIN     PIC S9(9) COMP.
           02  WS-RPS-LINE-NO    PIC S9(9) COMP.
           02  WS-RPS-PAGES      PIC S9(9) COMP.
           02  WS-RPS-EXP-DATE   PIC X(8).
           02  WS-RPS-EXP-LINES  PIC S9(9) COMP.
           02  WS-RPS-EXP-PAGES  PIC S9(9) COMP.
           02  WS-RPS-EXP-DESC   PIC X(30).
           02  WS-RPS-EXP-ISO    PIC X(10).
           02  WS-RPS-PERMANENT  PIC X(10) VALUE '9999-12-31'.
           02  WS-REPORTS-STORED PIC 9(5) VALUE 0.
           02  WS-REPORTS-SKIPPED PIC 9(5) VALUE 0.
           02  WS-REPORTS-EXPIRED PIC 9(5) VALUE 0.
           02  WS-LINES-STORED   PIC 9(9) VALUE 0.
       01  LOG-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'REPORT ID'.
           02  FILLER                PIC X(11) VALUE 'RUN DATE'.
           02  FILLER                PIC X(33) VALUE 'DESCRIPTION'.
           02  FILLER                PIC X(17) VALUE 'DISPOSITION'.
           02  FILLER                PIC X(55).
       01  LOG-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-REPORT-ID      PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-RUN-DATE       PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DESCRIPTION    PIC X(30).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DISPOSITION    PIC X(14).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'LINES: '.
           02  OUTPUT-LINES          PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'PAGES: '.
           02  OUTPUT-PAGES          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'EXPIRES: '.
           02  OUTPUT-EXPIRES        PIC X(10).
           02  FILLER                PIC X(3).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE
               'REPORTS STORED: '.
           02  OUTPUT-STORED         PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE
               'LINES STORED: '.
           02  OUTPUT-LINES-STORED   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE
               'REPORTS EXPIRED: '.
           02  OUTPUT-EXPIRED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE
               'NOT STORED: '.
           02  OUTPUT-SKIPPED        PIC ZZ,ZZ9.
           02  FILLER                PIC X(30).
      * ===============================================================
      * Map SQL repository tables -- one directory row per stored
      * report (what it is, how long it is, when it expires) and one
      * row per printed line, carriage control kept apart from the
      * 132-byte print line the viewer pages through
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_RPTDIR TABLE
           ( REPORT-ID                      CHAR(8)     NOT NULL,
             RUN-DATE                       CHAR(8)     NOT NULL,
             DESCRIPTION                    CHAR(30)    NOT NULL,
             LINE-COUNT                     INTEGER     NOT NULL,
             PAGE-COUNT                     INTEGER     NOT NULL,
             RETAIN-DAYS                    INTEGER     NOT NULL,
             EXPIRE-DATE                    DATE        NOT NULL,
             STORED-TIMESTAMP               TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RPTLINE TABLE
           ( REPORT-ID                      CHAR(8)     NOT NULL,
             RUN-DATE                       CHAR(8)     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             LINE-CC                        CHAR(1)     NOT NULL,
             LINE-TEXT                      CHAR(132)   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM GET-STORE-DATE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLRPS ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of storing a half-finished night
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  CONTROL-FILE
                OUTPUT REPORT-FILE.
           PERFORM GET-CONTROL-RECORD.
           PERFORM STORE-AND-READ
              UNTIL END-OF-CONTROL OR RETURN-CODE = 12.
           IF RETURN-CODE NOT = 12
              PERFORM SWEEP-EXPIRED-REPORTS.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE WS-LINES-STORED TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE CONTROL-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Read the date card and vet it against the business calendar
      * -- a card the calendar contradicts stops the run (RC 16).
      * The ISO form is what the expiry arithmetic runs on.
      * ===============================================================
       GET-STORE-DATE.
           OPEN INPUT DATECARD-FILE.
           READ DATECARD-FILE AT END
               MOVE 'EOF' TO WS-DATECARD-SWITCH.
           CLOSE DATECARD-FILE.
           IF END-OF-DATECARD OR DATECARD-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE DATECARD-DATE TO WS-RPS-RUN-DATE
              MOVE SPACES TO WS-RPS-RUN-ISO
              STRING DATECARD-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RPS-RUN-ISO
              MOVE DATECARD-DATE TO MRBLCAL-RUN-DATE
              CALL 'MRBLCAL' USING MRBLCAL-LINKAGE
              IF NOT MRBLCAL-OK
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
       GET-CONTROL-RECORD.
           READ CONTROL-FILE AT END
               MOVE 'EOF' TO CONTROL-SWITCH.
      * ===============================================================
       STORE-AND-READ.
           PERFORM STORE-ONE-REPORT.
           PERFORM GET-CONTROL-RECORD.
      * ===============================================================
      * One control record: the report on its input DD stored line
      * by line under its id and the run date, then one store-log
      * line. A record whose fields don't edit is logged BAD CONTROL
      * and skipped, and a missing report is logged and skipped
      * before anything is deleted -- the copy stored by an earlier
      * run of the same date survives a rerun that lost its input.
      * ===============================================================
       STORE-ONE-REPORT.
           MOVE 0 TO WS-RPT-MISSING.
           MOVE 0 TO WS-RPS-REPLACED.
           MOVE 0 TO WS-RPS-LINE-NO.
           MOVE 0 TO WS-RPS-PAGES.
           MOVE SPACES TO WS-RPS-EXPIRE-ISO.
           IF CTL-REPORT-ID = SPACES
                 OR CTL-INPUT-NO IS NOT NUMERIC
                 OR CTL-RETAIN-DAYS IS NOT NUMERIC
              MOVE 'BAD CONTROL   ' TO OUTPUT-DISPOSITION
              PERFORM NOTE-REPORT-SKIPPED
           ELSE
              MOVE CTL-REPORT-ID TO WS-RPS-REPORT-ID
              MOVE CTL-DESCRIPTION TO WS-RPS-DESC
              MOVE CTL-RETAIN-DAYS TO WS-RPS-RETAIN
              PERFORM OPEN-REPORT-INPUT
              IF WS-RPT-MISSING = 1
                 MOVE 'REPORT MISSING' TO OUTPUT-DISPOSITION
                 PERFORM NOTE-REPORT-SKIPPED
              ELSE
                 PERFORM STORE-REPORT-INPUT
                 PERFORM CLOSE-REPORT-INPUT
              END-IF
           END-IF.
           PERFORM WRITE-LOG-LINE.
      * ===============================================================
       NOTE-REPORT-SKIPPED.
           ADD 1 TO WS-REPORTS-SKIPPED.
           IF RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
      * Expiry first, then clear any earlier copy for the id and
      * date, then the lines, and the directory row last -- the
      * viewer finds a report only through its directory row, so a
      * run that fails part way never shows a half-stored report
      * ===============================================================
       STORE-REPORT-INPUT.
           PERFORM SET-EXPIRE-DATE.
           IF RETURN-CODE NOT = 12
              PERFORM REMOVE-PRIOR-COPY.
           IF RETURN-CODE NOT = 12
              PERFORM GET-REPORT-RECORD
              PERFORM STORE-REPORT-LINES
                 UNTIL END-OF-REPORT OR RETURN-CODE = 12.
           IF RETURN-CODE NOT = 12
              PERFORM INSERT-DIRECTORY-ROW.
           IF RETURN-CODE = 12
              MOVE 'DB2 ERROR     ' TO OUTPUT-DISPOSITION
           ELSE
              ADD 1 TO WS-REPORTS-STORED
              IF WS-RPS-REPLACED = 1
                 MOVE 'REPLACED      ' TO OUTPUT-DISPOSITION
              ELSE
                 MOVE 'STORED        ' TO OUTPUT-DISPOSITION
              END-IF
           END-IF.
      * ===============================================================
      * Expiry is fixed at store time: run date plus the retention
      * days, or the far date for a report kept permanently
      * ===============================================================
       SET-EXPIRE-DATE.
           IF WS-RPS-RETAIN = 0
              MOVE WS-RPS-PERMANENT TO WS-RPS-EXPIRE-ISO
           ELSE
              EXEC SQL
                  SELECT CHAR(DATE(:WS-RPS-RUN-ISO)
                              + :WS-RPS-RETAIN DAYS, ISO)
                      INTO :WS-RPS-EXPIRE-ISO
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * A rerun for the same report and date replaces what the
      * earlier run stored -- nothing there to delete (+100) is the
      * normal first-store case
      * ===============================================================
       REMOVE-PRIOR-COPY.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_RPTLINE
               WHERE REPORT-ID = :WS-RPS-REPORT-ID
                 AND RUN-DATE = :WS-RPS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE
           ELSE
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_RPTDIR
                  WHERE REPORT-ID = :WS-RPS-REPORT-ID
                    AND RUN-DATE = :WS-RPS-RUN-DATE
              END-EXEC
              IF SQLCODE = 0
                 MOVE 1 TO WS-RPS-REPLACED
              ELSE IF SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * One printed line, numbered from 1 in print order; a skip to
      * channel 1 starts a new page
      * ===============================================================
       STORE-REPORT-LINES.
           ADD 1 TO WS-RPS-LINE-NO.
           IF WS-RPT-CC = '1'
              ADD 1 TO WS-RPS-PAGES.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_RPTLINE
                   (REPORT-ID, RUN-DATE, LINE-NO, LINE-CC,
                    LINE-TEXT)
               VALUES (:WS-RPS-REPORT-ID, :WS-RPS-RUN-DATE,
                       :WS-RPS-LINE-NO, :WS-RPT-CC,
                       :WS-RPT-TEXT)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-LINES-STORED
              PERFORM GET-REPORT-RECORD.
      * ===============================================================
      * A report with lines but no page skip at all still prints as
      * one page
      * ===============================================================
       INSERT-DIRECTORY-ROW.
           IF WS-RPS-PAGES = 0 AND WS-RPS-LINE-NO > 0
              MOVE 1 TO WS-RPS-PAGES.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_RPTDIR
                   (REPORT-ID, RUN-DATE, DESCRIPTION, LINE-COUNT,
                    PAGE-COUNT, RETAIN-DAYS, EXPIRE-DATE,
                    STORED-TIMESTAMP)
               VALUES (:WS-RPS-REPORT-ID, :WS-RPS-RUN-DATE,
                       :WS-RPS-DESC, :WS-RPS-LINE-NO,
                       :WS-RPS-PAGES, :WS-RPS-RETAIN,
                       DATE(:WS-RPS-EXPIRE-ISO),
                       CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       OPEN-REPORT-INPUT.
           MOVE SPACES TO RPT-SWITCH.
           IF CTL-INPUT-NO = 1
              OPEN INPUT RPTIN1-FILE
              IF WS-RPTIN1-STATUS NOT = '00'
                 MOVE 1 TO WS-RPT-MISSING
              END-IF
           ELSE IF CTL-INPUT-NO = 2
              OPEN INPUT RPTIN2-FILE
              IF WS-RPTIN2-STATUS NOT = '00'
                 MOVE 1 TO WS-RPT-MISSING
              END-IF
           ELSE IF CTL-INPUT-NO = 3
              OPEN INPUT RPTIN3-FILE
              IF WS-RPTIN3-STATUS NOT = '00'
                 MOVE 1 TO WS-RPT-MISSING
              END-IF
           ELSE IF CTL-INPUT-NO = 4
              OPEN INPUT RPTIN4-FILE
              IF WS-RPTIN4-STATUS NOT = '00'
                 MOVE 1 TO WS-RPT-MISSING
              END-IF
           ELSE
              MOVE 1 TO WS-RPT-MISSING.
      * ===============================================================
       CLOSE-REPORT-INPUT.
           IF CTL-INPUT-NO = 1
              CLOSE RPTIN1-FILE
           ELSE IF CTL-INPUT-NO = 2
              CLOSE RPTIN2-FILE
           ELSE IF CTL-INPUT-NO = 3
              CLOSE RPTIN3-FILE
           ELSE IF CTL-INPUT-NO = 4
              CLOSE RPTIN4-FILE.
      * ===============================================================
       GET-REPORT-RECORD.
           IF CTL-INPUT-NO = 1
              READ RPTIN1-FILE AT END
                  MOVE 'EOF' TO RPT-SWITCH
              END-READ
              MOVE RPTIN1-RECORD TO WS-RPT-RECORD
           ELSE IF CTL-INPUT-NO = 2
              READ RPTIN2-FILE AT END
                  MOVE 'EOF' TO RPT-SWITCH
              END-READ
              MOVE RPTIN2-RECORD TO WS-RPT-RECORD
           ELSE IF CTL-INPUT-NO = 3
              READ RPTIN3-FILE AT END
                  MOVE 'EOF' TO RPT-SWITCH
              END-READ
              MOVE RPTIN3-RECORD TO WS-RPT-RECORD
           ELSE
              READ RPTIN4-FILE AT END
                  MOVE 'EOF' TO RPT-SWITCH
              END-READ
              MOVE RPTIN4-RECORD TO WS-RPT-RECORD.
      * ===============================================================
      * Retention sweep: every stored report whose expiry date is
      * before the run date goes -- its lines as each is listed, the
      * directory rows in one delete once the cursor is done with
      * them
      * ===============================================================
       SWEEP-EXPIRED-REPORTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-EXPIRED CURSOR FOR
               SELECT REPORT-ID, RUN-DATE, DESCRIPTION,
                      LINE-COUNT, PAGE-COUNT,
                      CHAR(EXPIRE-DATE, ISO)
               FROM EVENT.MARBLES_RPTDIR
               WHERE EXPIRE-DATE < DATE(:WS-RPS-RUN-ISO)
               ORDER BY REPORT-ID, RUN-DATE
           END-EXEC.
           EXEC SQL
               OPEN C-EXPIRED
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-EXPIRE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-EXPIRED
           END-EXEC.
           IF RETURN-CODE NOT = 12
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_RPTDIR
                  WHERE EXPIRE-DATE < DATE(:WS-RPS-RUN-ISO)
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
       FETCH-AND-EXPIRE.
           EXEC SQL
               FETCH C-EXPIRED
                   INTO :WS-RPS-REPORT-ID, :WS-RPS-EXP-DATE,
                        :WS-RPS-EXP-DESC, :WS-RPS-EXP-LINES,
                        :WS-RPS-EXP-PAGES, :WS-RPS-EXP-ISO
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_RPTLINE
                  WHERE REPORT-ID = :WS-RPS-REPORT-ID
                    AND RUN-DATE = :WS-RPS-EXP-DATE
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE
                 MOVE 'EOF' TO CURSOR-SWITCH
              ELSE
                 ADD 1 TO WS-REPORTS-EXPIRED
                 PERFORM WRITE-EXPIRED-LINE
              END-IF
           END-IF.
      * ===============================================================
      * Store-log lines: one per control record, then one per report
      * the sweep removed
      * ===============================================================
       WRITE-LOG-LINE.
           MOVE CTL-REPORT-ID TO OUTPUT-REPORT-ID.
           MOVE WS-RPS-RUN-DATE TO OUTPUT-RUN-DATE.
           MOVE CTL-DESCRIPTION TO OUTPUT-DESCRIPTION.
           MOVE WS-RPS-LINE-NO TO OUTPUT-LINES.
           MOVE WS-RPS-PAGES TO OUTPUT-PAGES.
           IF WS-RPS-EXPIRE-ISO = WS-RPS-PERMANENT
              MOVE 'PERMANENT ' TO OUTPUT-EXPIRES
           ELSE
              MOVE WS-RPS-EXPIRE-ISO TO OUTPUT-EXPIRES.
           PERFORM WRITE-DETAIL-LINE.
      * ===============================================================
       WRITE-EXPIRED-LINE.
           MOVE WS-RPS-REPORT-ID TO OUTPUT-REPORT-ID.
           MOVE WS-RPS-EXP-DATE TO OUTPUT-RUN-DATE.
           MOVE WS-RPS-EXP-DESC TO OUTPUT-DESCRIPTION.
           MOVE 'EXPIRED       ' TO OUTPUT-DISPOSITION.
           MOVE WS-RPS-EXP-LINES TO OUTPUT-LINES.
           MOVE WS-RPS-EXP-PAGES TO OUTPUT-PAGES.
           MOVE WS-RPS-EXP-ISO TO OUTPUT-EXPIRES.
           PERFORM WRITE-DETAIL-LINE.
      * ===============================================================
       WRITE-DETAIL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE LOG-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-TOTAL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-REPORTS-STORED TO OUTPUT-STORED.
           MOVE WS-LINES-STORED TO OUTPUT-LINES-STORED.
           MOVE WS-REPORTS-EXPIRED TO OUTPUT-EXPIRED.
           MOVE WS-REPORTS-SKIPPED TO OUTPUT-SKIPPED.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  REPORT REPOSITORY STORE LOG ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE LOG-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
