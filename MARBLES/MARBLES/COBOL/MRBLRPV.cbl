      * ===============================================================
      * The user invokes this transaction (called MRB2) with no
      * arguments; it finds a report MRBLRPS stored in the report
      * repository and shows it fifteen print lines at a time on the
      * MRBLVSET screen (see BMS/MRBLRPV.bms):
      *
      *   REPORT:  type a report id and press ENTER -- the latest
      *            run stored for it comes up
      *   DATE:    type a run date (YYYYMMDD) as well to find that
      *            night's copy instead
      *   PF8      page forward
      *   PF7      page backward
      *   PF10     window on the left of the print line (1-78)
      *   PF11     window on the right of the print line (55-132)
      *   ENTER    (fields untouched) redisplay the current page
      *
      * Pages in the MRBB browse style: three cursors on LINE-NO
      * (from-here, next-page, backward-descending) rather than one
      * with a variable predicate. Read-only: nothing here changes
      * the repository. The report on screen, the first and last
      * line numbers of the page, and the window column survive
      * between pseudo-conversational tasks in the COMMAREA.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRPV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-WORK.
          02 WS-SQL-ERROR PIC 9 VALUE 0.
          02 WS-DIRECTION PIC X VALUE 'F'.
             88 WS-PAGE-FORWARD VALUE 'F'.
             88 WS-PAGE-NEXT VALUE 'N'.
             88 WS-PAGE-BACKWARD VALUE 'B'.
          02 WS-START-LINE PIC S9(9) COMP VALUE 0.
          02 WS-RESP PIC S9(8) COMP.
          02 WS-ROW-IX PIC S9(4) COMP VALUE 0.
          02 WS-FILL-IX PIC S9(4) COMP VALUE 0.
          02 WS-PAGE-COUNT PIC S9(4) COMP VALUE 0.
          02 WS-PAGE-DONE PIC 9 VALUE 0.
             88 WS-PAGE-NO-MORE VALUE 1.
          02 WS-REPORT-SWITCH PIC 9 VALUE 0.
             88 WS-HAVE-REPORT VALUE 1.
          02 WS-EDGE-SWITCH PIC X VALUE SPACE.
             88 WS-AT-TOP VALUE 'T'.
             88 WS-AT-END VALUE 'E'.
          02 WS-FIND-ID PIC X(8).
          02 WS-FIND-DATE PIC X(8).
          02 WS-NULL-IND PIC S9(4) COMP.
          02 WS-RIGHT-COLUMN PIC S9(4) COMP VALUE 55.
          02 WS-PERMANENT PIC X(10) VALUE '9999-12-31'.
       01 WS-AID-CONST.
          02 WS-AID-PF7 PIC X VALUE '7'.
          02 WS-AID-PF8 PIC X VALUE '8'.
          02 WS-AID-PF10 PIC X VALUE ':'.
          02 WS-AID-PF11 PIC X VALUE '#'.
       01 WS-COMMAREA.
          02 CA-REPORT-ID PIC X(8).
          02 CA-RUN-DATE PIC X(8).
          02 CA-TOP-LINE PIC S9(9) COMP.
          02 CA-BOT-LINE PIC S9(9) COMP.
          02 CA-COLUMN PIC S9(4) COMP.
      * ===============================================================
      * The directory row of the report on screen
      * ===============================================================
       01 WS-DIR-WORK.
          02 WS-DIR-DESC PIC X(30).
          02 WS-DIR-LINES PIC S9(9) COMP.
          02 WS-DIR-PAGES PIC S9(9) COMP.
          02 WS-DIR-EXPIRE PIC X(10).
      * ===============================================================
      * One fetched page, held in line order (a backward page is
      * fetched descending and flipped, so the screen always reads
      * down the report)
      * ===============================================================
       01 WS-PAGE-TABLE.
          02 WS-PAGE-ENTRY OCCURS 15 TIMES.
             03 WS-PAGE-LINE-NO PIC S9(9) COMP.
             03 WS-PAGE-TEXT PIC X(132).
       01 WS-FETCH-WORK.
          02 WS-FETCH-LINE-NO PIC S9(9) COMP.
          02 WS-FETCH-TEXT PIC X(132).
       01 WS-SWAP-ENTRY PIC X(136).
      * ===============================================================
      * Row three: what the report is; row four: where the window
      * sits in the report
      * ===============================================================
       01 WS-INFO-LINE.
          02 WS-INFO-DESC PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 FILLER PIC X(6) VALUE 'LINES '.
          02 WS-INFO-LINES PIC ZZZ,ZZ9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 FILLER PIC X(6) VALUE 'PAGES '.
          02 WS-INFO-PAGES PIC ZZ,ZZ9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 FILLER PIC X(8) VALUE 'KEEP TO '.
          02 WS-INFO-EXPIRE PIC X(10).
       01 WS-WINDOW-LINE.
          02 FILLER PIC X(8) VALUE 'COLUMNS '.
          02 WS-WIN-FROM-COL PIC ZZ9.
          02 FILLER PIC X(4) VALUE ' TO '.
          02 WS-WIN-TO-COL PIC ZZ9.
          02 FILLER PIC X(7) VALUE ' OF 132'.
          02 FILLER PIC X(3) VALUE SPACES.
          02 FILLER PIC X(6) VALUE 'LINES '.
          02 WS-WIN-TOP-LINE PIC ZZZ,ZZ9.
          02 FILLER PIC X(4) VALUE ' TO '.
          02 WS-WIN-BOT-LINE PIC ZZZ,ZZ9.
          02 FILLER PIC X(26) VALUE SPACES.
      * ===============================================================
      * Symbolic map for the MRBLVSET screen (see BMS/MRBLRPV.bms)
      * ===============================================================
       COPY MRBLVMP.
      * ===============================================================
      * Map SQL repository tables this viewer reads (loaded nightly
      * by MRBLRPS)
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
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(26).
      * ===============================================================
      * MRB2 transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
            PERFORM INIT-WORK-AREAS.
      *
      *     First entry of the pseudo-conversation asks for a report;
      *     later entries find one, or page the one saved in the
      *     COMMAREA by the key pressed
      *
            IF EIBCALEN = 0 THEN
                MOVE SPACES TO CA-REPORT-ID
                MOVE SPACES TO CA-RUN-DATE
                MOVE 0 TO CA-TOP-LINE
                MOVE 0 TO CA-BOT-LINE
                MOVE 1 TO CA-COLUMN
                MOVE 'ENTER A REPORT ID (BLANK DATE = LATEST RUN)'
                    TO RPVMSGO
            ELSE
                MOVE DFHCOMMAREA TO WS-COMMAREA
                PERFORM GET-SCREEN-INPUT
                PERFORM SET-VIEW-REQUEST
            END-IF.
      *
            IF WS-HAVE-REPORT THEN
                PERFORM FILL-PAGE
            END-IF.
            PERFORM BUILD-SCREEN-ROWS.
            PERFORM SEND-VIEW-SCREEN.
      *
            EXEC CICS RETURN
                        TRANSID('MRB2')
                        COMMAREA(WS-COMMAREA)
                        LENGTH(26)
            END-EXEC.
            GOBACK.
      * ===============================================================
      * Initialize working areas
      * ===============================================================
       INIT-WORK-AREAS.
      *
            INITIALIZE SQLCA.
            MOVE LOW-VALUES TO MRBLVMAPI.
            MOVE SPACES TO WS-PAGE-TABLE.
            MOVE 0 TO WS-PAGE-COUNT.
            MOVE 0 TO WS-REPORT-SWITCH.
            MOVE SPACE TO WS-EDGE-SWITCH.
      * ===============================================================
      * Receive the viewer screen back -- MAPFAIL (no modified
      * fields) is normal here and just means page by key alone
      * ===============================================================
       GET-SCREEN-INPUT.
      *
            EXEC CICS RECEIVE MAP('MRBLVMAP')
                        MAPSET('MRBLVSET')
                        INTO(MRBLVMAPI)
                        RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE LOW-VALUES TO MRBLVMAPI
            END-IF.
      * ===============================================================
      * A keyed report id or run date is a find; otherwise the key
      * pages or shifts the report already on screen, provided it
      * is still in the repository (the nightly sweep may have
      * expired it since the last key)
      * ===============================================================
       SET-VIEW-REQUEST.
      *
            IF (RPVRIDI NOT = SPACES AND RPVRIDI NOT = LOW-VALUES)
                  OR (RPVDTEI NOT = SPACES
                      AND RPVDTEI NOT = LOW-VALUES) THEN
                PERFORM FIND-REPORT
            ELSE IF CA-REPORT-ID = SPACES THEN
                MOVE 'ENTER A REPORT ID (BLANK DATE = LATEST RUN)'
                    TO RPVMSGO
            ELSE
                MOVE CA-REPORT-ID TO WS-FIND-ID
                MOVE CA-RUN-DATE TO WS-FIND-DATE
                PERFORM READ-DIRECTORY-ROW
                IF WS-HAVE-REPORT THEN
                    PERFORM SET-PAGE-START
                ELSE IF WS-SQL-ERROR = 0 THEN
                    MOVE 'THAT REPORT HAS EXPIRED FROM THE REPOSITORY'
                        TO RPVMSGO
                    MOVE SPACES TO CA-REPORT-ID
                    MOVE SPACES TO CA-RUN-DATE
                END-IF
            END-IF.
      * ===============================================================
      * Find a report by id and run date. The id field left alone
      * keeps the report on screen; a blank date takes the latest
      * run stored for the id. A found report opens at line one,
      * left window.
      * ===============================================================
       FIND-REPORT.
      *
            IF RPVRIDI NOT = SPACES AND RPVRIDI NOT = LOW-VALUES THEN
                MOVE RPVRIDI TO WS-FIND-ID
            ELSE
                MOVE CA-REPORT-ID TO WS-FIND-ID
            END-IF
            MOVE SPACES TO WS-FIND-DATE
            IF RPVDTEI NOT = SPACES AND RPVDTEI NOT = LOW-VALUES THEN
                MOVE RPVDTEI TO WS-FIND-DATE
            END-IF
      *
            IF WS-FIND-ID = SPACES THEN
                MOVE 'ENTER A REPORT ID' TO RPVMSGO
            ELSE IF WS-FIND-DATE NOT = SPACES
                    AND WS-FIND-DATE IS NOT NUMERIC THEN
                MOVE 'RUN DATE MUST BE YYYYMMDD' TO RPVMSGO
            ELSE
                IF WS-FIND-DATE = SPACES THEN
                    PERFORM GET-LATEST-RUN-DATE
                END-IF
                IF WS-FIND-DATE NOT = SPACES THEN
                    PERFORM READ-DIRECTORY-ROW
                    IF WS-HAVE-REPORT THEN
                        MOVE WS-FIND-ID TO CA-REPORT-ID
                        MOVE WS-FIND-DATE TO CA-RUN-DATE
                        MOVE 1 TO CA-COLUMN
                        MOVE 1 TO WS-START-LINE
                        MOVE 'F' TO WS-DIRECTION
                    ELSE IF WS-SQL-ERROR = 0 THEN
                        MOVE 'NO COPY OF THAT REPORT FOR THAT RUN DATE'
                            TO RPVMSGO
                    END-IF
                ELSE IF WS-SQL-ERROR = 0 THEN
                    MOVE 'NO REPORT STORED UNDER THAT ID' TO RPVMSGO
                END-IF
            END-IF
      *
      *     A failed find leaves nothing on screen to page through
      *
            IF NOT WS-HAVE-REPORT THEN
                MOVE SPACES TO CA-REPORT-ID
                MOVE SPACES TO CA-RUN-DATE
            END-IF.
      * ===============================================================
      * The most recent run date stored for the id (null when none)
      * ===============================================================
       GET-LATEST-RUN-DATE.
      *
            EXEC SQL
                SELECT MAX(RUN-DATE)
                    INTO :WS-FIND-DATE :WS-NULL-IND
                FROM EVENT.MARBLES_RPTDIR
                WHERE REPORT-ID = :WS-FIND-ID
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-SQL-ERROR
                MOVE SPACES TO WS-FIND-DATE
            ELSE IF WS-NULL-IND < 0 THEN
                MOVE SPACES TO WS-FIND-DATE
            END-IF.
      * ===============================================================
      * The directory row for the id and date -- what the report is,
      * how long it runs, and when the sweep will take it
      * ===============================================================
       READ-DIRECTORY-ROW.
      *
            EXEC SQL
                SELECT DESCRIPTION, LINE-COUNT, PAGE-COUNT,
                       CHAR(EXPIRE-DATE, ISO)
                    INTO :WS-DIR-DESC, :WS-DIR-LINES,
                         :WS-DIR-PAGES, :WS-DIR-EXPIRE
                FROM EVENT.MARBLES_RPTDIR
                WHERE REPORT-ID = :WS-FIND-ID
                  AND RUN-DATE = :WS-FIND-DATE
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE 1 TO WS-REPORT-SWITCH
            ELSE IF SQLCODE NOT = 100 THEN
                MOVE 1 TO WS-SQL-ERROR
            END-IF.
      * ===============================================================
      * Work out where this page starts: PF8 continues past the
      * bottom of the page on screen, PF7 backs up from its top,
      * PF10/PF11 move the window and redisplay, and anything else
      * redisplays
      * ===============================================================
       SET-PAGE-START.
      *
            IF EIBAID = WS-AID-PF8 THEN
                MOVE CA-BOT-LINE TO WS-START-LINE
                MOVE 'N' TO WS-DIRECTION
            ELSE IF EIBAID = WS-AID-PF7 THEN
                MOVE CA-TOP-LINE TO WS-START-LINE
                MOVE 'B' TO WS-DIRECTION
            ELSE IF EIBAID = WS-AID-PF10 THEN
                MOVE 1 TO CA-COLUMN
                MOVE CA-TOP-LINE TO WS-START-LINE
                MOVE 'F' TO WS-DIRECTION
            ELSE IF EIBAID = WS-AID-PF11 THEN
                MOVE WS-RIGHT-COLUMN TO CA-COLUMN
                MOVE CA-TOP-LINE TO WS-START-LINE
                MOVE 'F' TO WS-DIRECTION
            ELSE
                MOVE CA-TOP-LINE TO WS-START-LINE
                MOVE 'F' TO WS-DIRECTION
            END-IF.
      * ===============================================================
      * Fill the page table. Paging off either end keeps a full page
      * on screen: PF8 past the last line redisplays the last page,
      * and PF7 that runs short of fifteen lines refills from line
      * one -- each with a message saying why the page didn't move
      * ===============================================================
       FILL-PAGE.
      *
            PERFORM LOAD-PAGE-TABLE
      *
            IF WS-SQL-ERROR = 0 THEN
                IF WS-PAGE-NEXT AND WS-PAGE-COUNT = 0 THEN
                    MOVE 'E' TO WS-EDGE-SWITCH
                    MOVE CA-TOP-LINE TO WS-START-LINE
                    MOVE 'F' TO WS-DIRECTION
                    PERFORM LOAD-PAGE-TABLE
                ELSE IF WS-PAGE-NEXT AND WS-PAGE-COUNT < 15 THEN
                    MOVE 'E' TO WS-EDGE-SWITCH
                ELSE IF WS-PAGE-BACKWARD AND WS-PAGE-COUNT < 15 THEN
                    MOVE 'T' TO WS-EDGE-SWITCH
                    MOVE 1 TO WS-START-LINE
                    MOVE 'F' TO WS-DIRECTION
                    PERFORM LOAD-PAGE-TABLE
                END-IF
            END-IF.
      * ===============================================================
      * One pass of the direction's cursor into the page table.
      * Three cursors rather than one with a variable predicate:
      * from-here (>=), next-page (>), and backward (<, descending).
      * ===============================================================
       LOAD-PAGE-TABLE.
      *
            MOVE 0 TO WS-PAGE-DONE
            MOVE 0 TO WS-PAGE-COUNT
      *
            EXEC SQL
                DECLARE C-RPVF CURSOR FOR
                SELECT LINE-NO, LINE-TEXT
                FROM EVENT.MARBLES_RPTLINE
                WHERE REPORT-ID = :CA-REPORT-ID
                  AND RUN-DATE = :CA-RUN-DATE
                  AND LINE-NO >= :WS-START-LINE
                ORDER BY LINE-NO
            END-EXEC
            EXEC SQL
                DECLARE C-RPVN CURSOR FOR
                SELECT LINE-NO, LINE-TEXT
                FROM EVENT.MARBLES_RPTLINE
                WHERE REPORT-ID = :CA-REPORT-ID
                  AND RUN-DATE = :CA-RUN-DATE
                  AND LINE-NO > :WS-START-LINE
                ORDER BY LINE-NO
            END-EXEC
            EXEC SQL
                DECLARE C-RPVB CURSOR FOR
                SELECT LINE-NO, LINE-TEXT
                FROM EVENT.MARBLES_RPTLINE
                WHERE REPORT-ID = :CA-REPORT-ID
                  AND RUN-DATE = :CA-RUN-DATE
                  AND LINE-NO < :WS-START-LINE
                ORDER BY LINE-NO DESC
            END-EXEC
      *
            IF WS-PAGE-FORWARD THEN
                EXEC SQL OPEN C-RPVF END-EXEC
            ELSE IF WS-PAGE-NEXT THEN
                EXEC SQL OPEN C-RPVN END-EXEC
            ELSE
                EXEC SQL OPEN C-RPVB END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE 1 TO WS-PAGE-DONE
                MOVE 1 TO WS-SQL-ERROR
            END-IF
      *
            PERFORM FETCH-PAGE-ROW
                UNTIL WS-PAGE-NO-MORE
      *
            IF WS-PAGE-FORWARD THEN
                EXEC SQL CLOSE C-RPVF END-EXEC
            ELSE IF WS-PAGE-NEXT THEN
                EXEC SQL CLOSE C-RPVN END-EXEC
            ELSE
                EXEC SQL CLOSE C-RPVB END-EXEC
            END-IF
      *
      *     A backward fetch came out descending -- flip it so the
      *     page table always reads top-down
      *
            IF WS-PAGE-BACKWARD AND WS-PAGE-COUNT > 1 THEN
                PERFORM REVERSE-PAGE-TABLE
            END-IF.
      * ===============================================================
      * Fetch the next line of the page from whichever cursor is open
      * ===============================================================
       FETCH-PAGE-ROW.
      *
            IF WS-PAGE-COUNT = 15 THEN
                MOVE 1 TO WS-PAGE-DONE
            ELSE
                IF WS-PAGE-FORWARD THEN
                    EXEC SQL
                        FETCH C-RPVF
                            INTO :WS-FETCH-LINE-NO, :WS-FETCH-TEXT
                    END-EXEC
                ELSE IF WS-PAGE-NEXT THEN
                    EXEC SQL
                        FETCH C-RPVN
                            INTO :WS-FETCH-LINE-NO, :WS-FETCH-TEXT
                    END-EXEC
                ELSE
                    EXEC SQL
                        FETCH C-RPVB
                            INTO :WS-FETCH-LINE-NO, :WS-FETCH-TEXT
                    END-EXEC
                END-IF
                IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-PAGE-DONE
                ELSE
                    ADD 1 TO WS-PAGE-COUNT
                    MOVE WS-FETCH-LINE-NO
                        TO WS-PAGE-LINE-NO(WS-PAGE-COUNT)
                    MOVE WS-FETCH-TEXT TO WS-PAGE-TEXT(WS-PAGE-COUNT)
                END-IF
            END-IF.
      * ===============================================================
      * Flip a descending backward page into ascending order by
      * swapping ends toward the middle
      * ===============================================================
       REVERSE-PAGE-TABLE.
      *
            MOVE 1 TO WS-ROW-IX
            COMPUTE WS-FILL-IX = WS-PAGE-COUNT
            PERFORM SWAP-PAGE-ENDS
                UNTIL WS-ROW-IX >= WS-FILL-IX.
      * ===============================================================
       SWAP-PAGE-ENDS.
      *
            MOVE WS-PAGE-ENTRY(WS-ROW-IX) TO WS-SWAP-ENTRY
            MOVE WS-PAGE-ENTRY(WS-FILL-IX)
                TO WS-PAGE-ENTRY(WS-ROW-IX)
            MOVE WS-SWAP-ENTRY TO WS-PAGE-ENTRY(WS-FILL-IX)
            ADD 1 TO WS-ROW-IX
            SUBTRACT 1 FROM WS-FILL-IX.
      * ===============================================================
      * Format the fetched page into the fifteen screen rows, fill
      * the report and window lines, and remember the new page
      * position in the COMMAREA
      * ===============================================================
       BUILD-SCREEN-ROWS.
      *
            MOVE 1 TO WS-ROW-IX
            PERFORM BUILD-ONE-ROW
                UNTIL WS-ROW-IX > 15
      *
            IF WS-PAGE-COUNT > 0 THEN
                MOVE WS-PAGE-LINE-NO(1) TO CA-TOP-LINE
                MOVE WS-PAGE-LINE-NO(WS-PAGE-COUNT) TO CA-BOT-LINE
            END-IF
            IF WS-HAVE-REPORT THEN
                PERFORM BUILD-REPORT-LINES
            END-IF
      *
            IF WS-SQL-ERROR = 1 THEN
                MOVE 'REPORT LOOKUP FAILED, TRY AGAIN' TO RPVMSGO
            ELSE IF WS-HAVE-REPORT THEN
                IF WS-PAGE-COUNT = 0 THEN
                    MOVE 'REPORT HAS NO LINES' TO RPVMSGO
                ELSE IF WS-AT-TOP THEN
                    MOVE 'TOP OF REPORT' TO RPVMSGO
                ELSE IF WS-AT-END THEN
                    MOVE 'END OF REPORT' TO RPVMSGO
                ELSE
                    MOVE SPACES TO RPVMSGO
                END-IF
            END-IF.
      * ===============================================================
      * Format one page-table entry into its screen row -- the 78
      * columns of the print line the window sits on (an entry past
      * the fetched count blanks the row)
      * ===============================================================
       BUILD-ONE-ROW.
      *
            IF WS-ROW-IX > WS-PAGE-COUNT THEN
                MOVE SPACES TO RPVROWO(WS-ROW-IX)
            ELSE
                MOVE WS-PAGE-TEXT(WS-ROW-IX)(CA-COLUMN:78)
                    TO RPVROWO(WS-ROW-IX)
            END-IF
            ADD 1 TO WS-ROW-IX.
      * ===============================================================
      * Rows two to four: the report's id and date back in the entry
      * fields, what it is, and where the window sits
      * ===============================================================
       BUILD-REPORT-LINES.
      *
            MOVE CA-REPORT-ID TO RPVRIDO
            MOVE CA-RUN-DATE TO RPVDTEO
            MOVE WS-DIR-DESC TO WS-INFO-DESC
            MOVE WS-DIR-LINES TO WS-INFO-LINES
            MOVE WS-DIR-PAGES TO WS-INFO-PAGES
            IF WS-DIR-EXPIRE = WS-PERMANENT THEN
                MOVE 'PERMANENT' TO WS-INFO-EXPIRE
            ELSE
                MOVE WS-DIR-EXPIRE TO WS-INFO-EXPIRE
            END-IF
            MOVE WS-INFO-LINE TO RPVINFO
      *
            MOVE CA-COLUMN TO WS-WIN-FROM-COL
            COMPUTE WS-WIN-TO-COL = CA-COLUMN + 77
            MOVE CA-TOP-LINE TO WS-WIN-TOP-LINE
            MOVE CA-BOT-LINE TO WS-WIN-BOT-LINE
            MOVE WS-WINDOW-LINE TO RPVCOLO.
      * ===============================================================
      * Send the formatted viewer screen
      * ===============================================================
       SEND-VIEW-SCREEN.
      *
            EXEC CICS SEND MAP('MRBLVMAP')
                        MAPSET('MRBLVSET')
                        FROM(MRBLVMAPO)
                        ERASE
            END-EXEC.
