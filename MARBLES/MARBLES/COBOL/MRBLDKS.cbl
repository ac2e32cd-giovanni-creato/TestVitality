      * ===============================================================
      * Daily dock receiving schedule. Lists what the suppliers'
      * ship notices say is coming, so receiving can plan the dock
      * and the put-away crews a day ahead instead of finding out
      * when the truck backs in.
      *
      * Every notice still open on EVENT.MARBLES_SUPASN (loaded by
      * MRBLSAN, closed by MRBLWIN as the receipt posts) is listed
      * by the date it is due at the dock. Within a date the lines
      * are grouped by the zone that will take them -- the zone of
      * the color's home bin (MARBLES BIN-LOCATION on
      * EVENT.MARBLES_BIN), the same place MRBLWIN puts the stock
      * away; a color with no zoned home bin groups as NO ZONE.
      * Each zone closes with its total units and each date with
      * the day's total.
      *
      * A notice whose dock date has already passed is still open
      * because nothing has been received against it; its date
      * group is marked OVERDUE and the run ends with return code 4
      * so receiving chases the carrier. A database error ends the
      * run with return code 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLDKS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
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
           02  FIRST-SWITCH      PIC X(1) VALUE 'Y'.
               88  FIRST-NOTICE  VALUE 'Y'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  NOTICE-COUNT      PIC 9(5) VALUE 0.
           02  OVERDUE-COUNT     PIC 9(5) VALUE 0.
           02  TOTAL-UNITS       PIC 9(11) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-SCHEDULE-WORK.
           02  WS-DKS-DOCK-DATE  PIC X(10).
           02  WS-DKS-OVERDUE    PIC X(1).
           02  WS-DKS-ZONE       PIC X(10).
           02  WS-DKS-SUPPLIER   PIC X(10).
           02  WS-DKS-ASN-NO     PIC X(12).
           02  WS-DKS-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-DKS-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-DKS-COLOR      PIC X(10).
           02  WS-DKS-LOT-ID     PIC X(10).
           02  WS-DKS-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-DKS-CARRIER    PIC X(10).
           02  WS-DKS-SHIP-DATE  PIC X(10).
           02  WS-DKS-PRIOR-DATE PIC X(10).
           02  WS-DKS-PRIOR-ZONE PIC X(10).
           02  WS-DKS-ZONE-UNITS PIC S9(9) COMP VALUE 0.
           02  WS-DKS-DATE-UNITS PIC S9(9) COMP VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  DATE-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(11) VALUE 'DOCK DATE: '.
           02  HEAD-DOCK-DATE        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  HEAD-OVERDUE          PIC X(7).
           02  FILLER                PIC X(96).
       01  SCHEDULE-HEADING-LINE.
           02  FILLER                PIC X(7).
           02  FILLER                PIC X(13) VALUE 'ZONE'.
           02  FILLER                PIC X(13) VALUE 'SUPPLIER'.
           02  FILLER                PIC X(15) VALUE 'NOTICE'.
           02  FILLER                PIC X(16) VALUE 'PO/LINE'.
           02  FILLER                PIC X(13) VALUE 'COLOR'.
           02  FILLER                PIC X(9)  VALUE '    UNITS'.
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'LOT'.
           02  FILLER                PIC X(13) VALUE 'CARRIER'.
           02  FILLER                PIC X(16) VALUE 'SHIPPED'.
       01  SCHEDULE-DETAIL-LINE.
           02  FILLER                PIC X(7).
           02  OUTPUT-ZONE           PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-ASN-NO         PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-QTY            PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  OUTPUT-LOT-ID         PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-CARRIER        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-SHIP-DATE      PIC X(10).
           02  FILLER                PIC X(6).
       01  UNITS-TOTAL-LINE.
           02  FILLER                PIC X(7).
           02  OUTPUT-UNITS-TEXT     PIC X(16).
           02  OUTPUT-UNITS-KEY      PIC X(10).
           02  FILLER                PIC X(43).
           02  OUTPUT-UNITS          PIC ZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(46).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(83).
      * ===============================================================
      * Map SQL tables -- colors and their home bins, bins and their
      * zones, and the supplier ship notices
      * ===============================================================
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
           EXEC SQL DECLARE EVENT.MARBLES_BIN TABLE
           ( BIN                            VARCHAR(10) NOT NULL,
             CAPACITY                       INTEGER     NOT NULL,
             ZONE                           VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_SUPASN TABLE
           ( ASN-NO                         VARCHAR(12) NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             CARRIER                        VARCHAR(10) NOT NULL,
             SHIP-DATE                      DATE        NOT NULL,
             DOCK-DATE                      DATE        NOT NULL,
             ASN-STATUS                     CHAR(1)     NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             RCPT-QTY                       INTEGER     NOT NULL,
             ASN-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLDKS ' TO MRBLRUN-JOB-NAME.
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
           MOVE '  MARBLES DOCK SCHEDULE      ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM SCHEDULE-NOTICES.
           IF NOT FIRST-NOTICE
              PERFORM CLOSE-ZONE
              PERFORM CLOSE-DOCK-DATE.
           PERFORM WRITE-SCHEDULE-TOTALS.
           IF OVERDUE-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE NOTICE-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Every open notice line by dock date, then zone
      * ===============================================================
       SCHEDULE-NOTICES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-DKSASN CURSOR FOR
               SELECT CHAR(S.DOCK-DATE, ISO),
                      CASE WHEN S.DOCK-DATE < CURRENT DATE
                           THEN 'Y' ELSE 'N' END,
                      COALESCE(B.ZONE, 'NO ZONE'),
                      S.SUPPLIER, S.ASN-NO, S.PO-NO, S.LINE-NO,
                      S.COLOR, S.LOT-ID, S.QUANTITY, S.CARRIER,
                      CHAR(S.SHIP-DATE, ISO)
               FROM EVENT.MARBLES_SUPASN S
               LEFT OUTER JOIN EVENT.MARBLES M
                   ON M.COLOR = S.COLOR
               LEFT OUTER JOIN EVENT.MARBLES_BIN B
                   ON B.BIN = M.BIN-LOCATION
               WHERE S.ASN-STATUS = 'O'
               ORDER BY 1, 3, S.SUPPLIER, S.ASN-NO, S.PO-NO,
                        S.LINE-NO, S.LOT-ID
           END-EXEC.
           EXEC SQL
               OPEN C-DKSASN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-SCHEDULE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-DKSASN
           END-EXEC.
      * ===============================================================
       FETCH-AND-SCHEDULE.
           EXEC SQL
               FETCH C-DKSASN
                   INTO :WS-DKS-DOCK-DATE, :WS-DKS-OVERDUE,
                        :WS-DKS-ZONE, :WS-DKS-SUPPLIER,
                        :WS-DKS-ASN-NO, :WS-DKS-PO-NO,
                        :WS-DKS-LINE-NO, :WS-DKS-COLOR,
                        :WS-DKS-LOT-ID, :WS-DKS-QTY,
                        :WS-DKS-CARRIER, :WS-DKS-SHIP-DATE
           END-EXEC
           IF SQLCODE = 0
              PERFORM SCHEDULE-ONE-NOTICE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A new dock date closes the zone and the date before it and
      * heads the new one; a new zone within the date closes the
      * zone before it
      * ===============================================================
       SCHEDULE-ONE-NOTICE.
           IF FIRST-NOTICE
              PERFORM OPEN-DOCK-DATE
           ELSE IF WS-DKS-DOCK-DATE NOT = WS-DKS-PRIOR-DATE
              PERFORM CLOSE-ZONE
              PERFORM CLOSE-DOCK-DATE
              PERFORM OPEN-DOCK-DATE
           ELSE IF WS-DKS-ZONE NOT = WS-DKS-PRIOR-ZONE
              PERFORM CLOSE-ZONE.
           MOVE 'N' TO FIRST-SWITCH.
           MOVE WS-DKS-ZONE TO WS-DKS-PRIOR-ZONE.
           ADD 1 TO NOTICE-COUNT.
           ADD WS-DKS-QTY TO WS-DKS-ZONE-UNITS.
           ADD WS-DKS-QTY TO WS-DKS-DATE-UNITS.
           ADD WS-DKS-QTY TO TOTAL-UNITS.
           IF WS-DKS-OVERDUE = 'Y'
              ADD 1 TO OVERDUE-COUNT.
           PERFORM WRITE-SCHEDULE-DETAIL.
      * ===============================================================
       OPEN-DOCK-DATE.
           MOVE WS-DKS-DOCK-DATE TO WS-DKS-PRIOR-DATE.
           MOVE 0 TO WS-DKS-DATE-UNITS.
           MOVE 0 TO WS-DKS-ZONE-UNITS.
           IF LINES-WRITTEN > 24
              PERFORM WRITE-HEADER.
           MOVE WS-DKS-DOCK-DATE TO HEAD-DOCK-DATE.
           IF WS-DKS-OVERDUE = 'Y'
              MOVE 'OVERDUE' TO HEAD-OVERDUE
           ELSE
              MOVE SPACES TO HEAD-OVERDUE.
           PERFORM WRITE-DATE-HEADING.
      * ===============================================================
       CLOSE-ZONE.
           MOVE SPACES TO UNITS-TOTAL-LINE.
           MOVE 'UNITS FOR ZONE ' TO OUTPUT-UNITS-TEXT.
           MOVE WS-DKS-PRIOR-ZONE TO OUTPUT-UNITS-KEY.
           MOVE WS-DKS-ZONE-UNITS TO OUTPUT-UNITS.
           MOVE UNITS-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 0 TO WS-DKS-ZONE-UNITS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       CLOSE-DOCK-DATE.
           MOVE SPACES TO UNITS-TOTAL-LINE.
           MOVE 'UNITS DUE ' TO OUTPUT-UNITS-TEXT.
           MOVE WS-DKS-PRIOR-DATE TO OUTPUT-UNITS-KEY.
           MOVE WS-DKS-DATE-UNITS TO OUTPUT-UNITS.
           MOVE UNITS-TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-DATE-HEADING.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE DATE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SCHEDULE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 2 TO LINES-WRITTEN.
      * ===============================================================
       WRITE-SCHEDULE-DETAIL.
           MOVE WS-DKS-ZONE TO OUTPUT-ZONE.
           MOVE WS-DKS-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-DKS-ASN-NO TO OUTPUT-ASN-NO.
           MOVE WS-DKS-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-DKS-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WS-DKS-COLOR TO OUTPUT-COLOR.
           MOVE WS-DKS-QTY TO OUTPUT-QTY.
           MOVE WS-DKS-LOT-ID TO OUTPUT-LOT-ID.
           MOVE WS-DKS-CARRIER TO OUTPUT-CARRIER.
           MOVE WS-DKS-SHIP-DATE TO OUTPUT-SHIP-DATE.
           MOVE SCHEDULE-DETAIL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-SCHEDULE-TOTALS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'OPEN NOTICE LINES' TO OUTPUT-TOTAL-TEXT.
           MOVE NOTICE-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'UNITS DUE IN' TO OUTPUT-TOTAL-TEXT.
           MOVE TOTAL-UNITS TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'OVERDUE NOTICE LINES' TO OUTPUT-TOTAL-TEXT.
           MOVE OVERDUE-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
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
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
