      * ===============================================================
      * Supplier advance ship notices. Until now we learned what was
      * arriving only when MRBLWIN posted the warehouse confirmation
      * after the fact. Suppliers now send a notice file as they
      * ship (U-T-SASNIN), one record per PO line and lot shipped:
      *
      *   cols  1-10  supplier
      *   cols 11-22  the supplier's shipment (notice) number
      *   cols 23-30  PO number
      *   cols 31-34  PO line number
      *   cols 35-40  quantity shipped
      *   cols 41-50  lot id (blank when the shipment carries none)
      *   cols 51-58  ship date                         YYYYMMDD
      *   cols 59-66  date due at our dock              YYYYMMDD
      *               (blank = the ship date)
      *   cols 67-76  carrier
      *
      * Each record that names an open stock line ('O') of the
      * supplier's own PO is kept on EVENT.MARBLES_SUPASN, open
      * ('O'), with the line's color -- MRBLDKS schedules the dock
      * from these, and MRBLWIN closes them as the receipts post,
      * flagging any quantity or lot that differs from the notice.
      * Drop-ship lines go to our customer, not our dock, and
      * reject; so does a record already on file (same notice, PO
      * line and lot), so a resent file doesn't double the dock.
      *
      * Every record prints as ACCEPTED or REJECTED with the reason,
      * with control totals. A rejection ends the run with RC 4; a
      * database error, RC 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLSAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN U-T-SASNIN.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NOTICE-RECORD.
         01 NOTICE-RECORD.
           02 SAN-SUPPLIER       PIC X(10).
           02 SAN-ASN-NO         PIC X(12).
           02 SAN-PO-NO          PIC X(8).
           02 SAN-LINE-NO        PIC X(4).
           02 SAN-QTY            PIC X(6).
           02 SAN-LOT-ID         PIC X(10).
           02 SAN-SHIP-DATE      PIC X(8).
           02 SAN-DOCK-DATE      PIC X(8).
           02 SAN-CARRIER        PIC X(10).
           02 FILLER             PIC X(4).
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
           02  ACCEPTED-COUNT    PIC 9(5) VALUE 0.
           02  REJECTED-COUNT    PIC 9(5) VALUE 0.
           02  ACCEPTED-QTY      PIC 9(11) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-NOTICE-WORK.
           02  WS-SAN-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-SAN-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-SAN-QTY-TEXT   PIC X(6) JUSTIFIED RIGHT.
           02  WS-SAN-QTY-9      PIC 9(6).
           02  WS-SAN-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-SAN-NUM-8      PIC 9(8).
           02  WS-SAN-NUM-4      PIC 9(4).
           02  WS-SAN-SHIP-DATE  PIC X(10).
           02  WS-SAN-DOCK-DATE  PIC X(10).
           02  WS-SAN-DATE-WORK  PIC X(8).
           02  WS-SAN-DATE-ISO   PIC X(10).
           02  WS-SAN-DATE-DAYS  PIC S9(9) COMP VALUE 0.
           02  WS-SAN-SUPPLIER   PIC X(10).
           02  WS-SAN-COLOR      PIC X(10).
           02  WS-SAN-STATUS     PIC X(1).
           02  WS-SAN-ROW-COUNT  PIC S9(9) COMP VALUE 0.
           02  WS-SAN-REASON     PIC X(24).
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  ACCEPTED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'ACCEPTED: '.
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-ASN-NO         PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'LOT: '.
           02  OUTPUT-LOT-ID         PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DOCK: '.
           02  OUTPUT-DOCK-DATE      PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-CARRIER        PIC X(10).
       01  REJECTED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'REJECTED: '.
           02  REJ-OUTPUT-SUPPLIER   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  REJ-OUTPUT-ASN-NO     PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  REJ-OUTPUT-PO-NO      PIC X(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  REJ-OUTPUT-LINE-NO    PIC X(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  REJ-OUTPUT-QTY        PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'LOT: '.
           02  REJ-OUTPUT-LOT-ID     PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  REJ-OUTPUT-REASON     PIC X(24).
           02  FILLER                PIC X(13).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(83).
      * ===============================================================
      * Map SQL tables this run reads -- the POs and lines
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PO TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             PO-STATUS                      CHAR(1)     NOT NULL,
             ORDER-DATE                     DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_POLINE TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ORDER-QTY                      INTEGER     NOT NULL,
             RECEIVED-QTY                   INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             EXPECTED-DATE                  DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL supplier ship notice table (one row per notice, PO
      * line and lot; ASN-STATUS 'O' open, 'C' received as noticed,
      * 'V' received with a quantity or lot variance -- MRBLWIN
      * closes them and fills in the receipt's reference and
      * quantity)
      * ===============================================================
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
           MOVE 'MRBLSAN ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  NOTICE-FILE
                OUTPUT REPORT-FILE.
           MOVE '  MARBLES SUPPLIER SHIP NOTES' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM GET-NOTICE-RECORD.
           PERFORM LOAD-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-NOTICE-TOTALS.
           IF REJECTED-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE READ-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE NOTICE-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
       GET-NOTICE-RECORD.
           READ NOTICE-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       LOAD-AND-READ.
           PERFORM LOAD-ONE-NOTICE.
           PERFORM GET-NOTICE-RECORD.
      * ===============================================================
      * One notice record: its own edits, the PO line it names, and
      * the notice row if both pass
      * ===============================================================
       LOAD-ONE-NOTICE.
           ADD 1 TO READ-COUNT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE SPACES TO WS-SAN-REASON.
           PERFORM EDIT-NOTICE-RECORD.
           IF WS-SAN-REASON = SPACES
              PERFORM CHECK-PO-LINE.
           IF WS-SAN-REASON = SPACES
              PERFORM INSERT-NOTICE.
           IF WS-SQL-ERROR = 1
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR' TO WS-SAN-REASON.
           IF WS-SAN-REASON = SPACES
              ADD 1 TO ACCEPTED-COUNT
              ADD WS-SAN-QTY TO ACCEPTED-QTY
              PERFORM WRITE-ACCEPTED-LINE
           ELSE
              ADD 1 TO REJECTED-COUNT
              PERFORM WRITE-REJECTED-LINE.
      * ===============================================================
       EDIT-NOTICE-RECORD.
           MOVE 0 TO WS-SAN-QTY.
           MOVE SAN-QTY TO WS-SAN-QTY-TEXT.
           INSPECT WS-SAN-QTY-TEXT
               REPLACING LEADING SPACE BY ZERO.
           IF SAN-ASN-NO = SPACES
              MOVE 'NOTICE NUMBER MISSING' TO WS-SAN-REASON
           ELSE IF SAN-PO-NO IS NOT NUMERIC
              MOVE 'PO NUMBER NOT NUMERIC' TO WS-SAN-REASON
           ELSE IF SAN-LINE-NO IS NOT NUMERIC
              MOVE 'LINE NUMBER NOT NUMERIC' TO WS-SAN-REASON
           ELSE IF WS-SAN-QTY-TEXT IS NOT NUMERIC
              MOVE 'QUANTITY NOT NUMERIC' TO WS-SAN-REASON
           ELSE IF WS-SAN-QTY-TEXT = '000000'
              MOVE 'QUANTITY IS ZERO' TO WS-SAN-REASON
           ELSE
              MOVE SAN-PO-NO TO WS-SAN-NUM-8
              MOVE WS-SAN-NUM-8 TO WS-SAN-PO-NO
              MOVE SAN-LINE-NO TO WS-SAN-NUM-4
              MOVE WS-SAN-NUM-4 TO WS-SAN-LINE-NO
              MOVE WS-SAN-QTY-TEXT TO WS-SAN-QTY-9
              MOVE WS-SAN-QTY-9 TO WS-SAN-QTY
              MOVE SAN-SHIP-DATE TO WS-SAN-DATE-WORK
              PERFORM EDIT-NOTICE-DATE
              MOVE WS-SAN-DATE-ISO TO WS-SAN-SHIP-DATE
              IF WS-SAN-REASON = SPACES AND SAN-DOCK-DATE NOT = SPACES
                 MOVE SAN-DOCK-DATE TO WS-SAN-DATE-WORK
                 PERFORM EDIT-NOTICE-DATE
              END-IF
              MOVE WS-SAN-DATE-ISO TO WS-SAN-DOCK-DATE
           END-IF.
      * ===============================================================
      * A YYYYMMDD date into ISO form, the database judging whether
      * it is a real date
      * ===============================================================
       EDIT-NOTICE-DATE.
           MOVE SPACES TO WS-SAN-DATE-ISO.
           IF WS-SAN-DATE-WORK IS NOT NUMERIC
              MOVE 'DATE INVALID' TO WS-SAN-REASON
           ELSE
              STRING WS-SAN-DATE-WORK(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-SAN-DATE-WORK(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-SAN-DATE-WORK(7:2) DELIMITED BY SIZE
                  INTO WS-SAN-DATE-ISO
              EXEC SQL
                  SELECT DAYS(DATE(:WS-SAN-DATE-ISO))
                      INTO :WS-SAN-DATE-DAYS
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE = -180 OR SQLCODE = -181
                 MOVE 'DATE INVALID' TO WS-SAN-REASON
              ELSE IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 'DB ERROR' TO WS-SAN-REASON
              END-IF
           END-IF.
      * ===============================================================
      * The line must be on file, on this supplier's PO, an open
      * stock line, and this notice record not already loaded
      * ===============================================================
       CHECK-PO-LINE.
           EXEC SQL
               SELECT P.SUPPLIER, L.COLOR, L.LINE-STATUS
                   INTO :WS-SAN-SUPPLIER, :WS-SAN-COLOR,
                        :WS-SAN-STATUS
               FROM EVENT.MARBLES_POLINE L
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = L.PO-NO
               WHERE L.PO-NO = :WS-SAN-PO-NO
                 AND L.LINE-NO = :WS-SAN-LINE-NO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'PO LINE NOT ON FILE' TO WS-SAN-REASON
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'DB ERROR' TO WS-SAN-REASON
           ELSE IF WS-SAN-SUPPLIER NOT = SAN-SUPPLIER
              MOVE 'NOT THIS SUPPLIER''S PO' TO WS-SAN-REASON
           ELSE IF WS-SAN-STATUS = 'D'
              MOVE 'DROP-SHIP LINE' TO WS-SAN-REASON
           ELSE IF WS-SAN-STATUS NOT = 'O'
              MOVE 'PO LINE NOT OPEN' TO WS-SAN-REASON
           ELSE
              MOVE 0 TO WS-SAN-ROW-COUNT
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-SAN-ROW-COUNT
                  FROM EVENT.MARBLES_SUPASN
                  WHERE ASN-NO = :SAN-ASN-NO
                    AND PO-NO = :WS-SAN-PO-NO
                    AND LINE-NO = :WS-SAN-LINE-NO
                    AND LOT-ID = :SAN-LOT-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 'DB ERROR' TO WS-SAN-REASON
              ELSE IF WS-SAN-ROW-COUNT > 0
                 MOVE 'ALREADY ON FILE' TO WS-SAN-REASON
              END-IF
           END-IF.
      * ===============================================================
       INSERT-NOTICE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_SUPASN
               VALUES (:SAN-ASN-NO, :SAN-SUPPLIER, :WS-SAN-PO-NO,
                       :WS-SAN-LINE-NO, :WS-SAN-COLOR, :SAN-LOT-ID,
                       :WS-SAN-QTY, :SAN-CARRIER,
                       DATE(:WS-SAN-SHIP-DATE),
                       DATE(:WS-SAN-DOCK-DATE), 'O', ' ', 0,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR.
      * ===============================================================
       WRITE-ACCEPTED-LINE.
           MOVE SAN-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE SAN-ASN-NO TO OUTPUT-ASN-NO.
           MOVE WS-SAN-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-SAN-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WS-SAN-COLOR TO OUTPUT-COLOR.
           MOVE WS-SAN-QTY TO OUTPUT-QTY.
           MOVE SAN-LOT-ID TO OUTPUT-LOT-ID.
           MOVE WS-SAN-DOCK-DATE TO OUTPUT-DOCK-DATE.
           MOVE SAN-CARRIER TO OUTPUT-CARRIER.
           MOVE ACCEPTED-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-REJECTED-LINE.
           MOVE SAN-SUPPLIER TO REJ-OUTPUT-SUPPLIER.
           MOVE SAN-ASN-NO TO REJ-OUTPUT-ASN-NO.
           MOVE SAN-PO-NO TO REJ-OUTPUT-PO-NO.
           MOVE SAN-LINE-NO TO REJ-OUTPUT-LINE-NO.
           MOVE SAN-QTY TO REJ-OUTPUT-QTY.
           MOVE SAN-LOT-ID TO REJ-OUTPUT-LOT-ID.
           MOVE WS-SAN-REASON TO REJ-OUTPUT-REASON.
           MOVE REJECTED-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-NOTICE-TOTALS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'NOTICE RECORDS READ' TO OUTPUT-TOTAL-TEXT.
           MOVE READ-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'ACCEPTED' TO OUTPUT-TOTAL-TEXT.
           MOVE ACCEPTED-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'QUANTITY ACCEPTED' TO OUTPUT-TOTAL-TEXT.
           MOVE ACCEPTED-QTY TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'REJECTED' TO OUTPUT-TOTAL-TEXT.
           MOVE REJECTED-COUNT TO OUTPUT-TOTAL-COUNT.
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
