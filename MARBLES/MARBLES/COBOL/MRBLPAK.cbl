      * ===============================================================
      * Supplier PO acknowledgments. Suppliers answer what MRBLPOX
      * sends them with an acknowledgment file (U-T-POACK), one
      * record per PO line:
      *
      *   cols  1-10  supplier
      *   cols 11-18  PO number
      *   cols 19-22  PO line number
      *   cols 23-28  quantity the supplier confirms
      *   cols 29-36  date the supplier promises it    YYYYMMDD
      *   cols 37-48  the supplier's acknowledgment reference
      *
      * An acknowledgment for an open line ('O', or 'D' drop-ship)
      * of the supplier's own PO moves the line's EXPECTED-DATE to
      * the promised date -- so MRBLPOR, MRBLTPA and the scorecard
      * work from what the supplier has promised -- and keeps the
      * confirmed quantity, the promised date and the date we had
      * expected before it on EVENT.MARBLES_POACK, the newest
      * acknowledgment of a line replacing the one before. The
      * sent-line image on EVENT.MARBLES_POXMIT moves with the date
      * so MRBLPOX doesn't send the supplier its own answer back.
      *
      * Every record prints as APPLIED or REJECTED with the reason
      * (the same acknowledgment applied twice rejects as ALREADY
      * APPLIED). Then, for the buyer, every line acknowledged today
      * short of its ordered quantity or later than we had expected
      * it prints on the exception page, by supplier. Rejections or
      * exceptions end the run with RC 4; a database error, RC 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN U-T-POACK.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ACK-RECORD.
         01 ACK-RECORD.
           02 ACK-SUPPLIER       PIC X(10).
           02 ACK-PO-NO          PIC X(8).
           02 ACK-LINE-NO        PIC X(4).
           02 ACK-QTY            PIC X(6).
           02 ACK-PROMISED       PIC X(8).
           02 ACK-REFERENCE      PIC X(12).
           02 FILLER             PIC X(32).
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
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  READ-COUNT        PIC 9(5) VALUE 0.
           02  APPLIED-COUNT     PIC 9(5) VALUE 0.
           02  REJECTED-COUNT    PIC 9(5) VALUE 0.
           02  EXCEPTION-COUNT   PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-ACK-WORK.
           02  WS-PAK-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-PAK-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-PAK-QTY-TEXT   PIC X(6) JUSTIFIED RIGHT.
           02  WS-PAK-QTY-9      PIC 9(6).
           02  WS-PAK-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-PAK-NUM-8      PIC 9(8).
           02  WS-PAK-NUM-4      PIC 9(4).
           02  WS-PAK-PROMISED   PIC X(10).
           02  WS-PAK-REFERENCE  PIC X(12).
           02  WS-PAK-SUPPLIER   PIC X(10).
           02  WS-PAK-COLOR      PIC X(10).
           02  WS-PAK-ORDER-QTY  PIC S9(9) COMP VALUE 0.
           02  WS-PAK-STATUS     PIC X(1).
           02  WS-PAK-EXPECTED   PIC X(10).
           02  WS-PAK-PROMISED-DAYS PIC S9(9) COMP VALUE 0.
           02  WS-PAK-ROW-COUNT  PIC S9(9) COMP VALUE 0.
           02  WS-PAK-REASON     PIC X(24).
           02  WS-PAK-DAYS-LATE  PIC S9(9) COMP VALUE 0.
           02  WS-PAK-SHORT-QTY  PIC S9(9) COMP VALUE 0.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  APPLIED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'APPLIED:  '.
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'CONFIRMED: '.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'PROMISED: '.
           02  OUTPUT-PROMISED       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-REFERENCE      PIC X(12).
           02  FILLER                PIC X(15).
       01  REJECTED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'REJECTED: '.
           02  REJ-OUTPUT-SUPPLIER   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  REJ-OUTPUT-PO-NO      PIC X(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  REJ-OUTPUT-LINE-NO    PIC X(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  REJ-OUTPUT-QTY        PIC X(6).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DATE: '.
           02  REJ-OUTPUT-PROMISED   PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  REJ-OUTPUT-REASON     PIC X(24).
           02  FILLER                PIC X(29).
       01  EXCEPTION-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'SUPPLIER  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'PO /LINE     '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'COLOR     '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'ORDERED'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'CONFIRM'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'SHORT  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'EXPECTED  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'PROMISED  '.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'DAYS LATE'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'REFERENCE   '.
           02  FILLER                PIC X(5).
       01  EXCEPTION-LINE.
           02  FILLER                PIC X(5).
           02  EXC-OUTPUT-SUPPLIER   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-PO-NO      PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  EXC-OUTPUT-LINE-NO    PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-COLOR      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-ORDERED    PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-CONFIRMED  PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-SHORT      PIC ZZZ,ZZZ.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-EXPECTED   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  EXC-OUTPUT-PROMISED   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  EXC-OUTPUT-DAYS-LATE  PIC ZZ,ZZZ.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  EXC-OUTPUT-REFERENCE  PIC X(12).
           02  FILLER                PIC X(5).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(88).
      * ===============================================================
      * Map SQL tables this run reads and updates -- the POs and
      * lines, the sent-line image MRBLPOX keeps, and the
      * acknowledgments
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
           EXEC SQL DECLARE EVENT.MARBLES_POXMIT TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             ORDER-QTY                      INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             EXPECTED-DATE                  DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL,
             SEND-DATE                      DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL acknowledgment table (one row per PO line, the
      * supplier's latest answer; REQUESTED-DATE is the expected
      * date the answer replaced)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_POACK TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             ACK-REFERENCE                  VARCHAR(12) NOT NULL,
             CONFIRMED-QTY                  INTEGER     NOT NULL,
             PROMISED-DATE                  DATE        NOT NULL,
             REQUESTED-DATE                 DATE        NOT NULL,
             ACK-DATE                       DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLPAK ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  ACK-FILE
                OUTPUT REPORT-FILE.
           MOVE '  MARBLES PO ACKNOWLEDGMENTS ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM GET-ACK-RECORD.
           PERFORM APPLY-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-ACK-TOTALS.
           IF RETURN-CODE < 12
              PERFORM LIST-ACK-EXCEPTIONS.
           IF (REJECTED-COUNT > 0 OR EXCEPTION-COUNT > 0)
                 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE READ-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE ACK-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
       GET-ACK-RECORD.
           READ ACK-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       APPLY-AND-READ.
           PERFORM APPLY-ONE-ACK.
           PERFORM GET-ACK-RECORD.
      * ===============================================================
      * One acknowledgment: its own edits, the line it names, and
      * the update if both pass
      * ===============================================================
       APPLY-ONE-ACK.
           ADD 1 TO READ-COUNT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE SPACES TO WS-PAK-REASON.
           PERFORM EDIT-ACK-RECORD.
           IF WS-PAK-REASON = SPACES
              PERFORM CHECK-PO-LINE.
           IF WS-PAK-REASON = SPACES
              PERFORM UPDATE-PO-LINE.
           IF WS-SQL-ERROR = 1
              MOVE 12 TO RETURN-CODE
              MOVE 'DB ERROR' TO WS-PAK-REASON.
           IF WS-PAK-REASON = SPACES
              ADD 1 TO APPLIED-COUNT
              PERFORM WRITE-APPLIED-LINE
           ELSE
              ADD 1 TO REJECTED-COUNT
              PERFORM WRITE-REJECTED-LINE.
      * ===============================================================
      * Numbers numeric and the promised date a real date -- the
      * database is the judge of that, as it is for MRBO's dates
      * ===============================================================
       EDIT-ACK-RECORD.
           MOVE ACK-SUPPLIER TO WS-PAK-SUPPLIER.
           MOVE ACK-REFERENCE TO WS-PAK-REFERENCE.
           MOVE 0 TO WS-PAK-QTY.
           MOVE ACK-QTY TO WS-PAK-QTY-TEXT.
           INSPECT WS-PAK-QTY-TEXT
               REPLACING LEADING SPACE BY ZERO.
           IF ACK-PO-NO IS NOT NUMERIC
              MOVE 'PO NUMBER NOT NUMERIC' TO WS-PAK-REASON
           ELSE IF ACK-LINE-NO IS NOT NUMERIC
              MOVE 'LINE NUMBER NOT NUMERIC' TO WS-PAK-REASON
           ELSE IF WS-PAK-QTY-TEXT IS NOT NUMERIC
              MOVE 'QUANTITY NOT NUMERIC' TO WS-PAK-REASON
           ELSE IF ACK-PROMISED IS NOT NUMERIC
              MOVE 'PROMISED DATE INVALID' TO WS-PAK-REASON
           ELSE
              MOVE ACK-PO-NO TO WS-PAK-NUM-8
              MOVE WS-PAK-NUM-8 TO WS-PAK-PO-NO
              MOVE ACK-LINE-NO TO WS-PAK-NUM-4
              MOVE WS-PAK-NUM-4 TO WS-PAK-LINE-NO
              MOVE WS-PAK-QTY-TEXT TO WS-PAK-QTY-9
              MOVE WS-PAK-QTY-9 TO WS-PAK-QTY
              MOVE SPACES TO WS-PAK-PROMISED
              STRING ACK-PROMISED(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     ACK-PROMISED(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     ACK-PROMISED(7:2) DELIMITED BY SIZE
                  INTO WS-PAK-PROMISED
              EXEC SQL
                  SELECT DAYS(DATE(:WS-PAK-PROMISED))
                      INTO :WS-PAK-PROMISED-DAYS
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE = -180 OR SQLCODE = -181
                 MOVE 'PROMISED DATE INVALID' TO WS-PAK-REASON
              ELSE IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 'DB ERROR' TO WS-PAK-REASON
              END-IF
           END-IF.
      * ===============================================================
      * The line must be on file, on this supplier's PO, still open,
      * and not already carrying this very acknowledgment
      * ===============================================================
       CHECK-PO-LINE.
           EXEC SQL
               SELECT P.SUPPLIER, L.COLOR, L.ORDER-QTY,
                      L.LINE-STATUS, CHAR(L.EXPECTED-DATE, ISO)
                   INTO :WS-PAK-SUPPLIER, :WS-PAK-COLOR,
                        :WS-PAK-ORDER-QTY, :WS-PAK-STATUS,
                        :WS-PAK-EXPECTED
               FROM EVENT.MARBLES_POLINE L
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = L.PO-NO
               WHERE L.PO-NO = :WS-PAK-PO-NO
                 AND L.LINE-NO = :WS-PAK-LINE-NO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'PO LINE NOT ON FILE' TO WS-PAK-REASON
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'DB ERROR' TO WS-PAK-REASON
           ELSE IF WS-PAK-SUPPLIER NOT = ACK-SUPPLIER
              MOVE 'NOT THIS SUPPLIER''S PO' TO WS-PAK-REASON
           ELSE IF WS-PAK-STATUS NOT = 'O' AND WS-PAK-STATUS NOT = 'D'
              MOVE 'PO LINE NOT OPEN' TO WS-PAK-REASON
           ELSE
              MOVE 0 TO WS-PAK-ROW-COUNT
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-PAK-ROW-COUNT
                  FROM EVENT.MARBLES_POACK
                  WHERE PO-NO = :WS-PAK-PO-NO
                    AND LINE-NO = :WS-PAK-LINE-NO
                    AND ACK-REFERENCE = :WS-PAK-REFERENCE
                    AND CONFIRMED-QTY = :WS-PAK-QTY
                    AND PROMISED-DATE = DATE(:WS-PAK-PROMISED)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 'DB ERROR' TO WS-PAK-REASON
              ELSE IF WS-PAK-ROW-COUNT > 0
                 MOVE 'ALREADY APPLIED' TO WS-PAK-REASON
              END-IF
           END-IF.
      * ===============================================================
      * The promised date onto the line and its sent image, and the
      * acknowledgment kept in place of any earlier one
      * ===============================================================
       UPDATE-PO-LINE.
           EXEC SQL
               UPDATE EVENT.MARBLES_POLINE
               SET EXPECTED-DATE = DATE(:WS-PAK-PROMISED)
               WHERE PO-NO = :WS-PAK-PO-NO
                 AND LINE-NO = :WS-PAK-LINE-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  UPDATE EVENT.MARBLES_POXMIT
                  SET EXPECTED-DATE = DATE(:WS-PAK-PROMISED)
                  WHERE PO-NO = :WS-PAK-PO-NO
                    AND LINE-NO = :WS-PAK-LINE-NO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_POACK
                  WHERE PO-NO = :WS-PAK-PO-NO
                    AND LINE-NO = :WS-PAK-LINE-NO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_POACK
                  VALUES (:WS-PAK-PO-NO, :WS-PAK-LINE-NO,
                          :WS-PAK-REFERENCE, :WS-PAK-QTY,
                          DATE(:WS-PAK-PROMISED),
                          DATE(:WS-PAK-EXPECTED), CURRENT DATE)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
       WRITE-APPLIED-LINE.
           MOVE WS-PAK-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-PAK-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-PAK-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WS-PAK-COLOR TO OUTPUT-COLOR.
           MOVE WS-PAK-QTY TO OUTPUT-QTY.
           MOVE WS-PAK-PROMISED TO OUTPUT-PROMISED.
           MOVE WS-PAK-REFERENCE TO OUTPUT-REFERENCE.
           MOVE APPLIED-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-REJECTED-LINE.
           MOVE ACK-SUPPLIER TO REJ-OUTPUT-SUPPLIER.
           MOVE ACK-PO-NO TO REJ-OUTPUT-PO-NO.
           MOVE ACK-LINE-NO TO REJ-OUTPUT-LINE-NO.
           MOVE ACK-QTY TO REJ-OUTPUT-QTY.
           MOVE ACK-PROMISED TO REJ-OUTPUT-PROMISED.
           MOVE WS-PAK-REASON TO REJ-OUTPUT-REASON.
           MOVE REJECTED-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-ACK-TOTALS.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'ACKNOWLEDGMENTS READ' TO OUTPUT-TOTAL-TEXT.
           MOVE READ-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'APPLIED' TO OUTPUT-TOTAL-TEXT.
           MOVE APPLIED-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'REJECTED' TO OUTPUT-TOTAL-TEXT.
           MOVE REJECTED-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
      * For the buyer: every line acknowledged today for less than
      * was ordered or later than it was expected, by supplier --
      * a rerun the same day lists them all again
      * ===============================================================
       LIST-ACK-EXCEPTIONS.
           MOVE '  MARBLES PO ACK EXCEPTIONS  ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE EXCEPTION-HEADING-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-PAKEXC CURSOR FOR
               SELECT P.SUPPLIER, A.PO-NO, A.LINE-NO, L.COLOR,
                      L.ORDER-QTY, A.CONFIRMED-QTY,
                      CHAR(A.REQUESTED-DATE, ISO),
                      CHAR(A.PROMISED-DATE, ISO),
                      DAYS(A.PROMISED-DATE) - DAYS(A.REQUESTED-DATE),
                      A.ACK-REFERENCE
               FROM EVENT.MARBLES_POACK A
               INNER JOIN EVENT.MARBLES_POLINE L
                   ON L.PO-NO = A.PO-NO
                  AND L.LINE-NO = A.LINE-NO
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = A.PO-NO
               WHERE A.ACK-DATE = CURRENT DATE
                 AND (A.CONFIRMED-QTY < L.ORDER-QTY
                      OR A.PROMISED-DATE > A.REQUESTED-DATE)
               ORDER BY P.SUPPLIER, A.PO-NO, A.LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-PAKEXC
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-LIST-EXCEPTION
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-PAKEXC
           END-EXEC.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF EXCEPTION-COUNT = 0
              MOVE 'NO LINE ACKNOWLEDGED SHORT OR LATE' TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              MOVE SPACES TO TOTAL-LINE
              MOVE 'SHORT OR LATE LINES' TO OUTPUT-TOTAL-TEXT
              MOVE EXCEPTION-COUNT TO OUTPUT-TOTAL-COUNT
              MOVE TOTAL-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       FETCH-AND-LIST-EXCEPTION.
           EXEC SQL
               FETCH C-PAKEXC
                   INTO :WS-PAK-SUPPLIER, :WS-PAK-PO-NO,
                        :WS-PAK-LINE-NO, :WS-PAK-COLOR,
                        :WS-PAK-ORDER-QTY, :WS-PAK-QTY,
                        :WS-PAK-EXPECTED, :WS-PAK-PROMISED,
                        :WS-PAK-DAYS-LATE, :WS-PAK-REFERENCE
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO EXCEPTION-COUNT
              MOVE WS-PAK-SUPPLIER TO EXC-OUTPUT-SUPPLIER
              MOVE WS-PAK-PO-NO TO EXC-OUTPUT-PO-NO
              MOVE WS-PAK-LINE-NO TO EXC-OUTPUT-LINE-NO
              MOVE WS-PAK-COLOR TO EXC-OUTPUT-COLOR
              MOVE WS-PAK-ORDER-QTY TO EXC-OUTPUT-ORDERED
              MOVE WS-PAK-QTY TO EXC-OUTPUT-CONFIRMED
              COMPUTE WS-PAK-SHORT-QTY = WS-PAK-ORDER-QTY - WS-PAK-QTY
              IF WS-PAK-SHORT-QTY > 0
                 MOVE WS-PAK-SHORT-QTY TO EXC-OUTPUT-SHORT
              ELSE
                 MOVE 0 TO EXC-OUTPUT-SHORT
              END-IF
              MOVE WS-PAK-EXPECTED TO EXC-OUTPUT-EXPECTED
              MOVE WS-PAK-PROMISED TO EXC-OUTPUT-PROMISED
              IF WS-PAK-DAYS-LATE > 0
                 MOVE WS-PAK-DAYS-LATE TO EXC-OUTPUT-DAYS-LATE
              ELSE
                 MOVE 0 TO EXC-OUTPUT-DAYS-LATE
              END-IF
              MOVE WS-PAK-REFERENCE TO EXC-OUTPUT-REFERENCE
              MOVE EXCEPTION-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
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
