      * ===============================================================
      * Nightly purchase-order transmission. MRBLPOC and MRBO DSH
      * number POs into the database and until now someone faxed
      * them. This run writes every PO line the supplier hasn't
      * seen as it stands to the transmission file (U-T-POXOUT,
      * layout in COPYBOOK/MRBLPOXR.cpy), one segment per supplier
      * with its own control trailer, for the transmission step to
      * send each supplier its own file:
      *
      *   'A'  an open line ('O', or 'D' drop-ship) never sent
      *   'C'  a sent line whose quantity, unit cost or expected
      *        date has moved since
      *   'X'  a sent line since cancelled -- a cancelled line the
      *        supplier never saw is not sent at all
      *
      * A drop-ship line carries the customer's ship-to from
      * EVENT.MARBLES_DROPSHIP. What was sent is kept line by line
      * on EVENT.MARBLES_POXMIT, and that image is what tomorrow's
      * run compares against -- MRBLPAK moves it along with the
      * expected date when a supplier's acknowledgment moves the
      * date, so a supplier is never sent back its own answer.
      * Lines received and closed ('C') are never sent.
      *
      * The report lists each line sent under its supplier, with the
      * supplier's trailer totals. A database error ends the run
      * with return code 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLPOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POX-FILE ASSIGN U-T-POXOUT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  POX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POX-FILE-RECORD.
         01 POX-FILE-RECORD        PIC X(80).
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
           02  SUPPLIER-COUNT    PIC 9(7) VALUE 0.
           02  PO-COUNT          PIC 9(7) VALUE 0.
           02  LINE-COUNT        PIC 9(7) VALUE 0.
           02  RECORD-COUNT      PIC 9(7) VALUE 0.
           02  SEG-PO-COUNT      PIC 9(7) VALUE 0.
           02  SEG-RECORD-COUNT  PIC 9(7) VALUE 0.
           02  SEG-QTY           PIC 9(11) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       COPY MRBLPOXR.
       01  WS-SEND-WORK.
           02  WS-SEND-DATE      PIC S9(9) COMP VALUE 0.
           02  WS-LAST-SUPPLIER  PIC X(10) VALUE SPACES.
           02  WS-LAST-PO-NO     PIC S9(9) COMP VALUE 0.
           02  WS-POX-SUPPLIER   PIC X(10).
           02  WS-POX-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-POX-ORDER-DATE PIC S9(9) COMP VALUE 0.
           02  WS-POX-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-POX-COLOR      PIC X(10).
           02  WS-POX-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-POX-COST       PIC S9(5) COMP-3 VALUE 0.
           02  WS-POX-EXPECTED   PIC S9(9) COMP VALUE 0.
           02  WS-POX-ACTION     PIC X(1).
           02  WS-POX-DROP-SHIP  PIC X(1).
           02  WS-POX-SHIP-NAME  PIC X(20).
           02  WS-POX-ADDR-LINE1 PIC X(30).
           02  WS-POX-ADDR-LINE2 PIC X(30).
           02  WS-POX-CITY       PIC X(20).
           02  WS-POX-STATE      PIC X(2).
           02  WS-POX-ZIP        PIC X(10).
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  SENT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SUPPLIER       PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'PO: '.
           02  OUTPUT-PO-NO          PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-ACTION         PIC X(9).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'COST: '.
           02  OUTPUT-COST           PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'EXPECTED: '.
           02  OUTPUT-EXPECTED       PIC 9999/99/99.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DROP-SHIP      PIC X(9).
           02  FILLER                PIC X(7).
       01  SEGMENT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE 'TRAILER:  '.
           02  OUTPUT-SEG-SUPPLIER   PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'POS: '.
           02  OUTPUT-SEG-POS        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'RECORDS: '.
           02  OUTPUT-SEG-RECORDS    PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'QUANTITY: '.
           02  OUTPUT-SEG-QTY        PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(46).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(88).
      * ===============================================================
      * Map SQL tables this run reads -- the POs and lines MRBLPOC
      * and MRBO DSH write, the drop-ship ship-to, and the image of
      * each line as it was last sent
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
           EXEC SQL DECLARE EVENT.MARBLES_DROPSHIP TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             PO-LINE-NO                     INTEGER     NOT NULL,
             ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             SHIP-NAME                      VARCHAR(20) NOT NULL,
             ADDR-LINE1                     VARCHAR(30) NOT NULL,
             ADDR-LINE2                     VARCHAR(30) NOT NULL,
             CITY                           VARCHAR(20) NOT NULL,
             STATE                          CHAR(2)     NOT NULL,
             ZIP                            VARCHAR(10) NOT NULL,
             DS-STATUS                      CHAR(1)     NOT NULL,
             CARRIER                        VARCHAR(10) NOT NULL,
             TRACKING-NO                    VARCHAR(20) NOT NULL,
             SHIP-DATE                      DATE        NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             DS-TIMESTAMP                   TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL sent-line image (one row per PO line, as it stood
      * when last transmitted)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_POXMIT TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             ORDER-QTY                      INTEGER     NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             EXPECTED-DATE                  DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL,
             SEND-DATE                      DATE        NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLPOX ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           EXEC SQL
               SELECT YEAR(CURRENT DATE) * 10000
                      + MONTH(CURRENT DATE) * 100 + DAY(CURRENT DATE)
                   INTO :WS-SEND-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT POX-FILE
                OUTPUT REPORT-FILE.
           MOVE '  MARBLES PO TRANSMISSION    ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           PERFORM SEND-PO-LINES.
           IF WS-LAST-SUPPLIER NOT = SPACES
              PERFORM CLOSE-SUPPLIER-SEGMENT.
           PERFORM WRITE-TOTAL-LINES.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE RECORD-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE POX-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Every line the supplier hasn't seen as it stands, with the
      * action it goes as, by supplier and PO
      * ===============================================================
       SEND-PO-LINES.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-POX CURSOR FOR
               SELECT P.SUPPLIER, L.PO-NO,
                      YEAR(P.ORDER-DATE) * 10000
                      + MONTH(P.ORDER-DATE) * 100 + DAY(P.ORDER-DATE),
                      L.LINE-NO, L.COLOR, L.ORDER-QTY, L.UNIT-COST,
                      YEAR(L.EXPECTED-DATE) * 10000
                      + MONTH(L.EXPECTED-DATE) * 100
                      + DAY(L.EXPECTED-DATE),
                      CASE WHEN X.PO-NO IS NULL THEN 'A'
                           WHEN L.LINE-STATUS = 'X' THEN 'X'
                           ELSE 'C' END,
                      CASE WHEN D.PO-NO IS NULL THEN 'N'
                           ELSE 'Y' END,
                      COALESCE(D.SHIP-NAME, ' '),
                      COALESCE(D.ADDR-LINE1, ' '),
                      COALESCE(D.ADDR-LINE2, ' '),
                      COALESCE(D.CITY, ' '), COALESCE(D.STATE, ' '),
                      COALESCE(D.ZIP, ' ')
               FROM EVENT.MARBLES_POLINE L
               INNER JOIN EVENT.MARBLES_PO P
                   ON P.PO-NO = L.PO-NO
               LEFT JOIN EVENT.MARBLES_POXMIT X
                   ON X.PO-NO = L.PO-NO
                  AND X.LINE-NO = L.LINE-NO
               LEFT JOIN EVENT.MARBLES_DROPSHIP D
                   ON D.PO-NO = L.PO-NO
                  AND D.PO-LINE-NO = L.LINE-NO
               WHERE (X.PO-NO IS NULL
                      AND L.LINE-STATUS IN ('O', 'D'))
                  OR (X.PO-NO IS NOT NULL
                      AND X.LINE-STATUS <> 'X'
                      AND (L.LINE-STATUS = 'X'
                           OR (L.LINE-STATUS IN ('O', 'D')
                               AND (X.ORDER-QTY <> L.ORDER-QTY
                                    OR X.UNIT-COST <> L.UNIT-COST
                                    OR X.EXPECTED-DATE
                                       <> L.EXPECTED-DATE)))))
               ORDER BY P.SUPPLIER, L.PO-NO, L.LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-POX
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-SEND
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-POX
           END-EXEC.
      * ===============================================================
       FETCH-AND-SEND.
           EXEC SQL
               FETCH C-POX
                   INTO :WS-POX-SUPPLIER, :WS-POX-PO-NO,
                        :WS-POX-ORDER-DATE, :WS-POX-LINE-NO,
                        :WS-POX-COLOR, :WS-POX-QTY, :WS-POX-COST,
                        :WS-POX-EXPECTED, :WS-POX-ACTION,
                        :WS-POX-DROP-SHIP, :WS-POX-SHIP-NAME,
                        :WS-POX-ADDR-LINE1, :WS-POX-ADDR-LINE2,
                        :WS-POX-CITY, :WS-POX-STATE, :WS-POX-ZIP
           END-EXEC
           IF SQLCODE = 0
              PERFORM SEND-ONE-LINE
              IF WS-SQL-ERROR = 1
                 MOVE 12 TO RETURN-CODE
                 MOVE 'EOF' TO CURSOR-SWITCH
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * A new supplier closes the last one's segment and opens its
      * own; a new PO gets its 'P' record; then the line, its
      * ship-to if it is a drop-ship, and the sent image
      * ===============================================================
       SEND-ONE-LINE.
           MOVE 0 TO WS-SQL-ERROR.
           IF WS-POX-SUPPLIER NOT = WS-LAST-SUPPLIER
              IF WS-LAST-SUPPLIER NOT = SPACES
                 PERFORM CLOSE-SUPPLIER-SEGMENT
              END-IF
              PERFORM OPEN-SUPPLIER-SEGMENT
           END-IF.
           IF WS-POX-PO-NO NOT = WS-LAST-PO-NO
              PERFORM WRITE-PO-RECORD.
           MOVE SPACES TO POX-RECORD.
           MOVE 'L' TO POX-TYPE.
           MOVE WS-POX-SUPPLIER TO POX-SUPPLIER.
           MOVE WS-POX-PO-NO TO POX-PO-NO.
           MOVE WS-POX-LINE-NO TO POXL-LINE-NO.
           MOVE WS-POX-ACTION TO POXL-ACTION.
           MOVE WS-POX-COLOR TO POXL-COLOR.
           MOVE WS-POX-QTY TO POXL-QTY.
           MOVE WS-POX-COST TO POXL-UNIT-COST.
           MOVE WS-POX-EXPECTED TO POXL-EXPECTED-DATE.
           PERFORM WRITE-POX-RECORD.
           ADD WS-POX-QTY TO SEG-QTY.
           ADD 1 TO LINE-COUNT.
           IF WS-POX-DROP-SHIP = 'Y' AND WS-POX-ACTION NOT = 'X'
              PERFORM WRITE-SHIP-TO-RECORDS.
           PERFORM RECORD-SENT-IMAGE.
           IF WS-SQL-ERROR = 0
              PERFORM PRINT-SENT-LINE.
      * ===============================================================
       OPEN-SUPPLIER-SEGMENT.
           MOVE WS-POX-SUPPLIER TO WS-LAST-SUPPLIER.
           MOVE 0 TO WS-LAST-PO-NO.
           MOVE 0 TO SEG-PO-COUNT.
           MOVE 0 TO SEG-RECORD-COUNT.
           MOVE 0 TO SEG-QTY.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE SPACES TO POX-RECORD.
           MOVE 'S' TO POX-TYPE.
           MOVE WS-POX-SUPPLIER TO POX-SUPPLIER.
           MOVE 0 TO POX-PO-NO.
           MOVE WS-SEND-DATE TO POXS-SEND-DATE.
           WRITE POX-FILE-RECORD FROM POX-RECORD.
           ADD 1 TO RECORD-COUNT.
      * ===============================================================
      * The segment's control trailer, and its totals on the report
      * ===============================================================
       CLOSE-SUPPLIER-SEGMENT.
           MOVE SPACES TO POX-TRAILER.
           MOVE 'T' TO POXT-TYPE.
           MOVE WS-LAST-SUPPLIER TO POXT-SUPPLIER.
           MOVE SEG-PO-COUNT TO POXT-PO-COUNT.
           MOVE SEG-RECORD-COUNT TO POXT-RECORD-COUNT.
           MOVE SEG-QTY TO POXT-QTY-TOTAL.
           WRITE POX-FILE-RECORD FROM POX-TRAILER.
           ADD 1 TO RECORD-COUNT.
           MOVE WS-LAST-SUPPLIER TO OUTPUT-SEG-SUPPLIER.
           MOVE SEG-PO-COUNT TO OUTPUT-SEG-POS.
           MOVE SEG-RECORD-COUNT TO OUTPUT-SEG-RECORDS.
           MOVE SEG-QTY TO OUTPUT-SEG-QTY.
           MOVE SEGMENT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-PO-RECORD.
           MOVE WS-POX-PO-NO TO WS-LAST-PO-NO.
           ADD 1 TO SEG-PO-COUNT.
           ADD 1 TO PO-COUNT.
           MOVE SPACES TO POX-RECORD.
           MOVE 'P' TO POX-TYPE.
           MOVE WS-POX-SUPPLIER TO POX-SUPPLIER.
           MOVE WS-POX-PO-NO TO POX-PO-NO.
           MOVE WS-POX-ORDER-DATE TO POXP-ORDER-DATE.
           MOVE WS-POX-DROP-SHIP TO POXP-DROP-SHIP.
           PERFORM WRITE-POX-RECORD.
      * ===============================================================
       WRITE-SHIP-TO-RECORDS.
           MOVE SPACES TO POX-RECORD.
           MOVE 'D' TO POX-TYPE.
           MOVE WS-POX-SUPPLIER TO POX-SUPPLIER.
           MOVE WS-POX-PO-NO TO POX-PO-NO.
           MOVE WS-POX-LINE-NO TO POXD-LINE-NO.
           MOVE WS-POX-SHIP-NAME TO POXD-SHIP-NAME.
           MOVE WS-POX-CITY TO POXD-CITY.
           MOVE WS-POX-STATE TO POXD-STATE.
           MOVE WS-POX-ZIP TO POXD-ZIP.
           PERFORM WRITE-POX-RECORD.
           MOVE SPACES TO POX-RECORD.
           MOVE 'E' TO POX-TYPE.
           MOVE WS-POX-SUPPLIER TO POX-SUPPLIER.
           MOVE WS-POX-PO-NO TO POX-PO-NO.
           MOVE WS-POX-ADDR-LINE1 TO POXE-ADDR-LINE1.
           MOVE WS-POX-ADDR-LINE2 TO POXE-ADDR-LINE2.
           PERFORM WRITE-POX-RECORD.
      * ===============================================================
       WRITE-POX-RECORD.
           WRITE POX-FILE-RECORD FROM POX-RECORD.
           ADD 1 TO SEG-RECORD-COUNT.
           ADD 1 TO RECORD-COUNT.
      * ===============================================================
      * The line as sent replaces whatever was sent before
      * ===============================================================
       RECORD-SENT-IMAGE.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_POXMIT
               WHERE PO-NO = :WS-POX-PO-NO
                 AND LINE-NO = :WS-POX-LINE-NO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_POXMIT
                  SELECT PO-NO, LINE-NO, ORDER-QTY, UNIT-COST,
                         EXPECTED-DATE, LINE-STATUS, CURRENT DATE
                  FROM EVENT.MARBLES_POLINE
                  WHERE PO-NO = :WS-POX-PO-NO
                    AND LINE-NO = :WS-POX-LINE-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
       PRINT-SENT-LINE.
           MOVE WS-POX-SUPPLIER TO OUTPUT-SUPPLIER.
           MOVE WS-POX-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-POX-LINE-NO TO OUTPUT-LINE-NO.
           IF WS-POX-ACTION = 'A'
              MOVE 'NEW      ' TO OUTPUT-ACTION
           ELSE IF WS-POX-ACTION = 'C'
              MOVE 'CHANGED  ' TO OUTPUT-ACTION
           ELSE
              MOVE 'CANCELLED' TO OUTPUT-ACTION.
           MOVE WS-POX-COLOR TO OUTPUT-COLOR.
           MOVE WS-POX-QTY TO OUTPUT-QTY.
           MOVE WS-POX-COST TO OUTPUT-COST.
           MOVE WS-POX-EXPECTED TO OUTPUT-EXPECTED.
           IF WS-POX-DROP-SHIP = 'Y'
              MOVE 'DROP SHIP' TO OUTPUT-DROP-SHIP
           ELSE
              MOVE SPACES TO OUTPUT-DROP-SHIP.
           MOVE SENT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       WRITE-TOTAL-LINES.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'SUPPLIERS SENT' TO OUTPUT-TOTAL-TEXT.
           MOVE SUPPLIER-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'PURCHASE ORDERS SENT' TO OUTPUT-TOTAL-TEXT.
           MOVE PO-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'PO LINES SENT' TO OUTPUT-TOTAL-TEXT.
           MOVE LINE-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 'RECORDS WRITTEN' TO OUTPUT-TOTAL-TEXT.
           MOVE RECORD-COUNT TO OUTPUT-TOTAL-COUNT.
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
