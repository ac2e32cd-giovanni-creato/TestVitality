      * ===============================================================
      * Nightly dock run -- packing slips, the advance ship notice
      * file, and the list of picked orders that missed the truck.
      *
      * MRBO PCK leaves every picked order on the dock as an
      * EVENT.MARBLES_SHIPMENT row ('P'), with the lots each line
      * was drawn from on EVENT.MARBLES_ORDLOT; MRBD SHP records the
      * carrier, tracking number, and carton count when it leaves
      * ('S'). This run, driven by the date card (U-T-DATECRD,
      * YYYYMMDD) vetted against the business calendar:
      *
      *   1. prints a packing slip, one per page, for every
      *      shipment whose slip hasn't been printed -- the order,
      *      the customer, the carrier if it has gone, each picked
      *      line and the lots it was filled from (any quantity
      *      picked before lots were drawn at PCK shows as
      *      UNTRACKED) -- and marks the slip printed;
      *   2. writes the advance ship notice file (U-T-ASNOUT, layout
      *      in COPYBOOK/MRBLASNR.cpy) for every shipped order not
      *      yet notified, with its control trailer, and moves the
      *      shipment to 'A' so no customer is told twice;
      *   3. lists every order picked on or before the run date and
      *      still on the dock -- picked but not shipped by end of
      *      day -- which ends the run with RC 4 for the dock lead.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLASN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATECARD-FILE ASSIGN U-T-DATECRD.
           SELECT ASN-FILE ASSIGN U-T-ASNOUT.
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
       FD  ASN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ASN-FILE-RECORD.
         01 ASN-FILE-RECORD        PIC X(80).
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
           02  LINE-SWITCH       PIC X(3).
               88  END-OF-LINES  VALUE 'EOF'.
           02  LOT-SWITCH        PIC X(3).
               88  END-OF-LOTS   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  SLIP-COUNT        PIC 9(7) VALUE 0.
           02  SHIPMENT-COUNT    PIC 9(7) VALUE 0.
           02  RECORD-COUNT      PIC 9(7) VALUE 0.
           02  SHIPPED-QTY       PIC 9(11) VALUE 0.
           02  UNSHIPPED-COUNT   PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy)
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  WS-DATECARD-SWITCH    PIC X(3).
           88  END-OF-DATECARD   VALUE 'EOF'.
      * ===============================================================
      * Business-calendar linkage (see COPYBOOK/MRBLCALL.cpy)
      * ===============================================================
       COPY MRBLCALL.
       COPY MRBLASNR.
       01  WS-SHIP-WORK.
           02  WS-RUN-DATE       PIC X(10).
           02  WS-SHP-ORDER-NO   PIC S9(9) COMP VALUE 0.
           02  WS-SHP-CUST       PIC X(10).
           02  WS-SHP-CUST-NAME  PIC X(20).
           02  WS-SHP-STATUS     PIC X(1).
           02  WS-SHP-PICK-DATE  PIC X(10).
           02  WS-SHP-CARRIER    PIC X(10).
           02  WS-SHP-TRACKING   PIC X(20).
           02  WS-SHP-CARTONS    PIC S9(9) COMP VALUE 0.
           02  WS-SHP-SHIP-DATE  PIC S9(9) COMP VALUE 0.
           02  WS-LINE-NO        PIC S9(9) COMP VALUE 0.
           02  WS-LINE-COLOR     PIC X(10).
           02  WS-LINE-QTY       PIC S9(9) COMP VALUE 0.
           02  WS-LINE-LOTTED    PIC S9(9) COMP VALUE 0.
           02  WS-LOT-ID         PIC X(10).
           02  WS-LOT-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
           02  WS-HOLD-LINE      PIC X(132).
       01  SECTION-LINE.
           02  FILLER                PIC X(5).
           02  SECTION-OUTPUT-TEXT   PIC X(30).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           02  SECTION-OUTPUT-DATE   PIC X(10).
           02  FILLER                PIC X(74).
       01  SLIP-ORDER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  OUTPUT-ORDER-NO       PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'CUSTOMER: '.
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  OUTPUT-CUST-NAME      PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'PICKED: '.
           02  OUTPUT-PICK-DATE      PIC X(10).
           02  FILLER                PIC X(47).
       01  SLIP-CARRIER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(9)  VALUE 'CARRIER: '.
           02  OUTPUT-CARRIER        PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'TRACKING: '.
           02  OUTPUT-TRACKING       PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'CARTONS: '.
           02  OUTPUT-CARTONS        PIC ZZZ9.
           02  FILLER                PIC X(59).
       01  SLIP-AWAITING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE 'AWAITING CARRIER'.
           02  FILLER                PIC X(111).
       01  SLIP-DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(6)  VALUE 'LINE: '.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'COLOR: '.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  OUTPUT-QTY            PIC ZZZ,ZZ9.
           02  FILLER                PIC X(82).
       01  SLIP-LOT-LINE.
           02  FILLER                PIC X(15).
           02  FILLER                PIC X(5)  VALUE 'LOT: '.
           02  OUTPUT-LOT-ID         PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'QTY: '.
           02  OUTPUT-LOT-QTY        PIC ZZZ,ZZ9.
           02  FILLER                PIC X(87).
       01  NOTICE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  OUTPUT-ASN-ORDER-NO   PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-ASN-CUST-NO    PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-ASN-CARRIER    PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-ASN-TRACKING   PIC X(20).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'CARTONS: '.
           02  OUTPUT-ASN-CARTONS    PIC ZZZ9.
           02  FILLER                PIC X(47).
       01  UNSHIPPED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'ORDER: '.
           02  OUTPUT-UNS-ORDER-NO   PIC 9(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'CUSTOMER: '.
           02  OUTPUT-UNS-CUST-NO    PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'PICKED: '.
           02  OUTPUT-UNS-PICK-DATE  PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'NOT SHIPPED   '.
           02  FILLER                PIC X(51).
       01  TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-TOTAL-TEXT     PIC X(30).
           02  OUTPUT-TOTAL-COUNT    PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(88).
      * ===============================================================
      * Map SQL tables this run reads -- the shipment and lot rows
      * MRBO PCK writes (see MRBLORD.cbl), the order lines, and the
      * customer master for the slip's name
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_SHIPMENT TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             SHIP-STATUS                    CHAR(1)     NOT NULL,
             PICK-DATE                      DATE        NOT NULL,
             CARRIER                        VARCHAR(10) NOT NULL,
             TRACKING-NO                    VARCHAR(20) NOT NULL,
             CARTONS                        INTEGER     NOT NULL,
             SHIP-DATE                      DATE        NOT NULL,
             SLIP-PRINTED                   CHAR(1)     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             SHIP-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDLINE TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDLOT TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL
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
           PERFORM GET-RUN-DATE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLASN ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT ASN-FILE
                OUTPUT REPORT-FILE.
           PERFORM PRINT-PACKING-SLIPS.
           IF RETURN-CODE < 12
              PERFORM SEND-SHIP-NOTICES.
           PERFORM WRITE-CONTROL-TRAILER.
           IF RETURN-CODE < 12
              PERFORM LIST-UNSHIPPED-ORDERS.
           IF UNSHIPPED-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE RECORD-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE ASN-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Read the date card and vet it against the business calendar
      * -- a card the calendar contradicts stops the run (RC 16)
      * ===============================================================
       GET-RUN-DATE.
           OPEN INPUT DATECARD-FILE.
           READ DATECARD-FILE AT END
               MOVE 'EOF' TO WS-DATECARD-SWITCH.
           CLOSE DATECARD-FILE.
           IF END-OF-DATECARD OR DATECARD-DATE IS NOT NUMERIC
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-RUN-DATE
              STRING DATECARD-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DATECARD-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE
              MOVE DATECARD-DATE TO MRBLCAL-RUN-DATE
              CALL 'MRBLCAL' USING MRBLCAL-LINKAGE
              IF NOT MRBLCAL-OK
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * Every shipment whose slip hasn't printed, shipped or still on
      * the dock, in order number order -- one page each
      * ===============================================================
       PRINT-PACKING-SLIPS.
           MOVE '  MARBLES PACKING SLIP       ' TO REPORT-TITLE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-SLIP CURSOR FOR
               SELECT S.ORDER-NO, S.CUST-NO,
                      COALESCE(C.CUST-NAME, ' '), S.SHIP-STATUS,
                      CHAR(S.PICK-DATE), S.CARRIER, S.TRACKING-NO,
                      S.CARTONS
               FROM EVENT.MARBLES_SHIPMENT S
                    LEFT JOIN EVENT.MARBLES_CUSTOMER C
                    ON C.CUST-NO = S.CUST-NO
               WHERE S.SLIP-PRINTED = 'N'
               ORDER BY S.ORDER-NO
           END-EXEC.
           EXEC SQL
               OPEN C-SLIP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-PRINT-SLIP
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-SLIP
           END-EXEC.
      * ===============================================================
       FETCH-AND-PRINT-SLIP.
           EXEC SQL
               FETCH C-SLIP
                   INTO :WS-SHP-ORDER-NO, :WS-SHP-CUST,
                        :WS-SHP-CUST-NAME, :WS-SHP-STATUS,
                        :WS-SHP-PICK-DATE, :WS-SHP-CARRIER,
                        :WS-SHP-TRACKING, :WS-SHP-CARTONS
           END-EXEC
           IF SQLCODE = 0
              PERFORM PRINT-ONE-SLIP
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
      * The slip's heading lines, its picked lines with their lots,
      * then the shipment marked printed
      * ===============================================================
       PRINT-ONE-SLIP.
           MOVE 0 TO WS-SQL-ERROR.
           PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-SHP-ORDER-NO TO OUTPUT-ORDER-NO.
           MOVE WS-SHP-CUST TO OUTPUT-CUST-NO.
           MOVE WS-SHP-CUST-NAME TO OUTPUT-CUST-NAME.
           MOVE WS-SHP-PICK-DATE TO OUTPUT-PICK-DATE.
           MOVE SLIP-ORDER-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-SHP-STATUS = 'P'
              MOVE SLIP-AWAITING-LINE TO OUTPUT-LINE
           ELSE
              MOVE WS-SHP-CARRIER TO OUTPUT-CARRIER
              MOVE WS-SHP-TRACKING TO OUTPUT-TRACKING
              MOVE WS-SHP-CARTONS TO OUTPUT-CARTONS
              MOVE SLIP-CARRIER-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           PERFORM PRINT-SLIP-LINES.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  UPDATE EVENT.MARBLES_SHIPMENT
                  SET SLIP-PRINTED = 'Y'
                  WHERE ORDER-NO = :WS-SHP-ORDER-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              ELSE
                 ADD 1 TO SLIP-COUNT
              END-IF
           END-IF.
      * ===============================================================
      * The order's picked lines in line order
      * ===============================================================
       PRINT-SLIP-LINES.
           MOVE SPACES TO LINE-SWITCH.
           EXEC SQL
               DECLARE C-SLIPLN CURSOR FOR
               SELECT LINE-NO, COLOR, QUANTITY
               FROM EVENT.MARBLES_ORDLINE
               WHERE ORDER-NO = :WS-SHP-ORDER-NO
                 AND LINE-STATUS = 'P'
               ORDER BY LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-SLIPLN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
           PERFORM FETCH-AND-PRINT-LINE
              UNTIL END-OF-LINES.
           EXEC SQL
               CLOSE C-SLIPLN
           END-EXEC.
      * ===============================================================
       FETCH-AND-PRINT-LINE.
           EXEC SQL
               FETCH C-SLIPLN
                   INTO :WS-LINE-NO, :WS-LINE-COLOR, :WS-LINE-QTY
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-LINE-NO TO OUTPUT-LINE-NO
              MOVE WS-LINE-COLOR TO OUTPUT-COLOR
              MOVE WS-LINE-QTY TO OUTPUT-QTY
              MOVE SLIP-DETAIL-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
              PERFORM PRINT-LINE-LOTS
              IF WS-SQL-ERROR = 1
                 MOVE 'EOF' TO LINE-SWITCH
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO LINE-SWITCH
           ELSE
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
      * ===============================================================
      * The lots the line was drawn from, oldest first as PCK drew
      * them; whatever of the line no lot row accounts for prints
      * as UNTRACKED so the slip always adds up to the line
      * ===============================================================
       PRINT-LINE-LOTS.
           MOVE 0 TO WS-LINE-LOTTED.
           MOVE SPACES TO LOT-SWITCH.
           EXEC SQL
               DECLARE C-SLIPLOT CURSOR FOR
               SELECT LOT-ID, QUANTITY
               FROM EVENT.MARBLES_ORDLOT
               WHERE ORDER-NO = :WS-SHP-ORDER-NO
                 AND LINE-NO = :WS-LINE-NO
               ORDER BY LOT-ID
           END-EXEC.
           EXEC SQL
               OPEN C-SLIPLOT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LOT-SWITCH.
           PERFORM FETCH-AND-PRINT-LOT
              UNTIL END-OF-LOTS.
           EXEC SQL
               CLOSE C-SLIPLOT
           END-EXEC.
           IF WS-SQL-ERROR = 0 AND WS-LINE-LOTTED < WS-LINE-QTY
              MOVE 'UNTRACKED' TO OUTPUT-LOT-ID
              COMPUTE OUTPUT-LOT-QTY = WS-LINE-QTY - WS-LINE-LOTTED
              MOVE SLIP-LOT-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       FETCH-AND-PRINT-LOT.
           EXEC SQL
               FETCH C-SLIPLOT
                   INTO :WS-LOT-ID, :WS-LOT-QTY
           END-EXEC
           IF SQLCODE = 0
              ADD WS-LOT-QTY TO WS-LINE-LOTTED
              MOVE WS-LOT-ID TO OUTPUT-LOT-ID
              MOVE WS-LOT-QTY TO OUTPUT-LOT-QTY
              MOVE SLIP-LOT-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO LOT-SWITCH
           ELSE
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LOT-SWITCH.
      * ===============================================================
      * Every shipped order the customer hasn't been told about: an
      * 'H' record, then an 'L' per line each followed by a 'K' per
      * lot, and the shipment moved to 'A'
      * ===============================================================
       SEND-SHIP-NOTICES.
           MOVE '  MARBLES SHIP NOTICES       ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE 'SHIP NOTICES SENT' TO SECTION-OUTPUT-TEXT.
           MOVE 2 TO LINE-SPACING.
           PERFORM WRITE-SECTION-LINE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-ASN CURSOR FOR
               SELECT ORDER-NO, CUST-NO, CARRIER, TRACKING-NO,
                      CARTONS,
                      YEAR(SHIP-DATE) * 10000
                      + MONTH(SHIP-DATE) * 100 + DAY(SHIP-DATE)
               FROM EVENT.MARBLES_SHIPMENT
               WHERE SHIP-STATUS = 'S'
               ORDER BY ORDER-NO
           END-EXEC.
           EXEC SQL
               OPEN C-ASN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-NOTIFY
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-ASN
           END-EXEC.
           MOVE 'SHIPMENTS NOTIFIED' TO OUTPUT-TOTAL-TEXT.
           MOVE SHIPMENT-COUNT TO OUTPUT-TOTAL-COUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE TOTAL-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       FETCH-AND-NOTIFY.
           EXEC SQL
               FETCH C-ASN
                   INTO :WS-SHP-ORDER-NO, :WS-SHP-CUST,
                        :WS-SHP-CARRIER, :WS-SHP-TRACKING,
                        :WS-SHP-CARTONS, :WS-SHP-SHIP-DATE
           END-EXEC
           IF SQLCODE = 0
              PERFORM NOTIFY-ONE-SHIPMENT
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
       NOTIFY-ONE-SHIPMENT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE SPACES TO ASN-RECORD.
           MOVE 'H' TO ASN-TYPE.
           MOVE WS-SHP-ORDER-NO TO ASN-ORDER-NO.
           MOVE WS-SHP-CUST TO ASN-CUST-NO.
           MOVE WS-SHP-SHIP-DATE TO ASNH-SHIP-DATE.
           MOVE WS-SHP-CARRIER TO ASNH-CARRIER.
           MOVE WS-SHP-TRACKING TO ASNH-TRACKING-NO.
           MOVE WS-SHP-CARTONS TO ASNH-CARTONS.
           PERFORM WRITE-ASN-RECORD.
           PERFORM NOTIFY-SHIPMENT-LINES.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  UPDATE EVENT.MARBLES_SHIPMENT
                  SET SHIP-STATUS = 'A'
                  WHERE ORDER-NO = :WS-SHP-ORDER-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              ELSE
                 ADD 1 TO SHIPMENT-COUNT
                 MOVE WS-SHP-ORDER-NO TO OUTPUT-ASN-ORDER-NO
                 MOVE WS-SHP-CUST TO OUTPUT-ASN-CUST-NO
                 MOVE WS-SHP-CARRIER TO OUTPUT-ASN-CARRIER
                 MOVE WS-SHP-TRACKING TO OUTPUT-ASN-TRACKING
                 MOVE WS-SHP-CARTONS TO OUTPUT-ASN-CARTONS
                 MOVE NOTICE-LINE TO OUTPUT-LINE
                 PERFORM WRITE-PRINT-LINE
              END-IF
           END-IF.
      * ===============================================================
       NOTIFY-SHIPMENT-LINES.
           MOVE SPACES TO LINE-SWITCH.
           EXEC SQL
               DECLARE C-ASNLN CURSOR FOR
               SELECT LINE-NO, COLOR, QUANTITY
               FROM EVENT.MARBLES_ORDLINE
               WHERE ORDER-NO = :WS-SHP-ORDER-NO
                 AND LINE-STATUS = 'P'
               ORDER BY LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-ASNLN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
           PERFORM FETCH-AND-NOTIFY-LINE
              UNTIL END-OF-LINES.
           EXEC SQL
               CLOSE C-ASNLN
           END-EXEC.
      * ===============================================================
       FETCH-AND-NOTIFY-LINE.
           EXEC SQL
               FETCH C-ASNLN
                   INTO :WS-LINE-NO, :WS-LINE-COLOR, :WS-LINE-QTY
           END-EXEC
           IF SQLCODE = 0
              MOVE SPACES TO ASN-RECORD
              MOVE 'L' TO ASN-TYPE
              MOVE WS-SHP-ORDER-NO TO ASN-ORDER-NO
              MOVE WS-SHP-CUST TO ASN-CUST-NO
              MOVE WS-LINE-NO TO ASNL-LINE-NO
              MOVE WS-LINE-COLOR TO ASNL-COLOR
              MOVE WS-LINE-QTY TO ASNL-QTY
              PERFORM WRITE-ASN-RECORD
              ADD WS-LINE-QTY TO SHIPPED-QTY
              PERFORM NOTIFY-LINE-LOTS
              IF WS-SQL-ERROR = 1
                 MOVE 'EOF' TO LINE-SWITCH
              END-IF
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO LINE-SWITCH
           ELSE
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LINE-SWITCH.
      * ===============================================================
       NOTIFY-LINE-LOTS.
           MOVE SPACES TO LOT-SWITCH.
           EXEC SQL
               DECLARE C-ASNLOT CURSOR FOR
               SELECT LOT-ID, QUANTITY
               FROM EVENT.MARBLES_ORDLOT
               WHERE ORDER-NO = :WS-SHP-ORDER-NO
                 AND LINE-NO = :WS-LINE-NO
               ORDER BY LOT-ID
           END-EXEC.
           EXEC SQL
               OPEN C-ASNLOT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LOT-SWITCH.
           PERFORM FETCH-AND-NOTIFY-LOT
              UNTIL END-OF-LOTS.
           EXEC SQL
               CLOSE C-ASNLOT
           END-EXEC.
      * ===============================================================
       FETCH-AND-NOTIFY-LOT.
           EXEC SQL
               FETCH C-ASNLOT
                   INTO :WS-LOT-ID, :WS-LOT-QTY
           END-EXEC
           IF SQLCODE = 0
              MOVE SPACES TO ASN-RECORD
              MOVE 'K' TO ASN-TYPE
              MOVE WS-SHP-ORDER-NO TO ASN-ORDER-NO
              MOVE WS-SHP-CUST TO ASN-CUST-NO
              MOVE WS-LINE-NO TO ASNL-LINE-NO
              MOVE WS-LINE-COLOR TO ASNL-COLOR
              MOVE WS-LOT-QTY TO ASNL-QTY
              MOVE WS-LOT-ID TO ASNL-LOT-ID
              PERFORM WRITE-ASN-RECORD
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO LOT-SWITCH
           ELSE
              MOVE 1 TO WS-SQL-ERROR
              MOVE 'EOF' TO LOT-SWITCH.
      * ===============================================================
       WRITE-ASN-RECORD.
           WRITE ASN-FILE-RECORD FROM ASN-RECORD.
           ADD 1 TO RECORD-COUNT.
      * ===============================================================
      * The file's control trailer -- written even on an empty night
      * so the customer's side sees a file that is whole and empty
      * ===============================================================
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO ASN-TRAILER.
           MOVE 'T' TO ASNT-TYPE.
           MOVE SHIPMENT-COUNT TO ASNT-SHIPMENT-COUNT.
           MOVE RECORD-COUNT TO ASNT-RECORD-COUNT.
           MOVE SHIPPED-QTY TO ASNT-QTY-TOTAL.
           WRITE ASN-FILE-RECORD FROM ASN-TRAILER.
      * ===============================================================
      * Picked on or before the run date and still on the dock --
      * each one a line on the exception list
      * ===============================================================
       LIST-UNSHIPPED-ORDERS.
           MOVE '  MARBLES DOCK EXCEPTIONS    ' TO REPORT-TITLE.
           PERFORM WRITE-HEADER.
           MOVE 'PICKED NOT SHIPPED' TO SECTION-OUTPUT-TEXT.
           MOVE 2 TO LINE-SPACING.
           PERFORM WRITE-SECTION-LINE.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-UNSHIP CURSOR FOR
               SELECT ORDER-NO, CUST-NO, CHAR(PICK-DATE)
               FROM EVENT.MARBLES_SHIPMENT
               WHERE SHIP-STATUS = 'P'
                 AND PICK-DATE <= :WS-RUN-DATE
               ORDER BY PICK-DATE, ORDER-NO
           END-EXEC.
           EXEC SQL
               OPEN C-UNSHIP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-UNSHIPPED
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-UNSHIP
           END-EXEC.
           IF UNSHIPPED-COUNT = 0
              MOVE LINE-SPACING TO CARRIAGE-CONTROL
              MOVE 'EVERY PICKED ORDER HAS SHIPPED' TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE
              MOVE 'ORDERS NOT SHIPPED' TO OUTPUT-TOTAL-TEXT
              MOVE UNSHIPPED-COUNT TO OUTPUT-TOTAL-COUNT
              MOVE 2 TO LINE-SPACING
              MOVE LINE-SPACING TO CARRIAGE-CONTROL
              MOVE TOTAL-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE.
      * ===============================================================
       FETCH-UNSHIPPED.
           EXEC SQL
               FETCH C-UNSHIP
                   INTO :WS-SHP-ORDER-NO, :WS-SHP-CUST,
                        :WS-SHP-PICK-DATE
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO UNSHIPPED-COUNT
              MOVE WS-SHP-ORDER-NO TO OUTPUT-UNS-ORDER-NO
              MOVE WS-SHP-CUST TO OUTPUT-UNS-CUST-NO
              MOVE WS-SHP-PICK-DATE TO OUTPUT-UNS-PICK-DATE
              MOVE UNSHIPPED-LINE TO OUTPUT-LINE
              PERFORM WRITE-PRINT-LINE
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Write the line already in OUTPUT-LINE, starting a new page
      * (under the current title) when this one is full
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
       WRITE-SECTION-LINE.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-RUN-DATE TO SECTION-OUTPUT-DATE.
           MOVE SECTION-LINE TO OUTPUT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * New page under whichever title the current step set
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
