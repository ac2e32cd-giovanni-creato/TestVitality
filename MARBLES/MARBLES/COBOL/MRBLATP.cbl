      * ===============================================================
      * Available-to-promise feed for the web storefront, and intake
      * of the orders the storefront took. MRBLWMS sends the
      * warehouse what is on hand; the web shop needs what we can
      * promise, and was selling from a nightly spreadsheet -- 400
      * RUBY went out that were already reserved for a desk order.
      * This run is made every hour, in two parts.
      *
      * First the storefront's order-acknowledgment file
      * (U-T-WEBORD). It opens with the sender's header (see
      * COPYBOOK/MRBLIFRC.cpy), checked with the MRBLIFR inbound-
      * file registry; then one record per order line:
      *
      *   cols  1-12  web order number
      *   cols 13-22  customer number (the storefront's account for
      *               the buyer -- trade or its own house account)
      *   cols 23-32  color
      *   cols 33-38  quantity
      *   cols 39-46  wanted date     YYYYMMDD (blank = today)
      *
      * Consecutive lines with the same customer and web order
      * number are one web order and become one MRBO order, booked
      * as MRBLEDI books an electronic PO: the EVENT.MARBLES_ORDER
      * header under terminal 'BATC', opened at the first line that
      * books, with the web order number kept on EVENT.MARBLES_ORDPO
      * (SOURCE 'WEB') so a resent order never opens twice; per line
      * the reservation, order line, reservation detail row and RSV
      * audit row. The customer must be on file and off credit hold
      * and the color approved, on file and active, or the line is
      * rejected for the desk. The storefront has already taken the
      * sale and the payment, so there is no credit-line check, and
      * a line past available-to-promise (a sale made between two
      * feeds) is not refused: what is available is reserved and the
      * rest raised as an open backorder with a BACKORDR alert, the
      * MRBLSTD treatment. A file the registry refuses books nothing
      * -- a resend is RC 8, a headerless file RC 16 -- but the feed
      * below is still written, since the promise figures don't
      * depend on it.
      *
      * Then the feed (U-T-ATPOUT), one record per active color:
      * on-hand less RESERVED-QTY less the open backorders (never
      * shown below zero), the next open PO line's EXPECTED-DATE
      * when nothing can be promised, and the color's description
      * and status. Only what changed since the last run is sent:
      * what was last sent per color is kept on EVENT.MARBLES_
      * ATPSENT, and a color whose figures match it is skipped. A
      * color that leaves active status is sent once more with its
      * new status, so the storefront can take it down. The control
      * trailer ('**TRAILER*', the MRBLWMS shape) carries the record
      * count and a hash total of the quantities. Emptying
      * EVENT.MARBLES_ATPSENT makes the next run send every color.
      *
      * Rejected or backordered lines end the run with RC 4; a DB2
      * error with RC 12, and no feed is written past it.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLATP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEB-FILE ASSIGN U-T-WEBORD.
           SELECT FEED-FILE ASSIGN U-T-ATPOUT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  WEB-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WEB-RECORD.
         01 WEB-RECORD.
           02 WEB-ORDER-NO       PIC X(12).
           02 WEB-CUST-NO        PIC X(10).
           02 WEB-COLOR          PIC X(10).
           02 WEB-QTY            PIC X(6).
           02 WEB-WANTED         PIC X(8).
           02 FILLER             PIC X(34).
       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FEED-FILE-RECORD.
      * ===============================================================
      * FEED-CHANGE is 'N' for a color the storefront hasn't been
      * sent before, 'C' for a change to one it has
      * ===============================================================
         01 FEED-FILE-RECORD.
           02 FEED-COLOR              PIC X(10).
           02 FEED-ATP                PIC 9(9).
           02 FEED-NEXT-DATE          PIC X(8).
           02 FEED-DESCRIPTION        PIC X(18).
           02 FEED-STATUS             PIC X(1).
           02 FEED-CHANGE             PIC X(1).
           02 FEED-AS-OF              PIC X(26).
           02 FILLER                  PIC X(7).
      * ===============================================================
      * Control trailer overlaying the same record -- '**TRAILER*'
      * can never be a real color, so the storefront can prove the
      * feed arrived whole: record count plus a hash total of the
      * promise quantities
      * ===============================================================
         01 FEED-FILE-TRAILER REDEFINES FEED-FILE-RECORD.
           02 FEED-TRL-FLAG           PIC X(10).
           02 FEED-TRL-COUNT          PIC 9(7).
           02 FEED-TRL-HASH           PIC 9(13).
           02 FILLER                  PIC X(50).
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
           02  ORDER-COUNT       PIC 9(5) VALUE 0.
           02  BOOKED-COUNT      PIC 9(5) VALUE 0.
           02  SHORT-COUNT       PIC 9(5) VALUE 0.
           02  REJECTED-COUNT    PIC 9(5) VALUE 0.
           02  BOOKED-QTY        PIC 9(11) VALUE 0.
           02  SHORT-QTY         PIC 9(11) VALUE 0.
           02  REJECTED-QTY      PIC 9(11) VALUE 0.
           02  COLOR-COUNT       PIC 9(5) VALUE 0.
           02  FEED-COUNT        PIC 9(5) VALUE 0.
           02  UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           02  FEED-HASH-TOTAL   PIC 9(13) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * the order file's header is checked against the files
      * already taken before a line is booked
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-INFILE-WORK.
           02  WS-INFILE-TAKEN    PIC 9 VALUE 0.
           02  WS-INFILE-GAP      PIC 9 VALUE 0.
           02  WS-INFILE-NOTE     PIC X(40) VALUE SPACES.
      * ===============================================================
      * The run's own return code, kept apart from RETURN-CODE so
      * the CALLs along the way can't overwrite it
      * ===============================================================
       01  WS-ATP-RUN-RC         PIC S9(4) COMP VALUE 0.
       01  WS-WEB-WORK.
           02  WS-WEB-CUST       PIC X(10) VALUE HIGH-VALUES.
           02  WS-WEB-ORDER      PIC X(12) VALUE HIGH-VALUES.
           02  WS-WEB-CUST-STATE PIC X(1).
               88  WS-WEB-CUST-GOOD      VALUE 'K'.
               88  WS-WEB-CUST-UNKNOWN   VALUE 'U'.
               88  WS-WEB-CUST-ON-HOLD   VALUE 'H'.
               88  WS-WEB-ORD-IMPORTED   VALUE 'D'.
               88  WS-WEB-CUST-DB-ERROR  VALUE 'E'.
           02  WS-WEB-ORDER-OPEN PIC 9 VALUE 0.
           02  WS-WEB-ORD-NO     PIC S9(9) COMP VALUE 0.
           02  WS-WEB-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-WEB-PO-REF     PIC X(20).
           02  WS-WEB-COLOR      PIC X(10).
           02  WS-WEB-QTY-TEXT   PIC X(6) JUSTIFIED RIGHT.
           02  WS-WEB-QTY-9      PIC 9(6).
           02  WS-WEB-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-WEB-BOOK-QTY   PIC S9(9) COMP VALUE 0.
           02  WS-WEB-SHORT-QTY  PIC S9(9) COMP VALUE 0.
           02  WS-WEB-TODAY      PIC X(10).
           02  WS-WEB-WANTED     PIC X(10).
           02  WS-WEB-ROW-COUNT  PIC S9(4) COMP-3 VALUE 0.
           02  WS-WEB-INV        PIC S9(9) COMP VALUE 0.
           02  WS-WEB-STATUS     PIC X(1).
           02  WS-WEB-CRD-HOLD   PIC X(1).
           02  WS-WEB-RESERVED   PIC S9(9) COMP VALUE 0.
           02  WS-WEB-RSV-BEFORE PIC S9(9) COMP VALUE 0.
           02  WS-WEB-ATP        PIC S9(9) COMP VALUE 0.
           02  WS-WEB-REASON     PIC X(24).
           02  WS-WEB-OUTCOME    PIC X(12).
           02  WS-ALERT-TYPE     PIC X(8).
           02  WS-ALERT-TEXT     PIC X(40).
           02  WS-SQL-ERROR      PIC 9 VALUE 0.
       01  WS-FEED-WORK.
           02  WS-ATP-COLOR      PIC X(10).
           02  WS-ATP-DESC       PIC X(18).
           02  WS-ATP-STATUS     PIC X(1).
           02  WS-ATP-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-ATP-NEXT-DATE  PIC X(10).
           02  WS-ATP-NULL-IND   PIC S9(4) COMP VALUE 0.
           02  WS-ATP-NOW        PIC X(26).
           02  WS-ATP-CHANGE     PIC X(1).
           02  WS-SENT-FOUND     PIC 9 VALUE 0.
           02  WS-SENT-QTY       PIC S9(9) COMP VALUE 0.
           02  WS-SENT-NEXT-DATE PIC X(10).
           02  WS-SENT-DESC      PIC X(18).
           02  WS-SENT-STATUS    PIC X(1).
       01  DETAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-OUTCOME        PIC X(12).
           02  FILLER                PIC X(4)  VALUE 'WEB '.
           02  OUTPUT-WEB-ORDER      PIC X(12).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-CUST-NO        PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'ORDER '.
           02  OUTPUT-ORDER-NO       PIC 9(8).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  OUTPUT-LINE-NO        PIC 9(4).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-COLOR          PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'QTY '.
           02  OUTPUT-QTY            PIC X(6).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'SHORT '.
           02  OUTPUT-SHORT          PIC ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  OUTPUT-REASON         PIC X(24).
           02  FILLER                PIC X(1).
       01  WEB-FILE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(16) VALUE 'WEB ORDER FILE: '.
           02  OUTPUT-FILE-NOTE      PIC X(40).
           02  FILLER                PIC X(71).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'WEB LINES:  '.
           02  OUTPUT-READ-COUNT     PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'ORDERS OPENED: '.
           02  OUTPUT-ORDER-COUNT    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'BOOKED QTY: '.
           02  OUTPUT-BOOKED-QTY     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(17)
                                     VALUE 'BACKORDERED QTY: '.
           02  OUTPUT-SHORT-QTY      PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(22).
       01  SUMMARY-SPLIT-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(12) VALUE 'BOOKED:     '.
           02  OUTPUT-BOOKED-COUNT   PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'BACKORDERED: '.
           02  OUTPUT-SHORT-COUNT    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'REJECTED: '.
           02  OUTPUT-REJECTED-COUNT PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'REJECTED QTY: '.
           02  OUTPUT-REJECTED-QTY   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(37).
       01  FEED-SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(25)
                                     VALUE 'ATP FEED -- COLORS READ: '.
           02  OUTPUT-COLOR-COUNT    PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'SENT: '.
           02  OUTPUT-FEED-COUNT     PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'UNCHANGED: '.
           02  OUTPUT-UNCHANGED      PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'HASH: '.
           02  OUTPUT-FEED-HASH      PIC Z(12)9.
           02  FILLER                PIC X(39).
      * ===============================================================
      * Map SQL tables this run reads and books into -- the same
      * ones MRBLEDI books a PO through (see MRBLEDI.cbl), the
      * backorder and alert tables MRBLSTD raises a shortfall on,
      * and the open PO lines MRBI shows as on order
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
           EXEC SQL DECLARE EVENT.MARBLES_COLOR TABLE
           ( COLOR                          VARCHAR(10) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_LOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3)  NOT NULL,
             BEFORE-QTY                     INTEGER     NOT NULL,
             AFTER-QTY                      INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             LOG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RESERVE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             RESERVED-QTY                   INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_RSVLOG TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             RSV-STATUS                     CHAR(1)     NOT NULL,
             RSV-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CREDIT TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CREDIT-LIMIT                   DECIMAL(11,0) NOT NULL,
             CREDIT-HOLD                    CHAR(1)     NOT NULL,
             LAST-UPDATED                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDER TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             ORD-STATUS                     CHAR(1)     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             ORD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDLINE TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDPO TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-PO-REF                    VARCHAR(20) NOT NULL,
             SOURCE                         CHAR(3)     NOT NULL,
             PO-TIMESTAMP                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_BACKORDER TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             SHORT-QTY                      INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             BO-PRIORITY                    INTEGER     NOT NULL,
             BO-STATUS                      CHAR(1)     NOT NULL,
             BO-TIMESTAMP                   TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ALERT TABLE
           ( ALERT-TYPE                     CHAR(8)     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ALERT-TEXT                     VARCHAR(40) NOT NULL,
             ACK-STATUS                     CHAR(1)     NOT NULL,
             ACK-BY                         CHAR(4)     NOT NULL,
             ALERT-TIMESTAMP                TIMESTAMP   NOT NULL
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
      * Map SQL last-sent table -- per color, the figures the
      * storefront was last sent, which the next run compares with
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ATPSENT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             ATP-QTY                        INTEGER     NOT NULL,
             NEXT-DATE                      CHAR(10)    NOT NULL,
             DESCRIPTION                    VARCHAR(18) NOT NULL,
             COLOR-STATUS                   CHAR(1)     NOT NULL,
             SENT-TIMESTAMP                 TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLATP ' TO MRBLRUN-JOB-NAME.
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
               SELECT CHAR(CURRENT DATE), CHAR(CURRENT TIMESTAMP)
                   INTO :WS-WEB-TODAY, :WS-ATP-NOW
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  WEB-FILE
                OUTPUT FEED-FILE
                       REPORT-FILE.
           PERFORM WRITE-HEADER.
      *
      *    The orders first, so the feed that follows already
      *    promises net of what the storefront just sold
      *
           PERFORM CHECK-WEB-HEADER.
           IF WS-INFILE-TAKEN = 1
              PERFORM GET-WEB-RECORD
              PERFORM IMPORT-AND-READ
                 UNTIL END-OF-FILE
              PERFORM RECORD-WEB-FILE-END
           ELSE
              PERFORM WRITE-WEB-FILE-LINE.
           PERFORM WRITE-SUMMARY-LINES.
           IF WS-ATP-RUN-RC < 12
              PERFORM PUBLISH-ATP-FEED.
           IF (REJECTED-COUNT > 0 OR SHORT-COUNT > 0
                 OR WS-INFILE-GAP = 1)
              AND WS-ATP-RUN-RC < 4
              MOVE 4 TO WS-ATP-RUN-RC.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE WS-ATP-RUN-RC TO MRBLRUN-RETURN-CODE.
           MOVE FEED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE WEB-FILE
                 FEED-FILE
                 REPORT-FILE.
           MOVE WS-ATP-RUN-RC TO RETURN-CODE.
           GOBACK.
      * ===============================================================
      * The first record is the sender's header, not data: the
      * registry refuses a file already processed (unless an
      * operator has recorded a reprocess with MRBG RPR) and one
      * with no header at all, and flags a skipped sequence number
      * ===============================================================
       CHECK-WEB-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           READ WEB-FILE INTO MRBLIFR-HEADER AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           MOVE 'C' TO MRBLIFR-FUNCTION.
           MOVE 'MRBLATP ' TO MRBLIFR-JOB-NAME.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE 0 TO WS-INFILE-TAKEN.
           IF MRBLIFR-NO-HEADER
              MOVE 'HAS NO HEADER, NOT PROCESSED' TO WS-INFILE-NOTE
              MOVE 16 TO WS-ATP-RUN-RC
           ELSE IF MRBLIFR-FAILED
              MOVE 'REGISTRY UNAVAILABLE, NOT PROCESSED'
                  TO WS-INFILE-NOTE
              MOVE 12 TO WS-ATP-RUN-RC
           ELSE IF MRBLIFR-DUPLICATE
              MOVE 'ALREADY PROCESSED, NOT PROCESSED AGAIN'
                  TO WS-INFILE-NOTE
              MOVE 8 TO WS-ATP-RUN-RC
           ELSE
              MOVE 1 TO WS-INFILE-TAKEN
              IF MRBLIFR-SEQ-GAP
                 DISPLAY 'MRBLATP: WEB ORDER FILE '
                         MRBLIFR-HDR-SENDER
                         ' SEQ ' MRBLIFR-HDR-SEQ ', EXPECTED '
                         MRBLIFR-EXPECTED-SEQ
                 MOVE 1 TO WS-INFILE-GAP
              ELSE IF MRBLIFR-REPROCESS
                 DISPLAY 'MRBLATP: WEB ORDER FILE '
                         MRBLIFR-HDR-SENDER
                         ' SEQ ' MRBLIFR-HDR-SEQ
                         ' REPROCESSED ON OVERRIDE'
              END-IF
           END-IF.
      * ===============================================================
      * Complete the registry row with the lines processed
      * ===============================================================
       RECORD-WEB-FILE-END.
           MOVE 'E' TO MRBLIFR-FUNCTION.
           MOVE READ-COUNT TO MRBLIFR-RECORDS.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
      * ===============================================================
       GET-WEB-RECORD.
           READ WEB-FILE AT END
               MOVE 'EOF' TO INPUT-SWITCH.
      * ===============================================================
       IMPORT-AND-READ.
           PERFORM IMPORT-ONE-LINE.
           PERFORM GET-WEB-RECORD.
      * ===============================================================
      * One web order line: a new customer or web order number
      * starts a new order; then the line's own edits, and the
      * booking -- reserved as far as available-to-promise goes,
      * the rest backordered
      * ===============================================================
       IMPORT-ONE-LINE.
           ADD 1 TO READ-COUNT.
           MOVE 0 TO WS-SQL-ERROR.
           MOVE SPACES TO WS-WEB-REASON.
           MOVE 0 TO WS-WEB-BOOK-QTY.
           MOVE 0 TO WS-WEB-SHORT-QTY.
           MOVE 0 TO WS-WEB-LINE-NO.
           IF WEB-CUST-NO NOT = WS-WEB-CUST
              OR WEB-ORDER-NO NOT = WS-WEB-ORDER
              PERFORM START-WEB-ORDER.
           PERFORM EDIT-ORDER-LINE.
           IF WS-WEB-REASON = SPACES AND WS-SQL-ERROR = 0
              PERFORM GET-LINE-ATP.
           IF WS-WEB-REASON = SPACES AND WS-SQL-ERROR = 0
                 AND WS-WEB-BOOK-QTY > 0
              PERFORM BOOK-ORDER-LINE.
           IF WS-WEB-REASON = SPACES AND WS-SQL-ERROR = 0
                 AND WS-WEB-SHORT-QTY > 0
              PERFORM RAISE-LINE-BACKORDER.
           IF WS-SQL-ERROR = 1
              MOVE 12 TO WS-ATP-RUN-RC
              MOVE 'DB ERROR' TO WS-WEB-REASON.
           IF WS-WEB-REASON NOT = SPACES
              MOVE 'REJECTED' TO WS-WEB-OUTCOME
              ADD 1 TO REJECTED-COUNT
              ADD WS-WEB-QTY TO REJECTED-QTY
           ELSE IF WS-WEB-SHORT-QTY > 0
              MOVE 'BACKORDERED' TO WS-WEB-OUTCOME
              ADD 1 TO SHORT-COUNT
              ADD WS-WEB-BOOK-QTY TO BOOKED-QTY
              ADD WS-WEB-SHORT-QTY TO SHORT-QTY
           ELSE
              MOVE 'BOOKED' TO WS-WEB-OUTCOME
              ADD 1 TO BOOKED-COUNT
              ADD WS-WEB-BOOK-QTY TO BOOKED-QTY.
           PERFORM WRITE-DETAIL-LINE.
      * ===============================================================
      * The customer-level checks, made once per web order: on file,
      * not on credit hold, and this web order not already booked
      * ===============================================================
       START-WEB-ORDER.
           MOVE WEB-CUST-NO TO WS-WEB-CUST.
           MOVE WEB-ORDER-NO TO WS-WEB-ORDER.
           MOVE WEB-ORDER-NO TO WS-WEB-PO-REF.
           MOVE 0 TO WS-WEB-ORDER-OPEN.
           MOVE 0 TO WS-WEB-ORD-NO.
           MOVE 'K' TO WS-WEB-CUST-STATE.
           MOVE 0 TO WS-WEB-ROW-COUNT.
           IF WS-WEB-CUST NOT = SPACES
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-WEB-ROW-COUNT
                  FROM EVENT.MARBLES_CUSTOMER
                  WHERE CUST-NO = :WS-WEB-CUST
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'E' TO WS-WEB-CUST-STATE
              END-IF
           END-IF.
           IF WS-WEB-CUST-GOOD AND WS-WEB-ROW-COUNT = 0
              MOVE 'U' TO WS-WEB-CUST-STATE.
           IF WS-WEB-CUST-GOOD
              EXEC SQL
                  SELECT CREDIT-HOLD INTO :WS-WEB-CRD-HOLD
                  FROM EVENT.MARBLES_CREDIT
                  WHERE CUST-NO = :WS-WEB-CUST
              END-EXEC
              IF SQLCODE = 0
                 IF WS-WEB-CRD-HOLD = 'Y'
                    MOVE 'H' TO WS-WEB-CUST-STATE
                 END-IF
              ELSE IF SQLCODE NOT = 100
                 MOVE 'E' TO WS-WEB-CUST-STATE
              END-IF
           END-IF.
           IF WS-WEB-CUST-GOOD
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-WEB-ROW-COUNT
                  FROM EVENT.MARBLES_ORDPO
                  WHERE CUST-PO-REF = :WS-WEB-PO-REF
                    AND SOURCE = 'WEB'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'E' TO WS-WEB-CUST-STATE
              ELSE IF WS-WEB-ROW-COUNT > 0
                 MOVE 'D' TO WS-WEB-CUST-STATE
              END-IF
           END-IF.
      * ===============================================================
      * The line's own edits -- the order's customer-level outcome
      * first, then the quantity, then the color: approved, on file,
      * and active. A blank or bad wanted date defaults to today,
      * as MRBO LIN defaults it.
      * ===============================================================
       EDIT-ORDER-LINE.
           MOVE WEB-COLOR TO WS-WEB-COLOR.
           MOVE 0 TO WS-WEB-QTY.
           MOVE WEB-QTY TO WS-WEB-QTY-TEXT.
           INSPECT WS-WEB-QTY-TEXT
               REPLACING LEADING SPACE BY ZERO.
           IF WS-WEB-QTY-TEXT IS NUMERIC
              MOVE WS-WEB-QTY-TEXT TO WS-WEB-QTY-9
              MOVE WS-WEB-QTY-9 TO WS-WEB-QTY.
           IF WEB-WANTED IS NUMERIC
              MOVE SPACES TO WS-WEB-WANTED
              STRING WEB-WANTED(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WEB-WANTED(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WEB-WANTED(7:2) DELIMITED BY SIZE
                  INTO WS-WEB-WANTED
           ELSE
              MOVE WS-WEB-TODAY TO WS-WEB-WANTED.
           IF WS-WEB-CUST-DB-ERROR
              MOVE 1 TO WS-SQL-ERROR
           ELSE IF WS-WEB-CUST-UNKNOWN
              MOVE 'UNKNOWN CUSTOMER' TO WS-WEB-REASON
           ELSE IF WS-WEB-CUST-ON-HOLD
              MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-WEB-REASON
           ELSE IF WS-WEB-ORD-IMPORTED
              MOVE 'WEB ORDER ALREADY BOOKED' TO WS-WEB-REASON
           ELSE IF WS-WEB-ORDER = SPACES
              MOVE 'NO WEB ORDER NUMBER' TO WS-WEB-REASON
           ELSE IF WS-WEB-QTY-TEXT IS NOT NUMERIC
              OR WS-WEB-QTY = 0
              MOVE 'BAD QUANTITY' TO WS-WEB-REASON
           ELSE
              PERFORM CHECK-LINE-COLOR
           END-IF.
      * ===============================================================
      * The color has to be on the approved list, on file, and
      * active -- a held or discontinued color takes no new orders
      * ===============================================================
       CHECK-LINE-COLOR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-WEB-ROW-COUNT
               FROM EVENT.MARBLES_COLOR
               WHERE COLOR = :WS-WEB-COLOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE IF WS-WEB-ROW-COUNT = 0
              MOVE 'COLOR NOT APPROVED' TO WS-WEB-REASON
           ELSE
              EXEC SQL
                  SELECT INVENTORY, STATUS
                      INTO :WS-WEB-INV, :WS-WEB-STATUS
                  FROM EVENT.MARBLES
                  WHERE COLOR = :WS-WEB-COLOR
                  FOR UPDATE OF INVENTORY
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'UNKNOWN COLOR' TO WS-WEB-REASON
              ELSE IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              ELSE IF WS-WEB-STATUS NOT = 'A'
                 MOVE 'COLOR NOT ACTIVE' TO WS-WEB-REASON
              END-IF
           END-IF.
      * ===============================================================
      * Split the line at available-to-promise: what is there is
      * booked, the rest is the shortfall (the MRBLSTD split)
      * ===============================================================
       GET-LINE-ATP.
           MOVE 0 TO WS-WEB-RESERVED.
           EXEC SQL
               SELECT RESERVED-QTY INTO :WS-WEB-RESERVED
               FROM EVENT.MARBLES_RESERVE
               WHERE COLOR = :WS-WEB-COLOR
           END-EXEC
           IF SQLCODE = 100
              MOVE 0 TO WS-WEB-RESERVED
           ELSE IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           END-IF.
           IF WS-SQL-ERROR = 0
              COMPUTE WS-WEB-ATP = WS-WEB-INV - WS-WEB-RESERVED
              IF WS-WEB-ATP < 1
                 MOVE 0 TO WS-WEB-BOOK-QTY
              ELSE IF WS-WEB-QTY > WS-WEB-ATP
                 MOVE WS-WEB-ATP TO WS-WEB-BOOK-QTY
              ELSE
                 MOVE WS-WEB-QTY TO WS-WEB-BOOK-QTY
              END-IF
              COMPUTE WS-WEB-SHORT-QTY = WS-WEB-QTY - WS-WEB-BOOK-QTY
           END-IF.
      * ===============================================================
      * The web order's MRBO header, numbered one past the highest on
      * file as MRBO NEW numbers it, wanted on the first line's
      * date, and its web order number on the PO reference table
      * ===============================================================
       OPEN-ORDER-HEADER.
           EXEC SQL
               SELECT COALESCE(MAX(ORDER-NO), 0) + 1
                   INTO :WS-WEB-ORD-NO
               FROM EVENT.MARBLES_ORDER
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDER
                  VALUES (:WS-WEB-ORD-NO, 'BATC', :WS-WEB-CUST, 'O',
                          :WS-WEB-WANTED, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDPO
                  VALUES (:WS-WEB-ORD-NO, :WS-WEB-CUST,
                          :WS-WEB-PO-REF, 'WEB', CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              MOVE 1 TO WS-WEB-ORDER-OPEN
              ADD 1 TO ORDER-COUNT
           END-IF.
      * ===============================================================
      * Book the reserved part of the line as MRBO LIN books it: the
      * new reserved total, the order line, the reservation detail
      * row stamped with the customer, and the RSV audit row
      * carrying reserved before and after
      * ===============================================================
       BOOK-ORDER-LINE.
           IF WS-WEB-ORDER-OPEN = 0
              PERFORM OPEN-ORDER-HEADER.
           IF WS-SQL-ERROR = 0
              MOVE WS-WEB-RESERVED TO WS-WEB-RSV-BEFORE
              ADD WS-WEB-BOOK-QTY TO WS-WEB-RESERVED
              EXEC SQL
                  UPDATE EVENT.MARBLES_RESERVE
                  SET RESERVED-QTY = :WS-WEB-RESERVED
                  WHERE COLOR = :WS-WEB-COLOR
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_RESERVE
                     VALUES (:WS-WEB-COLOR, :WS-WEB-RESERVED)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  SELECT COALESCE(MAX(LINE-NO), 0) + 1
                      INTO :WS-WEB-LINE-NO
                  FROM EVENT.MARBLES_ORDLINE
                  WHERE ORDER-NO = :WS-WEB-ORD-NO
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_ORDLINE
                     VALUES (:WS-WEB-ORD-NO, :WS-WEB-LINE-NO,
                             :WS-WEB-COLOR, :WS-WEB-BOOK-QTY,
                             :WS-WEB-WANTED, 'O')
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_RSVLOG
                  VALUES (:WS-WEB-COLOR, :WS-WEB-BOOK-QTY,
                          :WS-WEB-CUST, 'BATC', 'O',
                          CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                     INSERT INTO EVENT.MARBLES_LOG
                     VALUES (:WS-WEB-COLOR, 'RSV', :WS-WEB-RSV-BEFORE,
                             :WS-WEB-RESERVED, 'BATC',
                             CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
              END-IF
           END-IF.
      * ===============================================================
      * The part of the line that couldn't be reserved: an open
      * backorder for the customer, as MRBLSTD raises a release's
      * shortfall, and a BACKORDR alert for MRBA naming the web order
      * ===============================================================
       RAISE-LINE-BACKORDER.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_BACKORDER
               VALUES (:WS-WEB-COLOR, :WS-WEB-SHORT-QTY, 'BATC',
                       :WS-WEB-CUST, 0, 'O', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
           ELSE
              MOVE 'BACKORDR' TO WS-ALERT-TYPE
              MOVE SPACES TO WS-ALERT-TEXT
              STRING 'WEB ' DELIMITED BY SIZE
                     WS-WEB-ORDER DELIMITED BY SPACE
                     ' SHORT, BACKORDER CAPTURED' DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
              PERFORM INSERT-ALERT-ROW.
      * ===============================================================
      * One unacknowledged alert row -- best effort, as MARBLES.cbl
      * raises them: losing an alert to a DB hiccup must not undo
      * the booking that raised it
      * ===============================================================
       INSERT-ALERT-ROW.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_ALERT
               VALUES (:WS-ALERT-TYPE, :WS-WEB-COLOR, :WS-ALERT-TEXT,
                       'N', '    ', CURRENT TIMESTAMP)
           END-EXEC.
      * ===============================================================
      * The feed: every active color, plus any the storefront was
      * last sent as active, so a color taken off sale goes out
      * once more with its new status
      * ===============================================================
       PUBLISH-ATP-FEED.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-ATP CURSOR FOR
               SELECT M.COLOR, M.DESCRIPTION, M.STATUS,
                      M.INVENTORY - COALESCE(R.RESERVED-QTY, 0)
                      - COALESCE(
                        (SELECT SUM(B.SHORT-QTY)
                         FROM EVENT.MARBLES_BACKORDER B
                         WHERE B.COLOR = M.COLOR
                           AND B.BO-STATUS = 'O'), 0)
               FROM EVENT.MARBLES M
               LEFT OUTER JOIN EVENT.MARBLES_RESERVE R
                   ON M.COLOR = R.COLOR
               WHERE M.STATUS = 'A'
                  OR EXISTS
                     (SELECT 1
                      FROM EVENT.MARBLES_ATPSENT S
                      WHERE S.COLOR = M.COLOR
                        AND S.COLOR-STATUS = 'A')
               ORDER BY M.COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-ATP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO WS-ATP-RUN-RC
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-COMPARE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-ATP
           END-EXEC.
           PERFORM WRITE-CONTROL-TRAILER.
           PERFORM WRITE-FEED-SUMMARY.
      * ===============================================================
       FETCH-AND-COMPARE.
           EXEC SQL
               FETCH C-ATP
                   INTO :WS-ATP-COLOR, :WS-ATP-DESC, :WS-ATP-STATUS,
                        :WS-ATP-QTY
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO COLOR-COUNT
              PERFORM COMPARE-ONE-COLOR
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO WS-ATP-RUN-RC
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Nothing is promised below zero. With nothing to promise the
      * storefront is told when more is due: the earliest expected
      * date on an open PO line for the color.
      * ===============================================================
       COMPARE-ONE-COLOR.
           IF WS-ATP-QTY < 0
              MOVE 0 TO WS-ATP-QTY.
           MOVE SPACES TO WS-ATP-NEXT-DATE.
           IF WS-ATP-QTY = 0 AND WS-ATP-STATUS = 'A'
              PERFORM GET-NEXT-PO-DATE.
           PERFORM GET-LAST-SENT.
           IF WS-SENT-FOUND = 0
              MOVE 'N' TO WS-ATP-CHANGE
              PERFORM SEND-ATP-RECORD
           ELSE IF WS-SENT-QTY NOT = WS-ATP-QTY
                 OR WS-SENT-NEXT-DATE NOT = WS-ATP-NEXT-DATE
                 OR WS-SENT-DESC NOT = WS-ATP-DESC
                 OR WS-SENT-STATUS NOT = WS-ATP-STATUS
              MOVE 'C' TO WS-ATP-CHANGE
              PERFORM SEND-ATP-RECORD
           ELSE
              ADD 1 TO UNCHANGED-COUNT.
      * ===============================================================
       GET-NEXT-PO-DATE.
           MOVE 0 TO WS-ATP-NULL-IND.
           EXEC SQL
               SELECT CHAR(MIN(EXPECTED-DATE))
                   INTO :WS-ATP-NEXT-DATE :WS-ATP-NULL-IND
               FROM EVENT.MARBLES_POLINE
               WHERE COLOR = :WS-ATP-COLOR
                 AND LINE-STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-ATP-NULL-IND < 0
              MOVE SPACES TO WS-ATP-NEXT-DATE.
      * ===============================================================
       GET-LAST-SENT.
           MOVE 0 TO WS-SENT-FOUND.
           EXEC SQL
               SELECT ATP-QTY, NEXT-DATE, DESCRIPTION, COLOR-STATUS
                   INTO :WS-SENT-QTY, :WS-SENT-NEXT-DATE,
                        :WS-SENT-DESC, :WS-SENT-STATUS
               FROM EVENT.MARBLES_ATPSENT
               WHERE COLOR = :WS-ATP-COLOR
           END-EXEC
           IF SQLCODE = 0
              MOVE 1 TO WS-SENT-FOUND
           ELSE IF SQLCODE NOT = 100
              MOVE 12 TO WS-ATP-RUN-RC
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Write the color's record and remember what was sent; the
      * record goes out only if the last-sent row takes the change,
      * so the two never disagree
      * ===============================================================
       SEND-ATP-RECORD.
           IF WS-SENT-FOUND = 1
              EXEC SQL
                  UPDATE EVENT.MARBLES_ATPSENT
                  SET ATP-QTY = :WS-ATP-QTY,
                      NEXT-DATE = :WS-ATP-NEXT-DATE,
                      DESCRIPTION = :WS-ATP-DESC,
                      COLOR-STATUS = :WS-ATP-STATUS,
                      SENT-TIMESTAMP = CURRENT TIMESTAMP
                  WHERE COLOR = :WS-ATP-COLOR
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ATPSENT
                  VALUES (:WS-ATP-COLOR, :WS-ATP-QTY,
                          :WS-ATP-NEXT-DATE, :WS-ATP-DESC,
                          :WS-ATP-STATUS, CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 12 TO WS-ATP-RUN-RC
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              PERFORM WRITE-FEED-RECORD.
      * ===============================================================
       WRITE-FEED-RECORD.
           MOVE SPACES TO FEED-FILE-RECORD.
           MOVE WS-ATP-COLOR TO FEED-COLOR.
           MOVE WS-ATP-QTY TO FEED-ATP.
           IF WS-ATP-NEXT-DATE NOT = SPACES
              STRING WS-ATP-NEXT-DATE(1:4) DELIMITED BY SIZE
                     WS-ATP-NEXT-DATE(6:2) DELIMITED BY SIZE
                     WS-ATP-NEXT-DATE(9:2) DELIMITED BY SIZE
                  INTO FEED-NEXT-DATE.
           MOVE WS-ATP-DESC TO FEED-DESCRIPTION.
           MOVE WS-ATP-STATUS TO FEED-STATUS.
           MOVE WS-ATP-CHANGE TO FEED-CHANGE.
           MOVE WS-ATP-NOW TO FEED-AS-OF.
           WRITE FEED-FILE-RECORD.
           ADD 1 TO FEED-COUNT.
           ADD WS-ATP-QTY TO FEED-HASH-TOTAL.
      * ===============================================================
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO FEED-FILE-RECORD.
           MOVE '**TRAILER*' TO FEED-TRL-FLAG.
           MOVE FEED-COUNT TO FEED-TRL-COUNT.
           MOVE FEED-HASH-TOTAL TO FEED-TRL-HASH.
           WRITE FEED-FILE-RECORD.
      * ===============================================================
       WRITE-DETAIL-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-WEB-OUTCOME TO OUTPUT-OUTCOME.
           MOVE WEB-ORDER-NO TO OUTPUT-WEB-ORDER.
           MOVE WEB-CUST-NO TO OUTPUT-CUST-NO.
           MOVE WS-WEB-ORD-NO TO OUTPUT-ORDER-NO.
           MOVE WS-WEB-LINE-NO TO OUTPUT-LINE-NO.
           MOVE WEB-COLOR TO OUTPUT-COLOR.
           MOVE WEB-QTY TO OUTPUT-QTY.
           MOVE WS-WEB-SHORT-QTY TO OUTPUT-SHORT.
           MOVE WS-WEB-REASON TO OUTPUT-REASON.
           MOVE DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
      * A refused order file prints why, ahead of the totals
      * ===============================================================
       WRITE-WEB-FILE-LINE.
           MOVE WS-INFILE-NOTE TO OUTPUT-FILE-NOTE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WEB-FILE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
      * The order control totals -- lines read against booked,
      * backordered, and rejected, with the quantities
      * ===============================================================
       WRITE-SUMMARY-LINES.
           MOVE READ-COUNT TO OUTPUT-READ-COUNT.
           MOVE ORDER-COUNT TO OUTPUT-ORDER-COUNT.
           MOVE BOOKED-QTY TO OUTPUT-BOOKED-QTY.
           MOVE SHORT-QTY TO OUTPUT-SHORT-QTY.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE BOOKED-COUNT TO OUTPUT-BOOKED-COUNT.
           MOVE SHORT-COUNT TO OUTPUT-SHORT-COUNT.
           MOVE REJECTED-COUNT TO OUTPUT-REJECTED-COUNT.
           MOVE REJECTED-QTY TO OUTPUT-REJECTED-QTY.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-SPLIT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
      * The feed control totals -- colors looked at, sent, and left
      * out as unchanged, with the hash total the trailer carries
      * ===============================================================
       WRITE-FEED-SUMMARY.
           MOVE COLOR-COUNT TO OUTPUT-COLOR-COUNT.
           MOVE FEED-COUNT TO OUTPUT-FEED-COUNT.
           MOVE UNCHANGED-COUNT TO OUTPUT-UNCHANGED.
           MOVE FEED-HASH-TOTAL TO OUTPUT-FEED-HASH.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE FEED-SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES WEB ORDERS AND ATP  ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
