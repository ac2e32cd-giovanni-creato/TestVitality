      * to the report instead of stopping the run, and the summary
      * prints control totals: read, posted, rejected, and quantity
      * posted.
      *
      * A receipt the supplier sent an advance ship notice for
      * (EVENT.MARBLES_SUPASN, loaded by MRBLSAN) closes that notice
      * as it posts. The ASN column says how the receipt compared
      * with what was announced: AS NOTICED, QTY DIFF, LOT DIFF or
      * QTY+LOT, and the notice is kept closed-as-noticed ('C') or
      * closed-with-variance ('V') with the receipt's reference and
      * quantity. The lot compares only when the warehouse sends one
      * on the confirmation.
      *
      * A receipt settled against a PO line also records its
      * purchase price variance on EVENT.MARBLES_PPV: the line's PO
      * UNIT-COST less the master UNIT-COST the journal values the
      * receipt at, times the quantity received. MRBLGLJ journals it
      * and MRBLPPV reports it by supplier and color; the run's PPV
      * total prints on the summary.
      *
      * The confirmation file is pre-checked through FAPASM01 before
      * anything posts: a missing or unreadable file refuses the run
      * with return code 16, and an empty one, or one older than
      * WS-WMSIN-MAX-AGE days (the warehouse didn't send tonight),
      * with return code 8.
      *
      * The confirmation file opens with the sender's header (see
      * COPYBOOK/MRBLIFRC.cpy), checked with the MRBLIFR inbound-file
      * registry before any line is read: a file already processed
      * is refused with return code 8, a headerless one with 16,
      * and a skipped sequence number ends the run with at least 4.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLWIN.
      * ===============================================================
      * CONFIRM-UOM 'C' means the quantity arrived in supplier cases
      * and converts through the color's case pack; anything else is
      * eaches, exactly as the file has always read. CONFIRM-LOT-ID
      * is the supplier lot the dock received, blank when the
      * warehouse doesn't send one.
      * ===============================================================
         01 CONFIRM-RECORD.
           02 CONFIRM-COLOR      PIC X(10).
           02 CONFIRM-QTY        PIC 9(6).
           02 CONFIRM-REFERENCE  PIC X(12).
           02 CONFIRM-UOM        PIC X(1).
           02 CONFIRM-LOT-ID     PIC X(10).
           02 FILLER             PIC X(41).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           02  POSTED-COUNT      PIC 9(5) VALUE 0.
           02  REJECT-COUNT      PIC 9(5) VALUE 0.
           02  POSTED-QTY        PIC 9(9) VALUE 0.
           02  VARIANCE-COUNT    PIC 9(5) VALUE 0.
           02  PPV-TOTAL         PIC S9(11) VALUE 0.
           02  NOTICE-SWITCH     PIC X(3).
               88  NO-NOTICE     VALUE 'EOF'.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Physical-inventory freeze -- open counts on EVENT.MARBLES_PHYINV
      * ===============================================================
       01  WS-PHYS-WORK.
           02  WS-PHYS-OPEN-COUNT PIC S9(4) COMP VALUE 0.
      * ===============================================================
      * Dataset pre-check linkage (see COPYBOOK/FAPCHK.cpy)
      * ===============================================================
       COPY FAPCHK.
      * ===============================================================
      * Inbound-file registry linkage (see COPYBOOK/MRBLIFRC.cpy) --
      * the confirmation file header is checked against the files
      * already taken before a line is processed
      * ===============================================================
       COPY MRBLIFRC.
       01  WS-INFILE-WORK.
           02  WS-INFILE-GAP      PIC 9 VALUE 0.
           02  WS-INFILE-SAVED-RC PIC S9(4) COMP VALUE 0.
       01  WS-CONFIRM-WORK.
           02  WS-WMSIN-MAX-AGE  PIC 9(3) VALUE 1.
           02  WS-WIN-INV        PIC S9(9) COMP.
           02  WS-WIN-INV-BEFORE PIC S9(9) COMP.
           02  WS-WIN-ROW-COUNT  PIC S9(4) COMP-3.
           02  WS-POM-OPEN-LINES PIC S9(4) COMP-3.
           02  WS-POM-FOUND      PIC 9 VALUE 0.
           02  WS-POM-FLAG       PIC X(10).
       01  WS-ASN-WORK.
           02  WS-ASN-NO         PIC X(12).
           02  WS-ASN-PO-NO      PIC S9(9) COMP VALUE 0.
           02  WS-ASN-LINE-NO    PIC S9(9) COMP VALUE 0.
           02  WS-ASN-PREFER     PIC S9(9) COMP VALUE 0.
           02  WS-ASN-QTY        PIC S9(9) COMP VALUE 0.
           02  WS-ASN-LOT-ROWS   PIC S9(9) COMP VALUE 0.
           02  WS-ASN-STATUS     PIC X(1).
           02  WS-ASN-FLAG       PIC X(10).
       01  WS-PPV-WORK.
           02  WS-PPV-AMOUNT     PIC S9(11) COMP-3 VALUE 0.
       01  WS-AVG-WORK.
           02  WS-AVG-COST       PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-AVG-RCPT-COST  PIC S9(5) COMP-3 VALUE 0.
           02  WS-AVG-MASTER-COST PIC S9(5) COMP-3 VALUE 0.
           02  WS-AVG-FOUND      PIC 9 VALUE 0.
           02  WS-AVG-CSG-QTY    PIC S9(9) COMP VALUE 0.
           02  WS-AVG-OWNED-BEFORE PIC S9(9) COMP VALUE 0.
       01  WS-CASE-WORK.
           02  WS-CASE-QTY       PIC S9(9) COMP VALUE 0.
           02  WS-CASE-PACK      PIC S9(9) COMP VALUE 0.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'CS: '.
           02  OUTPUT-CASES          PIC ZZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'ASN: '.
           02  OUTPUT-ASN-FLAG       PIC X(10).
       01  REJECT-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-REJ-COLOR      PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'QTY POSTED:   '.
           02  OUTPUT-POSTED-QTY     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'ASN VARIANCE: '.
           02  OUTPUT-VARIANCE       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(5)  VALUE 'PPV: '.
           02  OUTPUT-PPV-TOTAL      PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(8).
      * ===============================================================
      * Map SQL tables this processor reads and writes
      * ===============================================================
             LINE-STATUS                    CHAR(1)     NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL PO receipt table -- one row per confirmation settled
      * against a PO line, dated, so the supplier scorecard can
      * tell an on-time line from a late one
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PORCPT TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             RECEIPT-DATE                   DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL purchase price variance table -- one row per receipt
      * settled against a PO line, the PO price against the master
      * cost the journal carries it at
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PPV TABLE
           ( PO-NO                          INTEGER     NOT NULL,
             LINE-NO                        INTEGER     NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             RCPT-REFERENCE                 VARCHAR(12) NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             PO-COST                        DECIMAL(5,0) NOT NULL,
             STD-COST                       DECIMAL(5,0) NOT NULL,
             PPV-AMOUNT                     DECIMAL(11,0) NOT NULL,
             PPV-DATE                       DATE        NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL cost table (see MARBLES.cbl) -- each confirmation
      * folds into the color's moving average at the matched PO
      * line's price, or the master's UNIT-COST for an unexpected
             LAST-COST                      DECIMAL(5,0) NOT NULL,
             COST-UPDATED                   TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL lot and consignment ownership tables (see
      * MARBLES.cbl) -- consigned stock on the floor is the
      * supplier's, so it carries no weight in our moving average
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_LOT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             QTY-REMAINING                  INTEGER     NOT NULL,
             EXPIRY-DATE                    DATE        NOT NULL,
             LOT-STATUS                     CHAR(1)     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_CONSIGN TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOT-ID                         VARCHAR(10) NOT NULL,
             SUPPLIER                       VARCHAR(10) NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             RECEIVED-QTY                   INTEGER     NOT NULL,
             RECEIVED-DATE                  DATE        NOT NULL,
             CSG-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL supplier ship notice table (see MRBLSAN) -- a
      * receipt closes the open notice it answers
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
      * ===============================================================
      * Map SQL physical-inventory control table (opened by MRBLPHF,
      * closed by MRBLPHP) -- while a wall-to-wall count is open the
      * book quantities on its tags must hold still
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_PHYINV TABLE
           ( PHY-DATE                       CHAR(8)     NOT NULL,
             PHY-STATUS                     CHAR(1)     NOT NULL,
             TOLERANCE                      INTEGER     NOT NULL,
             TAG-COUNT                      INTEGER     NOT NULL,
             APP-BY                         CHAR(4)     NOT NULL,
             PHY-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM CHECK-PHYSICAL-FREEZE.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           PERFORM CHECK-CONFIRM-INPUT.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              GOBACK.
           OPEN INPUT  CONFIRM-FILE
                OUTPUT REPORT-FILE.
           PERFORM CHECK-CONFIRM-HEADER.
           IF RETURN-CODE NOT = 0
              MOVE 'E' TO MRBLRUN-FUNCTION
              MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE
              MOVE 0 TO MRBLRUN-RECORDS
              CALL 'MRBLRUN' USING MRBLRUN-LINKAGE
              CLOSE CONFIRM-FILE
                    REPORT-FILE
              GOBACK.
           PERFORM GET-CONFIRM-RECORD.
           PERFORM POST-AND-READ
              UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY-LINE.
           PERFORM RECORD-CONFIRM-FILE-END.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE POSTED-COUNT TO MRBLRUN-RECORDS.
           CLOSE CONFIRM-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * A wall-to-wall physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). MRBLPHP lands the tag
      * differences on the balance as it stands at posting and sets
      * every counted bin to its tag, so receipts posted mid-count
      * would be counted twice or lost -- the run is refused with
      * return code 8 until the count is posted. A failed lookup
      * refuses it too, with return code 12, rather than post into a
      * count that may be open.
      * ===============================================================
       CHECK-PHYSICAL-FREEZE.
           MOVE 0 TO WS-PHYS-OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PHYS-OPEN-COUNT
               FROM EVENT.MARBLES_PHYINV
               WHERE PHY-STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'MRBLWIN: PHYSICAL INVENTORY CHECK FAILED,'
                  ' SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHYS-OPEN-COUNT > 0
              DISPLAY 'MRBLWIN: PHYSICAL INVENTORY IN PROGRESS'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
      * Pre-check the confirmation file before anything posts -- a
      * file that isn't there, or is empty or stale, refuses the run
      * up front instead of failing it halfway. The CALL hands back
      * the check status as the return code; the run's own return
      * code is set here from the status. The file always opens
      * with the sender's header record, so a file of one record has
      * no confirmations behind it and is refused as empty too.
      * ===============================================================
       CHECK-CONFIRM-INPUT.
           MOVE 'DD  ' TO FAPCHK-ACTION.
           MOVE 'WMSIN' TO FAPCHK-DATASET.
           MOVE WS-WMSIN-MAX-AGE TO FAPCHK-MAX-AGE-DAYS.
           CALL 'FAPASM01' USING FAPCHK-ACTION
                                 FAPCHK-DATASET
                                 FAPCHK-RESULT.
           MOVE 0 TO RETURN-CODE.
           IF FAPCHK-MISSING
              DISPLAY 'MRBLWIN: CONFIRMATION FILE WMSIN MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-UNREADABLE OR FAPCHK-BAD-ACTION
              DISPLAY 'MRBLWIN: CONFIRMATION FILE WMSIN UNREADABLE'
              MOVE 16 TO RETURN-CODE
           ELSE IF FAPCHK-STALE
              DISPLAY 'MRBLWIN: CONFIRMATION FILE WMSIN STALE, '
                      'CREATED ' FAPCHK-CREATE-DATE
              MOVE 8 TO RETURN-CODE
           ELSE IF FAPCHK-EMPTY
              OR (FAPCHK-OK AND FAPCHK-RECORD-COUNT < 2)
              DISPLAY 'MRBLWIN: CONFIRMATION FILE WMSIN EMPTY'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
      * The first record is the sender's header, not data: the
      * registry refuses a file already processed (unless an
      * operator has recorded a reprocess with MRBG RPR) and one
      * with no header at all, and flags a skipped sequence number.
      * The CALL hands back its own return code; the run's is set
      * here from the registry's answer.
      * ===============================================================
       CHECK-CONFIRM-HEADER.
           MOVE SPACES TO MRBLIFR-HEADER.
           READ CONFIRM-FILE INTO MRBLIFR-HEADER AT END
               MOVE 'EOF' TO INPUT-SWITCH.
           MOVE 'C' TO MRBLIFR-FUNCTION.
           MOVE 'MRBLWIN ' TO MRBLIFR-JOB-NAME.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE 0 TO RETURN-CODE.
           IF MRBLIFR-NO-HEADER
              DISPLAY 'MRBLWIN: CONFIRMATION FILE HAS NO HEADER'
              MOVE 16 TO RETURN-CODE
           ELSE IF MRBLIFR-FAILED
              DISPLAY 'MRBLWIN: INBOUND FILE REGISTRY UNAVAILABLE'
              MOVE 12 TO RETURN-CODE
           ELSE IF MRBLIFR-DUPLICATE
              DISPLAY 'MRBLWIN: CONFIRMATION FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ' ALREADY PROCESSED'
              MOVE 8 TO RETURN-CODE
           ELSE IF MRBLIFR-SEQ-GAP
              DISPLAY 'MRBLWIN: CONFIRMATION FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ ', EXPECTED '
                      MRBLIFR-EXPECTED-SEQ
              MOVE 1 TO WS-INFILE-GAP
           ELSE IF MRBLIFR-REPROCESS
              DISPLAY 'MRBLWIN: CONFIRMATION FILE ' MRBLIFR-HDR-SENDER
                      ' SEQ ' MRBLIFR-HDR-SEQ
                      ' REPROCESSED ON OVERRIDE'.
      * ===============================================================
      * Complete the registry row with what was processed; a gap
      * in the sender's sequence ends the run with at least 4
      * ===============================================================
       RECORD-CONFIRM-FILE-END.
           MOVE RETURN-CODE TO WS-INFILE-SAVED-RC.
           MOVE 'E' TO MRBLIFR-FUNCTION.
           MOVE READ-COUNT TO MRBLIFR-RECORDS.
           CALL 'MRBLIFR' USING MRBLIFR-LINKAGE.
           MOVE WS-INFILE-SAVED-RC TO RETURN-CODE.
           IF WS-INFILE-GAP = 1 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE.
      * ===============================================================
       GET-CONFIRM-RECORD.
           READ CONFIRM-FILE AT END
                 PERFORM LOG-WMS-RECEIPT
                 PERFORM INSERT-WMS-REFERENCE
                 PERFORM MATCH-PO-LINE
                 PERFORM CLOSE-SHIP-NOTICE
                 PERFORM UPDATE-AVERAGE-COST
                 PERFORM DETERMINE-PUTAWAY-BIN
                 ADD 1 TO POSTED-COUNT
      * matched -- MATCHED, UNDER (partial, line stays open), OVER
      * (more than was ordered), or UNEXPECTED (nothing on order).
      * The receipt itself posts either way; the marbles are here.
      * A settled receipt is also kept, dated, against its line.
      * ===============================================================
       MATCH-PO-LINE.
           MOVE 0 TO WS-POM-FOUND.
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'PO ERROR  ' TO WS-POM-FLAG
           ELSE
              PERFORM INSERT-PO-RECEIPT
              PERFORM RECORD-PRICE-VARIANCE
              IF WS-POM-RECEIVED >= WS-POM-ORDER-QTY
                 PERFORM CLOSE-PO-IF-DONE.
      * ===============================================================
      * The dated receipt against the line, under the warehouse
      * document's reference
      * ===============================================================
       INSERT-PO-RECEIPT.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_PORCPT
               VALUES (
                     :WS-POM-PO-NO,
                     :WS-POM-LINE-NO,
                     :CONFIRM-REFERENCE,
                     :CONFIRM-QTY,
                     CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'PO ERROR  ' TO WS-POM-FLAG
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * The receipt's purchase price variance: PO price less the
      * master cost, times the quantity -- kept even when zero, so
      * every PO receipt is accounted for
      * ===============================================================
       RECORD-PRICE-VARIANCE.
           COMPUTE WS-PPV-AMOUNT =
               (WS-POM-COST - WS-AVG-MASTER-COST) * CONFIRM-QTY.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_PPV
               VALUES (
                     :WS-POM-PO-NO,
                     :WS-POM-LINE-NO,
                     :CONFIRM-COLOR,
                     :CONFIRM-REFERENCE,
                     :CONFIRM-QTY,
                     :WS-POM-COST,
                     :WS-AVG-MASTER-COST,
                     :WS-PPV-AMOUNT,
                     CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD WS-PPV-AMOUNT TO PPV-TOTAL.
      * ===============================================================
      * Close the ship notice this receipt answers: the open notice
      * on the PO line the receipt just settled against, else the
      * color's open notice due at the dock first. Its lines for
      * that PO line are compared with the receipt -- the announced
      * quantity against what landed, and, when the warehouse sent
      * a lot, whether the notice announced that lot.
      * ===============================================================
       CLOSE-SHIP-NOTICE.
           MOVE SPACES TO WS-ASN-FLAG.
           MOVE SPACES TO NOTICE-SWITCH.
           EXEC SQL
               DECLARE C-WINASN CURSOR FOR
               SELECT ASN-NO, PO-NO, LINE-NO,
                      CASE WHEN PO-NO = :WS-POM-PO-NO
                            AND LINE-NO = :WS-POM-LINE-NO
                           THEN 0 ELSE 1 END
               FROM EVENT.MARBLES_SUPASN
               WHERE COLOR = :CONFIRM-COLOR
                 AND ASN-STATUS = 'O'
               ORDER BY 4, DOCK-DATE, ASN-NO, PO-NO, LINE-NO
           END-EXEC
           EXEC SQL
               OPEN C-WINASN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO NOTICE-SWITCH
           ELSE
              EXEC SQL
                  FETCH C-WINASN
                      INTO :WS-ASN-NO, :WS-ASN-PO-NO,
                           :WS-ASN-LINE-NO, :WS-ASN-PREFER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'EOF' TO NOTICE-SWITCH
                 IF SQLCODE NOT = 100
                    MOVE 12 TO RETURN-CODE
                 END-IF
              END-IF
              EXEC SQL
                  CLOSE C-WINASN
              END-EXEC
           END-IF.
           IF NOT NO-NOTICE
              PERFORM COMPARE-SHIP-NOTICE.
      * ===============================================================
       COMPARE-SHIP-NOTICE.
           MOVE 0 TO WS-ASN-LOT-ROWS.
           EXEC SQL
               SELECT SUM(QUANTITY),
                      SUM(CASE WHEN LOT-ID = :CONFIRM-LOT-ID
                               THEN 1 ELSE 0 END)
                   INTO :WS-ASN-QTY, :WS-ASN-LOT-ROWS
               FROM EVENT.MARBLES_SUPASN
               WHERE ASN-NO = :WS-ASN-NO
                 AND PO-NO = :WS-ASN-PO-NO
                 AND LINE-NO = :WS-ASN-LINE-NO
                 AND ASN-STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ASN-QTY NOT = CONFIRM-QTY
                 IF CONFIRM-LOT-ID NOT = SPACES
                    AND WS-ASN-LOT-ROWS = 0
                    MOVE 'QTY+LOT   ' TO WS-ASN-FLAG
                 ELSE
                    MOVE 'QTY DIFF  ' TO WS-ASN-FLAG
                 END-IF
              ELSE IF CONFIRM-LOT-ID NOT = SPACES
                    AND WS-ASN-LOT-ROWS = 0
                 MOVE 'LOT DIFF  ' TO WS-ASN-FLAG
              ELSE
                 MOVE 'AS NOTICED' TO WS-ASN-FLAG
              END-IF
              IF WS-ASN-FLAG = 'AS NOTICED'
                 MOVE 'C' TO WS-ASN-STATUS
              ELSE
                 MOVE 'V' TO WS-ASN-STATUS
                 ADD 1 TO VARIANCE-COUNT
              END-IF
              EXEC SQL
                  UPDATE EVENT.MARBLES_SUPASN
                  SET ASN-STATUS = :WS-ASN-STATUS,
                      RCPT-REFERENCE = :CONFIRM-REFERENCE,
                      RCPT-QTY = :CONFIRM-QTY
                  WHERE ASN-NO = :WS-ASN-NO
                    AND PO-NO = :WS-ASN-PO-NO
                    AND LINE-NO = :WS-ASN-LINE-NO
                    AND ASN-STATUS = 'O'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * Roll the confirmation into the color's moving average, the
      * same arithmetic MARBLES.cbl's own UPDATE-AVERAGE-COST runs
              MOVE 1 TO WS-AVG-FOUND
           ELSE IF SQLCODE NOT = 100
              MOVE 12 TO RETURN-CODE.
      *
      *    Only stock we own carries the old average -- whatever is
      *    still on consigned lots is the supplier's (a failed read
      *    counts as none rather than failing the receipt)
      *
           MOVE 0 TO WS-AVG-CSG-QTY.
           EXEC SQL
               SELECT COALESCE(SUM(L.QTY-REMAINING), 0)
                   INTO :WS-AVG-CSG-QTY
               FROM EVENT.MARBLES_LOT L
               INNER JOIN EVENT.MARBLES_CONSIGN C
                   ON C.COLOR = L.COLOR
                  AND C.LOT-ID = L.LOT-ID
               WHERE L.COLOR = :CONFIRM-COLOR
                 AND L.LOT-STATUS IN ('A', 'Q')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-AVG-CSG-QTY.
           COMPUTE WS-AVG-OWNED-BEFORE =
               WS-WIN-INV-BEFORE - WS-AVG-CSG-QTY.
           IF WS-AVG-FOUND = 0 OR WS-AVG-OWNED-BEFORE <= 0
              MOVE WS-AVG-RCPT-COST TO WS-AVG-COST
           ELSE
              COMPUTE WS-AVG-COST ROUNDED =
                  (WS-AVG-OWNED-BEFORE * WS-AVG-COST
                   + CONFIRM-QTY * WS-AVG-RCPT-COST)
                  / (WS-AVG-OWNED-BEFORE + CONFIRM-QTY).
           IF WS-AVG-FOUND = 1
              EXEC SQL
                  UPDATE EVENT.MARBLES_COST
           MOVE WS-POM-PO-NO TO OUTPUT-PO-NO.
           MOVE WS-POM-FLAG TO OUTPUT-PO-FLAG.
           MOVE WS-PUT-BIN TO OUTPUT-PUT-BIN.
           MOVE WS-ASN-FLAG TO OUTPUT-ASN-FLAG.
           IF WS-CASE-MODE = 1
              MOVE WS-CASE-QTY TO OUTPUT-CASES
           ELSE
           MOVE POSTED-COUNT TO OUTPUT-POSTED.
           MOVE REJECT-COUNT TO OUTPUT-REJECTED.
           MOVE POSTED-QTY TO OUTPUT-POSTED-QTY.
           MOVE VARIANCE-COUNT TO OUTPUT-VARIANCE.
           MOVE PPV-TOTAL TO OUTPUT-PPV-TOTAL.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
