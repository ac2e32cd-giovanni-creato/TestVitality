      *
      * The report shows every line's disposition; a malformed
      * tolerance card stops the run with return code 16.
      *
      * The supervisor writes their desk (terminal id) beside the
      * approval mark, and each posted line records who approved it
      * on EVENT.MARBLES_ADJAPP, so the MRBLSOD access review can
      * flag a desk approving corrections to stock it adjusted
      * itself. A line approved with no desk still posts, and the
      * review counts it as unattributed.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLADJ.
           02 ADJUST-DISCREPANCY  PIC S9(5) SIGN LEADING SEPARATE.
           02 ADJUST-APPROVAL     PIC X(1).
           02 ADJUST-REASON       PIC X(4).
           02 ADJUST-APPROVED-BY  PIC X(4).
           02 FILLER              PIC X(45).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Physical-inventory freeze -- open counts on EVENT.MARBLES_PHYINV
      * ===============================================================
       01  WS-PHYS-WORK.
           02  WS-PHYS-OPEN-COUNT PIC S9(4) COMP VALUE 0.
       01  WS-ADJUST-WORK.
           02  WS-ADJ-TOLERANCE  PIC S9(9) COMP.
           02  WS-ADJ-TOL-9      PIC 9(5).
             TERM-ID                        CHAR(4)     NOT NULL,
             RSN-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * Map SQL adjustment-approval table -- who approved each line
      * that posted, for the access review
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_ADJAPP TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             APPROVER                       CHAR(4)     NOT NULL,
             REASON-CODE                    CHAR(4)     NOT NULL,
             QUANTITY                       INTEGER     NOT NULL,
             APP-TIMESTAMP                  TIMESTAMP   NOT NULL
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
           OPEN INPUT  ADJUST-FILE
                OUTPUT REPORT-FILE.
           PERFORM GET-ADJUST-RECORD.
           CLOSE ADJUST-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * A wall-to-wall physical inventory is open (an EVENT.
      * MARBLES_PHYINV row still at 'O'). MRBLPHP lands the tag
      * differences on the balance as it stands at posting and sets
      * every counted bin to its tag, so adjustments posted mid-count
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
              DISPLAY 'MRBLADJ: PHYSICAL INVENTORY CHECK FAILED,'
                  ' SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
           ELSE IF WS-PHYS-OPEN-COUNT > 0
              DISPLAY 'MRBLADJ: PHYSICAL INVENTORY IN PROGRESS'
              MOVE 8 TO RETURN-CODE.
      * ===============================================================
       READ-TOLERANCE-CARD.
           OPEN INPUT PARM-FILE.
              IF WS-SQL-ERROR = 0
                 PERFORM LOG-ADJUSTMENT
                 PERFORM LOG-ADJUSTMENT-REASON
                 PERFORM LOG-ADJUSTMENT-APPROVAL
                 ADD 1 TO POSTED-COUNT
                 MOVE 'POSTED      ' TO OUTPUT-DISPOSITION
                 PERFORM WRITE-RESULT-LINE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * The approving desk off the file, beside the posting it
      * allowed
      * ===============================================================
       LOG-ADJUSTMENT-APPROVAL.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_ADJAPP
               VALUES (
                     :ADJUST-COLOR,
                     :ADJUST-APPROVED-BY,
                     :ADJUST-REASON,
                     :WS-ADJ-ABS,
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE.
      * ===============================================================
       WRITE-RESULT-LINE.
           IF NEW-PAGE
