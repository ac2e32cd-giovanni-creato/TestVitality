      * ===============================================================
      * Masked test-region refresh. Takes a production unload set
      * from MRBLUNL.cbl (master, log, approved colors, rejects --
      * layouts in COPYBOOK/MRBLUNLR.cpy) and the customer, supplier,
      * order, and order-line tables, and writes a load set MRBLRLD
      * can put straight into the test tables, so testers work
      * against production volumes instead of a handful of hand-made
      * rows.
      *
      * What identifies a person or a business is replaced; nothing
      * else is touched, so volumes, dates, quantities, and costs
      * stay exactly as production had them:
      *
      *   - terminal ids (log, rejects, orders) become T001, T002...
      *     in order of first appearance -- one desk gets one
      *     replacement everywhere it appears, so the log and the
      *     orders still agree who did what. BATC, the batch jobs'
      *     own id, and a blank id are not a desk and pass as they
      *     are.
      *   - supplier names become SUPP000001... the same way, so a
      *     supplier's colors still group together.
      *   - customer names and contacts become TEST CUSTOMER nnnnnn
      *     and TEST CONTACT nnnnnn. The customer number is an
      *     account key, not personal data, and stays -- orders still
      *     join to their customer.
      *
      * The replacement tables live only in storage for the run and
      * are never written out. Every input file's trailer is
      * checked as MRBLRLD would check it, and the masked files get
      * trailers of their own.
      *
      * When the set is written the job reads it back and issues a
      * certificate: every personal-data field in the output is
      * inspected and must be in its masked form and must not match
      * any production value the run replaced. The report shows
      * rows in and out per file, fields masked, fields inspected,
      * and the verdict. A set that is not certified, or an input
      * whose trailer doesn't check, ends with return code 16 and is
      * not to be loaded; a database failure ends with 12.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLMSK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLMAS-FILE ASSIGN U-T-UNLMAS.
           SELECT UNLLOG-FILE ASSIGN U-T-UNLLOG.
           SELECT UNLCLR-FILE ASSIGN U-T-UNLCLR.
           SELECT UNLREJ-FILE ASSIGN U-T-UNLREJ.
           SELECT MSKMAS-FILE ASSIGN U-T-MSKMAS.
           SELECT MSKLOG-FILE ASSIGN U-T-MSKLOG.
           SELECT MSKCLR-FILE ASSIGN U-T-MSKCLR.
           SELECT MSKREJ-FILE ASSIGN U-T-MSKREJ.
           SELECT MSKCUS-FILE ASSIGN U-T-MSKCUS.
           SELECT MSKSUP-FILE ASSIGN U-T-MSKSUP.
           SELECT MSKORD-FILE ASSIGN U-T-MSKORD.
           SELECT MSKOLN-FILE ASSIGN U-T-MSKOLN.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  UNLMAS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS UNLMAS-RECORD.
         01 UNLMAS-RECORD          PIC X(120).
       FD  UNLLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLLOG-RECORD.
         01 UNLLOG-RECORD          PIC X(80).
       FD  UNLCLR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLCLR-RECORD.
         01 UNLCLR-RECORD          PIC X(80).
       FD  UNLREJ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLREJ-RECORD.
         01 UNLREJ-RECORD          PIC X(80).
       FD  MSKMAS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS MSKMAS-RECORD.
         01 MSKMAS-RECORD          PIC X(120).
       FD  MSKLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKLOG-RECORD.
         01 MSKLOG-RECORD          PIC X(80).
       FD  MSKCLR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKCLR-RECORD.
         01 MSKCLR-RECORD          PIC X(80).
       FD  MSKREJ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKREJ-RECORD.
         01 MSKREJ-RECORD          PIC X(80).
       FD  MSKCUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKCUS-RECORD.
         01 MSKCUS-RECORD          PIC X(80).
       FD  MSKSUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKSUP-RECORD.
         01 MSKSUP-RECORD          PIC X(80).
       FD  MSKORD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKORD-RECORD.
         01 MSKORD-RECORD          PIC X(80).
       FD  MSKOLN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSKOLN-RECORD.
         01 MSKOLN-RECORD          PIC X(80).
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
           02  TRAILER-SWITCH    PIC X(3).
               88  TRAILER-SEEN  VALUE 'YES'.
           02  PAGE-COUNT        PIC 9(3).
       COPY PAGING.
       COPY MRBLUNLR.
       01  WS-MASK-WORK.
           02  WS-MSK-IN         PIC S9(9) COMP VALUE 0.
           02  WS-MSK-OUT        PIC S9(9) COMP VALUE 0.
           02  WS-MSK-MASKED     PIC S9(9) COMP VALUE 0.
           02  WS-MSK-TRAILER-CT PIC S9(9) COMP VALUE 0.
           02  WS-MSK-TERM-IN    PIC X(4).
           02  WS-MSK-TERM-OUT   PIC X(4).
           02  WS-MSK-SUPP-IN    PIC X(10).
           02  WS-MSK-SUPP-OUT   PIC X(10).
           02  WS-MSK-CUS-SEQ    PIC 9(6) VALUE 0.
           02  WS-CRT-CHECKED    PIC S9(9) COMP VALUE 0.
           02  WS-CRT-FAILED     PIC S9(9) COMP VALUE 0.
           02  WS-CRT-TOTAL-FAILED
                                 PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Host variables for the tables read straight from production
      * ===============================================================
       01  WS-MASK-HOST.
           02  WS-MSK-CUST-NO    PIC X(10).
           02  WS-MSK-CUST-NAME  PIC X(20).
           02  WS-MSK-PRIORITY   PIC X(1).
           02  WS-MSK-CONTACT    PIC X(20).
           02  WS-MSK-SUPPLIER   PIC X(10).
           02  WS-MSK-COLOR      PIC X(10).
           02  WS-MSK-MULTIPLE   PIC S9(9) COMP.
           02  WS-MSK-LEAD-DAYS  PIC S9(9) COMP.
           02  WS-MSK-CASE-PACK  PIC S9(9) COMP.
           02  WS-MSK-ORDER-NO   PIC S9(9) COMP.
           02  WS-MSK-LINE-NO    PIC S9(9) COMP.
           02  WS-MSK-QUANTITY   PIC S9(9) COMP.
           02  WS-MSK-TERM       PIC X(4).
           02  WS-MSK-STATUS     PIC X(1).
           02  WS-MSK-WANTED     PIC X(10).
           02  WS-MSK-TIMESTAMP  PIC X(26).
      * ===============================================================
      * Replacement tables -- production value against its stand-in,
      * built in order of first appearance. They are the only place
      * the production values survive, and only for the run.
      * ===============================================================
       01  WS-TERMINAL-MAP.
           02  WS-TRM-COUNT      PIC S9(4) COMP VALUE 0.
           02  WS-TRM-IX         PIC S9(4) COMP VALUE 0.
           02  WS-TRM-FOUND      PIC 9 VALUE 0.
           02  WS-TRM-ENTRY OCCURS 999 TIMES.
              03  WS-TRM-ORIG    PIC X(4).
              03  WS-TRM-MASK    PIC X(4).
       01  WS-TERMINAL-STAND-IN.
           02  FILLER            PIC X(1) VALUE 'T'.
           02  WS-TRM-SEQ        PIC 9(3).
       01  WS-SUPPLIER-MAP.
           02  WS-SUP-COUNT      PIC S9(4) COMP VALUE 0.
           02  WS-SUP-IX         PIC S9(4) COMP VALUE 0.
           02  WS-SUP-FOUND      PIC 9 VALUE 0.
           02  WS-SUP-ENTRY OCCURS 2000 TIMES.
              03  WS-SUP-ORIG    PIC X(10).
              03  WS-SUP-MASK    PIC X(10).
       01  WS-SUPPLIER-STAND-IN.
           02  FILLER            PIC X(4) VALUE 'SUPP'.
           02  WS-SUP-SEQ        PIC 9(6).
       01  WS-CUSTOMER-STAND-IN.
           02  FILLER            PIC X(14) VALUE 'TEST CUSTOMER '.
           02  WS-CUS-NAME-SEQ   PIC 9(6).
       01  WS-CONTACT-STAND-IN.
           02  FILLER            PIC X(14) VALUE 'TEST CONTACT  '.
           02  WS-CUS-CONTACT-SEQ
                                 PIC 9(6).
      * ===============================================================
      * The same two shapes, as the certificate inspects them
      * ===============================================================
       01  WS-CRT-NAME.
           02  WS-CRT-NAME-TAG   PIC X(14).
           02  WS-CRT-NAME-SEQ   PIC X(6).
       01  WS-CRT-SUPPLIER.
           02  WS-CRT-SUPP-TAG   PIC X(4).
           02  WS-CRT-SUPP-SEQ   PIC X(6).
       01  SUMMARY-HEADING.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(20) VALUE 'FILE'.
           02  FILLER                PIC X(12) VALUE '  ROWS IN'.
           02  FILLER                PIC X(12) VALUE '  ROWS OUT'.
           02  FILLER                PIC X(15) VALUE '  FIELDS MASKED'.
           02  FILLER                PIC X(12) VALUE '   STATUS'.
           02  FILLER                PIC X(56).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  SUMMARY-LABEL         PIC X(20).
           02  SUMMARY-IN            PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  SUMMARY-OUT           PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(6)  VALUE SPACES.
           02  SUMMARY-MASKED        PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  SUMMARY-STATUS        PIC X(12).
           02  FILLER                PIC X(56).
       01  CERT-LINE.
           02  FILLER                PIC X(5).
           02  CERT-LABEL            PIC X(30).
           02  FILLER                PIC X(9)  VALUE 'CHECKED: '.
           02  CERT-CHECKED          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'UNMASKED: '.
           02  CERT-FAILED           PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(57).
       01  VERDICT-LINE.
           02  FILLER                PIC X(5).
           02  VERDICT-TEXT          PIC X(60).
           02  FILLER                PIC X(67).
      * ===============================================================
      * Map SQL tables read straight from production (see MARBLES.cbl)
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES_CUSTOMER TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_SUPPLIER TABLE
           ( SUPPLIER                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ORDER-MULTIPLE                 INTEGER     NOT NULL,
             LEAD-DAYS                      INTEGER     NOT NULL,
             CASE-PACK                      INTEGER     NOT NULL
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           OPEN INPUT  UNLMAS-FILE
                       UNLLOG-FILE
                       UNLCLR-FILE
                       UNLREJ-FILE
                OUTPUT MSKMAS-FILE
                       MSKLOG-FILE
                       MSKCLR-FILE
                       MSKREJ-FILE
                       MSKCUS-FILE
                       MSKSUP-FILE
                       MSKORD-FILE
                       MSKOLN-FILE
                       REPORT-FILE.
           PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-HEADING TO OUTPUT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM COPY-MASTER-FILE.
           PERFORM MASK-LOG-FILE.
           PERFORM COPY-COLOR-FILE.
           PERFORM MASK-REJECT-FILE.
           PERFORM MASK-CUSTOMERS.
           PERFORM MASK-SUPPLIERS.
           PERFORM MASK-ORDERS.
           PERFORM COPY-ORDER-LINES.
           CLOSE UNLMAS-FILE
                 UNLLOG-FILE
                 UNLCLR-FILE
                 UNLREJ-FILE
                 MSKMAS-FILE
                 MSKLOG-FILE
                 MSKCLR-FILE
                 MSKREJ-FILE
                 MSKCUS-FILE
                 MSKSUP-FILE
                 MSKORD-FILE
                 MSKOLN-FILE.
           PERFORM CERTIFY-MASKED-SET.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
      * Master and approved colors carry nothing personal -- copied
      * row for row behind a fresh trailer
      * ===============================================================
       COPY-MASTER-FILE.
           PERFORM START-FILE-COUNTS.
           PERFORM COPY-ONE-MASTER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           MOVE SPACES TO UNL-MASTER-RECORD.
           MOVE '**TRAILER*' TO UNL-MAST-FLAG.
           MOVE WS-MSK-OUT TO UNL-MAST-COUNT.
           WRITE MSKMAS-RECORD FROM UNL-MASTER-RECORD.
           MOVE 'MASTER:             ' TO SUMMARY-LABEL.
           PERFORM CHECK-INPUT-TRAILER.
      * ===============================================================
       COPY-ONE-MASTER.
           READ UNLMAS-FILE INTO UNL-MASTER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-MAS-COLOR = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-MAST-COUNT TO WS-MSK-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-MSK-IN
                      WRITE MSKMAS-RECORD FROM UNL-MASTER-RECORD
                      ADD 1 TO WS-MSK-OUT
                   END-IF
           END-READ.
      * ===============================================================
       COPY-COLOR-FILE.
           PERFORM START-FILE-COUNTS.
           PERFORM COPY-ONE-COLOR
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           MOVE SPACES TO UNL-COLOR-RECORD.
           MOVE '**TRAILER*' TO UNL-CLRT-FLAG.
           MOVE WS-MSK-OUT TO UNL-CLRT-COUNT.
           WRITE MSKCLR-RECORD FROM UNL-COLOR-RECORD.
           MOVE 'APPROVED COLORS:    ' TO SUMMARY-LABEL.
           PERFORM CHECK-INPUT-TRAILER.
      * ===============================================================
       COPY-ONE-COLOR.
           READ UNLCLR-FILE INTO UNL-COLOR-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-CLR-COLOR = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-CLRT-COUNT TO WS-MSK-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-MSK-IN
                      WRITE MSKCLR-RECORD FROM UNL-COLOR-RECORD
                      ADD 1 TO WS-MSK-OUT
                   END-IF
           END-READ.
      * ===============================================================
      * Log and rejects: the terminal id is replaced, the rest of
      * the row goes through as it was
      * ===============================================================
       MASK-LOG-FILE.
           PERFORM START-FILE-COUNTS.
           PERFORM MASK-ONE-LOG
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           MOVE SPACES TO UNL-LOG-RECORD.
           MOVE '**TRAILER*' TO UNL-LOGT-FLAG.
           MOVE WS-MSK-OUT TO UNL-LOGT-COUNT.
           WRITE MSKLOG-RECORD FROM UNL-LOG-RECORD.
           MOVE 'LOG:                ' TO SUMMARY-LABEL.
           PERFORM CHECK-INPUT-TRAILER.
      * ===============================================================
       MASK-ONE-LOG.
           READ UNLLOG-FILE INTO UNL-LOG-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-LOG-COLOR = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-LOGT-COUNT TO WS-MSK-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-MSK-IN
                      MOVE UNL-LOG-TERM TO WS-MSK-TERM-IN
                      PERFORM MASK-TERMINAL
                      MOVE WS-MSK-TERM-OUT TO UNL-LOG-TERM
                      WRITE MSKLOG-RECORD FROM UNL-LOG-RECORD
                      ADD 1 TO WS-MSK-OUT
                   END-IF
           END-READ.
      * ===============================================================
       MASK-REJECT-FILE.
           PERFORM START-FILE-COUNTS.
           PERFORM MASK-ONE-REJECT
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           MOVE SPACES TO UNL-REJECT-RECORD.
           MOVE '**TRAILER*' TO UNL-REJT-FLAG.
           MOVE WS-MSK-OUT TO UNL-REJT-COUNT.
           WRITE MSKREJ-RECORD FROM UNL-REJECT-RECORD.
           MOVE 'REJECTS:            ' TO SUMMARY-LABEL.
           PERFORM CHECK-INPUT-TRAILER.
      * ===============================================================
       MASK-ONE-REJECT.
           READ UNLREJ-FILE INTO UNL-REJECT-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-REJ-COLOR = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-REJT-COUNT TO WS-MSK-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-MSK-IN
                      MOVE UNL-REJ-TERM TO WS-MSK-TERM-IN
                      PERFORM MASK-TERMINAL
                      MOVE WS-MSK-TERM-OUT TO UNL-REJ-TERM
                      WRITE MSKREJ-RECORD FROM UNL-REJECT-RECORD
                      ADD 1 TO WS-MSK-OUT
                   END-IF
           END-READ.
      * ===============================================================
       START-FILE-COUNTS.
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           MOVE 0 TO WS-MSK-IN WS-MSK-OUT WS-MSK-MASKED.
           MOVE 0 TO WS-MSK-TRAILER-CT.
      * ===============================================================
      * An unload file is only good whole -- the same trailer test
      * MRBLRLD applies, so a short production file can't become a
      * short test set without anyone noticing
      * ===============================================================
       CHECK-INPUT-TRAILER.
           IF TRAILER-SEEN
                 AND WS-MSK-TRAILER-CT = WS-MSK-IN
              MOVE 'OK          ' TO SUMMARY-STATUS
           ELSE
              MOVE 16 TO RETURN-CODE
              MOVE 'BAD TRAILER ' TO SUMMARY-STATUS.
           PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
      * Customers: name and contact replaced, one sequence number
      * per customer for both
      * ===============================================================
       MASK-CUSTOMERS.
           PERFORM START-FILE-COUNTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-MSKCUS CURSOR FOR
               SELECT CUST-NO, CUST-NAME, PRIORITY-CLASS, CONTACT
               FROM EVENT.MARBLES_CUSTOMER
               ORDER BY CUST-NO
           END-EXEC.
           EXEC SQL
               OPEN C-MSKCUS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM MASK-ONE-CUSTOMER
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-MSKCUS
           END-EXEC.
           MOVE SPACES TO UNL-CUSTOMER-RECORD.
           MOVE '**TRAILER*' TO UNL-CUST-FLAG.
           MOVE WS-MSK-OUT TO UNL-CUST-COUNT.
           WRITE MSKCUS-RECORD FROM UNL-CUSTOMER-RECORD.
           MOVE 'CUSTOMERS:          ' TO SUMMARY-LABEL.
           PERFORM CHECK-TABLE-READ.
      * ===============================================================
       MASK-ONE-CUSTOMER.
           EXEC SQL
               FETCH C-MSKCUS
                   INTO :WS-MSK-CUST-NO, :WS-MSK-CUST-NAME,
                        :WS-MSK-PRIORITY, :WS-MSK-CONTACT
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-MSK-IN
              ADD 1 TO WS-MSK-CUS-SEQ
              MOVE WS-MSK-CUS-SEQ TO WS-CUS-NAME-SEQ
              MOVE WS-MSK-CUS-SEQ TO WS-CUS-CONTACT-SEQ
              MOVE SPACES TO UNL-CUSTOMER-RECORD
              MOVE WS-MSK-CUST-NO TO UNL-CUS-CUST-NO
              MOVE WS-CUSTOMER-STAND-IN TO UNL-CUS-NAME
              MOVE WS-MSK-PRIORITY TO UNL-CUS-PRIORITY
              MOVE WS-CONTACT-STAND-IN TO UNL-CUS-CONTACT
              ADD 2 TO WS-MSK-MASKED
              WRITE MSKCUS-RECORD FROM UNL-CUSTOMER-RECORD
              ADD 1 TO WS-MSK-OUT
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH
              IF SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Suppliers: the name is the key, replaced through the table so
      * every color a supplier carries keeps the same stand-in
      * ===============================================================
       MASK-SUPPLIERS.
           PERFORM START-FILE-COUNTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-MSKSUP CURSOR FOR
               SELECT SUPPLIER, COLOR, ORDER-MULTIPLE, LEAD-DAYS,
                      CASE-PACK
               FROM EVENT.MARBLES_SUPPLIER
               ORDER BY SUPPLIER, COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-MSKSUP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM MASK-ONE-SUPPLIER
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-MSKSUP
           END-EXEC.
           MOVE SPACES TO UNL-SUPPLIER-RECORD.
           MOVE '**TRAILER*' TO UNL-SUPT-FLAG.
           MOVE WS-MSK-OUT TO UNL-SUPT-COUNT.
           WRITE MSKSUP-RECORD FROM UNL-SUPPLIER-RECORD.
           MOVE 'SUPPLIERS:          ' TO SUMMARY-LABEL.
           PERFORM CHECK-TABLE-READ.
      * ===============================================================
       MASK-ONE-SUPPLIER.
           EXEC SQL
               FETCH C-MSKSUP
                   INTO :WS-MSK-SUPPLIER, :WS-MSK-COLOR,
                        :WS-MSK-MULTIPLE, :WS-MSK-LEAD-DAYS,
                        :WS-MSK-CASE-PACK
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-MSK-IN
              MOVE WS-MSK-SUPPLIER TO WS-MSK-SUPP-IN
              PERFORM MASK-SUPPLIER-NAME
              MOVE SPACES TO UNL-SUPPLIER-RECORD
              MOVE WS-MSK-SUPP-OUT TO UNL-SUP-SUPPLIER
              MOVE WS-MSK-COLOR TO UNL-SUP-COLOR
              MOVE WS-MSK-MULTIPLE TO UNL-SUP-MULTIPLE
              MOVE WS-MSK-LEAD-DAYS TO UNL-SUP-LEAD-DAYS
              MOVE WS-MSK-CASE-PACK TO UNL-SUP-CASE-PACK
              WRITE MSKSUP-RECORD FROM UNL-SUPPLIER-RECORD
              ADD 1 TO WS-MSK-OUT
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH
              IF SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Orders: the entering desk replaced through the terminal
      * table, so it matches the log; the customer number stays
      * ===============================================================
       MASK-ORDERS.
           PERFORM START-FILE-COUNTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-MSKORD CURSOR FOR
               SELECT ORDER-NO, TERM-ID, CUST-NO, ORD-STATUS,
                      CHAR(WANTED-DATE, ISO), ORD-TIMESTAMP
               FROM EVENT.MARBLES_ORDER
               ORDER BY ORDER-NO
           END-EXEC.
           EXEC SQL
               OPEN C-MSKORD
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM MASK-ONE-ORDER
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-MSKORD
           END-EXEC.
           MOVE SPACES TO UNL-ORDER-RECORD.
           MOVE '**TRAILER*' TO UNL-ORDT-FLAG.
           MOVE WS-MSK-OUT TO UNL-ORDT-COUNT.
           WRITE MSKORD-RECORD FROM UNL-ORDER-RECORD.
           MOVE 'ORDERS:             ' TO SUMMARY-LABEL.
           PERFORM CHECK-TABLE-READ.
      * ===============================================================
       MASK-ONE-ORDER.
           EXEC SQL
               FETCH C-MSKORD
                   INTO :WS-MSK-ORDER-NO, :WS-MSK-TERM,
                        :WS-MSK-CUST-NO, :WS-MSK-STATUS,
                        :WS-MSK-WANTED, :WS-MSK-TIMESTAMP
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-MSK-IN
              MOVE WS-MSK-TERM TO WS-MSK-TERM-IN
              PERFORM MASK-TERMINAL
              MOVE SPACES TO UNL-ORDER-RECORD
              MOVE WS-MSK-ORDER-NO TO UNL-ORD-ORDER-NO
              MOVE WS-MSK-TERM-OUT TO UNL-ORD-TERM
              MOVE WS-MSK-CUST-NO TO UNL-ORD-CUST-NO
              MOVE WS-MSK-STATUS TO UNL-ORD-STATUS
              MOVE WS-MSK-WANTED TO UNL-ORD-WANTED-DATE
              MOVE WS-MSK-TIMESTAMP TO UNL-ORD-TIMESTAMP
              WRITE MSKORD-RECORD FROM UNL-ORDER-RECORD
              ADD 1 TO WS-MSK-OUT
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH
              IF SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Order lines carry nothing personal -- copied for the volumes
      * ===============================================================
       COPY-ORDER-LINES.
           PERFORM START-FILE-COUNTS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-MSKOLN CURSOR FOR
               SELECT ORDER-NO, LINE-NO, COLOR, QUANTITY,
                      CHAR(WANTED-DATE, ISO), LINE-STATUS
               FROM EVENT.MARBLES_ORDLINE
               ORDER BY ORDER-NO, LINE-NO
           END-EXEC.
           EXEC SQL
               OPEN C-MSKOLN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM COPY-ONE-ORDER-LINE
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-MSKOLN
           END-EXEC.
           MOVE SPACES TO UNL-ORDLINE-RECORD.
           MOVE '**TRAILER*' TO UNL-OLNT-FLAG.
           MOVE WS-MSK-OUT TO UNL-OLNT-COUNT.
           WRITE MSKOLN-RECORD FROM UNL-ORDLINE-RECORD.
           MOVE 'ORDER LINES:        ' TO SUMMARY-LABEL.
           PERFORM CHECK-TABLE-READ.
      * ===============================================================
       COPY-ONE-ORDER-LINE.
           EXEC SQL
               FETCH C-MSKOLN
                   INTO :WS-MSK-ORDER-NO, :WS-MSK-LINE-NO,
                        :WS-MSK-COLOR, :WS-MSK-QUANTITY,
                        :WS-MSK-WANTED, :WS-MSK-STATUS
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-MSK-IN
              MOVE SPACES TO UNL-ORDLINE-RECORD
              MOVE WS-MSK-ORDER-NO TO UNL-OLN-ORDER-NO
              MOVE WS-MSK-LINE-NO TO UNL-OLN-LINE-NO
              MOVE WS-MSK-COLOR TO UNL-OLN-COLOR
              MOVE WS-MSK-QUANTITY TO UNL-OLN-QUANTITY
              MOVE WS-MSK-WANTED TO UNL-OLN-WANTED-DATE
              MOVE WS-MSK-STATUS TO UNL-OLN-STATUS
              WRITE MSKOLN-RECORD FROM UNL-ORDLINE-RECORD
              ADD 1 TO WS-MSK-OUT
           ELSE
              MOVE 'EOF' TO CURSOR-SWITCH
              IF SQLCODE NOT = 100
                 MOVE 12 TO RETURN-CODE.
      * ===============================================================
       CHECK-TABLE-READ.
           IF RETURN-CODE = 12
              MOVE 'DB ERROR    ' TO SUMMARY-STATUS
           ELSE
              MOVE 'OK          ' TO SUMMARY-STATUS.
           PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
      * A terminal id seen before gets the stand-in it got then; a
      * new one gets the next number. A full table fails the run
      * rather than let a desk through unreplaced.
      * ===============================================================
       MASK-TERMINAL.
           IF WS-MSK-TERM-IN = SPACES OR WS-MSK-TERM-IN = 'BATC'
              MOVE WS-MSK-TERM-IN TO WS-MSK-TERM-OUT
           ELSE
              ADD 1 TO WS-MSK-MASKED
              PERFORM FIND-TERMINAL-ENTRY
              IF WS-TRM-FOUND = 0
                 PERFORM ADD-TERMINAL-ENTRY
              END-IF
           END-IF.
      * ===============================================================
       FIND-TERMINAL-ENTRY.
           MOVE 0 TO WS-TRM-FOUND.
           MOVE 1 TO WS-TRM-IX.
           PERFORM MATCH-TERMINAL-ENTRY
              UNTIL WS-TRM-IX > WS-TRM-COUNT OR WS-TRM-FOUND = 1.
      * ===============================================================
       MATCH-TERMINAL-ENTRY.
           IF WS-TRM-ORIG(WS-TRM-IX) = WS-MSK-TERM-IN
              MOVE 1 TO WS-TRM-FOUND
              MOVE WS-TRM-MASK(WS-TRM-IX) TO WS-MSK-TERM-OUT
           ELSE
              ADD 1 TO WS-TRM-IX.
      * ===============================================================
       ADD-TERMINAL-ENTRY.
           IF WS-TRM-COUNT < 999
              ADD 1 TO WS-TRM-COUNT
              MOVE WS-TRM-COUNT TO WS-TRM-SEQ
              MOVE WS-MSK-TERM-IN TO WS-TRM-ORIG(WS-TRM-COUNT)
              MOVE WS-TERMINAL-STAND-IN TO WS-TRM-MASK(WS-TRM-COUNT)
              MOVE WS-TERMINAL-STAND-IN TO WS-MSK-TERM-OUT
           ELSE
              MOVE 'T000' TO WS-MSK-TERM-OUT
              IF RETURN-CODE < 16
                 DISPLAY 'MRBLMSK: TERMINAL TABLE FULL AT 999'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
       MASK-SUPPLIER-NAME.
           ADD 1 TO WS-MSK-MASKED.
           PERFORM FIND-SUPPLIER-ENTRY.
           IF WS-SUP-FOUND = 0
              PERFORM ADD-SUPPLIER-ENTRY.
      * ===============================================================
       FIND-SUPPLIER-ENTRY.
           MOVE 0 TO WS-SUP-FOUND.
           MOVE 1 TO WS-SUP-IX.
           PERFORM MATCH-SUPPLIER-ENTRY
              UNTIL WS-SUP-IX > WS-SUP-COUNT OR WS-SUP-FOUND = 1.
      * ===============================================================
       MATCH-SUPPLIER-ENTRY.
           IF WS-SUP-ORIG(WS-SUP-IX) = WS-MSK-SUPP-IN
              MOVE 1 TO WS-SUP-FOUND
              MOVE WS-SUP-MASK(WS-SUP-IX) TO WS-MSK-SUPP-OUT
           ELSE
              ADD 1 TO WS-SUP-IX.
      * ===============================================================
       ADD-SUPPLIER-ENTRY.
           IF WS-SUP-COUNT < 2000
              ADD 1 TO WS-SUP-COUNT
              MOVE WS-SUP-COUNT TO WS-SUP-SEQ
              MOVE WS-MSK-SUPP-IN TO WS-SUP-ORIG(WS-SUP-COUNT)
              MOVE WS-SUPPLIER-STAND-IN TO WS-SUP-MASK(WS-SUP-COUNT)
              MOVE WS-SUPPLIER-STAND-IN TO WS-MSK-SUPP-OUT
           ELSE
              MOVE 'SUPP000000' TO WS-MSK-SUPP-OUT
              IF RETURN-CODE < 16
                 DISPLAY 'MRBLMSK: SUPPLIER TABLE FULL AT 2000'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      * ===============================================================
      * The certificate. Read the masked set back -- what was
      * written, not what the program meant to write -- and inspect
      * every personal-data field in it: each must be in its masked
      * shape and none may equal a production value the run
      * replaced. One field out of place and the set is not
      * certified.
      * ===============================================================
       CERTIFY-MASKED-SET.
           MOVE 3 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE 'CERTIFICATE OF MASKING -- FIELDS INSPECTED IN OUTPUT'
               TO VERDICT-TEXT.
           MOVE VERDICT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           PERFORM CERTIFY-LOG-FILE.
           PERFORM CERTIFY-REJECT-FILE.
           PERFORM CERTIFY-CUSTOMER-FILE.
           PERFORM CERTIFY-SUPPLIER-FILE.
           PERFORM CERTIFY-ORDER-FILE.
           MOVE 3 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF WS-CRT-TOTAL-FAILED = 0 AND RETURN-CODE = 0
              MOVE 'CERTIFIED -- NO UNMASKED PERSONAL DATA IN THIS SET'
                  TO VERDICT-TEXT
           ELSE
              MOVE 'NOT CERTIFIED -- DO NOT LOAD THIS SET'
                  TO VERDICT-TEXT
              IF WS-CRT-TOTAL-FAILED > 0
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE VERDICT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * ===============================================================
       CERTIFY-LOG-FILE.
           PERFORM START-CERT-COUNTS.
           OPEN INPUT MSKLOG-FILE.
           PERFORM CERTIFY-ONE-LOG
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE MSKLOG-FILE.
           MOVE 'LOG TERMINAL IDS' TO CERT-LABEL.
           PERFORM WRITE-CERT-LINE.
      * ===============================================================
       CERTIFY-ONE-LOG.
           READ MSKLOG-FILE INTO UNL-LOG-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-LOG-COLOR = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      MOVE UNL-LOG-TERM TO WS-MSK-TERM-IN
                      PERFORM CHECK-MASKED-TERMINAL
                   END-IF
           END-READ.
      * ===============================================================
       CERTIFY-REJECT-FILE.
           PERFORM START-CERT-COUNTS.
           OPEN INPUT MSKREJ-FILE.
           PERFORM CERTIFY-ONE-REJECT
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE MSKREJ-FILE.
           MOVE 'REJECT TERMINAL IDS' TO CERT-LABEL.
           PERFORM WRITE-CERT-LINE.
      * ===============================================================
       CERTIFY-ONE-REJECT.
           READ MSKREJ-FILE INTO UNL-REJECT-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-REJ-COLOR = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      MOVE UNL-REJ-TERM TO WS-MSK-TERM-IN
                      PERFORM CHECK-MASKED-TERMINAL
                   END-IF
           END-READ.
      * ===============================================================
       CERTIFY-CUSTOMER-FILE.
           PERFORM START-CERT-COUNTS.
           OPEN INPUT MSKCUS-FILE.
           PERFORM CERTIFY-ONE-CUSTOMER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE MSKCUS-FILE.
           MOVE 'CUSTOMER NAMES AND CONTACTS' TO CERT-LABEL.
           PERFORM WRITE-CERT-LINE.
      * ===============================================================
       CERTIFY-ONE-CUSTOMER.
           READ MSKCUS-FILE INTO UNL-CUSTOMER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-CUST-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      PERFORM CHECK-MASKED-CUSTOMER
                   END-IF
           END-READ.
      * ===============================================================
       CERTIFY-SUPPLIER-FILE.
           PERFORM START-CERT-COUNTS.
           OPEN INPUT MSKSUP-FILE.
           PERFORM CERTIFY-ONE-SUPPLIER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE MSKSUP-FILE.
           MOVE 'SUPPLIER NAMES' TO CERT-LABEL.
           PERFORM WRITE-CERT-LINE.
      * ===============================================================
       CERTIFY-ONE-SUPPLIER.
           READ MSKSUP-FILE INTO UNL-SUPPLIER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-SUPT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      PERFORM CHECK-MASKED-SUPPLIER
                   END-IF
           END-READ.
      * ===============================================================
       CERTIFY-ORDER-FILE.
           PERFORM START-CERT-COUNTS.
           OPEN INPUT MSKORD-FILE.
           PERFORM CERTIFY-ONE-ORDER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE MSKORD-FILE.
           MOVE 'ORDER TERMINAL IDS' TO CERT-LABEL.
           PERFORM WRITE-CERT-LINE.
      * ===============================================================
       CERTIFY-ONE-ORDER.
           READ MSKORD-FILE INTO UNL-ORDER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-ORDT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      MOVE UNL-ORD-TERM TO WS-MSK-TERM-IN
                      PERFORM CHECK-MASKED-TERMINAL
                   END-IF
           END-READ.
      * ===============================================================
       START-CERT-COUNTS.
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           MOVE 0 TO WS-CRT-CHECKED WS-CRT-FAILED.
      * ===============================================================
      * A terminal id passes as BATC, blank, or T plus three digits
      * that isn't itself one of the production ids replaced
      * ===============================================================
       CHECK-MASKED-TERMINAL.
           ADD 1 TO WS-CRT-CHECKED.
           IF WS-MSK-TERM-IN = SPACES OR WS-MSK-TERM-IN = 'BATC'
              CONTINUE
           ELSE IF WS-MSK-TERM-IN(1:1) NOT = 'T'
                 OR WS-MSK-TERM-IN(2:3) IS NOT NUMERIC
              ADD 1 TO WS-CRT-FAILED
           ELSE
              PERFORM FIND-TERMINAL-ENTRY
              IF WS-TRM-FOUND = 1
                 ADD 1 TO WS-CRT-FAILED
              END-IF
           END-IF.
      * ===============================================================
       CHECK-MASKED-CUSTOMER.
           ADD 2 TO WS-CRT-CHECKED.
           MOVE UNL-CUS-NAME TO WS-CRT-NAME.
           IF WS-CRT-NAME-TAG NOT = 'TEST CUSTOMER '
                 OR WS-CRT-NAME-SEQ IS NOT NUMERIC
              ADD 1 TO WS-CRT-FAILED.
           MOVE UNL-CUS-CONTACT TO WS-CRT-NAME.
           IF WS-CRT-NAME-TAG NOT = 'TEST CONTACT  '
                 OR WS-CRT-NAME-SEQ IS NOT NUMERIC
              ADD 1 TO WS-CRT-FAILED.
      * ===============================================================
       CHECK-MASKED-SUPPLIER.
           ADD 1 TO WS-CRT-CHECKED.
           MOVE UNL-SUP-SUPPLIER TO WS-CRT-SUPPLIER.
           IF WS-CRT-SUPP-TAG NOT = 'SUPP'
                 OR WS-CRT-SUPP-SEQ IS NOT NUMERIC
              ADD 1 TO WS-CRT-FAILED
           ELSE
              MOVE UNL-SUP-SUPPLIER TO WS-MSK-SUPP-IN
              PERFORM FIND-SUPPLIER-ENTRY
              IF WS-SUP-FOUND = 1
                 ADD 1 TO WS-CRT-FAILED
              END-IF
           END-IF.
      * ===============================================================
       WRITE-CERT-LINE.
           ADD WS-CRT-FAILED TO WS-CRT-TOTAL-FAILED.
           MOVE WS-CRT-CHECKED TO CERT-CHECKED.
           MOVE WS-CRT-FAILED TO CERT-FAILED.
           MOVE CERT-LINE TO OUTPUT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE WS-MSK-IN TO SUMMARY-IN.
           MOVE WS-MSK-OUT TO SUMMARY-OUT.
           MOVE WS-MSK-MASKED TO SUMMARY-MASKED.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * ===============================================================
       WRITE-REPORT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES MASKED TEST REFRESH ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
