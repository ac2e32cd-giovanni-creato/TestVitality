      * loaded per table; a file that fails verification or a load
      * that fails in staging ends the run with return code 16 and
      * touches nothing live.
      *
      * Positions five to eight select customers, suppliers, orders,
      * and order lines. Those files come only from the masked
      * test-region set MRBLMSK.cbl writes (with the four above, out
      * of a production unload) -- this is how a test region is
      * refreshed with production volumes and no production people.
      * Load only a set whose MRBLMSK certificate says CERTIFIED.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRLD.
           SELECT UNLLOG-FILE ASSIGN U-T-UNLLOG.
           SELECT UNLCLR-FILE ASSIGN U-T-UNLCLR.
           SELECT UNLREJ-FILE ASSIGN U-T-UNLREJ.
           SELECT UNLCUS-FILE ASSIGN U-T-UNLCUS.
           SELECT UNLSUP-FILE ASSIGN U-T-UNLSUP.
           SELECT UNLORD-FILE ASSIGN U-T-UNLORD.
           SELECT UNLOLN-FILE ASSIGN U-T-UNLOLN.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
           02 PARM-LOAD-LOG      PIC X(1).
           02 PARM-LOAD-COLORS   PIC X(1).
           02 PARM-LOAD-REJECTS  PIC X(1).
           02 PARM-LOAD-CUSTS    PIC X(1).
           02 PARM-LOAD-SUPPS    PIC X(1).
           02 PARM-LOAD-ORDERS   PIC X(1).
           02 PARM-LOAD-LINES    PIC X(1).
           02 FILLER             PIC X(72).
       FD  UNLMAS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLREJ-RECORD.
         01 UNLREJ-RECORD          PIC X(80).
       FD  UNLCUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLCUS-RECORD.
         01 UNLCUS-RECORD          PIC X(80).
       FD  UNLSUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLSUP-RECORD.
         01 UNLSUP-RECORD          PIC X(80).
       FD  UNLORD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLORD-RECORD.
         01 UNLORD-RECORD          PIC X(80).
       FD  UNLOLN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNLOLN-RECORD.
         01 UNLOLN-RECORD          PIC X(80).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
             TERM-ID                        CHAR(4)     NOT NULL,
             REJECT-TIMESTAMP               TIMESTAMP   NOT NULL
           ) END-EXEC.
      * ===============================================================
      * The reference and order tables a masked test-region set
      * carries, and their staging twins
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
           EXEC SQL DECLARE EVENT.MARBLES_CUSSTG TABLE
           ( CUST-NO                        VARCHAR(10) NOT NULL,
             CUST-NAME                      VARCHAR(20) NOT NULL,
             PRIORITY-CLASS                 CHAR(1)     NOT NULL,
             CONTACT                        VARCHAR(20) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_SUPSTG TABLE
           ( SUPPLIER                       VARCHAR(10) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             ORDER-MULTIPLE                 INTEGER     NOT NULL,
             LEAD-DAYS                      INTEGER     NOT NULL,
             CASE-PACK                      INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_ORDSTG TABLE
           ( ORDER-NO                       INTEGER     NOT NULL,
             TERM-ID                        CHAR(4)     NOT NULL,
             CUST-NO                        VARCHAR(10) NOT NULL,
             ORD-STATUS                     CHAR(1)     NOT NULL,
             WANTED-DATE                    DATE        NOT NULL,
             ORD-TIMESTAMP                  TIMESTAMP   NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_OLNSTG TABLE
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
              PERFORM RELOAD-COLORS.
           IF PARM-LOAD-REJECTS = 'Y'
              PERFORM RELOAD-REJECTS.
           IF PARM-LOAD-CUSTS = 'Y'
              PERFORM RELOAD-CUSTOMERS.
           IF PARM-LOAD-SUPPS = 'Y'
              PERFORM RELOAD-SUPPLIERS.
           IF PARM-LOAD-ORDERS = 'Y'
              PERFORM RELOAD-ORDERS.
           IF PARM-LOAD-LINES = 'Y'
              PERFORM RELOAD-ORDER-LINES.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
                  DELETE FROM EVENT.MARBLES_REJSTG
              END-EXEC
           END-IF.
      * ===============================================================
      * Customers from the masked set: same verify-then-load shape
      * ===============================================================
       RELOAD-CUSTOMERS.
           MOVE 'NO ' TO VERIFY-SWITCH.
           PERFORM VERIFY-CUSTOMER-FILE.
           IF FILE-VERIFIED
              PERFORM LOAD-CUSTOMER-FILE
              MOVE 'CUSTOMERS:          ' TO SUMMARY-LABEL
              MOVE 'LOADED      ' TO SUMMARY-TEXT
              MOVE WS-RLD-LOADED TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE
           ELSE
              MOVE 16 TO RETURN-CODE
              MOVE 'CUSTOMERS:          ' TO SUMMARY-LABEL
              MOVE 'BAD TRAILER ' TO SUMMARY-TEXT
              MOVE WS-RLD-DATA-COUNT TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
       VERIFY-CUSTOMER-FILE.
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           MOVE 0 TO WS-RLD-DATA-COUNT.
           OPEN INPUT UNLCUS-FILE.
           PERFORM VERIFY-ONE-CUSTOMER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE UNLCUS-FILE.
           IF TRAILER-SEEN
                 AND WS-RLD-TRAILER-CT = WS-RLD-DATA-COUNT
              MOVE 'YES' TO VERIFY-SWITCH.
      * ===============================================================
       VERIFY-ONE-CUSTOMER.
           READ UNLCUS-FILE INTO UNL-CUSTOMER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-CUST-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-CUST-COUNT TO WS-RLD-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-RLD-DATA-COUNT
                   END-IF
           END-READ.
      * ===============================================================
       LOAD-CUSTOMER-FILE.
           MOVE 0 TO WS-RLD-LOADED.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_CUSSTG
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           OPEN INPUT UNLCUS-FILE.
           PERFORM LOAD-ONE-CUSTOMER
              UNTIL END-OF-FILE OR TRAILER-SEEN
                 OR WS-SQL-ERROR = 1.
           CLOSE UNLCUS-FILE.
           IF WS-SQL-ERROR = 0
              PERFORM SWAP-CUSTOMER-TABLE.
      * ===============================================================
       LOAD-ONE-CUSTOMER.
           READ UNLCUS-FILE INTO UNL-CUSTOMER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-CUST-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      PERFORM INSERT-ONE-CUSTOMER
                   END-IF
           END-READ.
      * ===============================================================
       INSERT-ONE-CUSTOMER.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_CUSSTG
               VALUES (
                     :UNL-CUS-CUST-NO,
                     :UNL-CUS-NAME,
                     :UNL-CUS-PRIORITY,
                     :UNL-CUS-CONTACT)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-RLD-LOADED.
      * ===============================================================
       SWAP-CUSTOMER-TABLE.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_CUSTOMER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_CUSTOMER
                  SELECT CUST-NO, CUST-NAME, PRIORITY-CLASS, CONTACT
                  FROM EVENT.MARBLES_CUSSTG
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_CUSSTG
              END-EXEC
           END-IF.
      * ===============================================================
      * Suppliers from the masked set: same verify-then-load shape
      * ===============================================================
       RELOAD-SUPPLIERS.
           MOVE 'NO ' TO VERIFY-SWITCH.
           PERFORM VERIFY-SUPPLIER-FILE.
           IF FILE-VERIFIED
              PERFORM LOAD-SUPPLIER-FILE
              MOVE 'SUPPLIERS:          ' TO SUMMARY-LABEL
              MOVE 'LOADED      ' TO SUMMARY-TEXT
              MOVE WS-RLD-LOADED TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE
           ELSE
              MOVE 16 TO RETURN-CODE
              MOVE 'SUPPLIERS:          ' TO SUMMARY-LABEL
              MOVE 'BAD TRAILER ' TO SUMMARY-TEXT
              MOVE WS-RLD-DATA-COUNT TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
       VERIFY-SUPPLIER-FILE.
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           MOVE 0 TO WS-RLD-DATA-COUNT.
           OPEN INPUT UNLSUP-FILE.
           PERFORM VERIFY-ONE-SUPPLIER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE UNLSUP-FILE.
           IF TRAILER-SEEN
                 AND WS-RLD-TRAILER-CT = WS-RLD-DATA-COUNT
              MOVE 'YES' TO VERIFY-SWITCH.
      * ===============================================================
       VERIFY-ONE-SUPPLIER.
           READ UNLSUP-FILE INTO UNL-SUPPLIER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-SUPT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-SUPT-COUNT TO WS-RLD-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-RLD-DATA-COUNT
                   END-IF
           END-READ.
      * ===============================================================
       LOAD-SUPPLIER-FILE.
           MOVE 0 TO WS-RLD-LOADED.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_SUPSTG
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           OPEN INPUT UNLSUP-FILE.
           PERFORM LOAD-ONE-SUPPLIER
              UNTIL END-OF-FILE OR TRAILER-SEEN
                 OR WS-SQL-ERROR = 1.
           CLOSE UNLSUP-FILE.
           IF WS-SQL-ERROR = 0
              PERFORM SWAP-SUPPLIER-TABLE.
      * ===============================================================
       LOAD-ONE-SUPPLIER.
           READ UNLSUP-FILE INTO UNL-SUPPLIER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-SUPT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      PERFORM INSERT-ONE-SUPPLIER
                   END-IF
           END-READ.
      * ===============================================================
       INSERT-ONE-SUPPLIER.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_SUPSTG
               VALUES (
                     :UNL-SUP-SUPPLIER,
                     :UNL-SUP-COLOR,
                     :UNL-SUP-MULTIPLE,
                     :UNL-SUP-LEAD-DAYS,
                     :UNL-SUP-CASE-PACK)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-RLD-LOADED.
      * ===============================================================
       SWAP-SUPPLIER-TABLE.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_SUPPLIER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_SUPPLIER
                  SELECT SUPPLIER, COLOR, ORDER-MULTIPLE, LEAD-DAYS,
                         CASE-PACK
                  FROM EVENT.MARBLES_SUPSTG
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_SUPSTG
              END-EXEC
           END-IF.
      * ===============================================================
      * Orders from the masked set: same verify-then-load shape
      * ===============================================================
       RELOAD-ORDERS.
           MOVE 'NO ' TO VERIFY-SWITCH.
           PERFORM VERIFY-ORDER-FILE.
           IF FILE-VERIFIED
              PERFORM LOAD-ORDER-FILE
              MOVE 'ORDERS:             ' TO SUMMARY-LABEL
              MOVE 'LOADED      ' TO SUMMARY-TEXT
              MOVE WS-RLD-LOADED TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE
           ELSE
              MOVE 16 TO RETURN-CODE
              MOVE 'ORDERS:             ' TO SUMMARY-LABEL
              MOVE 'BAD TRAILER ' TO SUMMARY-TEXT
              MOVE WS-RLD-DATA-COUNT TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
       VERIFY-ORDER-FILE.
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           MOVE 0 TO WS-RLD-DATA-COUNT.
           OPEN INPUT UNLORD-FILE.
           PERFORM VERIFY-ONE-ORDER
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE UNLORD-FILE.
           IF TRAILER-SEEN
                 AND WS-RLD-TRAILER-CT = WS-RLD-DATA-COUNT
              MOVE 'YES' TO VERIFY-SWITCH.
      * ===============================================================
       VERIFY-ONE-ORDER.
           READ UNLORD-FILE INTO UNL-ORDER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-ORDT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-ORDT-COUNT TO WS-RLD-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-RLD-DATA-COUNT
                   END-IF
           END-READ.
      * ===============================================================
       LOAD-ORDER-FILE.
           MOVE 0 TO WS-RLD-LOADED.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_ORDSTG
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           OPEN INPUT UNLORD-FILE.
           PERFORM LOAD-ONE-ORDER
              UNTIL END-OF-FILE OR TRAILER-SEEN
                 OR WS-SQL-ERROR = 1.
           CLOSE UNLORD-FILE.
           IF WS-SQL-ERROR = 0
              PERFORM SWAP-ORDER-TABLE.
      * ===============================================================
       LOAD-ONE-ORDER.
           READ UNLORD-FILE INTO UNL-ORDER-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-ORDT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      PERFORM INSERT-ONE-ORDER
                   END-IF
           END-READ.
      * ===============================================================
       INSERT-ONE-ORDER.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_ORDSTG
               VALUES (
                     :UNL-ORD-ORDER-NO,
                     :UNL-ORD-TERM,
                     :UNL-ORD-CUST-NO,
                     :UNL-ORD-STATUS,
                     :UNL-ORD-WANTED-DATE,
                     :UNL-ORD-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-RLD-LOADED.
      * ===============================================================
       SWAP-ORDER-TABLE.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_ORDER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDER
                  SELECT ORDER-NO, TERM-ID, CUST-NO, ORD-STATUS,
                         WANTED-DATE, ORD-TIMESTAMP
                  FROM EVENT.MARBLES_ORDSTG
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_ORDSTG
              END-EXEC
           END-IF.
      * ===============================================================
      * Order lines from the masked set: same verify-then-load shape
      * ===============================================================
       RELOAD-ORDER-LINES.
           MOVE 'NO ' TO VERIFY-SWITCH.
           PERFORM VERIFY-ORDER-LINE-FILE.
           IF FILE-VERIFIED
              PERFORM LOAD-ORDER-LINE-FILE
              MOVE 'ORDER LINES:        ' TO SUMMARY-LABEL
              MOVE 'LOADED      ' TO SUMMARY-TEXT
              MOVE WS-RLD-LOADED TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE
           ELSE
              MOVE 16 TO RETURN-CODE
              MOVE 'ORDER LINES:        ' TO SUMMARY-LABEL
              MOVE 'BAD TRAILER ' TO SUMMARY-TEXT
              MOVE WS-RLD-DATA-COUNT TO SUMMARY-COUNT
              PERFORM WRITE-SUMMARY-LINE.
      * ===============================================================
       VERIFY-ORDER-LINE-FILE.
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           MOVE 0 TO WS-RLD-DATA-COUNT.
           OPEN INPUT UNLOLN-FILE.
           PERFORM VERIFY-ONE-ORDER-LINE
              UNTIL END-OF-FILE OR TRAILER-SEEN.
           CLOSE UNLOLN-FILE.
           IF TRAILER-SEEN
                 AND WS-RLD-TRAILER-CT = WS-RLD-DATA-COUNT
              MOVE 'YES' TO VERIFY-SWITCH.
      * ===============================================================
       VERIFY-ONE-ORDER-LINE.
           READ UNLOLN-FILE INTO UNL-ORDLINE-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-OLNT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE UNL-OLNT-COUNT TO WS-RLD-TRAILER-CT
                   ELSE
                      ADD 1 TO WS-RLD-DATA-COUNT
                   END-IF
           END-READ.
      * ===============================================================
       LOAD-ORDER-LINE-FILE.
           MOVE 0 TO WS-RLD-LOADED.
           MOVE 0 TO WS-SQL-ERROR.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_OLNSTG
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE SPACES TO INPUT-SWITCH TRAILER-SWITCH.
           OPEN INPUT UNLOLN-FILE.
           PERFORM LOAD-ONE-ORDER-LINE
              UNTIL END-OF-FILE OR TRAILER-SEEN
                 OR WS-SQL-ERROR = 1.
           CLOSE UNLOLN-FILE.
           IF WS-SQL-ERROR = 0
              PERFORM SWAP-ORDER-LINE-TABLE.
      * ===============================================================
       LOAD-ONE-ORDER-LINE.
           READ UNLOLN-FILE INTO UNL-ORDLINE-RECORD
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF UNL-OLNT-FLAG = '**TRAILER*'
                      MOVE 'YES' TO TRAILER-SWITCH
                   ELSE
                      PERFORM INSERT-ONE-ORDER-LINE
                   END-IF
           END-READ.
      * ===============================================================
       INSERT-ONE-ORDER-LINE.
           EXEC SQL
               INSERT INTO EVENT.MARBLES_OLNSTG
               VALUES (
                     :UNL-OLN-ORDER-NO,
                     :UNL-OLN-LINE-NO,
                     :UNL-OLN-COLOR,
                     :UNL-OLN-QUANTITY,
                     :UNL-OLN-WANTED-DATE,
                     :UNL-OLN-STATUS)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-RLD-LOADED.
      * ===============================================================
       SWAP-ORDER-LINE-TABLE.
           EXEC SQL
               DELETE FROM EVENT.MARBLES_ORDLINE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-SQL-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  INSERT INTO EVENT.MARBLES_ORDLINE
                  SELECT ORDER-NO, LINE-NO, COLOR, QUANTITY,
                         WANTED-DATE, LINE-STATUS
                  FROM EVENT.MARBLES_OLNSTG
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-SQL-ERROR
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-SQL-ERROR = 0
              EXEC SQL
                  DELETE FROM EVENT.MARBLES_OLNSTG
              END-EXEC
           END-IF.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE 2 TO LINE-SPACING.
