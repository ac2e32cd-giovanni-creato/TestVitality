      * -- which the reload verifies before it touches a table.
      * The master unload record is 120 bytes (the row plus its
      * timestamp doesn't fit 80); the other three are 80.
      *
      * The customer, supplier, order, and order-line layouts at the
      * end carry the masked test-region set MRBLMSK writes, which
      * MRBLRLD loads beside the four above -- 80 bytes each, same
      * trailer convention.
      * ===============================================================
       01  UNL-MASTER-RECORD.
           02  UNL-MAS-COLOR         PIC X(10).
           02  UNL-REJT-FLAG         PIC X(10).
           02  UNL-REJT-COUNT        PIC 9(7).
           02  FILLER                PIC X(63).
       01  UNL-CUSTOMER-RECORD.
           02  UNL-CUS-CUST-NO       PIC X(10).
           02  UNL-CUS-NAME          PIC X(20).
           02  UNL-CUS-PRIORITY      PIC X(1).
           02  UNL-CUS-CONTACT       PIC X(20).
           02  FILLER                PIC X(29).
       01  UNL-CUSTOMER-TRAILER REDEFINES UNL-CUSTOMER-RECORD.
           02  UNL-CUST-FLAG         PIC X(10).
           02  UNL-CUST-COUNT        PIC 9(7).
           02  FILLER                PIC X(63).
       01  UNL-SUPPLIER-RECORD.
           02  UNL-SUP-SUPPLIER      PIC X(10).
           02  UNL-SUP-COLOR         PIC X(10).
           02  UNL-SUP-MULTIPLE      PIC 9(9).
           02  UNL-SUP-LEAD-DAYS     PIC 9(9).
           02  UNL-SUP-CASE-PACK     PIC 9(9).
           02  FILLER                PIC X(33).
       01  UNL-SUPPLIER-TRAILER REDEFINES UNL-SUPPLIER-RECORD.
           02  UNL-SUPT-FLAG         PIC X(10).
           02  UNL-SUPT-COUNT        PIC 9(7).
           02  FILLER                PIC X(63).
       01  UNL-ORDER-RECORD.
           02  UNL-ORD-ORDER-NO      PIC 9(9).
           02  UNL-ORD-TERM          PIC X(4).
           02  UNL-ORD-CUST-NO       PIC X(10).
           02  UNL-ORD-STATUS        PIC X(1).
           02  UNL-ORD-WANTED-DATE   PIC X(10).
           02  UNL-ORD-TIMESTAMP     PIC X(26).
           02  FILLER                PIC X(20).
       01  UNL-ORDER-TRAILER REDEFINES UNL-ORDER-RECORD.
           02  UNL-ORDT-FLAG         PIC X(10).
           02  UNL-ORDT-COUNT        PIC 9(7).
           02  FILLER                PIC X(63).
       01  UNL-ORDLINE-RECORD.
           02  UNL-OLN-ORDER-NO      PIC 9(9).
           02  UNL-OLN-LINE-NO       PIC 9(9).
           02  UNL-OLN-COLOR         PIC X(10).
           02  UNL-OLN-QUANTITY      PIC 9(9).
           02  UNL-OLN-WANTED-DATE   PIC X(10).
           02  UNL-OLN-STATUS        PIC X(1).
           02  FILLER                PIC X(32).
       01  UNL-ORDLINE-TRAILER REDEFINES UNL-ORDLINE-RECORD.
           02  UNL-OLNT-FLAG         PIC X(10).
           02  UNL-OLNT-COUNT        PIC 9(7).
           02  FILLER                PIC X(63).
