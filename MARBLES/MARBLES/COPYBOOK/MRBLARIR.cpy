      * ===============================================================
      * MRBLARIR -- flat-file record layout of the receivables
      * interface file (U-T-ARINV) the marbles invoicing run writes
      * for the accounts-receivable package. One 'H' record opens
      * each invoice and carries its total; one 'L' record follows
      * per invoiced order line. One 'C' record carries each credit
      * memo raised on an accepted MRBU return, under the memo
      * number, against the order line returned, its amount
      * unsigned (the type says which way it posts). The file ends
      * with one trailer record -- type 'T' plus the invoice count,
      * the data-record count, the sum of the invoice totals, and
      * the credit-memo count and total -- so the package can prove
      * it received the file whole before it posts.
      * ===============================================================
       01  ARINV-RECORD.
           02  ARINV-TYPE            PIC X(1).
               88  ARINV-HEADER      VALUE 'H'.
               88  ARINV-LINE        VALUE 'L'.
               88  ARINV-CREDIT      VALUE 'C'.
           02  ARINV-INVOICE-NO      PIC 9(8).
           02  ARINV-ORDER-NO        PIC 9(8).
           02  ARINV-CUST-NO         PIC X(10).
           02  ARINV-DATE            PIC 9(8).
           02  ARINV-LINE-NO         PIC 9(4).
           02  ARINV-COLOR           PIC X(10).
           02  ARINV-QTY             PIC 9(6).
           02  ARINV-PRICE           PIC 9(5).
           02  ARINV-AMOUNT          PIC 9(11).
           02  FILLER                PIC X(9).
       01  ARINV-TRAILER REDEFINES ARINV-RECORD.
           02  ARINVT-TYPE           PIC X(1).
           02  ARINVT-INVOICE-COUNT  PIC 9(7).
           02  ARINVT-RECORD-COUNT   PIC 9(7).
           02  ARINVT-AMOUNT-TOTAL   PIC 9(13).
           02  ARINVT-CREDIT-COUNT   PIC 9(7).
           02  ARINVT-CREDIT-TOTAL   PIC 9(13).
           02  FILLER                PIC X(32).
