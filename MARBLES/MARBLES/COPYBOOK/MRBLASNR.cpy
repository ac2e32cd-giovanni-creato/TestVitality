      * ===============================================================
      * MRBLASNR -- flat-file record layout of the outbound advance
      * ship notice file (U-T-ASNOUT) the MRBLASN run writes for the
      * customers' receiving systems. One 'H' record per shipment
      * carries the carrier, tracking number, carton count and ship
      * date; one 'L' record follows per order line shipped, and
      * one 'K' record per lot that line was drawn from (lot id in
      * the line layout, quantity from that lot). The file ends
      * with one trailer record -- type 'T' plus the shipment count,
      * the data-record count, and the total quantity shipped -- so
      * the receiving side can prove it got the file whole.
      * ===============================================================
       01  ASN-RECORD.
           02  ASN-TYPE              PIC X(1).
               88  ASN-HEADER        VALUE 'H'.
               88  ASN-LINE          VALUE 'L'.
               88  ASN-LOT           VALUE 'K'.
           02  ASN-ORDER-NO          PIC 9(8).
           02  ASN-CUST-NO           PIC X(10).
           02  ASN-DETAIL            PIC X(61).
       01  ASN-HEADER-RECORD REDEFINES ASN-RECORD.
           02  FILLER                PIC X(19).
           02  ASNH-SHIP-DATE        PIC 9(8).
           02  ASNH-CARRIER          PIC X(10).
           02  ASNH-TRACKING-NO      PIC X(20).
           02  ASNH-CARTONS          PIC 9(4).
           02  FILLER                PIC X(19).
       01  ASN-LINE-RECORD REDEFINES ASN-RECORD.
           02  FILLER                PIC X(19).
           02  ASNL-LINE-NO          PIC 9(4).
           02  ASNL-COLOR            PIC X(10).
           02  ASNL-QTY              PIC 9(6).
           02  ASNL-LOT-ID           PIC X(10).
           02  FILLER                PIC X(31).
       01  ASN-TRAILER REDEFINES ASN-RECORD.
           02  ASNT-TYPE             PIC X(1).
           02  ASNT-SHIPMENT-COUNT   PIC 9(7).
           02  ASNT-RECORD-COUNT     PIC 9(7).
           02  ASNT-QTY-TOTAL        PIC 9(11).
           02  FILLER                PIC X(54).
