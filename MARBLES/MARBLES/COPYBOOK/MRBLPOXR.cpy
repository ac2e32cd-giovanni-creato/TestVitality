      * ===============================================================
      * MRBLPOXR -- flat-file record layout of the outbound purchase
      * order transmission (U-T-POXOUT) the MRBLPOX run writes for
      * the suppliers. The file is one segment per supplier, each
      * whole in itself so the transmission step can cut it into
      * one file per supplier at the segment boundaries:
      *
      *   'S'  opens the segment -- supplier and send date
      *   'P'  one per purchase order sent -- order date, and 'Y'
      *        when it is a drop-ship order to go straight to our
      *        customer
      *   'L'  one per PO line sent, after its 'P' -- action 'A' a
      *        new line, 'C' a changed one, 'X' a line we have
      *        cancelled; color, quantity, unit cost and the date we
      *        expect it
      *   'D'  follows a drop-ship line: ship-to name, city, state,
      *        zip
      *   'E'  follows the 'D': the ship-to street lines
      *   'T'  closes the segment -- the POs in it, its 'P' through
      *        'E' record count, and the total of its line
      *        quantities, so the supplier's side can prove it got
      *        its file whole
      * ===============================================================
       01  POX-RECORD.
           02  POX-TYPE              PIC X(1).
               88  POX-SUPPLIER-HEADER VALUE 'S'.
               88  POX-PO-HEADER     VALUE 'P'.
               88  POX-LINE          VALUE 'L'.
               88  POX-SHIP-TO       VALUE 'D'.
               88  POX-SHIP-STREET   VALUE 'E'.
           02  POX-SUPPLIER          PIC X(10).
           02  POX-PO-NO             PIC 9(8).
           02  POX-DETAIL            PIC X(61).
       01  POX-SUPPLIER-RECORD REDEFINES POX-RECORD.
           02  FILLER                PIC X(19).
           02  POXS-SEND-DATE        PIC 9(8).
           02  FILLER                PIC X(53).
       01  POX-PO-RECORD REDEFINES POX-RECORD.
           02  FILLER                PIC X(19).
           02  POXP-ORDER-DATE       PIC 9(8).
           02  POXP-DROP-SHIP        PIC X(1).
           02  FILLER                PIC X(52).
       01  POX-LINE-RECORD REDEFINES POX-RECORD.
           02  FILLER                PIC X(19).
           02  POXL-LINE-NO          PIC 9(4).
           02  POXL-ACTION           PIC X(1).
               88  POXL-ADDED        VALUE 'A'.
               88  POXL-CHANGED      VALUE 'C'.
               88  POXL-CANCELLED    VALUE 'X'.
           02  POXL-COLOR            PIC X(10).
           02  POXL-QTY              PIC 9(6).
           02  POXL-UNIT-COST        PIC 9(5).
           02  POXL-EXPECTED-DATE    PIC 9(8).
           02  FILLER                PIC X(27).
       01  POX-SHIP-TO-RECORD REDEFINES POX-RECORD.
           02  FILLER                PIC X(19).
           02  POXD-LINE-NO          PIC 9(4).
           02  POXD-SHIP-NAME        PIC X(20).
           02  POXD-CITY             PIC X(20).
           02  POXD-STATE            PIC X(2).
           02  POXD-ZIP              PIC X(10).
           02  FILLER                PIC X(5).
       01  POX-STREET-RECORD REDEFINES POX-RECORD.
           02  FILLER                PIC X(19).
           02  POXE-ADDR-LINE1       PIC X(30).
           02  POXE-ADDR-LINE2       PIC X(30).
           02  FILLER                PIC X(1).
       01  POX-TRAILER REDEFINES POX-RECORD.
           02  POXT-TYPE             PIC X(1).
           02  POXT-SUPPLIER         PIC X(10).
           02  POXT-PO-COUNT         PIC 9(7).
           02  POXT-RECORD-COUNT     PIC 9(7).
           02  POXT-QTY-TOTAL        PIC 9(11).
           02  FILLER                PIC X(44).
