      * ===============================================================
      * MRBLVMP -- symbolic map for the MRBLVSET mapset (see
      * BMS/MRBLRPV.bms). MRBLVMAPI holds what the terminal sent back
      * on a RECEIVE MAP; MRBLVMAPO (same storage) is what MRBLRPV.cbl
      * fills in before sending the screen. Hand-authored in the shape
      * the BMS macro assembler would generate for LANG=COBOL, the
      * same way MRBLBMP.cpy is -- the fifteen identical print-line
      * fields are collapsed into an OCCURS so the program can fill
      * them by subscript.
      * ===============================================================
       01  MRBLVMAPI.
           02  FILLER               PIC X(12).
           02  RPVRIDL              COMP PIC S9(4).
           02  RPVRIDF              PIC X.
           02  FILLER REDEFINES RPVRIDF.
               03  RPVRIDA          PIC X.
           02  RPVRIDI              PIC X(8).
           02  RPVDTEL              COMP PIC S9(4).
           02  RPVDTEF              PIC X.
           02  FILLER REDEFINES RPVDTEF.
               03  RPVDTEA          PIC X.
           02  RPVDTEI              PIC X(8).
           02  RPVINFL              COMP PIC S9(4).
           02  RPVINFF              PIC X.
           02  RPVINFI              PIC X(78).
           02  RPVCOLL              COMP PIC S9(4).
           02  RPVCOLF              PIC X.
           02  RPVCOLI              PIC X(78).
           02  RPV-ROW-ENTRY OCCURS 15 TIMES.
               03  RPVROWL          COMP PIC S9(4).
               03  RPVROWF          PIC X.
               03  RPVROWI          PIC X(78).
           02  RPVMSGL              COMP PIC S9(4).
           02  RPVMSGF              PIC X.
           02  RPVMSGI              PIC X(78).
       01  MRBLVMAPO REDEFINES MRBLVMAPI.
           02  FILLER               PIC X(12).
           02  FILLER               PIC X(3).
           02  RPVRIDA              PIC X.
           02  RPVRIDO              PIC X(8).
           02  FILLER               PIC X(3).
           02  RPVDTEA              PIC X.
           02  RPVDTEO              PIC X(8).
           02  FILLER               PIC X(3).
           02  RPVINFA              PIC X.
           02  RPVINFO              PIC X(78).
           02  FILLER               PIC X(3).
           02  RPVCOLA              PIC X.
           02  RPVCOLO              PIC X(78).
           02  RPV-ROW-ENTRY-O OCCURS 15 TIMES.
               03  FILLER           PIC X(3).
               03  RPVROWA          PIC X.
               03  RPVROWO          PIC X(78).
           02  FILLER               PIC X(3).
           02  RPVMSGA              PIC X.
           02  RPVMSGO              PIC X(78).
