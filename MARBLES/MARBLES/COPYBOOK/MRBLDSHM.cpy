      * ===============================================================
      * MRBLDSHM -- symbolic map for the MRBLDSET mapset (see
      * BMS/MRBLDSH.bms). MRBLDMAPO is what MRBLDSH.cbl fills in
      * before sending the screen; MRBLDMAPI (same storage) is the
      * input view the assembler generates alongside it, unused
      * since the dashboard reads only the AID. Hand-authored in the
      * shape the BMS macro assembler would generate for LANG=COBOL,
      * the same way MRBLALTM.cpy is -- the nine identical count
      * rows are collapsed into an OCCURS so the program can fill
      * them by subscript.
      * ===============================================================
       01  MRBLDMAPI.
           02  FILLER               PIC X(12).
           02  DSHTIML              COMP PIC S9(4).
           02  DSHTIMF              PIC X.
           02  FILLER REDEFINES DSHTIMF.
               03  DSHTIMA          PIC X.
           02  DSHTIMI              PIC X(38).
           02  DSH-ROW-ENTRY OCCURS 9 TIMES.
               03  DSHRL            COMP PIC S9(4).
               03  DSHRF            PIC X.
               03  DSHRI            PIC X(78).
           02  DSHMSGL              COMP PIC S9(4).
           02  DSHMSGF              PIC X.
           02  DSHMSGI              PIC X(78).
       01  MRBLDMAPO REDEFINES MRBLDMAPI.
           02  FILLER               PIC X(12).
           02  FILLER               PIC X(3).
           02  DSHTIMO-A            PIC X.
           02  DSHTIMO              PIC X(38).
           02  DSH-ROW-ENTRY-O OCCURS 9 TIMES.
               03  FILLER           PIC X(3).
               03  DSHRA            PIC X.
               03  DSHRO            PIC X(78).
           02  FILLER               PIC X(3).
           02  DSHMSGA              PIC X.
           02  DSHMSGO              PIC X(78).
