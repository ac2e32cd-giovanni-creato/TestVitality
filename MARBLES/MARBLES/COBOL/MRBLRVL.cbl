      * Unknown colors reject to the report and the run keeps going;
      * a record whose new cost equals the old is reported UNCHANGED
      * and nothing is written.
      *
      * Pack cost rollups from MRBLBCR arrive in this same layout,
      * tagged BOM in REVALUE-SOURCE; those apply only where a
      * supervisor has marked REVALUE-APPROVAL 'Y', and the rest
      * report UNAPPRVD. Untagged records need no mark.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLRVL.
         01 REVALUE-RECORD.
           02 REVALUE-COLOR      PIC X(10).
           02 REVALUE-NEW-COST   PIC 9(5).
           02 REVALUE-APPROVAL   PIC X(1).
           02 REVALUE-SOURCE     PIC X(3).
           02 FILLER             PIC X(61).
       FD  DATECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
              MOVE 'BAD COST ' TO OUTPUT-DISPOSITION
              MOVE 0 TO WS-RVL-OLD-COST WS-RVL-INV WS-RVL-DELTA
              PERFORM WRITE-REVALUE-LINE
           ELSE IF REVALUE-SOURCE = 'BOM' AND REVALUE-APPROVAL NOT = 'Y'
              ADD 1 TO REJECT-COUNT
              MOVE 'UNAPPRVD ' TO OUTPUT-DISPOSITION
              MOVE 0 TO WS-RVL-OLD-COST WS-RVL-INV WS-RVL-DELTA
              PERFORM WRITE-REVALUE-LINE
           ELSE
              PERFORM GET-CURRENT-COST
              IF WS-SQL-ERROR = 0
