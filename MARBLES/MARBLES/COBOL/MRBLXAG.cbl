      * Transit-aging report over EVENT.MARBLES_XFER, in the MRBLEXC
      * exception style. Every transfer shipped but never received
      * prints with its age in days since the ship step; anything
      * older than the stale days flags STALE -- those are the
      * pallets month-end keeps blaming the annex for. The stale
      * days are the governed MRBLXAG STALEDAY parameter (set on
      * MRBP as three digits, 007; the MRB3 dashboard counts
      * against the same number);
      * the stale-days card (U-T-PARM) is the fallback while the
      * table rolls out. No usable value either way stops the run
      * with return code 16.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLXAG.
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * governed table answers first; the job's own card is only
      * the fallback while the table rolls out
      * ===============================================================
       COPY MRBLPRMC.
       01  WS-AGING-WORK.
           02  WS-XAG-STALE-DAYS PIC S9(4) COMP.
           02  WS-XAG-STALE-9    PIC 9(3).
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-STALE-DAYS.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REPORT-FILE.
           GOBACK.
      * ===============================================================
       READ-STALE-DAYS.
           MOVE 'MRBLXAG ' TO MRBLPRM-JOB-NAME.
           MOVE 'STALEDAY' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           MOVE 0 TO RETURN-CODE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:3) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:3) TO WS-XAG-STALE-9
              MOVE WS-XAG-STALE-9 TO WS-XAG-STALE-DAYS
           ELSE
              PERFORM READ-STALE-CARD.
      * ===============================================================
       READ-STALE-CARD.
           OPEN INPUT PARM-FILE.
