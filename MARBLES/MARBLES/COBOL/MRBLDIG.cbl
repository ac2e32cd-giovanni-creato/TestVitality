      * ===============================================================
      * Daily exception digest, with a lifecycle. Exceptions scatter
      * across five outputs -- COBOL000's EXCEPTION-FILE (invalid
      * numerics, duplicates and unknown account codes), FINARP03's
      * VARIANCE-FILE (variance and reasonableness) and its own
      * EXCEPTION-FILE (unknown account codes), MRBLREC's adjustment
      * file (count discrepancies), and MRBLEXC's min/max report --
      * and a HIGH-severity variance nobody read on Tuesday used to
      * be simply gone Wednesday.
      *
      * Every recognized exception now registers on
      * EVENT.MARBLES_DIGITEM under a stable identity (source, key,
      *
      * A source whose file is missing altogether (file status 35)
      * is flagged NO FILE - JOB MAY NOT HAVE RUN, which is usually
      * the real story. A source file the FAPASM01 pre-check finds
      * older than WS-SOURCE-MAX-AGE days -- a file its job never
      * rewrote -- is flagged STALE - JOB MAY NOT HAVE RUN and not
      * read, so old exceptions don't re-register as new sightings.
      * Lines that aren't recognized exception shapes (page headers
      * and the like) are passed over.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLDIG.
               FILE STATUS IS WS-COBEXC-STATUS.
           SELECT VARNCE-FILE ASSIGN U-T-VARIN
               FILE STATUS IS WS-VARNCE-STATUS.
           SELECT FINEXC-FILE ASSIGN U-T-FINEXC
               FILE STATUS IS WS-FINEXC-STATUS.
           SELECT ADJUST-FILE ASSIGN U-T-ADJIN
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT MINMAX-FILE ASSIGN U-T-MMXIN
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS VARNCE-RECORD.
         01 VARNCE-RECORD          PIC X(133).
       FD  FINEXC-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS FINEXC-RECORD.
         01 FINEXC-RECORD          PIC X(133).
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           02  PAGE-COUNT        PIC 9(3) VALUE 0.
           02  WS-COBEXC-STATUS  PIC X(2).
           02  WS-VARNCE-STATUS  PIC X(2).
           02  WS-FINEXC-STATUS  PIC X(2).
           02  WS-ADJUST-STATUS  PIC X(2).
           02  WS-MINMAX-STATUS  PIC X(2).
       COPY PAGING.
      * ===============================================================
      * Dataset pre-check linkage (see COPYBOOK/FAPCHK.cpy) -- the
      * _MISSING switches read 1 for no file, 2 for a stale one
      * ===============================================================
       COPY FAPCHK.
       01  WS-DIGEST-WORK.
           02  WS-COBEXC-NEW     PIC 9(5) VALUE 0.
           02  WS-COBEXC-AGED    PIC 9(5) VALUE 0.
           02  WS-MINMAX-AGED    PIC 9(5) VALUE 0.
           02  WS-COBEXC-MISSING PIC 9 VALUE 0.
           02  WS-VARNCE-MISSING PIC 9 VALUE 0.
           02  WS-FINEXC-MISSING PIC 9 VALUE 0.
           02  WS-ADJUST-MISSING PIC 9 VALUE 0.
           02  WS-MINMAX-MISSING PIC 9 VALUE 0.
           02  WS-DISC-DISPLAY   PIC -ZZ,ZZ9.
           02  WS-SOURCE-MAX-AGE PIC 9(3) VALUE 1.
           02  WS-SAVED-RC       PIC S9(4) COMP VALUE 0.
       01  WS-ITEM-WORK.
           02  WS-ITM-SOURCE     PIC X(8).
           02  WS-ITM-KEY        PIC X(10).
           OPEN OUTPUT REPORT-FILE.
           PERFORM GATHER-COBEXC.
           PERFORM GATHER-VARNCE.
           PERFORM GATHER-FINEXC.
           PERFORM GATHER-ADJUST.
           PERFORM GATHER-MINMAX.
           PERFORM PRINT-OPEN-ITEMS.
           ELSE
              ADD 1 TO WS-MINMAX-AGED.
      * ===============================================================
      * Pre-check one source file (the caller set its DD name). The
      * CALL hands back the check status as the return code, so the
      * run's return code is kept across it. Only a stale answer
      * matters here -- a missing file still shows on the OPEN, and
      * an empty exception file is a quiet night.
      * ===============================================================
       PRE-CHECK-SOURCE.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE 'DD  ' TO FAPCHK-ACTION.
           MOVE WS-SOURCE-MAX-AGE TO FAPCHK-MAX-AGE-DAYS.
           CALL 'FAPASM01' USING FAPCHK-ACTION
                                 FAPCHK-DATASET
                                 FAPCHK-RESULT.
           MOVE WS-SAVED-RC TO RETURN-CODE.
      * ===============================================================
      * COBOL000 exceptions: invalid numerics and unknown account
      * codes are HIGH (bad data got sent), duplicates MEDIUM
      * ===============================================================
       GATHER-COBEXC.
           MOVE SPACES TO INPUT-SWITCH.
           MOVE 'EXCIN' TO FAPCHK-DATASET.
           PERFORM PRE-CHECK-SOURCE.
           IF FAPCHK-STALE
              MOVE 2 TO WS-COBEXC-MISSING
              MOVE 'EOF' TO INPUT-SWITCH
           ELSE
              OPEN INPUT COBEXC-FILE
              IF WS-COBEXC-STATUS NOT = '00'
                 MOVE 1 TO WS-COBEXC-MISSING
                 MOVE 'EOF' TO INPUT-SWITCH
              END-IF
           END-IF.
           PERFORM GATHER-ONE-COBEXC
              UNTIL END-OF-FILE.
                      MOVE COBEXC-RECORD(40:10) TO WS-ITM-KEY
                      MOVE COBEXC-RECORD(7:60) TO WS-ITM-TEXT
                      PERFORM REGISTER-ITEM
                   ELSE IF COBEXC-RECORD(7:22) =
                         'UNKNOWN ACCOUNT CODE: '
                      MOVE 1 TO WS-ITM-RANK
                      MOVE 'COBOL000' TO WS-ITM-SOURCE
                      MOVE COBEXC-RECORD(29:10) TO WS-ITM-KEY
                      MOVE COBEXC-RECORD(7:60) TO WS-ITM-TEXT
                      PERFORM REGISTER-ITEM
                   ELSE IF COBEXC-RECORD(7:19) = 'DUPLICATE RECORD: '
                      MOVE 2 TO WS-ITM-RANK
                      MOVE 'COBOL000' TO WS-ITM-SOURCE
      * ===============================================================
       GATHER-VARNCE.
           MOVE SPACES TO INPUT-SWITCH.
           MOVE 'VARIN' TO FAPCHK-DATASET.
           PERFORM PRE-CHECK-SOURCE.
           IF FAPCHK-STALE
              MOVE 2 TO WS-VARNCE-MISSING
              MOVE 'EOF' TO INPUT-SWITCH
           ELSE
              OPEN INPUT VARNCE-FILE
              IF WS-VARNCE-STATUS NOT = '00'
                 MOVE 1 TO WS-VARNCE-MISSING
                 MOVE 'EOF' TO INPUT-SWITCH
              END-IF
           END-IF.
           PERFORM GATHER-ONE-VARNCE
              UNTIL END-OF-FILE.
                   END-IF
           END-READ.
      * ===============================================================
      * FINARP03 unknown account codes (its EXCEPTION-FILE) are HIGH
      * and count with the rest of FINARP03's items
      * ===============================================================
       GATHER-FINEXC.
           MOVE SPACES TO INPUT-SWITCH.
           MOVE 'FINEXC' TO FAPCHK-DATASET.
           PERFORM PRE-CHECK-SOURCE.
           IF FAPCHK-STALE
              MOVE 2 TO WS-FINEXC-MISSING
              MOVE 'EOF' TO INPUT-SWITCH
           ELSE
              OPEN INPUT FINEXC-FILE
              IF WS-FINEXC-STATUS NOT = '00'
                 MOVE 1 TO WS-FINEXC-MISSING
                 MOVE 'EOF' TO INPUT-SWITCH
              END-IF
           END-IF.
           PERFORM GATHER-ONE-FINEXC
              UNTIL END-OF-FILE.
           IF WS-FINEXC-MISSING = 0
              CLOSE FINEXC-FILE.
      * ===============================================================
       GATHER-ONE-FINEXC.
           READ FINEXC-FILE
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF FINEXC-RECORD(7:22) = 'UNKNOWN ACCOUNT CODE: '
                      MOVE 1 TO WS-ITM-RANK
                      MOVE 'FINARP03' TO WS-ITM-SOURCE
                      MOVE FINEXC-RECORD(29:10) TO WS-ITM-KEY
                      MOVE FINEXC-RECORD(7:60) TO WS-ITM-TEXT
                      PERFORM REGISTER-ITEM
                   END-IF
           END-READ.
      * ===============================================================
      * MRBLREC discrepancies (the machine-readable adjustment file):
      * physical stock disagreeing with the system is HIGH
      * ===============================================================
       GATHER-ADJUST.
           MOVE SPACES TO INPUT-SWITCH.
           MOVE 'ADJIN' TO FAPCHK-DATASET.
           PERFORM PRE-CHECK-SOURCE.
           IF FAPCHK-STALE
              MOVE 2 TO WS-ADJUST-MISSING
              MOVE 'EOF' TO INPUT-SWITCH
           ELSE
              OPEN INPUT ADJUST-FILE
              IF WS-ADJUST-STATUS NOT = '00'
                 MOVE 1 TO WS-ADJUST-MISSING
                 MOVE 'EOF' TO INPUT-SWITCH
              END-IF
           END-IF.
           PERFORM GATHER-ONE-ADJUST
              UNTIL END-OF-FILE.
      * ===============================================================
       GATHER-MINMAX.
           MOVE SPACES TO INPUT-SWITCH.
           MOVE 'MMXIN' TO FAPCHK-DATASET.
           PERFORM PRE-CHECK-SOURCE.
           IF FAPCHK-STALE
              MOVE 2 TO WS-MINMAX-MISSING
              MOVE 'EOF' TO INPUT-SWITCH
           ELSE
              OPEN INPUT MINMAX-FILE
              IF WS-MINMAX-STATUS NOT = '00'
                 MOVE 1 TO WS-MINMAX-MISSING
                 MOVE 'EOF' TO INPUT-SWITCH
              END-IF
           END-IF.
           PERFORM GATHER-ONE-MINMAX
              UNTIL END-OF-FILE.
              MOVE 'NO FILE - JOB MAY NOT HAVE RUN'
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE IF WS-COBEXC-MISSING = 2
              MOVE 'STALE - JOB MAY NOT HAVE RUN  '
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE
              MOVE 'EXCEPTIONS:                   '
                  TO OUTPUT-SRC-TEXT.
      * ===============================================================
       SET-SOURCE-TEXT-VARNCE.
           IF WS-VARNCE-MISSING = 1 OR WS-FINEXC-MISSING = 1
              MOVE 'NO FILE - JOB MAY NOT HAVE RUN'
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE IF WS-VARNCE-MISSING = 2 OR WS-FINEXC-MISSING = 2
              MOVE 'STALE - JOB MAY NOT HAVE RUN  '
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE
              MOVE 'EXCEPTIONS:                   '
                  TO OUTPUT-SRC-TEXT.
              MOVE 'NO FILE - JOB MAY NOT HAVE RUN'
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE IF WS-ADJUST-MISSING = 2
              MOVE 'STALE - JOB MAY NOT HAVE RUN  '
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE
              MOVE 'EXCEPTIONS:                   '
                  TO OUTPUT-SRC-TEXT.
              MOVE 'NO FILE - JOB MAY NOT HAVE RUN'
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE IF WS-MINMAX-MISSING = 2
              MOVE 'STALE - JOB MAY NOT HAVE RUN  '
                  TO OUTPUT-SRC-TEXT
              MOVE 0 TO OUTPUT-SRC-NEW
           ELSE
              MOVE 'EXCEPTIONS:                   '
                  TO OUTPUT-SRC-TEXT.
