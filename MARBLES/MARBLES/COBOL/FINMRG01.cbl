      * ===============================================================
      * Finance feed consolidation. MRBLFIN's marbles extract used to
      * be the only feed into the COBOL000/FINARP03 chain; payroll
      * and facilities now send theirs too, and concatenating the
      * files in JCL breaks both the MRBLFIN control trailer (the
      * first feed's trailer ends the input early) and FINSEQ01's
      * sequence edit (each feed restarts the FIELD2 order).
      *
      * Up to four feeds, U-T-FEED1 through U-T-FEED4, each in the
      * INPUT-FILE layout with its own MRBLFIN-style control trailer.
      * The merge control card (U-T-MRGCTL) names the source tag for
      * each slot in use:
      *   cols  1- 8  source tag for FEED1, blank = slot not used
      *   cols  9-16  source tag for FEED2
      *   cols 17-24  source tag for FEED3
      *   cols 25-32  source tag for FEED4
      *
      * Every named feed is read to its physical end and checked
      * against its own trailer -- trailer present, record count,
      * hash total (the absolute FIELD4 + FIELD5 sum MRBLFIN builds)
      * and nothing after the trailer, which is what a concatenated
      * feed looks like. Each record is tagged with its source in
      * INPUT-FILE's spare columns 57-64 and merged into INPUT-FIELD2
      * order (feed slot, then arrival order, breaking ties), and
      * one INPUT-FILE goes out on U-T-MRGOUT with a single combined
      * trailer -- FINSEQ01, COBOL000, FINARP03 and FINBVA01 read it
      * exactly as they read MRBLFIN's feed.
      *
      * One bad feed holds the whole run: return code 16 and no
      * merged feed (it is opened and left empty, so no trailer and
      * every report downstream stops) rather than a consolidation
      * that is silently missing a department. The intake summary
      * prints one line per feed either way.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINMRG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED1-FILE ASSIGN U-T-FEED1
               FILE STATUS IS WS-FEED1-STATUS.
           SELECT FEED2-FILE ASSIGN U-T-FEED2
               FILE STATUS IS WS-FEED2-STATUS.
           SELECT FEED3-FILE ASSIGN U-T-FEED3
               FILE STATUS IS WS-FEED3-STATUS.
           SELECT FEED4-FILE ASSIGN U-T-FEED4
               FILE STATUS IS WS-FEED4-STATUS.
           SELECT MRGCTL-FILE ASSIGN U-T-MRGCTL.
           SELECT MERGED-FILE ASSIGN U-T-MRGOUT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
           SELECT SORT-FILE ASSIGN U-T-SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED1-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FEED1-RECORD.
         01 FEED1-RECORD             PIC X(80).
       FD  FEED2-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FEED2-RECORD.
         01 FEED2-RECORD             PIC X(80).
       FD  FEED3-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FEED3-RECORD.
         01 FEED3-RECORD             PIC X(80).
       FD  FEED4-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FEED4-RECORD.
         01 FEED4-RECORD             PIC X(80).
       FD  MRGCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MRGCTL-RECORD.
         01 MRGCTL-RECORD            PIC X(80).
      * ===============================================================
      * The merged feed: INPUT-FILE's layout with the source tag in
      * what is FILLER to the reports, and the combined trailer
      * ===============================================================
       FD  MERGED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MERGED-RECORD.
         01 MERGED-RECORD.
           02 MERGED-FIELD1          PIC 9(8).
           02 MERGED-FIELD2          PIC X(10).
           02 MERGED-FIELD3          PIC X(20).
           02 MERGED-FIELD4          PIC S9(6).
           02 MERGED-FIELD5          PIC S9(6).
           02 MERGED-FIELD6          PIC X(6).
           02 MERGED-SOURCE          PIC X(8).
           02 FILLER                 PIC X(16).
         01 MERGED-TRAILER REDEFINES MERGED-RECORD.
           02 MERGED-TRL-FLAG        PIC 9(8).
           02 MERGED-TRL-COUNT       PIC 9(7).
           02 MERGED-TRL-HASH        PIC 9(13).
           02 FILLER                 PIC X(52).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS OUTPUT-RECORD.
         01 OUTPUT-RECORD.
           02 CARRIAGE-CONTROL PIC X.
           02 OUTPUT-LINE      PIC X(132).
       SD  SORT-FILE
           DATA RECORD IS SORT-RECORD.
         01 SORT-RECORD.
           02 SORT-FIELD2            PIC X(10).
           02 SORT-FEED-IX           PIC 9(1).
           02 SORT-SEQUENCE          PIC 9(7).
           02 SORT-IMAGE             PIC X(80).
      * ===============================================================
       WORKING-STORAGE SECTION.
       COPY COPY939.
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  SORT-SWITCH       PIC X(3).
               88  END-OF-SORT   VALUE 'EOF'.
           02  MRGCTL-SWITCH     PIC X(3).
               88  END-OF-MRGCTL VALUE 'EOF'.
           02  PAGE-COUNT        PIC 9(3) VALUE 0.
           02  WS-FEED1-STATUS   PIC X(2).
           02  WS-FEED2-STATUS   PIC X(2).
           02  WS-FEED3-STATUS   PIC X(2).
           02  WS-FEED4-STATUS   PIC X(2).
           02  WS-OPEN-STATUS    PIC X(2).
           02  OUTPUT-COUNT      PIC 9(7) VALUE 0.
           02  OUTPUT-HASH       PIC 9(13) VALUE 0.
           02  ACCEPTED-COUNT    PIC 9(7) VALUE 0.
           02  ACCEPTED-HASH     PIC 9(13) VALUE 0.
           02  FEEDS-NAMED       PIC 9(1) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
       01  MRGCTL-CARD.
           02  MRGCTL-TAG OCCURS 4 TIMES PIC X(8).
           02  FILLER                PIC X(48).
      * ===============================================================
      * One intake entry per feed slot
      * ===============================================================
       01  WS-FEED-TABLE.
           02  WS-FEED-ENTRY OCCURS 4 TIMES.
               03  WS-FD-TAG         PIC X(8).
               03  WS-FD-READ        PIC 9(7).
               03  WS-FD-HASH        PIC S9(13).
               03  WS-FD-TRL-COUNT   PIC 9(7).
               03  WS-FD-TRL-HASH    PIC 9(13).
               03  WS-FD-TRAILER     PIC X(3).
               03  WS-FD-AFTER       PIC X(3).
               03  WS-FD-RESULT      PIC X(20).
       01  WS-MERGE-WORK.
           02  WS-FEED-IX        PIC S9(4) COMP VALUE 0.
           02  WS-DUP-IX         PIC S9(4) COMP VALUE 0.
           02  WS-RELEASE-SEQ    PIC 9(7) VALUE 0.
      * ===============================================================
      * The record just read, whichever feed it came from
      * ===============================================================
       01  WS-FEED-RECORD.
           02  WS-FEED-FIELD1        PIC 9(8).
           02  WS-FEED-FIELD2        PIC X(10).
           02  WS-FEED-FIELD3        PIC X(20).
           02  WS-FEED-FIELD4        PIC S9(6).
           02  WS-FEED-FIELD5        PIC S9(6).
           02  WS-FEED-FIELD6        PIC X(6).
           02  WS-FEED-SOURCE        PIC X(8).
           02  FILLER                PIC X(16).
       01  WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.
           02  WS-FEED-TRL-FLAG      PIC 9(8).
           02  WS-FEED-TRL-COUNT     PIC 9(7).
           02  WS-FEED-TRL-HASH      PIC 9(13).
           02  FILLER                PIC X(52).
       01  COLUMN-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(6)  VALUE 'FEED  '.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(8)  VALUE 'SOURCE  '.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(9)  VALUE '     READ'.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(9)  VALUE '  TRAILER'.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(18) VALUE
               '        HASH TOTAL'.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(18) VALUE
               '     TRAILER HASH '.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(20) VALUE 'RESULT'.
           02  FILLER                PIC X(22).
       01  INTAKE-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(5)  VALUE 'FEED'.
           02  INTAKE-SLOT           PIC 9(1).
           02  FILLER                PIC X(2).
           02  INTAKE-SOURCE         PIC X(8).
           02  FILLER                PIC X(3).
           02  INTAKE-READ           PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  INTAKE-TRL-COUNT      PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  INTAKE-HASH           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(3).
           02  INTAKE-TRL-HASH       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(3).
           02  INTAKE-RESULT         PIC X(20).
           02  FILLER                PIC X(22).
       01  MERGED-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(14) VALUE 'MERGED FEED   '.
           02  FILLER                PIC X(9)  VALUE 'RECORDS: '.
           02  MRGTOT-COUNT          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(12) VALUE 'HASH TOTAL: '.
           02  MRGTOT-HASH           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(63).
       01  HELD-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(45) VALUE
               '*** RUN HELD -- NO MERGED FEED WRITTEN *** '.
           02  FILLER                PIC X(82).
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'FINMRG01' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      *    The merged feed is opened before anything can fail, so a
      *    held run leaves it empty -- no trailer -- and the chain
      *    downstream stops instead of reading yesterday's
      *
           OPEN OUTPUT MERGED-FILE
                       REPORT-FILE.
           PERFORM READ-MERGE-CONTROL.
           IF RETURN-CODE = 0
              SORT SORT-FILE
                  ON ASCENDING KEY SORT-FIELD2 SORT-FEED-IX
                                   SORT-SEQUENCE
                  INPUT PROCEDURE IS INTAKE-FEEDS
                  OUTPUT PROCEDURE IS WRITE-MERGED-FEED
              PERFORM WRITE-INTAKE-SUMMARY.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE OUTPUT-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE MERGED-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The merge card names each slot's source; a slot named twice,
      * or no slot named at all, fails the run before any feed is read
      * ===============================================================
       READ-MERGE-CONTROL SECTION.
       READ-MERGE-CONTROL-START.
           MOVE SPACES TO MRGCTL-SWITCH.
           OPEN INPUT MRGCTL-FILE.
           READ MRGCTL-FILE INTO MRGCTL-CARD
               AT END
                   MOVE 'EOF' TO MRGCTL-SWITCH
           END-READ.
           CLOSE MRGCTL-FILE.
           IF END-OF-MRGCTL
              DISPLAY 'FINMRG01: MERGE CONTROL CARD MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO WS-FEED-IX
              PERFORM SET-UP-ONE-SLOT
                 UNTIL WS-FEED-IX >= 4
              IF FEEDS-NAMED = 0 AND RETURN-CODE = 0
                 DISPLAY 'FINMRG01: NO FEEDS NAMED ON MERGE CARD'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
       READ-MERGE-CONTROL-EXIT.
           EXIT.
      * ===============================================================
       SET-UP-ONE-SLOT SECTION.
       SET-UP-ONE-SLOT-START.
           ADD 1 TO WS-FEED-IX.
           MOVE MRGCTL-TAG(WS-FEED-IX) TO WS-FD-TAG(WS-FEED-IX).
           MOVE 0 TO WS-FD-READ(WS-FEED-IX).
           MOVE 0 TO WS-FD-HASH(WS-FEED-IX).
           MOVE 0 TO WS-FD-TRL-COUNT(WS-FEED-IX).
           MOVE 0 TO WS-FD-TRL-HASH(WS-FEED-IX).
           MOVE 'NO ' TO WS-FD-TRAILER(WS-FEED-IX).
           MOVE 'NO ' TO WS-FD-AFTER(WS-FEED-IX).
           MOVE 'NOT USED' TO WS-FD-RESULT(WS-FEED-IX).
           IF WS-FD-TAG(WS-FEED-IX) NOT = SPACES
              ADD 1 TO FEEDS-NAMED
              MOVE 0 TO WS-DUP-IX
              PERFORM CHECK-ONE-DUPLICATE-TAG
                 UNTIL WS-DUP-IX >= WS-FEED-IX - 1
           END-IF.
       SET-UP-ONE-SLOT-EXIT.
           EXIT.
      * ===============================================================
       CHECK-ONE-DUPLICATE-TAG SECTION.
       CHECK-DUPLICATE-START.
           ADD 1 TO WS-DUP-IX.
           IF WS-FD-TAG(WS-DUP-IX) = WS-FD-TAG(WS-FEED-IX)
              DISPLAY 'FINMRG01: SOURCE TAG NAMED TWICE: '
                      WS-FD-TAG(WS-FEED-IX)
              MOVE 16 TO RETURN-CODE.
       CHECK-DUPLICATE-EXIT.
           EXIT.
      * ===============================================================
      * Input procedure: take in every named feed, releasing its
      * tagged records and checking it against its own trailer
      * ===============================================================
       INTAKE-FEEDS SECTION.
       INTAKE-FEEDS-START.
           MOVE 0 TO WS-FEED-IX.
           PERFORM INTAKE-ONE-FEED
              UNTIL WS-FEED-IX >= 4.
       INTAKE-FEEDS-EXIT.
           EXIT.
      * ===============================================================
       INTAKE-ONE-FEED SECTION.
       INTAKE-ONE-FEED-START.
           ADD 1 TO WS-FEED-IX.
           IF WS-FD-TAG(WS-FEED-IX) NOT = SPACES
              PERFORM OPEN-CURRENT-FEED
              IF WS-OPEN-STATUS NOT = '00'
                 MOVE 'NOT AVAILABLE' TO WS-FD-RESULT(WS-FEED-IX)
                 PERFORM REJECT-CURRENT-FEED
              ELSE
                 MOVE SPACES TO INPUT-SWITCH
                 PERFORM READ-AND-RELEASE
                    UNTIL END-OF-FILE
                 PERFORM CLOSE-CURRENT-FEED
                 PERFORM CHECK-FEED-CONTROLS
              END-IF
           END-IF.
       INTAKE-ONE-FEED-EXIT.
           EXIT.
      * ===============================================================
       OPEN-CURRENT-FEED SECTION.
       OPEN-CURRENT-FEED-START.
           IF WS-FEED-IX = 1
              OPEN INPUT FEED1-FILE
              MOVE WS-FEED1-STATUS TO WS-OPEN-STATUS
           ELSE IF WS-FEED-IX = 2
              OPEN INPUT FEED2-FILE
              MOVE WS-FEED2-STATUS TO WS-OPEN-STATUS
           ELSE IF WS-FEED-IX = 3
              OPEN INPUT FEED3-FILE
              MOVE WS-FEED3-STATUS TO WS-OPEN-STATUS
           ELSE
              OPEN INPUT FEED4-FILE
              MOVE WS-FEED4-STATUS TO WS-OPEN-STATUS.
       OPEN-CURRENT-FEED-EXIT.
           EXIT.
      * ===============================================================
       READ-CURRENT-FEED SECTION.
       READ-CURRENT-FEED-START.
           IF WS-FEED-IX = 1
              READ FEED1-FILE INTO WS-FEED-RECORD
                  AT END
                      MOVE 'EOF' TO INPUT-SWITCH
              END-READ
           ELSE IF WS-FEED-IX = 2
              READ FEED2-FILE INTO WS-FEED-RECORD
                  AT END
                      MOVE 'EOF' TO INPUT-SWITCH
              END-READ
           ELSE IF WS-FEED-IX = 3
              READ FEED3-FILE INTO WS-FEED-RECORD
                  AT END
                      MOVE 'EOF' TO INPUT-SWITCH
              END-READ
           ELSE
              READ FEED4-FILE INTO WS-FEED-RECORD
                  AT END
                      MOVE 'EOF' TO INPUT-SWITCH
              END-READ.
       READ-CURRENT-FEED-EXIT.
           EXIT.
      * ===============================================================
       CLOSE-CURRENT-FEED SECTION.
       CLOSE-CURRENT-FEED-START.
           IF WS-FEED-IX = 1
              CLOSE FEED1-FILE
           ELSE IF WS-FEED-IX = 2
              CLOSE FEED2-FILE
           ELSE IF WS-FEED-IX = 3
              CLOSE FEED3-FILE
           ELSE
              CLOSE FEED4-FILE.
       CLOSE-CURRENT-FEED-EXIT.
           EXIT.
      * ===============================================================
      * Each feed is read to its physical end, not just to its
      * trailer -- anything after the trailer is a second feed
      * concatenated behind the first
      * ===============================================================
       READ-AND-RELEASE SECTION.
       READ-AND-RELEASE-START.
           PERFORM READ-CURRENT-FEED.
           IF NOT END-OF-FILE
              IF WS-FD-TRAILER(WS-FEED-IX) = 'YES'
                 MOVE 'YES' TO WS-FD-AFTER(WS-FEED-IX)
              ELSE IF WS-FEED-RECORD(1:8) = '99999999'
                 MOVE 'YES' TO WS-FD-TRAILER(WS-FEED-IX)
                 MOVE WS-FEED-TRL-COUNT
                     TO WS-FD-TRL-COUNT(WS-FEED-IX)
                 MOVE WS-FEED-TRL-HASH
                     TO WS-FD-TRL-HASH(WS-FEED-IX)
              ELSE
                 ADD 1 TO WS-FD-READ(WS-FEED-IX)
                 PERFORM ACCUMULATE-FEED-HASH
                 PERFORM RELEASE-TAGGED-RECORD
              END-IF
           END-IF.
       READ-AND-RELEASE-EXIT.
           EXIT.
      * ===============================================================
       ACCUMULATE-FEED-HASH SECTION.
       ACCUMULATE-FEED-HASH-START.
           IF WS-FEED-FIELD4 IS NUMERIC
              IF WS-FEED-FIELD4 < 0
                 SUBTRACT WS-FEED-FIELD4 FROM WS-FD-HASH(WS-FEED-IX)
              ELSE
                 ADD WS-FEED-FIELD4 TO WS-FD-HASH(WS-FEED-IX).
           IF WS-FEED-FIELD5 IS NUMERIC
              IF WS-FEED-FIELD5 < 0
                 SUBTRACT WS-FEED-FIELD5 FROM WS-FD-HASH(WS-FEED-IX)
              ELSE
                 ADD WS-FEED-FIELD5 TO WS-FD-HASH(WS-FEED-IX).
       ACCUMULATE-FEED-HASH-EXIT.
           EXIT.
      * ===============================================================
       RELEASE-TAGGED-RECORD SECTION.
       RELEASE-TAGGED-START.
           MOVE WS-FD-TAG(WS-FEED-IX) TO WS-FEED-SOURCE.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-FEED-FIELD2 TO SORT-FIELD2.
           MOVE WS-FEED-IX TO SORT-FEED-IX.
           MOVE WS-RELEASE-SEQ TO SORT-SEQUENCE.
           MOVE WS-FEED-RECORD TO SORT-IMAGE.
           RELEASE SORT-RECORD.
       RELEASE-TAGGED-EXIT.
           EXIT.
      * ===============================================================
      * The feed's own controls, the same checks FINARP03 makes plus
      * nothing-after-the-trailer
      * ===============================================================
       CHECK-FEED-CONTROLS SECTION.
       CHECK-FEED-CONTROLS-START.
           IF WS-FD-TRAILER(WS-FEED-IX) NOT = 'YES'
              MOVE 'TRAILER MISSING' TO WS-FD-RESULT(WS-FEED-IX)
              PERFORM REJECT-CURRENT-FEED
           ELSE IF WS-FD-AFTER(WS-FEED-IX) = 'YES'
              MOVE 'DATA AFTER TRAILER' TO WS-FD-RESULT(WS-FEED-IX)
              PERFORM REJECT-CURRENT-FEED
           ELSE IF WS-FD-TRL-COUNT(WS-FEED-IX)
                 NOT = WS-FD-READ(WS-FEED-IX)
              MOVE 'COUNT MISMATCH' TO WS-FD-RESULT(WS-FEED-IX)
              PERFORM REJECT-CURRENT-FEED
           ELSE IF WS-FD-TRL-HASH(WS-FEED-IX)
                 NOT = WS-FD-HASH(WS-FEED-IX)
              MOVE 'HASH MISMATCH' TO WS-FD-RESULT(WS-FEED-IX)
              PERFORM REJECT-CURRENT-FEED
           ELSE
              MOVE 'ACCEPTED' TO WS-FD-RESULT(WS-FEED-IX)
              ADD WS-FD-READ(WS-FEED-IX) TO ACCEPTED-COUNT
              ADD WS-FD-HASH(WS-FEED-IX) TO ACCEPTED-HASH.
       CHECK-FEED-CONTROLS-EXIT.
           EXIT.
      * ===============================================================
       REJECT-CURRENT-FEED SECTION.
       REJECT-CURRENT-FEED-START.
           DISPLAY 'FINMRG01: FEED ' WS-FD-TAG(WS-FEED-IX) ' '
                   WS-FD-RESULT(WS-FEED-IX).
           MOVE 16 TO RETURN-CODE.
       REJECT-CURRENT-FEED-EXIT.
           EXIT.
      * ===============================================================
      * Output procedure: only when every feed was accepted -- the
      * merged records in FIELD2 order, then the combined trailer
      * ===============================================================
       WRITE-MERGED-FEED SECTION.
       WRITE-MERGED-START.
           IF RETURN-CODE NOT = 16
              PERFORM RETURN-AND-WRITE
                 UNTIL END-OF-SORT
              PERFORM WRITE-COMBINED-TRAILER.
       WRITE-MERGED-EXIT.
           EXIT.
      * ===============================================================
       RETURN-AND-WRITE SECTION.
       RETURN-AND-WRITE-START.
           RETURN SORT-FILE
               AT END
                   MOVE 'EOF' TO SORT-SWITCH
               NOT AT END
                   MOVE SORT-IMAGE TO MERGED-RECORD
                   WRITE MERGED-RECORD
                   ADD 1 TO OUTPUT-COUNT
                   PERFORM ACCUMULATE-OUTPUT-HASH
           END-RETURN.
       RETURN-AND-WRITE-EXIT.
           EXIT.
      * ===============================================================
       ACCUMULATE-OUTPUT-HASH SECTION.
       ACCUMULATE-OUTPUT-START.
           IF MERGED-FIELD4 IS NUMERIC
              IF MERGED-FIELD4 < 0
                 SUBTRACT MERGED-FIELD4 FROM OUTPUT-HASH
              ELSE
                 ADD MERGED-FIELD4 TO OUTPUT-HASH.
           IF MERGED-FIELD5 IS NUMERIC
              IF MERGED-FIELD5 < 0
                 SUBTRACT MERGED-FIELD5 FROM OUTPUT-HASH
              ELSE
                 ADD MERGED-FIELD5 TO OUTPUT-HASH.
       ACCUMULATE-OUTPUT-EXIT.
           EXIT.
      * ===============================================================
       WRITE-COMBINED-TRAILER SECTION.
       WRITE-COMBINED-START.
           MOVE SPACES TO MERGED-RECORD.
           MOVE 99999999 TO MERGED-TRL-FLAG.
           MOVE OUTPUT-COUNT TO MERGED-TRL-COUNT.
           MOVE OUTPUT-HASH TO MERGED-TRL-HASH.
           WRITE MERGED-RECORD.
       WRITE-COMBINED-EXIT.
           EXIT.
      * ===============================================================
      * Intake summary: one line per slot, then the merged totals (or
      * the hold notice)
      * ===============================================================
       WRITE-INTAKE-SUMMARY SECTION.
       WRITE-INTAKE-START.
           PERFORM WRITE-HEADER.
           MOVE 0 TO WS-FEED-IX.
           PERFORM WRITE-INTAKE-LINE
              UNTIL WS-FEED-IX >= 4.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           IF RETURN-CODE = 16
              MOVE HELD-LINE TO OUTPUT-LINE
           ELSE
              MOVE OUTPUT-COUNT TO MRGTOT-COUNT
              MOVE OUTPUT-HASH TO MRGTOT-HASH
              MOVE MERGED-TOTAL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
       WRITE-INTAKE-EXIT.
           EXIT.
      * ===============================================================
       WRITE-INTAKE-LINE SECTION.
       WRITE-INTAKE-LINE-START.
           ADD 1 TO WS-FEED-IX.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-FEED-IX TO INTAKE-SLOT.
           MOVE WS-FD-TAG(WS-FEED-IX) TO INTAKE-SOURCE.
           MOVE WS-FD-READ(WS-FEED-IX) TO INTAKE-READ.
           MOVE WS-FD-TRL-COUNT(WS-FEED-IX) TO INTAKE-TRL-COUNT.
           MOVE WS-FD-HASH(WS-FEED-IX) TO INTAKE-HASH.
           MOVE WS-FD-TRL-HASH(WS-FEED-IX) TO INTAKE-TRL-HASH.
           MOVE WS-FD-RESULT(WS-FEED-IX) TO INTAKE-RESULT.
           MOVE INTAKE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
       WRITE-INTAKE-LINE-EXIT.
           EXIT.
      * ===============================================================
       WRITE-HEADER SECTION.
       WRITE-HEADER-START.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  FINANCE FEED INTAKE         ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
       WRITE-HEADER-EXIT.
           EXIT.
