      * ===============================================================
      * Shared-cost allocation for the finance report chain. Some
      * INPUT-FILE categories (building rent, IT and the like) hold
      * costs that belong spread across the operating categories by
      * headcount or floor space -- that used to happen on a
      * spreadsheet after FINARP03 printed, so the report never
      * showed true category cost.
      *
      * Driven by the allocation rules file (U-T-ALCRUL), one card
      * per source/target pair, grouped by source category:
      *   cols  1-10  source (shared) category
      *   cols 11-20  target (operating) category
      *   col  21     method: P = percentage, D = driver value
      *   cols 22-30  percentage or driver value, 9(7)V99
      * A source's cards all carry the same method; percentages must
      * total exactly 100.00, driver values are weighted against
      * their own total (headcount, square feet -- whatever the
      * driver is). A target may not itself be a shared source.
      * Any bad card fails the run with return code 16 before the
      * feed is touched.
      *
      * The feed is passed once, its MRBLFIN control trailer verified
      * exactly as FINARP03 verifies it. Every record passes through
      * unchanged; each record of a shared source also gets a
      * balancing pair of entries -- one ALLOCATED OUT record under
      * the source reversing its FIELD4/FIELD5, and one FROM record
      * per target carrying the target's share (the last target
      * takes the rounding remainder, so out always equals in to the
      * unit). Allocation records keep the source record's FIELD1
      * and FIELD6 so they trace back and still translate at the
      * day's rate.
      *
      * The result is sorted by FIELD2 (FINSEQ01's grouping rule)
      * and written to U-T-ALCOUT with a fresh control trailer
      * computed the MRBLFIN way, so FINARP03 and FINBVA01 read it
      * as INPUT-FILE with the same trailer verification. Each
      * allocation is kept on the trail file (U-T-ALCTRL) and printed
      * on the allocation report. A feed that fails its controls
      * writes no trailer, so the reports downstream fail too rather
      * than print a partial picture.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN U-T-INPUT.
           SELECT RULE-FILE ASSIGN U-T-ALCRUL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN U-T-RUNCTL.
           SELECT ALLOC-FILE ASSIGN U-T-ALCOUT.
           SELECT TRAIL-FILE ASSIGN U-T-ALCTRL.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
           SELECT SORT-FILE ASSIGN U-T-SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INPUT-FILE-RECORD.
         01 INPUT-FILE-RECORD.
           02 INPUT-FIELD1           PIC 9(8).
           02 INPUT-FIELD2           PIC X(10).
           02 INPUT-FIELD3           PIC X(20).
           02 INPUT-FIELD4           PIC S9(6).
           02 INPUT-FIELD5           PIC S9(6).
           02 INPUT-FIELD6           PIC X(6).
           02 FILLER                 PIC X(24).
         01 INPUT-FILE-TRAILER REDEFINES INPUT-FILE-RECORD.
           02 INPUT-TRL-FLAG         PIC 9(8).
           02 INPUT-TRL-COUNT        PIC 9(7).
           02 INPUT-TRL-HASH         PIC 9(13).
           02 FILLER                 PIC X(52).
       FD  RULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALCR-RECORD.
         01 ALCR-RECORD.
           02 ALCR-SOURCE            PIC X(10).
           02 ALCR-TARGET            PIC X(10).
           02 ALCR-METHOD            PIC X(1).
           02 ALCR-VALUE             PIC 9(7)V99.
           02 FILLER                 PIC X(50).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUNCTL-RECORD.
         01 RUNCTL-RECORD          PIC X(80).
      * ===============================================================
      * The allocated feed -- INPUT-FILE's layout and trailer, so the
      * reports read it without knowing it was allocated
      * ===============================================================
       FD  ALLOC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALLOC-FILE-RECORD.
         01 ALLOC-FILE-RECORD.
           02 ALLOC-FIELD1           PIC 9(8).
           02 ALLOC-FIELD2           PIC X(10).
           02 ALLOC-FIELD3           PIC X(20).
           02 ALLOC-FIELD4           PIC S9(6).
           02 ALLOC-FIELD5           PIC S9(6).
           02 ALLOC-FIELD6           PIC X(6).
           02 FILLER                 PIC X(24).
         01 ALLOC-FILE-TRAILER REDEFINES ALLOC-FILE-RECORD.
           02 ALLOC-TRL-FLAG         PIC 9(8).
           02 ALLOC-TRL-COUNT        PIC 9(7).
           02 ALLOC-TRL-HASH         PIC 9(13).
           02 FILLER                 PIC X(52).
      * ===============================================================
      * Allocation trail: one record per source record per target,
      * traceable back through the source record's FIELD1
      * ===============================================================
       FD  TRAIL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALCT-RECORD.
         01 ALCT-RECORD.
           02 ALCT-RUN-DATE          PIC 9(8).
           02 ALCT-SOURCE-FIELD1     PIC 9(8).
           02 ALCT-SOURCE            PIC X(10).
           02 ALCT-TARGET            PIC X(10).
           02 ALCT-METHOD            PIC X(1).
           02 ALCT-SHARE-PCT         PIC 9(3)V9(4).
           02 ALCT-FIELD4            PIC S9(6).
           02 ALCT-FIELD5            PIC S9(6).
           02 ALCT-CURRENCY          PIC X(6).
           02 FILLER                 PIC X(18).
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
           02 SORT-SEQUENCE          PIC 9(7).
           02 SORT-IMAGE             PIC X(80).
      * ===============================================================
       WORKING-STORAGE SECTION.
       COPY COPY939.
       COPY FINRCTL.
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  RULE-SWITCH       PIC X(3).
               88  END-OF-RULES  VALUE 'EOF'.
           02  SORT-SWITCH       PIC X(3).
               88  END-OF-SORT   VALUE 'EOF'.
           02  RUNCTL-SWITCH     PIC X(3).
               88  END-OF-RUNCTL VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3) VALUE 0.
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3) VALUE 0.
           02  WS-RULE-FILE-STATUS PIC X(2).
           02  TRAILER-SWITCH      PIC X(3) VALUE 'NO '.
               88  TRAILER-FOUND   VALUE 'YES'.
           02  EXPECTED-COUNT      PIC 9(7) VALUE 0.
           02  EXPECTED-HASH       PIC 9(13) VALUE 0.
           02  ACTUAL-HASH         PIC S9(13) VALUE 0.
           02  RECORDS-READ-COUNT  PIC 9(7) VALUE 0.
           02  OUTPUT-COUNT        PIC 9(7) VALUE 0.
           02  OUTPUT-HASH         PIC 9(13) VALUE 0.
           02  ALLOC-RECORD-COUNT  PIC 9(7) VALUE 0.
           02  NOT-ALLOCATED-COUNT PIC 9(5) VALUE 0.
           02  RULES-READ-COUNT    PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * The rules, held in card order, and one entry per source
      * category pointing at its run of rules with the method and
      * the weight total its shares divide by
      * ===============================================================
       01  WS-RULE-TABLE.
           02  WS-RULE-COUNT       PIC S9(4) COMP VALUE 0.
           02  WS-RULE-ENTRY OCCURS 100 TIMES.
               03  WS-RUL-TARGET   PIC X(10).
               03  WS-RUL-VALUE    PIC 9(7)V99 COMP-3.
       01  WS-SOURCE-TABLE.
           02  WS-SRC-COUNT        PIC S9(4) COMP VALUE 0.
           02  WS-SRC-ENTRY OCCURS 20 TIMES.
               03  WS-SRC-NAME     PIC X(10).
               03  WS-SRC-METHOD   PIC X(1).
               03  WS-SRC-TOTAL    PIC 9(9)V99 COMP-3.
               03  WS-SRC-FIRST    PIC S9(4) COMP.
               03  WS-SRC-LAST     PIC S9(4) COMP.
               03  WS-SRC-RECORDS  PIC 9(7).
               03  WS-SRC-OUT-F4   PIC S9(11) COMP-3.
               03  WS-SRC-OUT-F5   PIC S9(11) COMP-3.
       01  WS-ALLOC-WORK.
           02  WS-RUL-IX           PIC S9(4) COMP VALUE 0.
           02  WS-SRC-IX           PIC S9(4) COMP VALUE 0.
           02  WS-SCAN-IX          PIC S9(4) COMP VALUE 0.
           02  WS-FIND-CATEGORY    PIC X(10).
           02  WS-RELEASE-SEQ      PIC 9(7) VALUE 0.
           02  WS-DONE-F4          PIC S9(7) VALUE 0.
           02  WS-DONE-F5          PIC S9(7) VALUE 0.
           02  WS-SHARE-PCT        PIC 9(3)V9(4) VALUE 0.
           02  WS-TOTAL-OUT-F4     PIC S9(13) VALUE 0.
           02  WS-TOTAL-OUT-F5     PIC S9(13) VALUE 0.
           02  WS-TOTAL-IN-F4      PIC S9(13) VALUE 0.
           02  WS-TOTAL-IN-F5      PIC S9(13) VALUE 0.
      * ===============================================================
      * One allocation record being built, in INPUT-FILE's layout
      * ===============================================================
       01  WS-ALLOC-IMAGE.
           02  WS-ALC-FIELD1       PIC 9(8).
           02  WS-ALC-FIELD2       PIC X(10).
           02  WS-ALC-FIELD3       PIC X(20).
           02  WS-ALC-FIELD4       PIC S9(6).
           02  WS-ALC-FIELD5       PIC S9(6).
           02  WS-ALC-FIELD6       PIC X(6).
           02  FILLER              PIC X(24).
       01  WS-ALC-FROM-DESC.
           02  FILLER              PIC X(5)  VALUE 'FROM '.
           02  WS-ALC-FROM-SOURCE  PIC X(10).
           02  FILLER              PIC X(5)  VALUE SPACES.
       01  COLUMN-HEADING-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(10) VALUE '  FIELD1  '.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(10) VALUE 'SOURCE    '.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(10) VALUE 'TARGET    '.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(3)  VALUE 'MTH'.
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(9)  VALUE '   SHARE%'.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(9)  VALUE '   FIELD4'.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(9)  VALUE '   FIELD5'.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(6)  VALUE 'CUR   '.
           02  FILLER                PIC X(44).
       01  TRAIL-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-SOURCE-FIELD1  PIC 9(8).
           02  FILLER                PIC X(4).
           02  OUTPUT-SOURCE         PIC X(10).
           02  FILLER                PIC X(2).
           02  OUTPUT-TARGET         PIC X(10).
           02  FILLER                PIC X(3).
           02  OUTPUT-METHOD         PIC X(1).
           02  FILLER                PIC X(4).
           02  OUTPUT-SHARE-PCT      PIC ZZ9.9999.
           02  FILLER                PIC X(3).
           02  OUTPUT-ALLOC-F4       PIC ZZZ,ZZ9CR.
           02  FILLER                PIC X(3).
           02  OUTPUT-ALLOC-F5       PIC ZZZ,ZZ9CR.
           02  FILLER                PIC X(3).
           02  OUTPUT-CURRENCY       PIC X(6).
           02  FILLER                PIC X(48).
       01  NOT-ALLOCATED-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(31) VALUE
               'NOT ALLOCATED - BAD AMOUNT FOR '.
           02  NOTALC-SOURCE         PIC X(10).
           02  FILLER                PIC X(2).
           02  NOTALC-IMAGE          PIC X(80).
           02  FILLER                PIC X(4).
       01  SOURCE-TOTAL-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(8)  VALUE 'SOURCE: '.
           02  SRCTOT-NAME           PIC X(10).
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(9)  VALUE 'RECORDS: '.
           02  SRCTOT-RECORDS        PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(15) VALUE 'ALLOCATED OUT  '.
           02  FILLER                PIC X(8)  VALUE 'FIELD4: '.
           02  SRCTOT-F4             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(8)  VALUE 'FIELD5: '.
           02  SRCTOT-F5             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(19).
       01  BALANCE-LINE.
           02  FILLER                PIC X(5).
           02  BALANCE-TEXT          PIC X(15).
           02  FILLER                PIC X(8)  VALUE 'FIELD4: '.
           02  BALANCE-F4            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(8)  VALUE 'FIELD5: '.
           02  BALANCE-F5            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(61).
       01  FOOTER-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(14) VALUE 'RECORDS READ: '.
           02  FOOTER-READ           PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(13) VALUE 'ALLOCATIONS: '.
           02  FOOTER-ALLOCATIONS    PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(17) VALUE
               'RECORDS WRITTEN: '.
           02  FOOTER-WRITTEN        PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FILLER                PIC X(15) VALUE
               'NOT ALLOCATED: '.
           02  FOOTER-NOT-ALLOCATED  PIC ZZ,ZZ9.
           02  FILLER                PIC X(26).
      * ===============================================================
       PROCEDURE DIVISION.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'FINALC01' TO MRBLRUN-JOB-NAME.
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
      *    The allocated feed is opened before anything can fail, so
      *    a failed run leaves it empty -- no trailer -- and the
      *    reports downstream stop instead of reading yesterday's
      *
           OPEN OUTPUT ALLOC-FILE
                       TRAIL-FILE
                       REPORT-FILE.
           PERFORM READ-RUN-CONTROL.
           IF RETURN-CODE = 0
              PERFORM LOAD-RULES.
           IF RETURN-CODE = 0
              PERFORM WRITE-HEADER
              SORT SORT-FILE
                  ON ASCENDING KEY SORT-FIELD2 SORT-SEQUENCE
                  INPUT PROCEDURE IS ALLOCATE-FEED
                  OUTPUT PROCEDURE IS WRITE-ALLOCATED-FEED
              PERFORM WRITE-SUMMARY.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE OUTPUT-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE ALLOC-FILE
                 TRAIL-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The finance run-control card (FINRCTL) -- only its run date
      * is used here, to stamp the trail
      * ===============================================================
       READ-RUN-CONTROL SECTION.
       READ-RUN-CONTROL-START.
           MOVE SPACES TO RUNCTL-SWITCH.
           OPEN INPUT RUNCTL-FILE.
           READ RUNCTL-FILE INTO RUNCTL-CARD
               AT END
                   MOVE 'EOF' TO RUNCTL-SWITCH
           END-READ.
           CLOSE RUNCTL-FILE.
           IF END-OF-RUNCTL
              DISPLAY 'FINALC01: RUN CONTROL CARD MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF RUNCTL-RUN-DATE IS NOT NUMERIC
              DISPLAY 'FINALC01: RUN DATE NOT NUMERIC'
              MOVE 16 TO RETURN-CODE.
       READ-RUN-CONTROL-EXIT.
           EXIT.
      * ===============================================================
      * Load and edit the rules; any bad card stops the run before
      * the feed is read
      * ===============================================================
       LOAD-RULES SECTION.
       LOAD-RULES-START.
           MOVE SPACES TO RULE-SWITCH.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = '00'
              DISPLAY 'FINALC01: ALLOCATION RULES NOT AVAILABLE'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LOAD-ONE-RULE
                 UNTIL END-OF-RULES OR RETURN-CODE NOT = 0
              CLOSE RULE-FILE
              IF RETURN-CODE NOT = 0
                 DISPLAY 'FINALC01: REJECTED RULE CARD '
                         RULES-READ-COUNT
              ELSE
                 PERFORM CHECK-SOURCE-TOTALS
                 PERFORM CHECK-TARGETS
              END-IF
           END-IF.
       LOAD-RULES-EXIT.
           EXIT.
      * ===============================================================
       LOAD-ONE-RULE SECTION.
       LOAD-ONE-RULE-START.
           READ RULE-FILE
               AT END
                   MOVE 'EOF' TO RULE-SWITCH
               NOT AT END
                   ADD 1 TO RULES-READ-COUNT
                   PERFORM EDIT-ONE-RULE
           END-READ.
       LOAD-ONE-RULE-EXIT.
           EXIT.
      * ===============================================================
       EDIT-ONE-RULE SECTION.
       EDIT-ONE-RULE-START.
           IF ALCR-SOURCE = SPACES OR ALCR-TARGET = SPACES
              DISPLAY 'FINALC01: RULE CATEGORY MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF ALCR-SOURCE = ALCR-TARGET
              DISPLAY 'FINALC01: RULE ALLOCATES A SOURCE TO ITSELF'
              MOVE 16 TO RETURN-CODE
           ELSE IF ALCR-METHOD NOT = 'P' AND ALCR-METHOD NOT = 'D'
              DISPLAY 'FINALC01: RULE METHOD NOT P OR D'
              MOVE 16 TO RETURN-CODE
           ELSE IF ALCR-VALUE IS NOT NUMERIC OR ALCR-VALUE = 0
              DISPLAY 'FINALC01: RULE VALUE MISSING OR ZERO'
              MOVE 16 TO RETURN-CODE
           ELSE IF WS-RULE-COUNT >= 100
              DISPLAY 'FINALC01: MORE THAN 100 RULES'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM ADD-RULE-TO-TABLE
           END-IF.
       EDIT-ONE-RULE-EXIT.
           EXIT.
      * ===============================================================
      * A card either continues the current source's run of rules or
      * starts a new source -- a source that reappears after another
      * one means the file isn't grouped, and its shares can't be
      * trusted to be complete
      * ===============================================================
       ADD-RULE-TO-TABLE SECTION.
       ADD-RULE-START.
           IF WS-SRC-COUNT > 0
                 AND ALCR-SOURCE = WS-SRC-NAME(WS-SRC-COUNT)
              IF ALCR-METHOD NOT = WS-SRC-METHOD(WS-SRC-COUNT)
                 DISPLAY 'FINALC01: RULE METHODS MIXED FOR A SOURCE'
                 MOVE 16 TO RETURN-CODE
              END-IF
           ELSE
              MOVE ALCR-SOURCE TO WS-FIND-CATEGORY
              PERFORM FIND-SOURCE
              IF WS-SRC-IX > 0
                 DISPLAY 'FINALC01: RULES NOT GROUPED BY SOURCE'
                 MOVE 16 TO RETURN-CODE
              ELSE IF WS-SRC-COUNT >= 20
                 DISPLAY 'FINALC01: MORE THAN 20 SOURCE CATEGORIES'
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-SRC-COUNT
                 MOVE ALCR-SOURCE TO WS-SRC-NAME(WS-SRC-COUNT)
                 MOVE ALCR-METHOD TO WS-SRC-METHOD(WS-SRC-COUNT)
                 MOVE 0 TO WS-SRC-TOTAL(WS-SRC-COUNT)
                 COMPUTE WS-SRC-FIRST(WS-SRC-COUNT) =
                     WS-RULE-COUNT + 1
                 MOVE 0 TO WS-SRC-RECORDS(WS-SRC-COUNT)
                 MOVE 0 TO WS-SRC-OUT-F4(WS-SRC-COUNT)
                 MOVE 0 TO WS-SRC-OUT-F5(WS-SRC-COUNT)
              END-IF
           END-IF.
           IF RETURN-CODE = 0
              ADD 1 TO WS-RULE-COUNT
              MOVE ALCR-TARGET TO WS-RUL-TARGET(WS-RULE-COUNT)
              MOVE ALCR-VALUE TO WS-RUL-VALUE(WS-RULE-COUNT)
              MOVE WS-RULE-COUNT TO WS-SRC-LAST(WS-SRC-COUNT)
              ADD ALCR-VALUE TO WS-SRC-TOTAL(WS-SRC-COUNT).
       ADD-RULE-EXIT.
           EXIT.
      * ===============================================================
      * Look WS-FIND-CATEGORY up among the sources; WS-SRC-IX is its
      * entry, or zero when it isn't a shared source
      * ===============================================================
       FIND-SOURCE SECTION.
       FIND-SOURCE-START.
           MOVE 0 TO WS-SRC-IX.
           MOVE 0 TO WS-SCAN-IX.
           PERFORM SCAN-ONE-SOURCE
              UNTIL WS-SCAN-IX >= WS-SRC-COUNT OR WS-SRC-IX > 0.
       FIND-SOURCE-EXIT.
           EXIT.
      * ===============================================================
       SCAN-ONE-SOURCE SECTION.
       SCAN-ONE-SOURCE-START.
           ADD 1 TO WS-SCAN-IX.
           IF WS-SRC-NAME(WS-SCAN-IX) = WS-FIND-CATEGORY
              MOVE WS-SCAN-IX TO WS-SRC-IX.
       SCAN-ONE-SOURCE-EXIT.
           EXIT.
      * ===============================================================
      * A percentage source has to spread exactly all of its cost
      * ===============================================================
       CHECK-SOURCE-TOTALS SECTION.
       CHECK-SOURCE-TOTALS-START.
           MOVE 0 TO WS-SRC-IX.
           PERFORM CHECK-ONE-SOURCE
              UNTIL WS-SRC-IX >= WS-SRC-COUNT.
       CHECK-SOURCE-TOTALS-EXIT.
           EXIT.
      * ===============================================================
       CHECK-ONE-SOURCE SECTION.
       CHECK-ONE-SOURCE-START.
           ADD 1 TO WS-SRC-IX.
           IF WS-SRC-METHOD(WS-SRC-IX) = 'P'
                 AND WS-SRC-TOTAL(WS-SRC-IX) NOT = 100
              DISPLAY 'FINALC01: PERCENTAGES NOT 100 FOR '
                      WS-SRC-NAME(WS-SRC-IX)
              MOVE 16 TO RETURN-CODE.
       CHECK-ONE-SOURCE-EXIT.
           EXIT.
      * ===============================================================
      * Allocation is one level deep -- a target that is itself a
      * shared source would leave cost sitting in a category that
      * was supposed to be emptied
      * ===============================================================
       CHECK-TARGETS SECTION.
       CHECK-TARGETS-START.
           MOVE 0 TO WS-RUL-IX.
           PERFORM CHECK-ONE-TARGET
              UNTIL WS-RUL-IX >= WS-RULE-COUNT.
       CHECK-TARGETS-EXIT.
           EXIT.
      * ===============================================================
       CHECK-ONE-TARGET SECTION.
       CHECK-ONE-TARGET-START.
           ADD 1 TO WS-RUL-IX.
           MOVE WS-RUL-TARGET(WS-RUL-IX) TO WS-FIND-CATEGORY.
           PERFORM FIND-SOURCE.
           IF WS-SRC-IX > 0
              DISPLAY 'FINALC01: TARGET IS ITSELF A SOURCE: '
                      WS-FIND-CATEGORY
              MOVE 16 TO RETURN-CODE.
       CHECK-ONE-TARGET-EXIT.
           EXIT.
      * ===============================================================
      * Input procedure: pass the feed, release every record as fed
      * plus the allocation entries for shared sources, then verify
      * the feed's control trailer and the out/in balance
      * ===============================================================
       ALLOCATE-FEED SECTION.
       ALLOCATE-FEED-START.
           MOVE SPACES TO INPUT-SWITCH.
           OPEN INPUT INPUT-FILE.
           PERFORM READ-AND-ALLOCATE
              UNTIL END-OF-FILE.
           CLOSE INPUT-FILE.
           PERFORM VERIFY-FEED-CONTROLS.
       ALLOCATE-FEED-EXIT.
           EXIT.
      * ===============================================================
       READ-AND-ALLOCATE SECTION.
       READ-AND-ALLOCATE-START.
           READ INPUT-FILE
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF INPUT-FILE-RECORD(1:8) = '99999999'
                      MOVE 'YES' TO TRAILER-SWITCH
                      MOVE INPUT-TRL-COUNT TO EXPECTED-COUNT
                      MOVE INPUT-TRL-HASH TO EXPECTED-HASH
                      MOVE 'EOF' TO INPUT-SWITCH
                   ELSE
                      ADD 1 TO RECORDS-READ-COUNT
                      PERFORM ACCUMULATE-FEED-HASH
                      PERFORM RELEASE-FEED-RECORD
                   END-IF
           END-READ.
       READ-AND-ALLOCATE-EXIT.
           EXIT.
      * ===============================================================
       ACCUMULATE-FEED-HASH SECTION.
       ACCUMULATE-FEED-HASH-START.
           IF INPUT-FIELD4 IS NUMERIC
              IF INPUT-FIELD4 < 0
                 SUBTRACT INPUT-FIELD4 FROM ACTUAL-HASH
              ELSE
                 ADD INPUT-FIELD4 TO ACTUAL-HASH.
           IF INPUT-FIELD5 IS NUMERIC
              IF INPUT-FIELD5 < 0
                 SUBTRACT INPUT-FIELD5 FROM ACTUAL-HASH
              ELSE
                 ADD INPUT-FIELD5 TO ACTUAL-HASH.
       ACCUMULATE-FEED-HASH-EXIT.
           EXIT.
      * ===============================================================
      * The record goes through as fed; a shared source's record is
      * then allocated
      * ===============================================================
       RELEASE-FEED-RECORD SECTION.
       RELEASE-FEED-START.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE INPUT-FIELD2 TO SORT-FIELD2.
           MOVE WS-RELEASE-SEQ TO SORT-SEQUENCE.
           MOVE INPUT-FILE-RECORD TO SORT-IMAGE.
           RELEASE SORT-RECORD.
           MOVE INPUT-FIELD2 TO WS-FIND-CATEGORY.
           PERFORM FIND-SOURCE.
           IF WS-SRC-IX > 0
              IF INPUT-FIELD4 IS NUMERIC AND INPUT-FIELD5 IS NUMERIC
                 PERFORM ALLOCATE-ONE-RECORD
              ELSE
                 PERFORM WRITE-NOT-ALLOCATED-LINE
              END-IF
           END-IF.
       RELEASE-FEED-EXIT.
           EXIT.
      * ===============================================================
      * One ALLOCATED OUT entry reversing the source, then one FROM
      * entry per target -- each target's share rounded, the last
      * target taking whatever remains so the pair nets to zero
      * ===============================================================
       ALLOCATE-ONE-RECORD SECTION.
       ALLOCATE-ONE-START.
           MOVE INPUT-FILE-RECORD TO WS-ALLOC-IMAGE.
           MOVE 'ALLOCATED OUT' TO WS-ALC-FIELD3.
           COMPUTE WS-ALC-FIELD4 = 0 - INPUT-FIELD4.
           COMPUTE WS-ALC-FIELD5 = 0 - INPUT-FIELD5.
           PERFORM RELEASE-ALLOC-RECORD.
           ADD 1 TO WS-SRC-RECORDS(WS-SRC-IX).
           ADD INPUT-FIELD4 TO WS-SRC-OUT-F4(WS-SRC-IX)
                               WS-TOTAL-OUT-F4.
           ADD INPUT-FIELD5 TO WS-SRC-OUT-F5(WS-SRC-IX)
                               WS-TOTAL-OUT-F5.
           MOVE 0 TO WS-DONE-F4.
           MOVE 0 TO WS-DONE-F5.
           MOVE INPUT-FIELD2 TO WS-ALC-FROM-SOURCE.
           MOVE WS-ALC-FROM-DESC TO WS-ALC-FIELD3.
           MOVE WS-SRC-FIRST(WS-SRC-IX) TO WS-RUL-IX.
           PERFORM ALLOCATE-ONE-TARGET
              UNTIL WS-RUL-IX > WS-SRC-LAST(WS-SRC-IX).
       ALLOCATE-ONE-EXIT.
           EXIT.
      * ===============================================================
       ALLOCATE-ONE-TARGET SECTION.
       ALLOCATE-TARGET-START.
           IF WS-RUL-IX = WS-SRC-LAST(WS-SRC-IX)
              COMPUTE WS-ALC-FIELD4 = INPUT-FIELD4 - WS-DONE-F4
              COMPUTE WS-ALC-FIELD5 = INPUT-FIELD5 - WS-DONE-F5
           ELSE
              COMPUTE WS-ALC-FIELD4 ROUNDED =
                  INPUT-FIELD4 * WS-RUL-VALUE(WS-RUL-IX)
                  / WS-SRC-TOTAL(WS-SRC-IX)
              COMPUTE WS-ALC-FIELD5 ROUNDED =
                  INPUT-FIELD5 * WS-RUL-VALUE(WS-RUL-IX)
                  / WS-SRC-TOTAL(WS-SRC-IX).
           ADD WS-ALC-FIELD4 TO WS-DONE-F4.
           ADD WS-ALC-FIELD5 TO WS-DONE-F5.
           ADD WS-ALC-FIELD4 TO WS-TOTAL-IN-F4.
           ADD WS-ALC-FIELD5 TO WS-TOTAL-IN-F5.
           MOVE WS-RUL-TARGET(WS-RUL-IX) TO WS-ALC-FIELD2.
           PERFORM RELEASE-ALLOC-RECORD.
           COMPUTE WS-SHARE-PCT ROUNDED =
               WS-RUL-VALUE(WS-RUL-IX) * 100
               / WS-SRC-TOTAL(WS-SRC-IX).
           PERFORM WRITE-TRAIL-RECORD.
           PERFORM WRITE-TRAIL-LINE.
           ADD 1 TO WS-RUL-IX.
       ALLOCATE-TARGET-EXIT.
           EXIT.
      * ===============================================================
       RELEASE-ALLOC-RECORD SECTION.
       RELEASE-ALLOC-START.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-ALC-FIELD2 TO SORT-FIELD2.
           MOVE WS-RELEASE-SEQ TO SORT-SEQUENCE.
           MOVE WS-ALLOC-IMAGE TO SORT-IMAGE.
           RELEASE SORT-RECORD.
           ADD 1 TO ALLOC-RECORD-COUNT.
       RELEASE-ALLOC-EXIT.
           EXIT.
      * ===============================================================
      * Control break: the same trailer checks FINARP03 makes, plus
      * the allocation's own balance -- return code 16 and no
      * allocated feed rather than a partial one
      * ===============================================================
       VERIFY-FEED-CONTROLS SECTION.
       VERIFY-FEED-START.
           IF NOT TRAILER-FOUND
              DISPLAY 'FINALC01: FEED TRAILER MISSING'
              MOVE 16 TO RETURN-CODE
           ELSE IF EXPECTED-COUNT NOT = RECORDS-READ-COUNT
              DISPLAY 'FINALC01: FEED RECORD COUNT MISMATCH'
              MOVE 16 TO RETURN-CODE
           ELSE IF EXPECTED-HASH NOT = ACTUAL-HASH
              DISPLAY 'FINALC01: FEED HASH TOTAL MISMATCH'
              MOVE 16 TO RETURN-CODE
           ELSE IF WS-TOTAL-OUT-F4 NOT = WS-TOTAL-IN-F4
                 OR WS-TOTAL-OUT-F5 NOT = WS-TOTAL-IN-F5
              DISPLAY 'FINALC01: ALLOCATION OUT OF BALANCE'
              MOVE 16 TO RETURN-CODE.
       VERIFY-FEED-EXIT.
           EXIT.
      * ===============================================================
      * Output procedure: the allocated feed in FIELD2 order, then
      * its control trailer, built the way MRBLFIN builds one
      * ===============================================================
       WRITE-ALLOCATED-FEED SECTION.
       WRITE-ALLOCATED-START.
           IF RETURN-CODE NOT = 16
              PERFORM RETURN-AND-WRITE
                 UNTIL END-OF-SORT
              PERFORM WRITE-CONTROL-TRAILER.
       WRITE-ALLOCATED-EXIT.
           EXIT.
      * ===============================================================
       RETURN-AND-WRITE SECTION.
       RETURN-AND-WRITE-START.
           RETURN SORT-FILE
               AT END
                   MOVE 'EOF' TO SORT-SWITCH
               NOT AT END
                   MOVE SORT-IMAGE TO ALLOC-FILE-RECORD
                   WRITE ALLOC-FILE-RECORD
                   ADD 1 TO OUTPUT-COUNT
                   PERFORM ACCUMULATE-OUTPUT-HASH
           END-RETURN.
       RETURN-AND-WRITE-EXIT.
           EXIT.
      * ===============================================================
       ACCUMULATE-OUTPUT-HASH SECTION.
       ACCUMULATE-OUTPUT-START.
           IF ALLOC-FIELD4 IS NUMERIC
              IF ALLOC-FIELD4 < 0
                 SUBTRACT ALLOC-FIELD4 FROM OUTPUT-HASH
              ELSE
                 ADD ALLOC-FIELD4 TO OUTPUT-HASH.
           IF ALLOC-FIELD5 IS NUMERIC
              IF ALLOC-FIELD5 < 0
                 SUBTRACT ALLOC-FIELD5 FROM OUTPUT-HASH
              ELSE
                 ADD ALLOC-FIELD5 TO OUTPUT-HASH.
       ACCUMULATE-OUTPUT-EXIT.
           EXIT.
      * ===============================================================
       WRITE-CONTROL-TRAILER SECTION.
       WRITE-CONTROL-START.
           MOVE SPACES TO ALLOC-FILE-RECORD.
           MOVE 99999999 TO ALLOC-TRL-FLAG.
           MOVE OUTPUT-COUNT TO ALLOC-TRL-COUNT.
           MOVE OUTPUT-HASH TO ALLOC-TRL-HASH.
           WRITE ALLOC-FILE-RECORD.
       WRITE-CONTROL-EXIT.
           EXIT.
      * ===============================================================
       WRITE-TRAIL-RECORD SECTION.
       WRITE-TRAIL-RECORD-START.
           MOVE SPACES TO ALCT-RECORD.
           MOVE RUNCTL-RUN-DATE TO ALCT-RUN-DATE.
           MOVE INPUT-FIELD1 TO ALCT-SOURCE-FIELD1.
           MOVE INPUT-FIELD2 TO ALCT-SOURCE.
           MOVE WS-RUL-TARGET(WS-RUL-IX) TO ALCT-TARGET.
           MOVE WS-SRC-METHOD(WS-SRC-IX) TO ALCT-METHOD.
           MOVE WS-SHARE-PCT TO ALCT-SHARE-PCT.
           MOVE WS-ALC-FIELD4 TO ALCT-FIELD4.
           MOVE WS-ALC-FIELD5 TO ALCT-FIELD5.
           MOVE INPUT-FIELD6 TO ALCT-CURRENCY.
           WRITE ALCT-RECORD.
       WRITE-TRAIL-RECORD-EXIT.
           EXIT.
      * ===============================================================
       WRITE-TRAIL-LINE SECTION.
       WRITE-TRAIL-LINE-START.
           IF NEW-PAGE
              PERFORM WRITE-HEADER.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE INPUT-FIELD1 TO OUTPUT-SOURCE-FIELD1.
           MOVE INPUT-FIELD2 TO OUTPUT-SOURCE.
           MOVE WS-RUL-TARGET(WS-RUL-IX) TO OUTPUT-TARGET.
           MOVE WS-SRC-METHOD(WS-SRC-IX) TO OUTPUT-METHOD.
           MOVE WS-SHARE-PCT TO OUTPUT-SHARE-PCT.
           MOVE WS-ALC-FIELD4 TO OUTPUT-ALLOC-F4.
           MOVE WS-ALC-FIELD5 TO OUTPUT-ALLOC-F5.
           MOVE INPUT-FIELD6 TO OUTPUT-CURRENCY.
           MOVE TRAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
       WRITE-TRAIL-LINE-EXIT.
           EXIT.
      * ===============================================================
      * A shared-source record whose amounts aren't numeric passes
      * through unallocated and is listed -- the run warns
      * ===============================================================
       WRITE-NOT-ALLOCATED-LINE SECTION.
       WRITE-NOT-ALLOCATED-START.
           IF NEW-PAGE
              PERFORM WRITE-HEADER.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE INPUT-FIELD2 TO NOTALC-SOURCE.
           MOVE INPUT-FILE-RECORD TO NOTALC-IMAGE.
           MOVE NOT-ALLOCATED-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           ADD 1 TO NOT-ALLOCATED-COUNT.
           IF RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE.
       WRITE-NOT-ALLOCATED-EXIT.
           EXIT.
      * ===============================================================
      * Per-source totals allocated out, the out/in balance, and the
      * record counts
      * ===============================================================
       WRITE-SUMMARY SECTION.
       WRITE-SUMMARY-START.
           PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE 0 TO WS-SRC-IX.
           PERFORM WRITE-SOURCE-TOTAL
              UNTIL WS-SRC-IX >= WS-SRC-COUNT.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE 'ALLOCATED OUT  ' TO BALANCE-TEXT.
           MOVE WS-TOTAL-OUT-F4 TO BALANCE-F4.
           MOVE WS-TOTAL-OUT-F5 TO BALANCE-F5.
           MOVE BALANCE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE 'ALLOCATED IN   ' TO BALANCE-TEXT.
           MOVE WS-TOTAL-IN-F4 TO BALANCE-F4.
           MOVE WS-TOTAL-IN-F5 TO BALANCE-F5.
           MOVE BALANCE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE RECORDS-READ-COUNT TO FOOTER-READ.
           MOVE ALLOC-RECORD-COUNT TO FOOTER-ALLOCATIONS.
           MOVE OUTPUT-COUNT TO FOOTER-WRITTEN.
           MOVE NOT-ALLOCATED-COUNT TO FOOTER-NOT-ALLOCATED.
           MOVE FOOTER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
       WRITE-SUMMARY-EXIT.
           EXIT.
      * ===============================================================
       WRITE-SOURCE-TOTAL SECTION.
       WRITE-SOURCE-TOTAL-START.
           ADD 1 TO WS-SRC-IX.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-SRC-NAME(WS-SRC-IX) TO SRCTOT-NAME.
           MOVE WS-SRC-RECORDS(WS-SRC-IX) TO SRCTOT-RECORDS.
           MOVE WS-SRC-OUT-F4(WS-SRC-IX) TO SRCTOT-F4.
           MOVE WS-SRC-OUT-F5(WS-SRC-IX) TO SRCTOT-F5.
           MOVE SOURCE-TOTAL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 1 TO LINE-SPACING.
       WRITE-SOURCE-TOTAL-EXIT.
           EXIT.
      * ===============================================================
       WRITE-HEADER SECTION.
       WRITE-HEADER-START.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  SHARED-COST ALLOCATION      ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 2 TO LINE-SPACING.
       WRITE-HEADER-EXIT.
           EXIT.
