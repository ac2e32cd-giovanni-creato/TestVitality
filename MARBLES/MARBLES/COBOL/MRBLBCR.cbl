      * ===============================================================
      * Gift-pack cost rollup from the bill of materials. A pack's
      * UNIT-COST is whatever was typed at CRE, while BLD consumes
      * the components at their own costs -- so value appeared or
      * vanished with every build. This batch works out what each
      * pack on EVENT.MARBLES_BOM should cost: the sum of COMP-QTY
      * times each component's UNIT-COST, plus the assembly labor
      * charge per pack (the LABOR run parameter, else columns 1-5
      * of the U-T-PARM card; none at all means no labor, a
      * non-numeric one stops the run with return code 16). The
      * rollup is one level deep: a component that is itself a pack
      * counts at its own UNIT-COST, so nested packs settle over
      * successive runs.
      *
      * Each pack prints its rolled cost beside its current
      * UNIT-COST and the difference. A pack whose cost would change
      * is written to U-T-BCROUT in the MRBLRVL input layout, marked
      * as a rollup line with its approval column blank -- once a
      * supervisor has marked the lines that may post 'Y', the file
      * is the MRBLRVL input, so the master changes through the same
      * audited revaluation as any other reprice. A pack with a
      * component no longer on file, or whose cost would overflow
      * UNIT-COST, is reported and not proposed.
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRBLBCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN U-T-PARM.
           SELECT REVALUE-FILE ASSIGN U-T-BCROUT.
           SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
         01 PARM-RECORD.
           02 PARM-LABOR         PIC X(5).
           02 FILLER             PIC X(75).
      * ===============================================================
      * The MRBLRVL input record -- see MRBLRVL.cbl
      * ===============================================================
       FD  REVALUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REVALUE-RECORD.
         01 REVALUE-RECORD.
           02 REVALUE-COLOR      PIC X(10).
           02 REVALUE-NEW-COST   PIC 9(5).
           02 REVALUE-APPROVAL   PIC X(1).
           02 REVALUE-SOURCE     PIC X(3).
           02 FILLER             PIC X(61).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS OUTPUT-RECORD.
         01 OUTPUT-RECORD.
           02 CARRIAGE-CONTROL PIC X.
           02 OUTPUT-LINE      PIC X(132).
      * ===============================================================
       WORKING-STORAGE SECTION.
       COPY COPY939.
       01  PROGRAM-WORK-FIELDS.
           02  CURSOR-SWITCH     PIC X(3).
               88  END-OF-CURSOR VALUE 'EOF'.
           02  PARM-SWITCH       PIC X(3).
               88  END-OF-PARM   VALUE 'EOF'.
           02  LINES-WRITTEN     PIC 9(3).
               88  NEW-PAGE      VALUE 30.
           02  PAGE-COUNT        PIC 9(3).
           02  PACK-COUNT        PIC 9(5) VALUE 0.
           02  PROPOSED-COUNT    PIC 9(5) VALUE 0.
      * ===============================================================
      * Run-status linkage (see COPYBOOK/MRBLRUNC.cpy) -- this job
      * records its start, end, return code, and records processed
      * so the MRBT screen can show the night's chain at a glance
      * ===============================================================
       COPY MRBLRUNC.
       COPY PAGING.
      * ===============================================================
      * Run-parameter linkage (see COPYBOOK/MRBLPRMC.cpy) -- the
      * governed table answers first; the job's own card is only
      * the fallback while the table rolls out
      * ===============================================================
       COPY MRBLPRMC.
       01  WS-ROLLUP-WORK.
           02  WS-BCR-LABOR      PIC S9(5) COMP-3.
           02  WS-BCR-LABOR-9    PIC 9(5).
           02  WS-BCR-PACK       PIC X(10).
           02  WS-BCR-CURRENT    PIC S9(5) COMP-3.
           02  WS-BCR-MATERIAL   PIC S9(11) COMP-3.
           02  WS-BCR-ROLLED     PIC S9(11) COMP-3.
           02  WS-BCR-DIFF       PIC S9(11) COMP-3.
           02  WS-BCR-LINES      PIC S9(9) COMP.
           02  WS-BCR-MISSING    PIC S9(9) COMP.
       01  WS-ROLLUP-TOTALS.
           02  WS-TOT-INCREASE   PIC 9(5) VALUE 0.
           02  WS-TOT-DECREASE   PIC 9(5) VALUE 0.
           02  WS-TOT-REJECTED   PIC 9(5) VALUE 0.
       01  ROLLUP-LINE.
           02  FILLER                PIC X(5).
           02  OUTPUT-PACK           PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'COMPS: '.
           02  OUTPUT-LINES          PIC ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'MATERIAL: '.
           02  OUTPUT-MATERIAL       PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'LABOR: '.
           02  OUTPUT-LABOR          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'ROLLED: '.
           02  OUTPUT-ROLLED         PIC ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'CURRENT: '.
           02  OUTPUT-CURRENT        PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DIFF: '.
           02  OUTPUT-DIFF           PIC -ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  OUTPUT-DISPOSITION    PIC X(12).
       01  SUMMARY-LINE.
           02  FILLER                PIC X(5).
           02  FILLER                PIC X(7)  VALUE 'PACKS: '.
           02  OUTPUT-PACKS          PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'PROPOSED: '.
           02  OUTPUT-PROPOSED       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(4)  VALUE 'UP: '.
           02  OUTPUT-INCREASE       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DOWN: '.
           02  OUTPUT-DECREASE       PIC ZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'NOT PROPOSED: '.
           02  OUTPUT-REJECTED       PIC ZZ,ZZ9.
           02  FILLER                PIC X(44).
      * ===============================================================
      * Map SQL tables this rollup reads
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLES TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             INVENTORY                      INTEGER NOT NULL,
             REORDER-POINT                  INTEGER NOT NULL,
             BIN-LOCATION                   VARCHAR(10) NOT NULL,
             UNIT-COST                      DECIMAL(5,0) NOT NULL,
             DESCRIPTION                    VARCHAR(18) NOT NULL,
             MIN-LEVEL                      INTEGER NOT NULL,
             MAX-LEVEL                      INTEGER NOT NULL,
             LAST-UPDATED                   TIMESTAMP NOT NULL,
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLES_BOM TABLE
           ( PACK-COLOR                     VARCHAR(10) NOT NULL,
             COMP-COLOR                     VARCHAR(10) NOT NULL,
             COMP-QTY                       INTEGER     NOT NULL
           ) END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
       PROCEDURE DIVISION.
           PERFORM READ-LABOR-CHARGE.
           IF RETURN-CODE NOT = 0
              GOBACK.
           MOVE 'S' TO MRBLRUN-FUNCTION.
           MOVE 'MRBLBCR ' TO MRBLRUN-JOB-NAME.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
      *
      *    A held start means a predecessor never completed for the
      *    cycle -- end with return code 8 so the scheduler holds
      *    the step instead of running it against bad inputs
      *
           IF MRBLRUN-HELD
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT REVALUE-FILE
                OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADER.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           PERFORM ROLL-UP-PACKS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'E' TO MRBLRUN-FUNCTION.
           MOVE RETURN-CODE TO MRBLRUN-RETURN-CODE.
           MOVE PROPOSED-COUNT TO MRBLRUN-RECORDS.
           CALL 'MRBLRUN' USING MRBLRUN-LINKAGE.
           CLOSE REVALUE-FILE
                 REPORT-FILE.
           GOBACK.
      * ===============================================================
      * The labor charge is optional: the governed parameter table
      * first, then the card, and no value anywhere means none
      * ===============================================================
       READ-LABOR-CHARGE.
           MOVE 0 TO WS-BCR-LABOR.
           MOVE 'MRBLBCR ' TO MRBLPRM-JOB-NAME.
           MOVE 'LABOR   ' TO MRBLPRM-PARM-NAME.
           MOVE 0 TO MRBLPRM-AS-OF-DATE.
           CALL 'MRBLPRM' USING MRBLPRM-LINKAGE.
           IF MRBLPRM-OK AND MRBLPRM-VALUE(1:5) IS NUMERIC
              MOVE MRBLPRM-VALUE(1:5) TO WS-BCR-LABOR-9
              MOVE WS-BCR-LABOR-9 TO WS-BCR-LABOR
           ELSE
              OPEN INPUT PARM-FILE
              READ PARM-FILE AT END
                  MOVE 'EOF' TO PARM-SWITCH
              END-READ
              CLOSE PARM-FILE
              IF NOT END-OF-PARM AND PARM-LABOR NOT = SPACES
                 IF PARM-LABOR IS NOT NUMERIC
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    MOVE PARM-LABOR TO WS-BCR-LABOR-9
                    MOVE WS-BCR-LABOR-9 TO WS-BCR-LABOR
                 END-IF
              END-IF
           END-IF.
      * ===============================================================
      * One row per pack: its current cost, the material cost of
      * its components, and how many of them are no longer on file
      * ===============================================================
       ROLL-UP-PACKS.
           MOVE SPACES TO CURSOR-SWITCH.
           EXEC SQL
               DECLARE C-ROLLUP CURSOR FOR
               SELECT B.PACK-COLOR, P.UNIT-COST,
                      SUM(B.COMP-QTY * COALESCE(C.UNIT-COST, 0)),
                      COUNT(*),
                      SUM(CASE WHEN C.COLOR IS NULL
                               THEN 1 ELSE 0 END)
               FROM EVENT.MARBLES_BOM B
               INNER JOIN EVENT.MARBLES P
                   ON P.COLOR = B.PACK-COLOR
               LEFT OUTER JOIN EVENT.MARBLES C
                   ON C.COLOR = B.COMP-COLOR
               GROUP BY B.PACK-COLOR, P.UNIT-COST
               ORDER BY B.PACK-COLOR
           END-EXEC.
           EXEC SQL
               OPEN C-ROLLUP
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
           PERFORM FETCH-AND-ROLL
              UNTIL END-OF-CURSOR.
           EXEC SQL
               CLOSE C-ROLLUP
           END-EXEC.
      * ===============================================================
       FETCH-AND-ROLL.
           EXEC SQL
               FETCH C-ROLLUP
                   INTO :WS-BCR-PACK, :WS-BCR-CURRENT,
                        :WS-BCR-MATERIAL, :WS-BCR-LINES,
                        :WS-BCR-MISSING
           END-EXEC
           IF SQLCODE = 0
              PERFORM ROLL-ONE-PACK
           ELSE IF SQLCODE = 100
              MOVE 'EOF' TO CURSOR-SWITCH
           ELSE
              MOVE 12 TO RETURN-CODE
              MOVE 'EOF' TO CURSOR-SWITCH.
      * ===============================================================
      * Material plus labor against what the master says now -- a
      * pack that would change is proposed for revaluation
      * ===============================================================
       ROLL-ONE-PACK.
           ADD 1 TO PACK-COUNT.
           COMPUTE WS-BCR-ROLLED = WS-BCR-MATERIAL + WS-BCR-LABOR.
           COMPUTE WS-BCR-DIFF = WS-BCR-ROLLED - WS-BCR-CURRENT.
           IF WS-BCR-MISSING > 0
              ADD 1 TO WS-TOT-REJECTED
              MOVE 'MISSING COMP' TO OUTPUT-DISPOSITION
           ELSE IF WS-BCR-ROLLED > 99999
              ADD 1 TO WS-TOT-REJECTED
              MOVE 'TOO LARGE   ' TO OUTPUT-DISPOSITION
           ELSE IF WS-BCR-DIFF = 0
              MOVE 'UNCHANGED   ' TO OUTPUT-DISPOSITION
           ELSE
              PERFORM WRITE-REVALUE-RECORD
              MOVE 'PROPOSED    ' TO OUTPUT-DISPOSITION
              IF WS-BCR-DIFF > 0
                 ADD 1 TO WS-TOT-INCREASE
              ELSE
                 ADD 1 TO WS-TOT-DECREASE
              END-IF
           END-IF.
           PERFORM WRITE-ROLLUP-LINE.
      * ===============================================================
      * The proposal, for the supervisor to approve and MRBLRVL to
      * apply
      * ===============================================================
       WRITE-REVALUE-RECORD.
           MOVE SPACES TO REVALUE-RECORD.
           MOVE WS-BCR-PACK TO REVALUE-COLOR.
           MOVE WS-BCR-ROLLED TO REVALUE-NEW-COST.
           MOVE 'BOM' TO REVALUE-SOURCE.
           WRITE REVALUE-RECORD.
           ADD 1 TO PROPOSED-COUNT.
      * ===============================================================
       WRITE-ROLLUP-LINE.
           IF NEW-PAGE
              PERFORM WRITE-HEADER
              MOVE 2 TO LINE-SPACING.
              MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE WS-BCR-PACK TO OUTPUT-PACK.
           MOVE WS-BCR-LINES TO OUTPUT-LINES.
           MOVE WS-BCR-MATERIAL TO OUTPUT-MATERIAL.
           MOVE WS-BCR-LABOR TO OUTPUT-LABOR.
           MOVE WS-BCR-ROLLED TO OUTPUT-ROLLED.
           MOVE WS-BCR-CURRENT TO OUTPUT-CURRENT.
           MOVE WS-BCR-DIFF TO OUTPUT-DIFF.
           MOVE ROLLUP-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE 1 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
      * ===============================================================
       WRITE-SUMMARY-LINE.
           MOVE PACK-COUNT TO OUTPUT-PACKS.
           MOVE PROPOSED-COUNT TO OUTPUT-PROPOSED.
           MOVE WS-TOT-INCREASE TO OUTPUT-INCREASE.
           MOVE WS-TOT-DECREASE TO OUTPUT-DECREASE.
           MOVE WS-TOT-REJECTED TO OUTPUT-REJECTED.
           MOVE 2 TO LINE-SPACING.
           MOVE LINE-SPACING TO CARRIAGE-CONTROL.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
      * ===============================================================
       WRITE-HEADER.
           MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
           ADD 1 TO PAGE-COUNT
           MOVE '  MARBLES PACK COST ROLLUP    ' TO REPORT-TITLE.
           MOVE PAGE-COUNT TO PAGE-NUMBER.
           MOVE HEADER-RECORD TO OUTPUT-LINE.
           WRITE OUTPUT-RECORD.
           MOVE 0 TO LINES-WRITTEN.
