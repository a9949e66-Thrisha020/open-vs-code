       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPWALK.

      * Shared downstream-impact walk, callable like RUNLEDGR. When a
      * step fails at 3 a.m. the question is which later programs,
      * files and reports now hold or will read bad data -- this
      * answers it from the lineage catalog (LNGCAT, see LINEAGE)
      * instead of from the JCL and the program source.
      * LK-IMPACT-TYPE selects the starting point:
      *   'P' - a failed program: every dataset its steps write or
      *         update is damaged
      *   'F' - a damaged file: the dataset named in LK-IMPACT-NAME
      * From there the damage spreads: a step that reads or updates
      * a damaged dataset is affected, and so is everything it
      * writes or updates, until nothing new is reached. Inside one
      * job only a step running after the damage is affected (an
      * earlier step reads the file again only on the next run,
      * after the rerun has repaired it); a step in another job
      * reads it on that job's next run, so it is affected whatever
      * its order -- except a reader flagged own-job-only in the
      * catalog. The result comes back in IMPACT-LIST (see IMPLIST).
      * A missing catalog returns LK-STATUS-FAILED; a starting point
      * the catalog does not know, or a list cut short by a full
      * table, returns LK-STATUS-WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-CAT ASSIGN TO LNGCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-CAT
           LABEL RECORDS ARE STANDARD.
           COPY LINEAGE.

       WORKING-STORAGE SECTION.
       01  WS-CAT-FILE-STATUS   PIC X(02) VALUE '00'.

       01  WS-CAT-EOF-SW        PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG           VALUE 'Y'.

      * The catalog, held in storage for the repeated passes. The
      * step state is O for a step of the failed program itself and
      * A for a step the damage reached.
       01  WS-CAT-MAX           PIC 9(04) COMP VALUE 600.
       01  WS-CAT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 600 TIMES.
               10  WS-CT-JOB        PIC X(08).
               10  WS-CT-ORDER      PIC 9(03).
               10  WS-CT-STEP       PIC X(08).
               10  WS-CT-PROGRAM    PIC X(08).
               10  WS-CT-DD-NAME    PIC X(08).
               10  WS-CT-USAGE      PIC X(01).
               10  WS-CT-KIND       PIC X(01).
               10  WS-CT-SCOPE      PIC X(01).
               10  WS-CT-DATASET    PIC X(36).
               10  WS-CT-STATE      PIC X(01).
               10  WS-CT-LISTED-SW  PIC X(01).

      * Each dataset the damage has reached, with the point in its
      * job where it was damaged. A blank job means damaged before
      * any job ran (the starting file). The row is the catalog row
      * that passed the damage on, zero for the starting file.
       01  WS-DMG-MAX           PIC 9(04) COMP VALUE 300.
       01  WS-DMG-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-DAMAGE-TABLE.
           05  WS-DMG-ENTRY OCCURS 300 TIMES.
               10  WS-DM-DATASET    PIC X(36).
               10  WS-DM-JOB        PIC X(08).
               10  WS-DM-ORDER      PIC 9(03).
               10  WS-DM-ROW        PIC 9(04) COMP.

       01  WS-CAT-I             PIC 9(04) COMP VALUE ZERO.
       01  WS-CAT-J             PIC 9(04) COMP VALUE ZERO.
       01  WS-DMG-I             PIC 9(04) COMP VALUE ZERO.

       01  WS-SEED-PROGRAM      PIC X(08) VALUE SPACE.
       01  WS-SEED-SW           PIC X(01) VALUE 'N'.
           88  WS-SEED-FOUND            VALUE 'Y'.

       01  WS-WALK-SW           PIC X(01) VALUE 'N'.
           88  WS-WALK-CHANGED          VALUE 'Y'.
           88  WS-WALK-SETTLED          VALUE 'N'.

       01  WS-HIT-SW            PIC X(01) VALUE 'N'.
           88  WS-READER-HIT            VALUE 'Y'.

       01  WS-COVERED-SW        PIC X(01) VALUE 'N'.
           88  WS-ALREADY-COVERED       VALUE 'Y'.

      * The step being marked, and the damage being added.
       01  WS-MARK-JOB          PIC X(08) VALUE SPACE.
       01  WS-MARK-ORDER        PIC 9(03) VALUE ZERO.
       01  WS-MARK-PROGRAM      PIC X(08) VALUE SPACE.
       01  WS-MARK-STATE        PIC X(01) VALUE SPACE.
       01  WS-ADD-DATASET       PIC X(36) VALUE SPACE.
       01  WS-ADD-JOB           PIC X(08) VALUE SPACE.
       01  WS-ADD-ORDER         PIC 9(03) VALUE ZERO.
       01  WS-ADD-ROW           PIC 9(04) COMP VALUE ZERO.
       01  WS-ADD-KIND          PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  LK-IMPACT-TYPE        PIC X(01).
           88  LK-FROM-PROGRAM         VALUE 'P'.
           88  LK-FROM-FILE            VALUE 'F'.

       01  LK-IMPACT-NAME        PIC X(36).

       COPY IMPLIST.

       COPY LKRETSTS.

       PROCEDURE DIVISION USING LK-IMPACT-TYPE, LK-IMPACT-NAME,
                                 IMPACT-LIST, LK-RETURN-STATUS.

       MAIN-PARA.
           SET LK-STATUS-OK TO TRUE
           MOVE ZERO TO IMP-ENTRY-COUNT
           MOVE 'N'  TO IMP-OVERFLOW-SW
           MOVE ZERO TO WS-CAT-COUNT
           MOVE ZERO TO WS-DMG-COUNT
           MOVE 'N'  TO WS-CAT-EOF-SW

           IF NOT LK-FROM-PROGRAM AND NOT LK-FROM-FILE
               DISPLAY 'IMPWALK: UNKNOWN IMPACT TYPE ' LK-IMPACT-TYPE
               SET LK-STATUS-FAILED TO TRUE
           ELSE
               PERFORM LOAD-CATALOG
           END-IF

           IF NOT LK-STATUS-FAILED
               PERFORM SEED-THE-WALK
               IF WS-SEED-FOUND
                   SET WS-WALK-CHANGED TO TRUE
                   PERFORM WALK-ONE-PASS
                       UNTIL WS-WALK-SETTLED
                   PERFORM BUILD-IMPACT-LIST
               ELSE
                   DISPLAY 'IMPWALK: ' LK-IMPACT-NAME
                       ' IS NOT IN THE LINEAGE CATALOG'
                   SET LK-STATUS-WARNING TO TRUE
               END-IF
           END-IF

           EXIT PROGRAM.

      * Hold the whole catalog in storage. Comment cards and blank
      * cards are skipped; a catalog too big for the table is used
      * as far as it fits, with a warning.
       LOAD-CATALOG.
           OPEN INPUT LINEAGE-CAT
           IF WS-CAT-FILE-STATUS NOT = '00'
               DISPLAY 'IMPWALK: LINEAGE CATALOG NOT AVAILABLE - '
                   'FILE STATUS = ' WS-CAT-FILE-STATUS
               SET LK-STATUS-FAILED TO TRUE
           ELSE
               PERFORM READ-CATALOG
               PERFORM LOAD-ONE-CATALOG-ROW
                   UNTIL END-OF-CATALOG
               CLOSE LINEAGE-CAT
           END-IF.

       LOAD-ONE-CATALOG-ROW.
           IF LNG-JOB(1:1) NOT = '*' AND LINEAGE-RECORD NOT = SPACE
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   MOVE LNG-JOB       TO WS-CT-JOB(WS-CAT-COUNT)
                   MOVE LNG-RUN-ORDER TO WS-CT-ORDER(WS-CAT-COUNT)
                   MOVE LNG-STEP      TO WS-CT-STEP(WS-CAT-COUNT)
                   MOVE LNG-PROGRAM   TO WS-CT-PROGRAM(WS-CAT-COUNT)
                   MOVE LNG-DD-NAME   TO WS-CT-DD-NAME(WS-CAT-COUNT)
                   MOVE LNG-USAGE     TO WS-CT-USAGE(WS-CAT-COUNT)
                   MOVE LNG-KIND      TO WS-CT-KIND(WS-CAT-COUNT)
                   MOVE LNG-SCOPE     TO WS-CT-SCOPE(WS-CAT-COUNT)
                   MOVE LNG-DATASET   TO WS-CT-DATASET(WS-CAT-COUNT)
                   MOVE SPACE         TO WS-CT-STATE(WS-CAT-COUNT)
                   MOVE 'N'           TO WS-CT-LISTED-SW(WS-CAT-COUNT)
               ELSE
                   IF NOT LK-STATUS-WARNING
                       DISPLAY 'IMPWALK: LINEAGE CATALOG OVER '
                           WS-CAT-MAX ' ROWS - REST IGNORED'
                       SET LK-STATUS-WARNING TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM READ-CATALOG.

       READ-CATALOG.
           READ LINEAGE-CAT
               AT END
                   SET END-OF-CATALOG TO TRUE
           END-READ.

      * A failed program: every step that runs it is the origin, and
      * its outputs are damaged. A damaged file: the file itself is
      * damaged before any job runs.
       SEED-THE-WALK.
           MOVE 'N' TO WS-SEED-SW
           IF LK-FROM-PROGRAM
               MOVE LK-IMPACT-NAME TO WS-SEED-PROGRAM
               PERFORM SEED-ONE-PROGRAM-ROW
                   VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I > WS-CAT-COUNT
           ELSE
               PERFORM SEED-ONE-DATASET-ROW
                   VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I > WS-CAT-COUNT OR WS-SEED-FOUND
               IF WS-SEED-FOUND
                   MOVE LK-IMPACT-NAME TO WS-ADD-DATASET
                   MOVE SPACE          TO WS-ADD-JOB
                   MOVE ZERO           TO WS-ADD-ORDER
                   MOVE ZERO           TO WS-ADD-ROW
                   PERFORM ADD-DAMAGE
               END-IF
           END-IF.

       SEED-ONE-PROGRAM-ROW.
           IF WS-CT-PROGRAM(WS-CAT-I) = WS-SEED-PROGRAM
               AND WS-CT-STATE(WS-CAT-I) = SPACE
               SET WS-SEED-FOUND TO TRUE
               MOVE WS-CT-JOB(WS-CAT-I)   TO WS-MARK-JOB
               MOVE WS-CT-ORDER(WS-CAT-I) TO WS-MARK-ORDER
               MOVE 'O' TO WS-MARK-STATE
               PERFORM MARK-STEP
           END-IF.

       SEED-ONE-DATASET-ROW.
           IF WS-CT-DATASET(WS-CAT-I) = LK-IMPACT-NAME
               SET WS-SEED-FOUND TO TRUE
           END-IF.

      * One pass over every reader not yet reached. Marking a step
      * damages its outputs, which may reach readers earlier in the
      * catalog, so passes repeat until one changes nothing.
       WALK-ONE-PASS.
           SET WS-WALK-SETTLED TO TRUE
           PERFORM CHECK-ONE-READER-ROW
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT.

       CHECK-ONE-READER-ROW.
           IF WS-CT-STATE(WS-CAT-I) = SPACE
               AND (WS-CT-USAGE(WS-CAT-I) = 'R'
                    OR WS-CT-USAGE(WS-CAT-I) = 'U')
               MOVE 'N' TO WS-HIT-SW
               PERFORM CHECK-READER-AGAINST-DAMAGE
                   VARYING WS-DMG-I FROM 1 BY 1
                   UNTIL WS-DMG-I > WS-DMG-COUNT OR WS-READER-HIT
               IF WS-READER-HIT
                   MOVE WS-CT-JOB(WS-CAT-I)   TO WS-MARK-JOB
                   MOVE WS-CT-ORDER(WS-CAT-I) TO WS-MARK-ORDER
                   MOVE 'A' TO WS-MARK-STATE
                   PERFORM MARK-STEP
                   SET WS-WALK-CHANGED TO TRUE
               END-IF
           END-IF.

       CHECK-READER-AGAINST-DAMAGE.
           IF WS-DM-DATASET(WS-DMG-I) = WS-CT-DATASET(WS-CAT-I)
               EVALUATE TRUE
                   WHEN WS-DM-JOB(WS-DMG-I) = SPACE
                       SET WS-READER-HIT TO TRUE
                   WHEN WS-CT-JOB(WS-CAT-I) = WS-DM-JOB(WS-DMG-I)
                       IF WS-CT-ORDER(WS-CAT-I) >
                               WS-DM-ORDER(WS-DMG-I)
                           SET WS-READER-HIT TO TRUE
                       END-IF
                   WHEN WS-CT-SCOPE(WS-CAT-I) NOT = 'J'
                       SET WS-READER-HIT TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Mark every row of one step (job + run order) and damage
      * whatever the step writes or updates. A printed report has
      * no reader and is not carried forward as damage.
       MARK-STEP.
           PERFORM MARK-ONE-STEP-ROW
               VARYING WS-CAT-J FROM 1 BY 1
               UNTIL WS-CAT-J > WS-CAT-COUNT.

       MARK-ONE-STEP-ROW.
           IF WS-CT-JOB(WS-CAT-J) = WS-MARK-JOB
               AND WS-CT-ORDER(WS-CAT-J) = WS-MARK-ORDER
               AND WS-CT-STATE(WS-CAT-J) = SPACE
               MOVE WS-MARK-STATE TO WS-CT-STATE(WS-CAT-J)
               IF (WS-CT-USAGE(WS-CAT-J) = 'W'
                   OR WS-CT-USAGE(WS-CAT-J) = 'U')
                   AND WS-CT-DATASET(WS-CAT-J) NOT = 'SYSOUT'
                   MOVE WS-CT-DATASET(WS-CAT-J) TO WS-ADD-DATASET
                   MOVE WS-CT-JOB(WS-CAT-J)     TO WS-ADD-JOB
                   MOVE WS-CT-ORDER(WS-CAT-J)   TO WS-ADD-ORDER
                   MOVE WS-CAT-J                TO WS-ADD-ROW
                   PERFORM ADD-DAMAGE
               END-IF
           END-IF.

      * Record one damaged dataset unless an entry already reaching
      * at least as far covers it: one from before any job ran, or
      * one from the same job at the same point or earlier.
       ADD-DAMAGE.
           MOVE 'N' TO WS-COVERED-SW
           PERFORM CHECK-ONE-DAMAGE
               VARYING WS-DMG-I FROM 1 BY 1
               UNTIL WS-DMG-I > WS-DMG-COUNT OR WS-ALREADY-COVERED

           IF NOT WS-ALREADY-COVERED
               IF WS-DMG-COUNT < WS-DMG-MAX
                   ADD 1 TO WS-DMG-COUNT
                   MOVE WS-ADD-DATASET TO WS-DM-DATASET(WS-DMG-COUNT)
                   MOVE WS-ADD-JOB     TO WS-DM-JOB(WS-DMG-COUNT)
                   MOVE WS-ADD-ORDER   TO WS-DM-ORDER(WS-DMG-COUNT)
                   MOVE WS-ADD-ROW     TO WS-DM-ROW(WS-DMG-COUNT)
                   SET WS-WALK-CHANGED TO TRUE
               ELSE
                   IF NOT LK-STATUS-WARNING
                       DISPLAY 'IMPWALK: OVER ' WS-DMG-MAX
                           ' DAMAGED DATASETS - WALK CUT SHORT'
                       SET LK-STATUS-WARNING TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-DAMAGE.
           IF WS-DM-DATASET(WS-DMG-I) = WS-ADD-DATASET
               IF WS-DM-JOB(WS-DMG-I) = SPACE
                   SET WS-ALREADY-COVERED TO TRUE
               ELSE
                   IF WS-DM-JOB(WS-DMG-I) = WS-ADD-JOB
                       AND WS-DM-ORDER(WS-DMG-I) <= WS-ADD-ORDER
                       SET WS-ALREADY-COVERED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Programs (each affected step's programs once, in catalog
      * order), then the damaged files, then every report an origin
      * or affected step writes.
       BUILD-IMPACT-LIST.
           PERFORM LIST-ONE-PROGRAM
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT
           PERFORM LIST-ONE-FILE
               VARYING WS-DMG-I FROM 1 BY 1
               UNTIL WS-DMG-I > WS-DMG-COUNT
           PERFORM LIST-ONE-REPORT
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT.

       LIST-ONE-PROGRAM.
           IF WS-CT-STATE(WS-CAT-I) = 'A'
               AND WS-CT-LISTED-SW(WS-CAT-I) = 'N'
               MOVE WS-CT-JOB(WS-CAT-I)     TO WS-MARK-JOB
               MOVE WS-CT-ORDER(WS-CAT-I)   TO WS-MARK-ORDER
               MOVE WS-CT-PROGRAM(WS-CAT-I) TO WS-MARK-PROGRAM
               PERFORM FLAG-ONE-LISTED-ROW
                   VARYING WS-CAT-J FROM 1 BY 1
                   UNTIL WS-CAT-J > WS-CAT-COUNT
               MOVE WS-CAT-I TO WS-CAT-J
               MOVE 'P' TO WS-ADD-KIND
               PERFORM ADD-IMPACT-ENTRY
           END-IF.

       FLAG-ONE-LISTED-ROW.
           IF WS-CT-JOB(WS-CAT-J) = WS-MARK-JOB
               AND WS-CT-ORDER(WS-CAT-J) = WS-MARK-ORDER
               AND WS-CT-PROGRAM(WS-CAT-J) = WS-MARK-PROGRAM
               MOVE 'Y' TO WS-CT-LISTED-SW(WS-CAT-J)
           END-IF.

      * The starting file is what the caller asked about, not part
      * of the answer; a report dataset is listed with the reports.
       LIST-ONE-FILE.
           IF WS-DM-ROW(WS-DMG-I) > ZERO
               MOVE WS-DM-ROW(WS-DMG-I) TO WS-CAT-J
               IF WS-CT-KIND(WS-CAT-J) NOT = 'R'
                   MOVE 'N' TO WS-COVERED-SW
                   PERFORM CHECK-ONE-LISTED-FILE
                       VARYING IMP-IDX FROM 1 BY 1
                       UNTIL IMP-IDX > IMP-ENTRY-COUNT
                           OR WS-ALREADY-COVERED
                   IF NOT WS-ALREADY-COVERED
                       PERFORM ADD-FILE-ENTRY
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-LISTED-FILE.
           IF IMP-IS-FILE(IMP-IDX)
               AND IMP-DATASET(IMP-IDX) = WS-DM-DATASET(WS-DMG-I)
               SET WS-ALREADY-COVERED TO TRUE
           END-IF.

       ADD-FILE-ENTRY.
           MOVE 'F' TO WS-ADD-KIND
           PERFORM ADD-IMPACT-ENTRY.

       LIST-ONE-REPORT.
           IF WS-CT-STATE(WS-CAT-I) NOT = SPACE
               AND WS-CT-KIND(WS-CAT-I) = 'R'
               AND WS-CT-USAGE(WS-CAT-I) = 'W'
               MOVE WS-CAT-I TO WS-CAT-J
               MOVE 'R' TO WS-ADD-KIND
               PERFORM ADD-IMPACT-ENTRY
           END-IF.

      * Append one entry of kind WS-ADD-KIND built from catalog row
      * WS-CAT-J. A program entry names no DD or dataset.
       ADD-IMPACT-ENTRY.
           IF IMP-ENTRY-COUNT < 300
               ADD 1 TO IMP-ENTRY-COUNT
               SET IMP-IDX TO IMP-ENTRY-COUNT
               MOVE WS-CT-JOB(WS-CAT-J)     TO IMP-JOB(IMP-IDX)
               MOVE WS-CT-ORDER(WS-CAT-J)   TO IMP-RUN-ORDER(IMP-IDX)
               MOVE WS-CT-STEP(WS-CAT-J)    TO IMP-STEP(IMP-IDX)
               MOVE WS-CT-PROGRAM(WS-CAT-J) TO IMP-PROGRAM(IMP-IDX)
               MOVE WS-CT-DD-NAME(WS-CAT-J) TO IMP-DD-NAME(IMP-IDX)
               MOVE WS-CT-DATASET(WS-CAT-J) TO IMP-DATASET(IMP-IDX)
               MOVE WS-ADD-KIND             TO IMP-KIND(IMP-IDX)
               IF IMP-IS-PROGRAM(IMP-IDX)
                   MOVE SPACE TO IMP-DD-NAME(IMP-IDX)
                   MOVE SPACE TO IMP-DATASET(IMP-IDX)
               END-IF
           ELSE
               IF NOT IMP-LIST-OVERFLOW
                   DISPLAY 'IMPWALK: IMPACT LIST FULL - '
                       'REST NOT LISTED'
                   SET IMP-LIST-OVERFLOW TO TRUE
                   SET LK-STATUS-WARNING TO TRUE
               END-IF
           END-IF.
