      *            : HAZARD) -- AND PRINTS ONE ORDERED ACTION
      *            : PLAN: RUN THIS BACKOUT, RESTART FROM THIS
      *            : STEP, SKIP THESE. SO THE 6 A.M. DECISION
      *            : STOPS LIVING IN SOMEONE'S HEAD. A FAILED
      *            : STEP'S PLAN ENDS WITH EVERYTHING DOWNSTREAM
      *            : OF IT FROM THE LINEAGE CATALOG (IMPWALK):
      *            : PROGRAMS TO RERUN OR CHECK, FILES HOLDING
      *            : BAD DATA, REPORTS PRODUCED FROM IT.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  PRINT THE LINEAGE-CATALOG IMPACT LIST (IMPWALK)
      *                  UNDER A FAILED STEP'S PLAN; V1.01.
      *

       ENVIRONMENT DIVISION.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad plan to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-JS-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-JOB-SUMMARY     VALUE 'Y'.
       01  WS-SCAN-I        PIC 9(02)  COMP VALUE ZERO.
       01  WS-ACTION-SEQ    PIC 9(02)  COMP VALUE ZERO.

      * IMPWALK's arguments and answer for the failed step.
       01  WS-IMPACT-TYPE   PIC X(01)  VALUE 'P'.
       01  WS-IMPACT-NAME   PIC X(36)  VALUE SPACE.
       COPY IMPLIST.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS BY WS-WALK-STATUS
                               LK-STATUS-OK BY WS-WALK-OK
                               LK-STATUS-HELD BY WS-WALK-HELD
                               LK-STATUS-WARNING BY WS-WALK-WARNING
                               LK-STATUS-FAILED BY WS-WALK-FAILED.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(33)  VALUE
               'EMPNIGHT RECOVERY PLAN FOR DATE  '.
           05  WS-AL-TEXT   PIC X(70).
           05  FILLER       PIC X(06)  VALUE SPACE.

       01  WS-IMPACT-HEAD-LINE PIC X(80) VALUE
           'DOWNSTREAM OF THE FAILED STEP - RERUN OR CHECK:'.

       01  WS-IMPACT-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-IL-KIND   PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-IL-JOB    PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-IL-STEP   PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-IL-NAME   PIC X(36).
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-IMPACT-MSG-LINE PIC X(80) VALUE SPACE.

       01  WS-CLEAN-LINE    PIC X(80)  VALUE
           'EVERY STEP COMPLETED - NO RECOVERY ACTION REQUIRED'.


           PERFORM 3400-WARN-ONE-HAZARD
               VARYING WS-SCAN-I FROM WS-FAIL-STEP BY 1
               UNTIL WS-SCAN-I > 7

           IF WS-ST-STATUS(WS-FAIL-STEP) = 'F'
               PERFORM 3500-PRINT-IMPACT
           END-IF.

      *----------------------------------------------------------*
      *  3350-PRINT-ONE-SKIP                                      *
               WRITE PLAN-RPT-LINE FROM WS-ACTION-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3500-PRINT-IMPACT - EVERYTHING THE LINEAGE CATALOG SHOWS *
      *  DOWNSTREAM OF THE FAILED STEP'S PROGRAM. A STEP WITH NO  *
      *  EVIDENCE NEVER RAN AND DAMAGED NOTHING, SO GETS NONE     *
      *----------------------------------------------------------*
       3500-PRINT-IMPACT.

           SET WS-STEP-IDX TO WS-FAIL-STEP
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-IMPACT-NAME
           CALL 'IMPWALK' USING WS-IMPACT-TYPE, WS-IMPACT-NAME,
                                IMPACT-LIST, WS-WALK-STATUS

           MOVE SPACE TO PLAN-RPT-LINE
           WRITE PLAN-RPT-LINE

           IF WS-WALK-FAILED
               MOVE 'LINEAGE CATALOG NOT AVAILABLE - RUN IMPACTRP'
                   TO WS-IMPACT-MSG-LINE
               WRITE PLAN-RPT-LINE FROM WS-IMPACT-MSG-LINE
           ELSE
               WRITE PLAN-RPT-LINE FROM WS-IMPACT-HEAD-LINE
               PERFORM 3550-PRINT-ONE-IMPACT
                   VARYING IMP-IDX FROM 1 BY 1
                   UNTIL IMP-IDX > IMP-ENTRY-COUNT
               IF WS-WALK-WARNING
                   MOVE '  *** LIST INCOMPLETE - RUN IMPACTRP ***'
                       TO WS-IMPACT-MSG-LINE
                   WRITE PLAN-RPT-LINE FROM WS-IMPACT-MSG-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3550-PRINT-ONE-IMPACT - A PROGRAM BY NAME, A FILE OR     *
      *  REPORT BY DATASET                                        *
      *----------------------------------------------------------*
       3550-PRINT-ONE-IMPACT.

           EVALUATE TRUE
               WHEN IMP-IS-PROGRAM(IMP-IDX)
                   MOVE 'PROGRAM'            TO WS-IL-KIND
                   MOVE IMP-PROGRAM(IMP-IDX) TO WS-IL-NAME
               WHEN IMP-IS-FILE(IMP-IDX)
                   MOVE 'FILE'               TO WS-IL-KIND
                   MOVE IMP-DATASET(IMP-IDX) TO WS-IL-NAME
               WHEN OTHER
                   MOVE 'REPORT'             TO WS-IL-KIND
                   MOVE IMP-DATASET(IMP-IDX) TO WS-IL-NAME
           END-EVALUATE
           MOVE IMP-JOB(IMP-IDX)  TO WS-IL-JOB
           MOVE IMP-STEP(IMP-IDX) TO WS-IL-STEP
           WRITE PLAN-RPT-LINE FROM WS-IMPACT-LINE.

      *----------------------------------------------------------*
      *  4000-FINALIZE                                            *
      *----------------------------------------------------------*
