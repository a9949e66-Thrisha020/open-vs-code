      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE PROPOSE PASS NOW PRICES OFF THE
      *                  EMPLOYEE'S NEWEST COMPLETED PERFORMANCE
      *                  RATING (PERFMAST, SEE PERFREC): MERCTL R
      *                  ROWS CARRY A PERCENT PER GRADE AND RATING,
      *                  WITH THE GRADE'S G ROW AS THE FALLBACK
      *                  WHEN NO R ROW MATCHES. AN EMPLOYEE WITH NO
      *                  COMPLETED REVIEW GETS A ZERO PROPOSAL (NO
      *                  COMPTRAN ROW) AND IS ALSO LISTED ON ITS OWN
      *                  REPORT (MERITNRV). THE REPORT LINE WIDENED
      *                  TO 100 FOR THE RATING COLUMN.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT PERF-MASTER ASSIGN TO PERFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PERF-MASTER-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-MASTER ASSIGN TO SRTMAST
           SELECT MERIT-RPT   ASSIGN TO MERITRPT
               ORGANIZATION IS SEQUENTIAL.

      * Actives with no completed review, listed for HR to chase.
           SELECT NO-REVIEW-RPT ASSIGN TO MERITNRV
               ORGANIZATION IS SEQUENTIAL.

      * The COMPMNT change deck, cut only by the apply pass.
           SELECT COMP-TRANS-OUT ASSIGN TO COMPTRAN
               ORGANIZATION IS SEQUENTIAL.
               88  MP-MODE-PROPOSE      VALUE 'P'.
               88  MP-MODE-APPLY        VALUE 'A'.

      * G ROWS CARRY A GRADE'S GUIDELINE PERCENT; R ROWS CARRY THE
      * PERCENT FOR ONE GRADE AND PERFORMANCE RATING (THE G ROW IS
      * THE FALLBACK FOR A RATING WITH NO R ROW); D ROWS CARRY A
      * DEPARTMENT'S ANNUAL MERIT-DOLLAR CAP.
       FD  MERIT-CTL
           LABEL RECORDS ARE STANDARD.
       01  MERIT-CTL-RECORD.
           05  MC-ROW-TYPE      PIC X(01).
               88  MC-GRADE-ROW         VALUE 'G'.
               88  MC-RATED-ROW         VALUE 'R'.
               88  MC-DEPT-ROW          VALUE 'D'.
           05  MC-GRADE         PIC X(02).
           05  MC-PERCENT       PIC 9(02)V99.
           05  MC-DEPT-CODE     PIC X(04).
           05  MC-DOLLAR-CAP    PIC 9(07)V99.
           05  MC-RATING        PIC X(01).

       FD  EMP-MASTER.
       01  EMP-MASTER-IN-RECORD.
           05  EM-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(75).

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  PERF-MASTER.
           COPY PERFREC.

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID           PIC 9(05).
           05  SD-EMP-DEPT-CODE    PIC X(04).
           05  SD-EMP-HIRE-DATE    PIC 9(08).
           05  SD-EMP-STATUS       PIC X(01).
           05  FILLER              PIC X(26).

       FD  SORTED-MASTER
           LABEL RECORDS ARE STANDARD.

       FD  MERIT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MERIT-RPT-LINE   PIC X(100).

       FD  NO-REVIEW-RPT
           LABEL RECORDS ARE STANDARD.
       01  NO-REVIEW-LINE   PIC X(80).

      * Same shape COMPMNT's transaction deck reads.
       FD  COMP-TRANS-OUT
       01  WS-MERCTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-PERF-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad merit cycle to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-CTL-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-MERIT-CTL       VALUE 'Y'.
       01  WS-REVIEW-EOF-SW PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-REVIEWS     VALUE 'Y'.

       01  WS-RUN-MODE      PIC X(01)  VALUE 'P'.
           88  WS-MODE-PROPOSE        VALUE 'P'.
                   INDEXED BY WS-GRADE-IDX.
               10  WS-GT-GRADE      PIC X(02).
               10  WS-GT-PERCENT    PIC 9(02)V99.
       01  WS-RATED-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-RATED-TABLE.
           05  WS-RATED-ENTRY OCCURS 250 TIMES
                   INDEXED BY WS-RATED-IDX.
               10  WS-RT-GRADE      PIC X(02).
               10  WS-RT-RATING     PIC X(01).
               10  WS-RT-PERCENT    PIC 9(02)V99.
       01  WS-CAP-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 100 TIMES
               10  WS-CP-CAP        PIC 9(07)V99.

       01  WS-GUIDELINE-PCT PIC 9(02)V99 VALUE ZERO.

      * The newest completed review's rating; space when the
      * employee has none.
       01  WS-REVIEW-RATING PIC X(01)  VALUE SPACE.
           88  WS-NO-COMPLETED-REVIEW VALUE SPACE.
       01  WS-GRADE-FOUND-SW PIC X(01) VALUE 'N'.
           88  WS-GRADE-FOUND         VALUE 'Y'.
       01  WS-DEPT-CAP      PIC 9(07)V99 VALUE ZERO.
       01  WS-PRICED-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-NORATE-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-NOGRADE-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-NOREVIEW-COUNT PIC 9(5)  COMP VALUE ZERO.
       01  WS-DECK-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-OVERCAP-COUNT PIC 9(5)   COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(21)  VALUE 'MERIT-INCREASE CYCLE '.
           05  WS-TTL-MODE  PIC X(12).
           05  FILLER       PIC X(67)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID    PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-GRADE PIC X(02).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-RATING PIC X(01).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-PCT   PIC Z9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-OLD   PIC ZZZZ9.99.
           05  WS-DET-INCR  PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-FLAG  PIC X(17).
           05  FILLER       PIC X(01)  VALUE SPACE.

       01  WS-DEPT-SUBTOTAL-LINE.
           05  FILLER       PIC X(05)  VALUE SPACE.
           05  WS-TRL-TOTAL PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(05)  VALUE SPACE.

       01  WS-NOREVIEW-TRAILER-LINE.
           05  FILLER       PIC X(37)  VALUE
               'NO COMPLETED REVIEW (ZERO PROPOSAL): '.
           05  WS-TRL-NOREVIEW PIC ZZZZ9.
           05  FILLER       PIC X(58)  VALUE SPACE.

      * The separate no-review listing.
       01  WS-NR-TITLE-LINE.
           05  FILLER       PIC X(46)  VALUE
               'MERIT CYCLE - ACTIVES WITH NO COMPLETED REVIEW'.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NR-TTL-MODE PIC X(12).
           05  FILLER       PIC X(20)  VALUE SPACE.

       01  WS-NR-DETAIL-LINE.
           05  WS-NR-ID     PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NR-LNAME  PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-NR-FNAME  PIC X(15).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NR-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NR-GRADE  PIC X(02).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-NR-RATE   PIC ZZZZ9.99.
           05  FILLER       PIC X(17)  VALUE SPACE.

       01  WS-NR-TRAILER-LINE.
           05  FILLER       PIC X(22)  VALUE 'EMPLOYEES LISTED    : '.
           05  WS-NR-TRL-COUNT PIC ZZZZ9.
           05  FILLER       PIC X(53)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.


           OPEN INPUT  SORTED-MASTER
           OPEN INPUT  COMP-MASTER
           OPEN INPUT  PERF-MASTER
           IF WS-PERF-MASTER-STATUS NOT = '00'
               DISPLAY 'MERITCYC: PERFMAST REVIEW MASTER NOT '
                   'AVAILABLE - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MERIT-RPT
           OPEN OUTPUT NO-REVIEW-RPT
           IF WS-MODE-APPLY
               OPEN OUTPUT COMP-TRANS-OUT
           END-IF
           WRITE MERIT-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE WS-TTL-MODE TO WS-NR-TTL-MODE
           WRITE NO-REVIEW-LINE FROM WS-NR-TITLE-LINE
           MOVE SPACE TO NO-REVIEW-LINE
           WRITE NO-REVIEW-LINE

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-CTL-ROW - G ROWS TO THE GRADE TABLE, R     *
      *  ROWS TO THE RATED TABLE, D ROWS TO THE CAP TABLE         *
      *----------------------------------------------------------*
       1100-LOAD-ONE-CTL-ROW.

                               MOVE MC-PERCENT
                                   TO WS-GT-PERCENT(WS-GRADE-IDX)
                           END-IF
                       WHEN MC-RATED-ROW
                           IF WS-RATED-COUNT < 250
                               ADD 1 TO WS-RATED-COUNT
                               SET WS-RATED-IDX TO WS-RATED-COUNT
                               MOVE MC-GRADE
                                   TO WS-RT-GRADE(WS-RATED-IDX)
                               MOVE MC-RATING
                                   TO WS-RT-RATING(WS-RATED-IDX)
                               MOVE MC-PERCENT
                                   TO WS-RT-PERCENT(WS-RATED-IDX)
                           END-IF
                       WHEN MC-DEPT-ROW
                           IF WS-CAP-COUNT < 100
                               ADD 1 TO WS-CAP-COUNT

      *----------------------------------------------------------*
      *  2100-PRICE-ONE-INCREASE - GUIDELINE PERCENT OFF THE      *
      *  GRADE AND NEWEST RATING, NEW RATE, REPORT LINE, AND      *
      *  (APPLY PASS ONLY) THE COMPTRAN CHANGE ROW                *
      *----------------------------------------------------------*
       2100-PRICE-ONE-INCREASE.

           MOVE EMP-LNAME     TO WS-DET-LNAME
           MOVE EMP-DEPT-CODE TO WS-DET-DEPT
           MOVE SPACE         TO WS-DET-FLAG
           MOVE SPACE         TO WS-DET-RATING

           IF WS-COMP-FOUND
               PERFORM 2150-FIND-LATEST-RATING
               MOVE WS-REVIEW-RATING TO WS-DET-RATING
           END-IF

           IF WS-COMP-NOT-FOUND
               MOVE SPACE TO WS-DET-GRADE
               MOVE '*NO RATE ON FILE*' TO WS-DET-FLAG
               ADD 1 TO WS-NORATE-COUNT
           ELSE
               IF WS-NO-COMPLETED-REVIEW
                   MOVE CMP-PAY-GRADE TO WS-DET-GRADE
                   MOVE ZERO  TO WS-DET-PCT
                   MOVE CMP-PAY-RATE TO WS-DET-OLD
                   MOVE CMP-PAY-RATE TO WS-DET-NEW
                   MOVE ZERO  TO WS-DET-INCR
                   MOVE '*NO REVIEW*' TO WS-DET-FLAG
                   ADD 1 TO WS-NOREVIEW-COUNT
                   PERFORM 2160-LIST-NO-REVIEW
               ELSE
                   PERFORM 2200-FIND-GRADE-GUIDELINE
                   IF NOT WS-GRADE-FOUND
                       MOVE CMP-PAY-GRADE TO WS-DET-GRADE
                       MOVE ZERO  TO WS-DET-PCT
                       MOVE CMP-PAY-RATE TO WS-DET-OLD
                       MOVE ZERO  TO WS-DET-NEW
                       MOVE ZERO  TO WS-DET-INCR
                       MOVE '*NO GUIDELINE*' TO WS-DET-FLAG
                       ADD 1 TO WS-NOGRADE-COUNT
                   ELSE
                       COMPUTE WS-INCREASE ROUNDED =
                           CMP-PAY-RATE * WS-GUIDELINE-PCT / 100
                       COMPUTE WS-NEW-RATE =
                           CMP-PAY-RATE + WS-INCREASE

                       MOVE CMP-PAY-GRADE    TO WS-DET-GRADE
                       MOVE WS-GUIDELINE-PCT TO WS-DET-PCT
                       MOVE CMP-PAY-RATE     TO WS-DET-OLD
                       MOVE WS-NEW-RATE      TO WS-DET-NEW
                       MOVE WS-INCREASE      TO WS-DET-INCR

                       ADD WS-INCREASE TO WS-DEPT-INCREASE
                       ADD WS-INCREASE TO WS-GRAND-INCREASE
                       ADD 1 TO WS-PRICED-COUNT

                       IF WS-MODE-APPLY
                           PERFORM 2300-WRITE-CHANGE-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           WRITE MERIT-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2150-FIND-LATEST-RATING - WALK THE EMPLOYEE'S REVIEWS    *
      *  OLDEST TO NEWEST, KEEPING THE LAST COMPLETED RATING      *
      *----------------------------------------------------------*
       2150-FIND-LATEST-RATING.

           MOVE SPACE  TO WS-REVIEW-RATING
           MOVE 'N'    TO WS-REVIEW-EOF-SW
           MOVE EMP-ID TO PRV-EMP-ID
           MOVE ZERO   TO PRV-PERIOD-END
           START PERF-MASTER KEY IS NOT LESS THAN PRV-KEY
               INVALID KEY
                   SET END-OF-EMP-REVIEWS TO TRUE
           END-START

           PERFORM 2155-READ-NEXT-REVIEW
               UNTIL END-OF-EMP-REVIEWS.

      *----------------------------------------------------------*
      *  2155-READ-NEXT-REVIEW                                    *
      *----------------------------------------------------------*
       2155-READ-NEXT-REVIEW.

           READ PERF-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-REVIEWS TO TRUE
           END-READ

           IF NOT END-OF-EMP-REVIEWS
               IF PRV-EMP-ID NOT = EMP-ID
                   SET END-OF-EMP-REVIEWS TO TRUE
               ELSE
                   IF NOT PRV-REVIEW-OPEN AND PRV-RATING-VALID
                       MOVE PRV-RATING TO WS-REVIEW-RATING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2160-LIST-NO-REVIEW - ONE LINE ON THE MERITNRV LISTING   *
      *----------------------------------------------------------*
       2160-LIST-NO-REVIEW.

           MOVE EMP-ID        TO WS-NR-ID
           MOVE EMP-LNAME     TO WS-NR-LNAME
           MOVE EMP-FNAME     TO WS-NR-FNAME
           MOVE EMP-DEPT-CODE TO WS-NR-DEPT
           MOVE CMP-PAY-GRADE TO WS-NR-GRADE
           MOVE CMP-PAY-RATE  TO WS-NR-RATE
           WRITE NO-REVIEW-LINE FROM WS-NR-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2200-FIND-GRADE-GUIDELINE - THE GRADE AND RATING'S R     *
      *  ROW FIRST, ELSE THE GRADE'S G ROW                        *
      *----------------------------------------------------------*
       2200-FIND-GRADE-GUIDELINE.

           MOVE 'N'  TO WS-GRADE-FOUND-SW
           MOVE ZERO TO WS-GUIDELINE-PCT
           IF WS-RATED-COUNT > ZERO
               SET WS-RATED-IDX TO 1
               SEARCH WS-RATED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-GRADE(WS-RATED-IDX) = CMP-PAY-GRADE
                    AND WS-RT-RATING(WS-RATED-IDX) = WS-REVIEW-RATING
                       MOVE WS-RT-PERCENT(WS-RATED-IDX)
                           TO WS-GUIDELINE-PCT
                       SET WS-GRADE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-GRADE-FOUND AND WS-GRADE-COUNT > ZERO
               SET WS-GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   AT END
           MOVE SPACE TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-NOREVIEW-COUNT TO WS-TRL-NOREVIEW
           WRITE MERIT-RPT-LINE FROM WS-NOREVIEW-TRAILER-LINE

           MOVE WS-NOREVIEW-COUNT TO WS-NR-TRL-COUNT
           MOVE SPACE TO NO-REVIEW-LINE
           WRITE NO-REVIEW-LINE
           WRITE NO-REVIEW-LINE FROM WS-NR-TRAILER-LINE

           CLOSE SORTED-MASTER
           CLOSE COMP-MASTER
           CLOSE PERF-MASTER
           CLOSE MERIT-RPT
           CLOSE NO-REVIEW-RPT
           IF WS-MODE-APPLY
               CLOSE COMP-TRANS-OUT
               DISPLAY 'MERITCYC: ' WS-DECK-COUNT
