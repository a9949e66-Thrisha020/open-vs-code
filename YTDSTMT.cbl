      *            : A FRESH SNAPSHOT (YTDSNAPN) IS CUT FOR NEXT
      *            : MONTH AND A GRAND-TOTAL PAGE CLOSES THE
      *            : STATEMENT -- SO DOWNSTREAM OWNERS STOP
      *            : READING CHGLOG RAW. ON A FISCAL PERIOD
      *            : BASIS (PERBASIS CARD 'F', SEE PBASREC) THE
      *            : STATEMENT COVERS THE FISCAL PERIOD THE RUN
      *            : DATE CLOSES, FROM THE FISCAL CALENDAR THROUGH
      *            : DATEUTL, AND IS HEADED WITH ITS PERIOD LABEL.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  REPORTS ONLY THE HIGHEST MODE, SO THE
      *                  OLD GATE SKIPPED EVERY QUARTER- AND
      *                  YEAR-END STATEMENT.
      * 10/15/2026  RSM  FISCAL PERIOD BASIS: WITH A PERBASIS CARD OF
      *                  'F' THE STATEMENT COVERS THE FISCAL PERIOD OF
      *                  THE RUN DATE (FISCAL CALENDAR THROUGH DATEUTL)
      *                  AND IS HEADED WITH ITS PERIOD LABEL. A RUN DATE
      *                  OFF THE FISCAL CALENDAR ENDS THE STEP CC 16.
      *

       ENVIRONMENT DIVISION.
           SELECT SNAP-NEW    ASSIGN TO YTDSNAPN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-BASIS ASSIGN TO PERBASIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERBASIS-STATUS.

           SELECT STMT-RPT    ASSIGN TO YTDSTRPT
               ORGANIZATION IS SEQUENTIAL.

           05  SN-KEY           PIC X(08).
           05  SN-TOTAL-ADJ     PIC S9(09)V99.

       FD  PERIOD-BASIS
           LABEL RECORDS ARE STANDARD.
           COPY PBASREC.

       FD  STMT-RPT
           LABEL RECORDS ARE STANDARD.
       01  STMT-RPT-LINE    PIC X(80).
       01  WS-YTD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-CHGLOG-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SNAP-OLD-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PERBASIS-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad statement to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

       COPY CHGLOG.

           88  END-OF-YTD-ACCUM       VALUE 'Y'.
       01  WS-CHG-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-CHANGE-LOG      VALUE 'Y'.
       01  WS-CHG-IN-PERIOD-SW PIC X(01) VALUE 'N'.
           88  WS-CHG-IN-PERIOD       VALUE 'Y'.
       01  WS-SNAP-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-SNAP-OLD        VALUE 'Y'.

       01  WS-RUN-MM        PIC 9(02)  VALUE ZERO.
       01  WS-RUN-YY        PIC 9(02)  VALUE ZERO.

      * Calendar months unless the period-basis card says fiscal;
      * on the fiscal basis a change-log row belongs to the
      * statement when its date falls inside the fiscal period.
       01  WS-BASIS-SW      PIC X(01)  VALUE 'C'.
           88  WS-FISCAL-BASIS        VALUE 'F'.
       01  WS-CHG-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-CHG-DATE REDEFINES WS-CHG-DATE-NUM.
           05  WS-CHG-CCYY      PIC 9(04).
           05  WS-CHG-MMDD      PIC 9(04).

      * DATEUTL linkage-shaped working-storage for the fiscal
      * calendar (see COPYBOOKS/CCYYDATE.CPY, FISCPER.CPY and
      * CALL/DATEUTL.CBL).
       01  WS-DATEUTL-FUNCTION       PIC X(01).
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE1
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE1-NUM
                                DT-CCYY          BY WS-DU-D1-CCYY
                                DT-MM            BY WS-DU-D1-MM
                                DT-DD            BY WS-DU-D1-DD.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE2
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE2-NUM
                                DT-CCYY          BY WS-DU-D2-CCYY
                                DT-MM            BY WS-DU-D2-MM
                                DT-DD            BY WS-DU-D2-DD.
       01  WS-DATEUTL-DAYS-TO-ADD    PIC S9(05) VALUE ZERO.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-RESULT-DATE
                                WS-CCYYMMDD-NUM  BY WS-DU-RESULT-NUM
                                DT-CCYY          BY WS-DU-R-CCYY
                                DT-MM            BY WS-DU-R-MM
                                DT-DD            BY WS-DU-R-DD.
       01  WS-DATEUTL-COMPARE-RESULT PIC S9(01) VALUE ZERO.
       01  WS-DATEUTL-VALID-SW       PIC X(01) VALUE 'Y'.
           88  WS-DATEUTL-DATE-IS-VALID    VALUE 'Y'.
       COPY FISCPER.

      * The month's adjustments, distilled from the change log.
       01  WS-CHG-COUNT     PIC 9(04)  COMP VALUE ZERO.
       01  WS-CHG-TABLE.
           05  WS-TTL-YY    PIC 9(02).
           05  FILLER       PIC X(41)  VALUE SPACE.

       01  WS-FISCAL-TITLE-LINE.
           05  FILLER       PIC X(28)  VALUE
               'YTD ACCUMULATOR STATEMENT - '.
           05  WS-FTL-LABEL PIC X(10).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-FTL-START PIC 9(08).
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-FTL-END   PIC 9(08).
           05  FILLER       PIC X(21)  VALUE SPACE.

       01  WS-KEY-HEADER.
           05  FILLER       PIC X(05)  VALUE 'KEY: '.
           05  WS-KH-KEY    PIC X(08).
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE-NUM(3:2) TO WS-RUN-YY

           PERFORM 1300-READ-PERIOD-BASIS
           IF WS-FISCAL-BASIS
               PERFORM 1400-RESOLVE-FISCAL-PERIOD
           END-IF

           OPEN INPUT CHANGE-LOG
           IF WS-CHGLOG-STATUS = '00'
               PERFORM 1100-DISTILL-ONE-LOG-ROW
           OPEN OUTPUT SNAP-NEW
           OPEN OUTPUT STMT-RPT

           IF WS-FISCAL-BASIS
               MOVE FPI-LABEL        TO WS-FTL-LABEL
               MOVE FPI-PERIOD-START TO WS-FTL-START
               MOVE FPI-PERIOD-END   TO WS-FTL-END
               WRITE STMT-RPT-LINE FROM WS-FISCAL-TITLE-LINE
           ELSE
               MOVE WS-RUN-MM TO WS-TTL-MM
               MOVE WS-RUN-YY TO WS-TTL-YY
               WRITE STMT-RPT-LINE FROM WS-TITLE-LINE
           END-IF
           MOVE SPACE TO STMT-RPT-LINE
           WRITE STMT-RPT-LINE


      *----------------------------------------------------------*
      *  1100-DISTILL-ONE-LOG-ROW - KEEP THE MONTH'S ROWS ONLY    *
      *  (THE FISCAL PERIOD'S ON THE FISCAL BASIS)                *
      *----------------------------------------------------------*
       1100-DISTILL-ONE-LOG-ROW.

                   SET END-OF-CHANGE-LOG TO TRUE
               NOT AT END
                   MOVE CHANGE-LOG-IN TO WS-CHANGE-LOG-LINE
                   IF WS-FISCAL-BASIS
                       PERFORM 1150-CHECK-FISCAL-PERIOD
                   ELSE
                       IF CHG-MM = WS-RUN-MM AND CHG-YY = WS-RUN-YY
                           MOVE 'Y' TO WS-CHG-IN-PERIOD-SW
                       ELSE
                           MOVE 'N' TO WS-CHG-IN-PERIOD-SW
                       END-IF
                   END-IF
                   IF WS-CHG-IN-PERIOD
                       AND WS-CHG-COUNT < 2000
                       ADD 1 TO WS-CHG-COUNT
                       SET WS-CHG-IDX TO WS-CHG-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1150-CHECK-FISCAL-PERIOD - DOES THE ROW'S DATE FALL IN   *
      *  THE FISCAL PERIOD (TWO-DIGIT YEAR WINDOWED AT 50)        *
      *----------------------------------------------------------*
       1150-CHECK-FISCAL-PERIOD.

           MOVE 'N' TO WS-CHG-IN-PERIOD-SW
           IF CHG-YY NUMERIC AND CHG-MM NUMERIC AND CHG-DD NUMERIC
               IF CHG-YY < 50
                   COMPUTE WS-CHG-CCYY = 2000 + CHG-YY
               ELSE
                   COMPUTE WS-CHG-CCYY = 1900 + CHG-YY
               END-IF
               COMPUTE WS-CHG-MMDD = CHG-MM * 100 + CHG-DD
               IF WS-CHG-DATE-NUM NOT < FPI-PERIOD-START
                   AND WS-CHG-DATE-NUM NOT > FPI-PERIOD-END
                   MOVE 'Y' TO WS-CHG-IN-PERIOD-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1200-LOAD-ONE-SNAPSHOT-ROW                               *
      *----------------------------------------------------------*
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1300-READ-PERIOD-BASIS - CALENDAR MONTHS UNLESS THE CARD *
      *  SAYS FISCAL                                              *
      *----------------------------------------------------------*
       1300-READ-PERIOD-BASIS.

           OPEN INPUT PERIOD-BASIS
           IF WS-PERBASIS-STATUS = '00'
               READ PERIOD-BASIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PB-FISCAL-BASIS
                           MOVE 'F' TO WS-BASIS-SW
                       END-IF
               END-READ
               CLOSE PERIOD-BASIS
           END-IF.

      *----------------------------------------------------------*
      *  1400-RESOLVE-FISCAL-PERIOD - THE FISCAL PERIOD THE RUN   *
      *  DATE CLOSES; OFF THE FISCAL CALENDAR ENDS THE STEP       *
      *----------------------------------------------------------*
       1400-RESOLVE-FISCAL-PERIOD.

           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           MOVE 'F' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW FISCAL-PERIOD-INFO

           IF NOT WS-DATEUTL-DATE-IS-VALID
               DISPLAY 'YTDSTMT: RUN DATE ' WS-RUN-DATE-NUM
                   ' NOT ON THE FISCAL CALENDAR (FISCCAL) - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  2000-STATEMENT-ONE-KEY - OPENING, THE MONTH'S            *
      *  ADJUSTMENTS, THE CLOSING, AND THE PROOF                  *
