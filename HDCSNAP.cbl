      *            : TO THE CUMULATIVE HDCHIST HEADCOUNT-HISTORY
      *            : FILE, SO THE HDCTREND REPORT CAN SHOW EACH
      *            : DEPARTMENT'S MOVEMENT ACROSS MONTHS INSTEAD
      *            : OF ONLY TONIGHT'S NUMBER. ON A FISCAL
      *            : PERIOD BASIS (PERBASIS CARD 'F', SEE PBASREC)
      *            : THE HEADING NAMES THE FISCAL PERIOD THE
      *            : SNAPSHOT CLOSES, FROM THE FISCAL CALENDAR
      *            : THROUGH DATEUTL.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  NOW CALLED OUT ON THE CONSOLE WHEN
      *                  IT MERGES INTO THE LAST SECTION,
      *                  MATCHING PGMDS01'S CALL-OUT.
      * 10/15/2026  RSM  FTE ALONGSIDE HEADCOUNT. EACH ACTIVE OR
      *                  ON-LEAVE EMPLOYEE NOW ALSO ADDS THEIR FTE FROM
      *                  THE NEW FTEMAST SCHEDULE FILE (SEE FTEREC; NO
      *                  ROW IS 1.0000) TO THE DEPARTMENT'S NEW
      *                  HC-FTE-TOTAL (SEE HDCREC), PRINTED ON THE
      *                  DEPARTMENT AND COMPANY LINES. A MISSING FTEMAST
      *                  COUNTS EVERYONE FULL TIME WITH AN OPERATOR
      *                  MESSAGE.
      * 10/15/2026  RSM  FISCAL PERIOD BASIS: WITH A PERBASIS CARD OF
      *                  'F' THE HEADING NAMES THE SNAPSHOT DATE'S
      *                  FISCAL PERIOD FROM THE FISCAL CALENDAR (THROUGH
      *                  DATEUTL). A DATE OFF THE CALENDAR STILL APPENDS
      *                  UNDER THE CALENDAR HEADING, CC 4.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT FTE-MASTER  ASSIGN TO FTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTE-EMP-ID
               FILE STATUS IS WS-FTE-MASTER-STATUS.

           SELECT PERIOD-BASIS ASSIGN TO PERBASIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERBASIS-STATUS.

           SELECT SNAP-RPT    ASSIGN TO HDCSRPT
               ORGANIZATION IS SEQUENTIAL.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  FTE-MASTER.
           COPY FTEREC.

       FD  PERIOD-BASIS
           LABEL RECORDS ARE STANDARD.
           COPY PBASREC.

       FD  SNAP-RPT
           LABEL RECORDS ARE STANDARD.
       01  SNAP-RPT-LINE        PIC X(80).
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PERBASIS-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad snapshot run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.04'.

      * Department-to-company map distilled from the DEPTMAST
      * reference at startup; a missing reference file leaves every
               10  WS-MP-DEPT       PIC X(04).
               10  WS-MP-COMPANY    PIC X(02).

      * FTE of each active or on-leave employee from FTEMAST; no
      * row, or no file, is a full-time 1.0000.
       01  WS-FTE-MASTER-STATUS  PIC X(02) VALUE '00'.
       01  WS-FTE-AVAIL-SW  PIC X(01) VALUE 'N'.
           88  WS-FTE-AVAILABLE       VALUE 'Y'.
       01  WS-EMP-FTE       PIC 9(01)V9999 VALUE 1.

      * Company rollup of the snapshot's counts.
       01  WS-CO-COUNT      PIC 9(03) COMP VALUE ZERO.
       01  WS-CO-TABLE.
               10  WS-CO-ACTIVE     PIC 9(07) COMP.
               10  WS-CO-TERM       PIC 9(07) COMP.
               10  WS-CO-LOA        PIC 9(07) COMP.
               10  WS-CO-FTE        PIC 9(07)V9999 COMP.
       01  WS-ROLLUP-CO     PIC X(02) VALUE SPACE.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
       01  WS-READ-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01  WS-SNAP-DATE     PIC 9(8)  VALUE ZERO.

      * Calendar months unless the period-basis card says fiscal.
      * A snapshot date off the fiscal calendar still appends (the
      * counts are good) under the calendar heading, CC 4.
       01  WS-BASIS-SW      PIC X(01)  VALUE 'C'.
           88  WS-FISCAL-BASIS        VALUE 'F'.
       01  WS-FISCAL-MISS-SW PIC X(01) VALUE 'N'.
           88  WS-FISCAL-MISSING      VALUE 'Y'.

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

      * Per-department counts, kept in ascending code order by an
      * insertion shift as records arrive.
       01  WS-DEPT-TABLE-COUNT   PIC 9(3) COMP VALUE ZERO.
               10  WS-DP-ACTIVE     PIC 9(5) COMP.
               10  WS-DP-TERM       PIC 9(5) COMP.
               10  WS-DP-LOA        PIC 9(5) COMP.
               10  WS-DP-FTE        PIC 9(5)V9999 COMP.

       01  WS-INS-POS            PIC 9(3) COMP VALUE ZERO.
       01  WS-SHIFT-I            PIC 9(3) COMP VALUE ZERO.
           05  WS-TTL-DATE      PIC 9(08).
           05  FILLER           PIC X(43)  VALUE SPACE.

       01  WS-FISCAL-TITLE-LINE.
           05  FILLER           PIC X(29)  VALUE
               'HEADCOUNT SNAPSHOT TAKEN FOR '.
           05  WS-FTL-DATE      PIC 9(08).
           05  FILLER           PIC X(10)  VALUE ' - FISCAL '.
           05  WS-FTL-LABEL     PIC X(10).
           05  FILLER           PIC X(23)  VALUE SPACE.

       01  WS-DEPT-LINE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-CODE       PIC X(04).
           05  WS-DL-TERM       PIC ZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  LOA: '.
           05  WS-DL-LOA        PIC ZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  FTE: '.
           05  WS-DL-FTE        PIC ZZZZ9.99.
           05  FILLER           PIC X(19)  VALUE SPACE.

       01  WS-CO-HEADER-LINE PIC X(80) VALUE
           'COMPANY SECTION'.
           05  WS-COL-TERM      PIC ZZZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  LOA: '.
           05  WS-COL-LOA       PIC ZZZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  FTE: '.
           05  WS-COL-FTE       PIC ZZZZZZ9.99.
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(15)  VALUE 'RECORDS READ : '.
                   'COMPANY SECTION WILL SHOW ?? ONLY'
           END-IF

           OPEN INPUT FTE-MASTER
           IF WS-FTE-MASTER-STATUS = '00'
               SET WS-FTE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'HDCSNAP: NO FTEMAST SCHEDULE FILE - '
                   'EVERYONE COUNTED AS FULL TIME'
           END-IF

           OPEN EXTEND HEADCOUNT-HIST
           IF WS-HIST-FILE-STATUS NOT = '00'
               OPEN OUTPUT HEADCOUNT-HIST
           END-IF

           ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD

           PERFORM 1200-READ-PERIOD-BASIS
           IF WS-FISCAL-BASIS
               PERFORM 1300-RESOLVE-FISCAL-PERIOD
           END-IF

           IF WS-FISCAL-BASIS AND NOT WS-FISCAL-MISSING
               MOVE WS-SNAP-DATE TO WS-FTL-DATE
               MOVE FPI-LABEL    TO WS-FTL-LABEL
               WRITE SNAP-RPT-LINE FROM WS-FISCAL-TITLE-LINE
           ELSE
               MOVE WS-SNAP-DATE TO WS-TTL-DATE
               WRITE SNAP-RPT-LINE FROM WS-TITLE-LINE
           END-IF
           MOVE SPACE TO SNAP-RPT-LINE
           WRITE SNAP-RPT-LINE

                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1200-READ-PERIOD-BASIS - CALENDAR MONTHS UNLESS THE CARD *
      *  SAYS FISCAL                                              *
      *----------------------------------------------------------*
       1200-READ-PERIOD-BASIS.

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
      *  1300-RESOLVE-FISCAL-PERIOD - THE SNAPSHOT DATE'S FISCAL  *
      *  PERIOD FOR THE HEADING                                   *
      *----------------------------------------------------------*
       1300-RESOLVE-FISCAL-PERIOD.

           MOVE WS-SNAP-DATE TO WS-DU-DATE1-NUM
           MOVE 'F' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW FISCAL-PERIOD-INFO

           IF NOT WS-DATEUTL-DATE-IS-VALID
               DISPLAY 'HDCSNAP: SNAPSHOT DATE ' WS-SNAP-DATE
                   ' NOT ON THE FISCAL CALENDAR (FISCCAL) - '
                   'CALENDAR HEADING USED'
               SET WS-FISCAL-MISSING TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2110-COUNT-DEPT-ENTRY - BUMP THE MATCHED ENTRY           *
      *----------------------------------------------------------*
                   ADD 1 TO WS-DP-LOA(WS-DP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-DP-ACTIVE(WS-DP-IDX)
           END-EVALUATE

           IF NOT EMP-TERMINATED
               PERFORM 2130-GET-EMPLOYEE-FTE
               ADD WS-EMP-FTE TO WS-DP-FTE(WS-DP-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  2130-GET-EMPLOYEE-FTE - THE FTEMAST VALUE, OR 1.0000     *
      *----------------------------------------------------------*
       2130-GET-EMPLOYEE-FTE.

           MOVE 1 TO WS-EMP-FTE
           IF WS-FTE-AVAILABLE
               MOVE EMP-ID TO FTE-EMP-ID
               READ FTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FTE-VALUE TO WS-EMP-FTE
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2120-INSERT-DEPT-ENTRY - OPEN A GAP AT THE INSERT POINT  *
               MOVE ZERO TO WS-DP-ACTIVE(WS-INS-POS)
               MOVE ZERO TO WS-DP-TERM(WS-INS-POS)
               MOVE ZERO TO WS-DP-LOA(WS-INS-POS)
               MOVE ZERO TO WS-DP-FTE(WS-INS-POS)
               SET WS-DP-IDX TO WS-INS-POS
               PERFORM 2110-COUNT-DEPT-ENTRY
           END-IF.
           MOVE WS-DP-TERM(WS-DP-IDX)   TO HC-TERM-COUNT
           MOVE WS-DP-LOA(WS-DP-IDX)    TO HC-LOA-COUNT
           MOVE WS-SNAP-DATE            TO HC-SNAP-DATE
           COMPUTE HC-FTE-TOTAL ROUNDED = WS-DP-FTE(WS-DP-IDX)
           WRITE HEADCOUNT-HIST-RECORD

           MOVE WS-DP-CODE(WS-DP-IDX)   TO WS-DL-CODE
           MOVE WS-DP-ACTIVE(WS-DP-IDX) TO WS-DL-ACTIVE
           MOVE WS-DP-TERM(WS-DP-IDX)   TO WS-DL-TERM
           MOVE WS-DP-LOA(WS-DP-IDX)    TO WS-DL-LOA
           MOVE HC-FTE-TOTAL            TO WS-DL-FTE
           WRITE SNAP-RPT-LINE FROM WS-DEPT-LINE

           PERFORM 3200-ROLL-DEPT-TO-COMPANY.

           ADD WS-DP-ACTIVE(WS-DP-IDX) TO WS-CO-ACTIVE(WS-CO-IDX)
           ADD WS-DP-TERM(WS-DP-IDX)   TO WS-CO-TERM(WS-CO-IDX)
           ADD WS-DP-LOA(WS-DP-IDX)    TO WS-CO-LOA(WS-CO-IDX)
           ADD WS-DP-FTE(WS-DP-IDX)    TO WS-CO-FTE(WS-CO-IDX).

      *----------------------------------------------------------*
      *  3250-ADD-COMPANY-ROW                                     *
               MOVE ZERO TO WS-CO-ACTIVE(WS-CO-IDX)
               MOVE ZERO TO WS-CO-TERM(WS-CO-IDX)
               MOVE ZERO TO WS-CO-LOA(WS-CO-IDX)
               MOVE ZERO TO WS-CO-FTE(WS-CO-IDX)
           ELSE
               SET WS-CO-IDX TO WS-CO-COUNT
               DISPLAY 'HDCSNAP: COMPANY TABLE FULL - COMPANY '

           CLOSE EMP-MASTER
           CLOSE HEADCOUNT-HIST
           IF WS-FTE-AVAILABLE
               CLOSE FTE-MASTER
           END-IF
           CLOSE SNAP-RPT

           MOVE WS-READ-COUNT TO AUD-RECORD-COUNT
           IF WS-FISCAL-MISSING
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.
           MOVE WS-CO-ACTIVE(WS-CO-IDX) TO WS-COL-ACTIVE
           MOVE WS-CO-TERM(WS-CO-IDX)   TO WS-COL-TERM
           MOVE WS-CO-LOA(WS-CO-IDX)    TO WS-COL-LOA
           COMPUTE WS-COL-FTE ROUNDED = WS-CO-FTE(WS-CO-IDX)
           WRITE SNAP-RPT-LINE FROM WS-CO-LINE.

      *----------------------------------------------------------*
