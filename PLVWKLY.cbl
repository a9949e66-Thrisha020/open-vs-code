       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLVWKLY.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : WEEKLY PROTECTED-LEAVE TALLY. RECOMPUTES EVERY
      *            : CASE'S USAGE ON PLVMAST (SEE PLVREC) OVER THE
      *            : ROLLING 12 MONTHS ENDING ON THE RUN DATE, SO
      *            : HR NO LONGER COUNTS THE WEEKS BY HAND:
      *            :  - LOA BUSINESS DAYS, FROM THE 'L' STATUS SPANS
      *            :    ON EMPHIST (A SPAN STARTS ON THE RUN DATE OF
      *            :    THE ROW THAT PUT THE EMPLOYEE ON 'L' AND ENDS
      *            :    THE DAY BEFORE THE ROW THAT TOOK THEM OFF IT,
      *            :    OR RUNS THROUGH TODAY), AND
      *            :  - UNDER AN INTERMITTENT CASE, THE HOURS OF
      *            :    APPROVED OR RELEASED LEAVE REQUESTS ON
      *            :    LVREQFIL STARTING IN THE WINDOW,
      *            : EACH COUNTED ONLY WHERE IT FALLS INSIDE THE
      *            : CURRENT OR PRIOR CASE. THE HOURS FOLLOW THE
      *            : EMPLOYEE'S SCHEDULE ON FTEMAST (40 WITHOUT A
      *            : ROW). THE RESULT IS REWRITTEN TO THE CASE FOR
      *            : LVINQ, AND THE REPORT LISTS OPEN CASES NEARING
      *            : EXHAUSTION AND CASES PAST ENTITLEMENT WHERE THE
      *            : EMPLOYEE IS STILL ON 'L'. CC 4 WHEN ANY CASE IS
      *            : LISTED, CC 16 WHEN THE CASE TABLE OVERFLOWS.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLV-PARM    ASSIGN TO PLVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PLV-MASTER  ASSIGN TO PLVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLV-EMP-ID
               FILE STATUS IS WS-PLV-MASTER-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO LVREQFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT FTE-MASTER  ASSIGN TO FTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTE-EMP-ID
               FILE STATUS IS WS-FTE-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT TALLY-RPT   ASSIGN TO PLVWRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional weeks. Columns 1-2 are the statutory entitlement in
      * weeks (12 when missing or zero), columns 3-4 the weeks left
      * at which an open case is reported as nearing exhaustion (2
      * when missing or zero).
       FD  PLV-PARM
           LABEL RECORDS ARE STANDARD.
       01  PLV-PARM-RECORD.
           05  PP-ENTITLE-WEEKS PIC X(02).
           05  PP-ENTITLE-NUM   REDEFINES PP-ENTITLE-WEEKS
                                PIC 9(02).
           05  PP-WARN-WEEKS    PIC X(02).
           05  PP-WARN-NUM      REDEFINES PP-WARN-WEEKS
                                PIC 9(02).
           05  FILLER           PIC X(76).

       FD  PLV-MASTER.
           COPY PLVREC.

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  REQUEST-FILE.
           COPY LVREQREC.

       FD  FTE-MASTER.
           COPY FTEREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  TALLY-RPT
           LABEL RECORDS ARE STANDARD.
       01  TALLY-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-PLV-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-REQUEST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-FTE-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-PLV-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-PLV-MASTER      VALUE 'Y'.
       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-HISTORY     VALUE 'Y'.
       01  WS-REQ-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-REQUEST-FILE    VALUE 'Y'.

       01  WS-ENTITLE-WEEKS PIC 9(02)  VALUE 12.
       01  WS-WARN-WEEKS    PIC 9(02)  VALUE 02.

      * DATEUTL linkage-shaped working-storage for the window start
      * and the business-day count (see CCYYDATE and
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

      * The window runs from 364 days before the run date through
      * the run date itself.
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-WINDOW-START  PIC 9(08)  VALUE ZERO.

      * EMPREC-shaped overlays of the history images; only the status
      * byte is looked at.
       01  WS-BEFORE-FIELDS.
           05  FILLER           PIC X(53).
           05  BF-STATUS        PIC X(01).
               88  BF-ON-LEAVE          VALUE 'L'.
           05  FILLER           PIC X(26).

       01  WS-AFTER-FIELDS.
           05  FILLER           PIC X(53).
           05  AF-STATUS        PIC X(01).
               88  AF-ON-LEAVE          VALUE 'L'.
           05  FILLER           PIC X(26).

      * The cases, loaded from PLVMAST in key order so the history
      * and request passes can SEARCH ALL. Each carries its two case
      * spans (a span with a zero start is no case), the date the
      * employee last went on 'L' while still on it, and the usage
      * found so far. Past the table's end a case cannot be tallied
      * and the run ends CC 16.
       01  WS-PC-COUNT      PIC 9(05)  COMP VALUE ZERO.
       01  WS-PC-MAX        PIC 9(05)  COMP VALUE 5000.
       01  WS-PC-DROP-COUNT PIC 9(05)  COMP VALUE ZERO.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-PC-COUNT
                           ASCENDING KEY IS WS-PC-EMP-ID
                           INDEXED BY WS-PC-IDX.
               10  WS-PC-EMP-ID     PIC 9(05).
               10  WS-PC-CUR-START  PIC 9(08).
               10  WS-PC-CUR-END    PIC 9(08).
               10  WS-PC-CUR-TYPE   PIC X(01).
               10  WS-PC-PRI-START  PIC 9(08).
               10  WS-PC-PRI-END    PIC 9(08).
               10  WS-PC-PRI-TYPE   PIC X(01).
               10  WS-PC-LOA-SINCE  PIC 9(08).
               10  WS-PC-LOA-DAYS   PIC S9(05)    COMP-3.
               10  WS-PC-INT-HOURS  PIC S9(05)V99 COMP-3.

      * Business-day count work fields: the LOA span being credited,
      * and the part of it inside one case span and the window.
       01  WS-LOA-FROM      PIC 9(08)  VALUE ZERO.
       01  WS-LOA-TO        PIC 9(08)  VALUE ZERO.
       01  WS-SPAN-START    PIC 9(08)  VALUE ZERO.
       01  WS-SPAN-END      PIC 9(08)  VALUE ZERO.
       01  WS-CNT-FROM      PIC 9(08)  VALUE ZERO.
       01  WS-CNT-TO        PIC 9(08)  VALUE ZERO.
       01  WS-CNT-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-CNT-DAYS      PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-SCHED-HOURS   PIC 9(02)V99 VALUE ZERO.
       01  WS-LOA-HOURS     PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-USED-HOURS    PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-ENTITLE-HOURS PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-LEFT-HOURS    PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-WARN-HOURS    PIC S9(05)V99 COMP-3 VALUE ZERO.

       01  WS-FLAG-TEXT     PIC X(21)  VALUE SPACE.

       01  WS-HIST-COUNT    PIC 9(7)   COMP VALUE ZERO.
       01  WS-REQ-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-TALLY-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-FLAG-COUNT    PIC 9(5)   COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(34)  VALUE
               'PROTECTED-LEAVE WEEKLY TALLY - AS '.
           05  FILLER       PIC X(03)  VALUE 'OF '.
           05  WS-TTL-AS-OF PIC 9(08).
           05  FILLER       PIC X(13)  VALUE ' WINDOW FROM '.
           05  WS-TTL-START PIC 9(08).
           05  FILLER       PIC X(14)  VALUE SPACE.

       01  WS-BASIS-LINE.
           05  FILLER       PIC X(12)  VALUE 'ENTITLEMENT '.
           05  WS-BL-WEEKS  PIC Z9.
           05  FILLER       PIC X(20)  VALUE ' WEEKS, NEARING AT '.
           05  WS-BL-WARN   PIC Z9.
           05  FILLER       PIC X(28)  VALUE
               ' WEEKS LEFT ON AN OPEN CASE'.
           05  FILLER       PIC X(16)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(80)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(06)  VALUE 'EMP ID'.
           05  FILLER       PIC X(21)  VALUE 'NAME'.
           05  FILLER       PIC X(03)  VALUE 'TYP'.
           05  FILLER       PIC X(09)  VALUE '  ENTITLE'.
           05  FILLER       PIC X(09)  VALUE '     USED'.
           05  FILLER       PIC X(10)  VALUE '      LEFT'.
           05  FILLER       PIC X(22)  VALUE ' STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DL-LNAME  PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DL-TYPE   PIC X(01).
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-DL-ENTITLE PIC ZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-USED   PIC ZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-LEFT   PIC -ZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DL-FLAG   PIC X(21).

       01  WS-NONE-LINE     PIC X(80)  VALUE
           '  NO CASE NEARING OR PAST ITS ENTITLEMENT'.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(23)  VALUE
               '*** CASE TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(40)  VALUE
               ' NOT TALLIED - RUN FAILED CC 16'.
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(09)  VALUE 'CASES : '.
           05  WS-TRL-TALLY PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  LISTED : '.
           05  WS-TRL-FLAG  PIC ZZZZ9.
           05  FILLER       PIC X(15)  VALUE '  HIST ROWS : '.
           05  WS-TRL-HIST  PIC ZZZZZZ9.
           05  FILLER       PIC X(14)  VALUE '  REQUESTS : '.
           05  WS-TRL-REQ   PIC ZZZZZZ9.
           05  FILLER       PIC X(07)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CASE
               UNTIL END-OF-PLV-MASTER
           PERFORM 3000-PROCESS-HISTORY-ROW
               UNTIL END-OF-EMP-HISTORY
           PERFORM 3900-CLOSE-OPEN-LOA
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
           PERFORM 4000-PROCESS-REQUEST
               UNTIL END-OF-REQUEST-FILE
           PERFORM 5000-REWRITE-CASES
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - WEEKS AND WINDOW, OPEN FILES, TITLE    *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           PERFORM 1100-READ-PLV-PARM

           MOVE WS-RUN-DATE-NUM TO WS-DU-DATE1-NUM
           MOVE -364            TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A'             TO WS-DATEUTL-FUNCTION
           PERFORM 8900-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-WINDOW-START

           OPEN INPUT PLV-MASTER
           IF WS-PLV-MASTER-STATUS NOT = '00'
               DISPLAY 'PLVWKLY: PLVMAST NOT AVAILABLE - STATUS '
                   WS-PLV-MASTER-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT EMP-HISTORY
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'PLVWKLY: EMPHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - ABORTING RUN'
               CLOSE PLV-MASTER
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

      * No request file yet simply means no intermittent hours.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               SET END-OF-REQUEST-FILE TO TRUE
           END-IF

           OPEN INPUT  FTE-MASTER
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT TALLY-RPT

           MOVE WS-RUN-DATE-NUM  TO WS-TTL-AS-OF
           MOVE WS-WINDOW-START  TO WS-TTL-START
           WRITE TALLY-LINE FROM WS-TITLE-LINE
           MOVE WS-ENTITLE-WEEKS TO WS-BL-WEEKS
           MOVE WS-WARN-WEEKS    TO WS-BL-WARN
           WRITE TALLY-LINE FROM WS-BASIS-LINE
           WRITE TALLY-LINE FROM WS-BLANK-LINE
           WRITE TALLY-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-PLV-MASTER
           PERFORM 8100-READ-EMP-HISTORY
           IF NOT END-OF-REQUEST-FILE
               PERFORM 8200-READ-REQUEST
           END-IF.

      *----------------------------------------------------------*
      *  1100-READ-PLV-PARM - OPTIONAL ENTITLEMENT AND WARNING    *
      *  WEEKS                                                    *
      *----------------------------------------------------------*
       1100-READ-PLV-PARM.

           OPEN INPUT PLV-PARM
           IF WS-PARM-STATUS = '00'
               READ PLV-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-ENTITLE-WEEKS NUMERIC
                           AND PP-ENTITLE-NUM > ZERO
                           MOVE PP-ENTITLE-NUM TO WS-ENTITLE-WEEKS
                       END-IF
                       IF PP-WARN-WEEKS NUMERIC
                           AND PP-WARN-NUM > ZERO
                           MOVE PP-WARN-NUM    TO WS-WARN-WEEKS
                       END-IF
               END-READ
               CLOSE PLV-PARM
           END-IF.

      *----------------------------------------------------------*
      *  2000-LOAD-CASE - EVERY CASE ON FILE GOES INTO THE TABLE. *
      *  AN OPEN CASE RUNS THROUGH TODAY                          *
      *----------------------------------------------------------*
       2000-LOAD-CASE.

           IF WS-PC-COUNT < WS-PC-MAX
               ADD 1 TO WS-PC-COUNT
               SET WS-PC-IDX TO WS-PC-COUNT
               MOVE PLV-EMP-ID      TO WS-PC-EMP-ID(WS-PC-IDX)
               MOVE PLV-CASE-START  TO WS-PC-CUR-START(WS-PC-IDX)
               IF PLV-CASE-OPEN
                   MOVE WS-RUN-DATE-NUM TO WS-PC-CUR-END(WS-PC-IDX)
               ELSE
                   MOVE PLV-CLOSED-DATE TO WS-PC-CUR-END(WS-PC-IDX)
               END-IF
               MOVE PLV-LEAVE-TYPE  TO WS-PC-CUR-TYPE(WS-PC-IDX)
               MOVE PLV-PRIOR-START TO WS-PC-PRI-START(WS-PC-IDX)
               MOVE PLV-PRIOR-END   TO WS-PC-PRI-END(WS-PC-IDX)
               MOVE PLV-PRIOR-TYPE  TO WS-PC-PRI-TYPE(WS-PC-IDX)
               MOVE ZERO            TO WS-PC-LOA-SINCE(WS-PC-IDX)
               MOVE ZERO            TO WS-PC-LOA-DAYS(WS-PC-IDX)
               MOVE ZERO            TO WS-PC-INT-HOURS(WS-PC-IDX)
           ELSE
               ADD 1 TO WS-PC-DROP-COUNT
           END-IF

           PERFORM 8000-READ-PLV-MASTER.

      *----------------------------------------------------------*
      *  3000-PROCESS-HISTORY-ROW - A ROW THAT PUTS A CASE'S      *
      *  EMPLOYEE ON 'L' STARTS AN LOA SPAN; ONE THAT TAKES THEM  *
      *  OFF IT CREDITS THE SPAN THROUGH THE DAY BEFORE           *
      *----------------------------------------------------------*
       3000-PROCESS-HISTORY-ROW.

           ADD 1 TO WS-HIST-COUNT

           IF WS-PC-COUNT > ZERO
               SEARCH ALL WS-PC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PC-EMP-ID(WS-PC-IDX) = EH-EMP-ID
                       PERFORM 3100-APPLY-STATUS-CHANGE
               END-SEARCH
           END-IF

           PERFORM 8100-READ-EMP-HISTORY.

      *----------------------------------------------------------*
      *  3100-APPLY-STATUS-CHANGE                                 *
      *----------------------------------------------------------*
       3100-APPLY-STATUS-CHANGE.

           MOVE EH-BEFORE-IMAGE TO WS-BEFORE-FIELDS
           MOVE EH-AFTER-IMAGE  TO WS-AFTER-FIELDS

           EVALUATE TRUE
               WHEN AF-ON-LEAVE AND NOT BF-ON-LEAVE
                   MOVE EH-RUN-DATE TO WS-PC-LOA-SINCE(WS-PC-IDX)
               WHEN BF-ON-LEAVE AND NOT AF-ON-LEAVE
                   IF WS-PC-LOA-SINCE(WS-PC-IDX) > ZERO
                       MOVE EH-RUN-DATE TO WS-DU-DATE1-NUM
                       MOVE -1          TO WS-DATEUTL-DAYS-TO-ADD
                       MOVE 'A'         TO WS-DATEUTL-FUNCTION
                       PERFORM 8900-CALL-DATEUTL
                       MOVE WS-PC-LOA-SINCE(WS-PC-IDX) TO WS-LOA-FROM
                       MOVE WS-DU-RESULT-NUM           TO WS-LOA-TO
                       PERFORM 3400-CREDIT-LOA-SPAN
                       MOVE ZERO TO WS-PC-LOA-SINCE(WS-PC-IDX)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  3400-CREDIT-LOA-SPAN - WS-LOA-FROM THROUGH WS-LOA-TO,    *
      *  COUNTED SEPARATELY AGAINST EACH CASE SPAN. THE TWO CASES *
      *  NEVER OVERLAP, SO NO DAY IS COUNTED TWICE                *
      *----------------------------------------------------------*
       3400-CREDIT-LOA-SPAN.

           MOVE WS-PC-CUR-START(WS-PC-IDX) TO WS-SPAN-START
           MOVE WS-PC-CUR-END(WS-PC-IDX)   TO WS-SPAN-END
           PERFORM 3500-COUNT-IN-SPAN
           MOVE WS-PC-PRI-START(WS-PC-IDX) TO WS-SPAN-START
           MOVE WS-PC-PRI-END(WS-PC-IDX)   TO WS-SPAN-END
           PERFORM 3500-COUNT-IN-SPAN.

      *----------------------------------------------------------*
      *  3500-COUNT-IN-SPAN - THE BUSINESS DAYS OF THE LOA SPAN   *
      *  THAT FALL INSIDE BOTH THE CASE SPAN AND THE WINDOW       *
      *----------------------------------------------------------*
       3500-COUNT-IN-SPAN.

           IF WS-SPAN-START > ZERO
               MOVE WS-LOA-FROM TO WS-CNT-FROM
               IF WS-WINDOW-START > WS-CNT-FROM
                   MOVE WS-WINDOW-START TO WS-CNT-FROM
               END-IF
               IF WS-SPAN-START > WS-CNT-FROM
                   MOVE WS-SPAN-START TO WS-CNT-FROM
               END-IF
               MOVE WS-LOA-TO TO WS-CNT-TO
               IF WS-SPAN-END < WS-CNT-TO
                   MOVE WS-SPAN-END TO WS-CNT-TO
               END-IF
               IF WS-CNT-FROM NOT > WS-CNT-TO
                   MOVE ZERO TO WS-CNT-DAYS
                   MOVE WS-CNT-FROM TO WS-DU-DATE1-NUM
                   MOVE 'B' TO WS-DATEUTL-FUNCTION
                   PERFORM 8900-CALL-DATEUTL
                   IF WS-DATEUTL-DATE-IS-VALID
                       ADD 1 TO WS-CNT-DAYS
                   END-IF
                   MOVE WS-CNT-FROM TO WS-CNT-DATE
                   PERFORM 3510-NEXT-BUSINESS-DAY
                       UNTIL WS-CNT-DATE > WS-CNT-TO
                   ADD WS-CNT-DAYS TO WS-PC-LOA-DAYS(WS-PC-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3510-NEXT-BUSINESS-DAY - STEP TO THE NEXT BUSINESS DAY,  *
      *  COUNTING IT WHILE IT IS STILL INSIDE THE SPAN            *
      *----------------------------------------------------------*
       3510-NEXT-BUSINESS-DAY.

           MOVE WS-CNT-DATE TO WS-DU-DATE1-NUM
           MOVE 'N' TO WS-DATEUTL-FUNCTION
           PERFORM 8900-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-CNT-DATE
           IF WS-CNT-DATE NOT > WS-CNT-TO
               ADD 1 TO WS-CNT-DAYS
           END-IF.

      *----------------------------------------------------------*
      *  3900-CLOSE-OPEN-LOA - AN EMPLOYEE STILL ON 'L' AT THE    *
      *  END OF THE HISTORY IS CREDITED THROUGH TODAY             *
      *----------------------------------------------------------*
       3900-CLOSE-OPEN-LOA.

           IF WS-PC-LOA-SINCE(WS-PC-IDX) > ZERO
               MOVE WS-PC-LOA-SINCE(WS-PC-IDX) TO WS-LOA-FROM
               MOVE WS-RUN-DATE-NUM            TO WS-LOA-TO
               PERFORM 3400-CREDIT-LOA-SPAN
           END-IF.

      *----------------------------------------------------------*
      *  4000-PROCESS-REQUEST - AN APPROVED OR RELEASED REQUEST   *
      *  STARTING IN THE WINDOW, INSIDE AN INTERMITTENT CASE,     *
      *  ADDS ITS HOURS                                           *
      *----------------------------------------------------------*
       4000-PROCESS-REQUEST.

           ADD 1 TO WS-REQ-COUNT

           IF (LRQ-APPROVED OR LRQ-RELEASED)
               AND LRQ-START-DATE NOT < WS-WINDOW-START
               AND LRQ-START-DATE NOT > WS-RUN-DATE-NUM
               AND WS-PC-COUNT > ZERO
               SEARCH ALL WS-PC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PC-EMP-ID(WS-PC-IDX) = LRQ-EMP-ID
                       PERFORM 4100-APPLY-REQUEST-HOURS
               END-SEARCH
           END-IF

           PERFORM 8200-READ-REQUEST.

      *----------------------------------------------------------*
      *  4100-APPLY-REQUEST-HOURS                                 *
      *----------------------------------------------------------*
       4100-APPLY-REQUEST-HOURS.

           EVALUATE TRUE
               WHEN WS-PC-CUR-TYPE(WS-PC-IDX) = 'I'
                   AND LRQ-START-DATE NOT <
                       WS-PC-CUR-START(WS-PC-IDX)
                   AND LRQ-START-DATE NOT >
                       WS-PC-CUR-END(WS-PC-IDX)
                   ADD LRQ-HOURS TO WS-PC-INT-HOURS(WS-PC-IDX)
               WHEN WS-PC-PRI-TYPE(WS-PC-IDX) = 'I'
                   AND WS-PC-PRI-START(WS-PC-IDX) > ZERO
                   AND LRQ-START-DATE NOT <
                       WS-PC-PRI-START(WS-PC-IDX)
                   AND LRQ-START-DATE NOT >
                       WS-PC-PRI-END(WS-PC-IDX)
                   ADD LRQ-HOURS TO WS-PC-INT-HOURS(WS-PC-IDX)
           END-EVALUATE.

      *----------------------------------------------------------*
      *  5000-REWRITE-CASES - REOPEN THE CASE FILE FOR UPDATE AND *
      *  STORE EACH TALLIED CASE'S USAGE                          *
      *----------------------------------------------------------*
       5000-REWRITE-CASES.

           CLOSE PLV-MASTER
           OPEN I-O PLV-MASTER
           MOVE 'N' TO WS-PLV-EOF-SW
           PERFORM 8000-READ-PLV-MASTER
           PERFORM 5100-TALLY-ONE-CASE
               UNTIL END-OF-PLV-MASTER

           IF WS-FLAG-COUNT = ZERO
               WRITE TALLY-LINE FROM WS-NONE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  5100-TALLY-ONE-CASE - HOURS FROM THE SCHEDULE, REWRITE,  *
      *  AND LIST THE CASE WHEN IT IS NEARING OR PAST ITS         *
      *  ENTITLEMENT. A CASE THAT DID NOT FIT THE TABLE IS LEFT   *
      *  AS IT WAS                                                *
      *----------------------------------------------------------*
       5100-TALLY-ONE-CASE.

           SEARCH ALL WS-PC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PC-EMP-ID(WS-PC-IDX) = PLV-EMP-ID
                   PERFORM 5200-STORE-USAGE
           END-SEARCH

           PERFORM 8000-READ-PLV-MASTER.

      *----------------------------------------------------------*
      *  5200-STORE-USAGE                                         *
      *----------------------------------------------------------*
       5200-STORE-USAGE.

           ADD 1 TO WS-TALLY-COUNT

           MOVE PLV-EMP-ID TO FTE-EMP-ID
           READ FTE-MASTER
               INVALID KEY
                   MOVE 40.00 TO FTE-SCHED-HOURS
           END-READ
           MOVE FTE-SCHED-HOURS TO WS-SCHED-HOURS

           COMPUTE WS-ENTITLE-HOURS = WS-ENTITLE-WEEKS * WS-SCHED-HOURS
           COMPUTE WS-LOA-HOURS ROUNDED =
               WS-PC-LOA-DAYS(WS-PC-IDX) * WS-SCHED-HOURS / 5
           COMPUTE WS-USED-HOURS =
               WS-LOA-HOURS + WS-PC-INT-HOURS(WS-PC-IDX)
           COMPUTE WS-LEFT-HOURS = WS-ENTITLE-HOURS - WS-USED-HOURS
           COMPUTE WS-WARN-HOURS = WS-WARN-WEEKS * WS-SCHED-HOURS

           MOVE WS-RUN-DATE-NUM            TO PLV-AS-OF-DATE
           MOVE WS-WINDOW-START            TO PLV-WINDOW-START
           MOVE WS-ENTITLE-HOURS           TO PLV-ENTITLE-HOURS
           MOVE WS-PC-LOA-DAYS(WS-PC-IDX)  TO PLV-LOA-DAYS
           MOVE WS-PC-INT-HOURS(WS-PC-IDX) TO PLV-INT-HOURS
           MOVE WS-USED-HOURS              TO PLV-USED-HOURS
           MOVE WS-RUN-DATE-NUM            TO PLV-LAST-UPD-DATE
           REWRITE PROT-LEAVE-RECORD
               INVALID KEY
                   DISPLAY 'PLVWKLY: REWRITE FAILED FOR EMPLOYEE '
                       PLV-EMP-ID ' - STATUS ' WS-PLV-MASTER-STATUS
           END-REWRITE

           MOVE PLV-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE SPACE TO EMP-LNAME
                   MOVE 'T'   TO EMP-STATUS
           END-READ

           MOVE SPACE TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN WS-USED-HOURS NOT < WS-ENTITLE-HOURS
                   AND EMP-ON-LEAVE
                   MOVE 'EXHAUSTED, STILL ON L' TO WS-FLAG-TEXT
               WHEN PLV-CASE-OPEN
                   AND WS-LEFT-HOURS > ZERO
                   AND WS-LEFT-HOURS NOT > WS-WARN-HOURS
                   MOVE 'NEARING EXHAUSTION'    TO WS-FLAG-TEXT
           END-EVALUATE

           IF WS-FLAG-TEXT NOT = SPACE
               ADD 1 TO WS-FLAG-COUNT
               MOVE PLV-EMP-ID        TO WS-DL-EMP-ID
               MOVE EMP-LNAME         TO WS-DL-LNAME
               MOVE PLV-LEAVE-TYPE    TO WS-DL-TYPE
               MOVE WS-ENTITLE-HOURS  TO WS-DL-ENTITLE
               MOVE WS-USED-HOURS     TO WS-DL-USED
               MOVE WS-LEFT-HOURS     TO WS-DL-LEFT
               MOVE WS-FLAG-TEXT      TO WS-DL-FLAG
               WRITE TALLY-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, CLOSE FILES, CONDITION CODE     *
      *----------------------------------------------------------*
       7000-FINALIZE.

           WRITE TALLY-LINE FROM WS-BLANK-LINE
           MOVE WS-TALLY-COUNT TO WS-TRL-TALLY
           MOVE WS-FLAG-COUNT  TO WS-TRL-FLAG
           MOVE WS-HIST-COUNT  TO WS-TRL-HIST
           MOVE WS-REQ-COUNT   TO WS-TRL-REQ
           WRITE TALLY-LINE FROM WS-TRAILER-LINE

           IF WS-PC-DROP-COUNT > ZERO
               MOVE WS-PC-DROP-COUNT TO WS-OVF-ROWS
               WRITE TALLY-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'PLVWKLY: CASE TABLE FULL - '
                   WS-PC-DROP-COUNT ' NOT TALLIED'
           END-IF

           CLOSE PLV-MASTER
           CLOSE EMP-HISTORY
           IF WS-REQUEST-STATUS NOT = '35'
               CLOSE REQUEST-FILE
           END-IF
           CLOSE FTE-MASTER
           CLOSE EMP-MASTER
           CLOSE TALLY-RPT

           MOVE WS-TALLY-COUNT TO AUD-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-PC-DROP-COUNT > ZERO
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN WS-FLAG-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-PLV-MASTER - NEXT CASE IN KEY ORDER            *
      *----------------------------------------------------------*
       8000-READ-PLV-MASTER.

           READ PLV-MASTER NEXT RECORD
               AT END
                   SET END-OF-PLV-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-EMP-HISTORY - NEXT HISTORY ROW                 *
      *----------------------------------------------------------*
       8100-READ-EMP-HISTORY.

           READ EMP-HISTORY
               AT END
                   SET END-OF-EMP-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-REQUEST - NEXT LEAVE REQUEST IN KEY ORDER      *
      *----------------------------------------------------------*
       8200-READ-REQUEST.

           READ REQUEST-FILE NEXT RECORD
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8900-CALL-DATEUTL                                        *
      *----------------------------------------------------------*
       8900-CALL-DATEUTL.

           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PLVWKLY '         TO AUD-PROGRAM-ID
           MOVE WS-PROGRAM-VERSION TO AUD-PROGRAM-VERSION

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-AUDIT-DATE-CCYY FROM DATE YYYYMMDD
           MOVE WS-AUD-MM TO AUD-START-MM
           MOVE WS-AUD-DD TO AUD-START-DD
           MOVE WS-AUD-YY TO AUD-START-YY
           MOVE WS-AUD-CCYY TO AUD-START-CCYY
           MOVE WS-AUD-HH TO AUD-START-HH
           MOVE WS-AUD-MN TO AUD-START-MN
           MOVE WS-AUD-SS TO AUD-START-SS

           COMPUTE WS-AUD-START-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS.

      *----------------------------------------------------------*
      *  9700-WRITE-AUDIT-RECORD - LOG ONE JOB AUDIT-TRAIL ENTRY  *
      *----------------------------------------------------------*
       9700-WRITE-AUDIT-RECORD.

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUD-MM TO AUD-END-MM
           MOVE WS-AUD-DD TO AUD-END-DD
           MOVE WS-AUD-YY TO AUD-END-YY
           MOVE WS-AUD-HH TO AUD-END-HH
           MOVE WS-AUD-MN TO AUD-END-MN
           MOVE WS-AUD-SS TO AUD-END-SS

           COMPUTE WS-AUD-END-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS
           IF WS-AUD-END-SECS < WS-AUD-START-SECS
               ADD 86400 TO WS-AUD-END-SECS
           END-IF
           COMPUTE AUD-ELAPSED-SECONDS =
               WS-AUD-END-SECS - WS-AUD-START-SECS

           WRITE AUDIT-LINE FROM WS-AUDIT-LINE.
