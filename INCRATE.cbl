       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCRATE.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : MONTHLY WORKPLACE INCIDENT-RATE REPORT BY
      *            : DEPARTMENT. COUNTS THE RECORDABLE CASES ON THE
      *            : INCIDENT MASTER (INCMAST, SEE INCREC) FOR THE
      *            : REPORT MONTH (INCPARM; MISSING MEANS THE RUN
      *            : MONTH, AS IN OTMON) AND THE YEAR TO DATE,
      *            : CHARGED TO THE DEPARTMENT ON THE CASE, AND THE
      *            : HOURS WORKED IN THE SAME SPANS FROM THE PAY
      *            : HISTORY (PAYHIST, REGULAR PLUS OVERTIME HOURS
      *            : OF EVERY PAYMENT NOT VOIDED, CHARGED TO THE
      *            : DEPARTMENT PAID). PRINTS FOR EACH DEPARTMENT
      *            : AND THE COMPANY THE CASES, THE DAYS-AWAY AND
      *            : RESTRICTED ('DART') CASES, THE DAYS LOST AND
      *            : RESTRICTED, THE HOURS, AND THE TOTAL CASE AND
      *            : DART RATES PER 200,000 HOURS (100 FULL-TIME
      *            : WORKERS FOR A YEAR), THE REGULATOR'S BASE.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-PARM    ASSIGN TO INCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INC-MASTER  ASSIGN TO INCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-NUMBER
               FILE STATUS IS WS-INC-MASTER-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT RATE-RPT    ASSIGN TO INCRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional report month. A missing card, or a zero or
      * non-numeric month, leaves the run month.
       FD  INC-PARM
           LABEL RECORDS ARE STANDARD.
       01  INC-PARM-RECORD.
           05  IP-REPORT-MONTH.
               10  IP-REPORT-CCYY   PIC 9(04).
               10  IP-REPORT-MM     PIC 9(02).
           05  FILLER               PIC X(74).

       FD  INC-MASTER.
           COPY INCREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  RATE-RPT
           LABEL RECORDS ARE STANDARD.
       01  RATE-LINE        PIC X(100).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-INC-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-INC-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-INC-MASTER      VALUE 'Y'.
       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.

       01  WS-RPT-MONTH.
           05  WS-RPT-YEAR      PIC 9(04)  VALUE ZERO.
           05  WS-RPT-MM        PIC 9(02)  VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-CCYY REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR      PIC 9(04).
           05  WS-RUN-MONTH     PIC 9(02).
           05  FILLER           PIC 9(02).

      * The incident date split for the month and year tests.
       01  WS-INC-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-INC-DATE-CCYY REDEFINES WS-INC-DATE.
           05  WS-INC-YEAR      PIC 9(04).
           05  WS-INC-MONTH     PIC 9(02).
           05  FILLER           PIC 9(02).

      * Per-department month and year-to-date figures, kept in
      * department order. As in OTMON a 201st department cannot be
      * bucketed: its figures are dropped and the run ends CC 16.
       01  WS-ACT-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-SUB       PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-AT-DEPT       PIC X(04).
               10  WS-AT-FIGURES OCCURS 2 TIMES.
                   15  WS-AT-CASES      PIC 9(05)  COMP.
                   15  WS-AT-DART       PIC 9(05)  COMP.
                   15  WS-AT-DAYS-AWAY  PIC 9(07)  COMP.
                   15  WS-AT-DAYS-RESTR PIC 9(07)  COMP.
                   15  WS-AT-HOURS      PIC S9(09)V99 COMP-3.

      * The span being added to or printed: 1 the month, 2 the
      * year to date.
       01  WS-SPAN-SUB      PIC 9(01)  COMP VALUE ZERO.
       01  WS-SPAN-MONTH    PIC 9(01)  COMP VALUE 1.
       01  WS-SPAN-YTD      PIC 9(01)  COMP VALUE 2.

       01  WS-BUCKET-DEPT   PIC X(04)  VALUE SPACE.
       01  WS-BUCKET-SUB    PIC 9(03)  COMP VALUE ZERO.
       01  WS-BUCKET-SW     PIC X(01)  VALUE 'N'.
           88  WS-DEPT-BUCKETED       VALUE 'Y'.

       01  WS-ROW-HOURS     PIC S9(05)V99 COMP-3 VALUE ZERO.

      * Company totals for the span being printed.
       01  WS-TOT-CASES     PIC 9(05)  COMP VALUE ZERO.
       01  WS-TOT-DART      PIC 9(05)  COMP VALUE ZERO.
       01  WS-TOT-DAYS-AWAY PIC 9(07)  COMP VALUE ZERO.
       01  WS-TOT-DAYS-RESTR PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-HOURS     PIC S9(09)V99 COMP-3 VALUE ZERO.

      * Rate work fields: cases times 200,000 over the hours.
       01  WS-RATE-CASES    PIC 9(05)  COMP VALUE ZERO.
       01  WS-RATE-DART     PIC 9(05)  COMP VALUE ZERO.
       01  WS-RATE-HOURS    PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TCR-WORK      PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-DART-WORK     PIC S9(05)V99 COMP-3 VALUE ZERO.

       01  WS-INC-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-ROW-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-NO-HOURS-COUNT PIC 9(5)  COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(35)  VALUE
               'WORKPLACE INCIDENT RATES - MONTH'.
           05  WS-TTL-YEAR  PIC 9(04).
           05  FILLER       PIC X(01)  VALUE '/'.
           05  WS-TTL-MONTH PIC 9(02).
           05  FILLER       PIC X(58)  VALUE SPACE.

       01  WS-BASIS-LINE    PIC X(100) VALUE
           'RATES ARE CASES PER 200,000 HOURS WORKED. DART = DAYS-AWAY
      -    'AND RESTRICTED/TRANSFERRED CASES.'.

       01  WS-BLANK-LINE    PIC X(100) VALUE SPACE.

       01  WS-MONTH-HEADER  PIC X(100) VALUE
           'INCIDENT RATES BY DEPARTMENT FOR THE MONTH'.

       01  WS-YTD-HEADER    PIC X(100) VALUE
           'INCIDENT RATES BY DEPARTMENT FOR THE YEAR TO DATE'.

       01  WS-RATE-COLUMNS.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(32)  VALUE 'NAME'.
           05  FILLER       PIC X(07)  VALUE 'CASES'.
           05  FILLER       PIC X(07)  VALUE ' DART'.
           05  FILLER       PIC X(08)  VALUE '  AWAY'.
           05  FILLER       PIC X(08)  VALUE ' RESTR'.
           05  FILLER       PIC X(11)  VALUE '     HOURS'.
           05  FILLER       PIC X(09)  VALUE '  TCR'.
           05  FILLER       PIC X(12)  VALUE ' DART RATE'.

       01  WS-RATE-LINE.
           05  WS-RL-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-NAME   PIC X(30).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-CASES  PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-DART   PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-AWAY   PIC ZZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-RESTR  PIC ZZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-HOURS  PIC ZZZZZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-TCR    PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RL-DART-RATE PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-RL-FLAG   PIC X(02).

       01  WS-NO-HOURS-LINE PIC X(100) VALUE
           '  * CASES WITH NO HOURS ON PAYHIST FOR THE SPAN - RATE NOT
      -    'COMPUTED'.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(28)  VALUE
               '*** DEPARTMENT TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(40)  VALUE
               ' ROWS DROPPED - RUN FAILED CC 16'.
           05  FILLER       PIC X(27)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(16)  VALUE 'INCIDENTS READ: '.
           05  WS-TRL-INCS  PIC ZZZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  PAY ROWS READ:'.
           05  WS-TRL-ROWS  PIC ZZZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  DEPARTMENTS: '.
           05  WS-TRL-DEPTS PIC ZZ9.
           05  FILLER       PIC X(35)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INCIDENT
               UNTIL END-OF-INC-MASTER
           PERFORM 3000-PROCESS-PAY-ROW
               UNTIL END-OF-PAY-HISTORY
           MOVE WS-SPAN-MONTH TO WS-SPAN-SUB
           PERFORM 4000-REPORT-SPAN
           MOVE WS-SPAN-YTD   TO WS-SPAN-SUB
           PERFORM 4000-REPORT-SPAN
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - REPORT MONTH, OPEN FILES, TITLE        *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE WS-RUN-YEAR  TO WS-RPT-YEAR
           MOVE WS-RUN-MONTH TO WS-RPT-MM

           PERFORM 1050-READ-INC-PARM

           OPEN INPUT INC-MASTER
           IF WS-INC-MASTER-STATUS NOT = '00'
               DISPLAY 'INCRATE: INCMAST NOT AVAILABLE - STATUS '
                   WS-INC-MASTER-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'INCRATE: PAYHIST NOT AVAILABLE - STATUS '
                   WS-PAYHIST-STATUS ' - ABORTING RUN'
               CLOSE INC-MASTER
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT  EMP-MASTER
           OPEN INPUT  DEPT-MASTER
           OPEN OUTPUT RATE-RPT

           MOVE WS-RPT-YEAR TO WS-TTL-YEAR
           MOVE WS-RPT-MM   TO WS-TTL-MONTH
           WRITE RATE-LINE FROM WS-TITLE-LINE
           WRITE RATE-LINE FROM WS-BASIS-LINE

           PERFORM 8000-READ-INC-MASTER
           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1050-READ-INC-PARM - OPTIONAL REPORT MONTH               *
      *----------------------------------------------------------*
       1050-READ-INC-PARM.

           OPEN INPUT INC-PARM
           IF WS-PARM-STATUS = '00'
               READ INC-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-REPORT-CCYY NUMERIC
                           AND IP-REPORT-MM NUMERIC
                           AND IP-REPORT-CCYY > ZERO
                           AND IP-REPORT-MM > ZERO
                           AND IP-REPORT-MM NOT > 12
                           MOVE IP-REPORT-CCYY TO WS-RPT-YEAR
                           MOVE IP-REPORT-MM   TO WS-RPT-MM
                       END-IF
               END-READ
               CLOSE INC-PARM
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-INCIDENT - A CASE DATED IN THE REPORT YEAR  *
      *  THROUGH THE REPORT MONTH COUNTS TO THE YEAR; ONE IN THE  *
      *  MONTH ITSELF COUNTS TO THE MONTH AS WELL                 *
      *----------------------------------------------------------*
       2000-PROCESS-INCIDENT.

           ADD 1 TO WS-INC-COUNT
           MOVE INC-DATE TO WS-INC-DATE

           IF WS-INC-YEAR = WS-RPT-YEAR
               AND WS-INC-MONTH NOT > WS-RPT-MM
               MOVE INC-DEPT-CODE TO WS-BUCKET-DEPT
               PERFORM 5000-FIND-DEPT-BUCKET
               IF WS-DEPT-BUCKETED
                   MOVE WS-SPAN-YTD TO WS-SPAN-SUB
                   PERFORM 2100-ADD-CASE
                   IF WS-INC-MONTH = WS-RPT-MM
                       MOVE WS-SPAN-MONTH TO WS-SPAN-SUB
                       PERFORM 2100-ADD-CASE
                   END-IF
               ELSE
                   ADD 1 TO WS-ACT-DROP-COUNT
               END-IF
           END-IF

           PERFORM 8000-READ-INC-MASTER.

      *----------------------------------------------------------*
      *  2100-ADD-CASE - ONE CASE INTO THE SPAN WS-SPAN-SUB       *
      *----------------------------------------------------------*
       2100-ADD-CASE.

           ADD 1 TO WS-AT-CASES(WS-BUCKET-SUB, WS-SPAN-SUB)
           IF INC-CLASS-DAYS-AWAY OR INC-CLASS-RESTRICTED
               ADD 1 TO WS-AT-DART(WS-BUCKET-SUB, WS-SPAN-SUB)
           END-IF
           ADD INC-DAYS-AWAY
               TO WS-AT-DAYS-AWAY(WS-BUCKET-SUB, WS-SPAN-SUB)
           ADD INC-DAYS-RESTRICTED
               TO WS-AT-DAYS-RESTR(WS-BUCKET-SUB, WS-SPAN-SUB).

      *----------------------------------------------------------*
      *  3000-PROCESS-PAY-ROW - HOURS PAID IN THE SAME SPANS,     *
      *  CHARGED TO THE DEPARTMENT ON THE ROW (THE MASTER'S FOR   *
      *  A ROW WRITTEN BEFORE THE DEPARTMENT WAS CARRIED).        *
      *  VOIDED PAYMENTS ARE PASSED OVER                          *
      *----------------------------------------------------------*
       3000-PROCESS-PAY-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF NOT PH-VOIDED
               AND PH-PERIOD-CCYY = WS-RPT-YEAR
               AND PH-PERIOD-MM NOT > WS-RPT-MM
               IF PH-DEPT-CODE = SPACE
                   MOVE PH-EMP-ID TO EMP-ID
                   READ EMP-MASTER
                       INVALID KEY
                           MOVE '????'        TO WS-BUCKET-DEPT
                       NOT INVALID KEY
                           MOVE EMP-DEPT-CODE TO WS-BUCKET-DEPT
                   END-READ
               ELSE
                   MOVE PH-DEPT-CODE TO WS-BUCKET-DEPT
               END-IF
               COMPUTE WS-ROW-HOURS = PH-REG-HOURS + PH-OT-HOURS
               PERFORM 5000-FIND-DEPT-BUCKET
               IF WS-DEPT-BUCKETED
                   ADD WS-ROW-HOURS
                       TO WS-AT-HOURS(WS-BUCKET-SUB, WS-SPAN-YTD)
                   IF PH-PERIOD-MM = WS-RPT-MM
                       ADD WS-ROW-HOURS
                         TO WS-AT-HOURS(WS-BUCKET-SUB, WS-SPAN-MONTH)
                   END-IF
               ELSE
                   ADD 1 TO WS-ACT-DROP-COUNT
               END-IF
           END-IF

           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  4000-REPORT-SPAN - ONE LINE PER DEPARTMENT FOR THE SPAN  *
      *  WS-SPAN-SUB, THEN THE COMPANY                            *
      *----------------------------------------------------------*
       4000-REPORT-SPAN.

           MOVE ZERO TO WS-TOT-CASES
           MOVE ZERO TO WS-TOT-DART
           MOVE ZERO TO WS-TOT-DAYS-AWAY
           MOVE ZERO TO WS-TOT-DAYS-RESTR
           MOVE ZERO TO WS-TOT-HOURS

           WRITE RATE-LINE FROM WS-BLANK-LINE
           IF WS-SPAN-SUB = WS-SPAN-MONTH
               WRITE RATE-LINE FROM WS-MONTH-HEADER
           ELSE
               WRITE RATE-LINE FROM WS-YTD-HEADER
           END-IF
           WRITE RATE-LINE FROM WS-RATE-COLUMNS

           PERFORM 4100-PRINT-DEPT-LINE
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT

           MOVE 'ALL '                    TO WS-RL-DEPT
           MOVE '*** ALL DEPARTMENTS ***' TO WS-RL-NAME
           MOVE WS-TOT-CASES              TO WS-RL-CASES
           MOVE WS-TOT-DART               TO WS-RL-DART
           MOVE WS-TOT-DAYS-AWAY          TO WS-RL-AWAY
           MOVE WS-TOT-DAYS-RESTR         TO WS-RL-RESTR
           MOVE WS-TOT-HOURS              TO WS-RL-HOURS
           MOVE WS-TOT-CASES              TO WS-RATE-CASES
           MOVE WS-TOT-DART               TO WS-RATE-DART
           MOVE WS-TOT-HOURS              TO WS-RATE-HOURS
           PERFORM 4200-COMPUTE-RATES
           WRITE RATE-LINE FROM WS-BLANK-LINE
           WRITE RATE-LINE FROM WS-RATE-LINE.

      *----------------------------------------------------------*
      *  4100-PRINT-DEPT-LINE - A DEPARTMENT WITH NEITHER CASES   *
      *  NOR HOURS IN THE SPAN IS NOT PRINTED                     *
      *----------------------------------------------------------*
       4100-PRINT-DEPT-LINE.

           IF WS-AT-CASES(WS-ACT-SUB, WS-SPAN-SUB) > ZERO
               OR WS-AT-HOURS(WS-ACT-SUB, WS-SPAN-SUB) > ZERO
               MOVE WS-AT-DEPT(WS-ACT-SUB) TO DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       MOVE '*NOT ON DEPTMAST*' TO DEPT-NAME
               END-READ

               ADD WS-AT-CASES(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-TOT-CASES
               ADD WS-AT-DART(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-TOT-DART
               ADD WS-AT-DAYS-AWAY(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-TOT-DAYS-AWAY
               ADD WS-AT-DAYS-RESTR(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-TOT-DAYS-RESTR
               ADD WS-AT-HOURS(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-TOT-HOURS

               MOVE WS-AT-DEPT(WS-ACT-SUB) TO WS-RL-DEPT
               MOVE DEPT-NAME              TO WS-RL-NAME
               MOVE WS-AT-CASES(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RL-CASES
               MOVE WS-AT-DART(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RL-DART
               MOVE WS-AT-DAYS-AWAY(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RL-AWAY
               MOVE WS-AT-DAYS-RESTR(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RL-RESTR
               MOVE WS-AT-HOURS(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RL-HOURS
               MOVE WS-AT-CASES(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RATE-CASES
               MOVE WS-AT-DART(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RATE-DART
               MOVE WS-AT-HOURS(WS-ACT-SUB, WS-SPAN-SUB)
                   TO WS-RATE-HOURS
               PERFORM 4200-COMPUTE-RATES
               WRITE RATE-LINE FROM WS-RATE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  4200-COMPUTE-RATES - TOTAL CASE RATE AND DART RATE PER   *
      *  200,000 HOURS. CASES WITH NO HOURS BEHIND THEM ARE       *
      *  FLAGGED RATHER THAN GIVEN A RATE                         *
      *----------------------------------------------------------*
       4200-COMPUTE-RATES.

           MOVE SPACE TO WS-RL-FLAG
           IF WS-RATE-HOURS > ZERO
               COMPUTE WS-TCR-WORK ROUNDED =
                   WS-RATE-CASES * 200000 / WS-RATE-HOURS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TCR-WORK
               END-COMPUTE
               COMPUTE WS-DART-WORK ROUNDED =
                   WS-RATE-DART * 200000 / WS-RATE-HOURS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-DART-WORK
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TCR-WORK
               MOVE ZERO TO WS-DART-WORK
               IF WS-RATE-CASES > ZERO
                   MOVE ' *' TO WS-RL-FLAG
                   ADD 1 TO WS-NO-HOURS-COUNT
               END-IF
           END-IF
           MOVE WS-TCR-WORK  TO WS-RL-TCR
           MOVE WS-DART-WORK TO WS-RL-DART-RATE.

      *----------------------------------------------------------*
      *  5000-FIND-DEPT-BUCKET - THE TABLE IS KEPT IN DEPARTMENT  *
      *  ORDER; A NEW DEPARTMENT IS INSERTED IN PLACE             *
      *----------------------------------------------------------*
       5000-FIND-DEPT-BUCKET.

           MOVE 'N' TO WS-BUCKET-SW
           MOVE ZERO TO WS-BUCKET-SUB
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
               AT END
                   PERFORM 5100-ADD-DEPT-BUCKET
               WHEN WS-ACT-IDX > WS-ACT-COUNT
                   PERFORM 5100-ADD-DEPT-BUCKET
               WHEN WS-AT-DEPT(WS-ACT-IDX) = WS-BUCKET-DEPT
                   SET WS-BUCKET-SUB TO WS-ACT-IDX
                   SET WS-DEPT-BUCKETED TO TRUE
               WHEN WS-AT-DEPT(WS-ACT-IDX) > WS-BUCKET-DEPT
                   PERFORM 5100-ADD-DEPT-BUCKET
           END-SEARCH.

      *----------------------------------------------------------*
      *  5100-ADD-DEPT-BUCKET - OPEN A SLOT AT WS-ACT-IDX BY      *
      *  SHIFTING THE LATER DEPARTMENTS DOWN ONE                  *
      *----------------------------------------------------------*
       5100-ADD-DEPT-BUCKET.

           IF WS-ACT-COUNT < 200
               SET WS-BUCKET-SUB TO WS-ACT-IDX
               ADD 1 TO WS-ACT-COUNT
               PERFORM 5110-SHIFT-DEPT-BUCKET
                   VARYING WS-ACT-SUB FROM WS-ACT-COUNT BY -1
                   UNTIL WS-ACT-SUB NOT > WS-BUCKET-SUB
               MOVE WS-BUCKET-DEPT TO WS-AT-DEPT(WS-BUCKET-SUB)
               PERFORM 5120-CLEAR-DEPT-SPAN
                   VARYING WS-SPAN-SUB FROM 1 BY 1
                   UNTIL WS-SPAN-SUB > 2
               SET WS-DEPT-BUCKETED TO TRUE
           ELSE
               DISPLAY 'INCRATE: DEPARTMENT TABLE FULL - FIGURES '
                   'DROPPED FOR ' WS-BUCKET-DEPT
           END-IF.

      *----------------------------------------------------------*
      *  5110-SHIFT-DEPT-BUCKET                                   *
      *----------------------------------------------------------*
       5110-SHIFT-DEPT-BUCKET.

           MOVE WS-ACT-ENTRY(WS-ACT-SUB - 1)
               TO WS-ACT-ENTRY(WS-ACT-SUB).

      *----------------------------------------------------------*
      *  5120-CLEAR-DEPT-SPAN                                     *
      *----------------------------------------------------------*
       5120-CLEAR-DEPT-SPAN.

           MOVE ZERO TO WS-AT-CASES(WS-BUCKET-SUB, WS-SPAN-SUB)
           MOVE ZERO TO WS-AT-DART(WS-BUCKET-SUB, WS-SPAN-SUB)
           MOVE ZERO TO WS-AT-DAYS-AWAY(WS-BUCKET-SUB, WS-SPAN-SUB)
           MOVE ZERO TO WS-AT-DAYS-RESTR(WS-BUCKET-SUB, WS-SPAN-SUB)
           MOVE ZERO TO WS-AT-HOURS(WS-BUCKET-SUB, WS-SPAN-SUB).

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, RETURN CODE, CLOSE FILES        *
      *----------------------------------------------------------*
       7000-FINALIZE.

           IF WS-NO-HOURS-COUNT > ZERO
               WRITE RATE-LINE FROM WS-BLANK-LINE
               WRITE RATE-LINE FROM WS-NO-HOURS-LINE
           END-IF

           MOVE WS-INC-COUNT TO WS-TRL-INCS
           MOVE WS-ROW-COUNT TO WS-TRL-ROWS
           MOVE WS-ACT-COUNT TO WS-TRL-DEPTS
           WRITE RATE-LINE FROM WS-BLANK-LINE
           WRITE RATE-LINE FROM WS-TRAILER-LINE

           MOVE '00' TO AUD-RETURN-CODE
           IF WS-ACT-DROP-COUNT > ZERO
               MOVE WS-ACT-DROP-COUNT TO WS-OVF-ROWS
               WRITE RATE-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'INCRATE: ' WS-ACT-DROP-COUNT ' ROWS '
                   'DROPPED ON DEPARTMENT TABLE OVERFLOW - THE '
                   'RATES ARE SHORT - RUN FAILED'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
           END-IF

           CLOSE INC-MASTER
           CLOSE PAY-HISTORY
           CLOSE EMP-MASTER
           CLOSE DEPT-MASTER
           CLOSE RATE-RPT

           MOVE WS-INC-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-INC-MASTER - READ NEXT INCIDENT                *
      *----------------------------------------------------------*
       8000-READ-INC-MASTER.

           READ INC-MASTER NEXT RECORD
               AT END
                   SET END-OF-INC-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-PAY-HISTORY - READ NEXT PAY-HISTORY ROW        *
      *----------------------------------------------------------*
       8100-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'INCRATE '         TO AUD-PROGRAM-ID
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
