       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYVAR.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PRE-RELEASE PAYROLL VARIANCE AUDIT. RUNS AFTER
      *            : THE GROSS-TO-NET CALCULATION (PAYCALC) AND
      *            : BEFORE THE BANK FILE (DDPAYFIL). LINES UP
      *            : EACH EMPLOYEE'S GROSS, TOTAL DEDUCTIONS, AND
      *            : NET ON THIS RUN'S PAY DETAIL (PAYDETL, SEE
      *            : PAYDTL, VERIFIED AGAINST ITS FILEHDR WRAPPER)
      *            : AGAINST THE EMPLOYEE'S LAST REGULAR PERIOD ON
      *            : THE PAY HISTORY (PAYHIST, SEE PAYHREC; VOIDED
      *            : ROWS LEFT OUT) AND REPORTS (VARRPT):
      *            :   HIGH - GROSS OR NET SWUNG PAST TOLERANCE,
      *            :          NET PAY ZERO OR LESS
      *            :   LOW  - DEDUCTIONS SWUNG PAST TOLERANCE,
      *            :          FIRST-TIME PAYEE, PAID LAST PERIOD
      *            :          BUT MISSING THIS PERIOD, NET BELOW
      *            :          THE FLOOR, OVERTIME PAST A SHARE OF
      *            :          REGULAR HOURS
      *            : THE TOLERANCES COME FROM AN OPTIONAL VARPARM
      *            : CARD (A MISSING CARD OR FIELD MEANS THE
      *            : COMPILED-IN DEFAULT). A SWING IS FLAGGED ONLY
      *            : WHEN IT PASSES EVERY TOLERANCE SET, PERCENT
      *            : AND DOLLARS, SO PENNIES ON A SMALL CHECK AND
      *            : A FEW PERCENT ON A LARGE ONE BOTH PASS. AN
      *            : OFF-CYCLE OR FINAL-PAY FILE HAS NO LIKE-FOR-
      *            : LIKE PRIOR PERIOD, SO ONLY THE NET AND
      *            : OVERTIME TESTS APPLY TO IT. THE VERDICT GOES
      *            : TO A ONE-RECORD HOLD FILE (VARHOLD, SEE
      *            : VHLDREC) THAT DDPAYFIL CHECKS BEFORE IT WRITES
      *            : ANYTHING: ANY HIGH EXCEPTION HOLDS THE BANK
      *            : FILE UNTIL A SIGNED VAROVRD OVERRIDE RELEASES
      *            : IT. ENDS CC 8 ON A HIGH EXCEPTION, CC 4 ON
      *            : LOW ONLY, CC 16 WHEN THE PAY DETAIL CANNOT BE
      *            : TRUSTED OR WILL NOT FIT THE TABLES.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- PAY-DETAIL ROWS
      *                  AUDITED, AND HIGH-SEVERITY EXCEPTIONS AS
      *                  REJECTED -- SO THE OPERATIONS STATUS PAGE
      *                  (OPSTATUS) SHOWS THE STEP AND THE PAYROLL-CYCLE
      *                  CERTIFICATE (PAYCERT) CAN PROVE ITS HAND-OFF. A
      *                  STEP ENDING CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  PAY-DETAIL RECORD WIDENED TO PAYDTL'S NEW
      *                  LENGTH (EMPLOYER RETIREMENT MATCH).
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAR-PARM    ASSIGN TO VARPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDETL-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT VARIANCE-RPT ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT VARIANCE-HOLD ASSIGN TO VARHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional tolerance card. Percent tolerance and overtime
      * share are whole percents; the dollar tolerance and the net
      * floor are dollars and cents. A blank or non-numeric field
      * keeps the compiled-in default; a zero turns that test off.
       FD  VAR-PARM
           LABEL RECORDS ARE STANDARD.
       01  VAR-PARM-RECORD.
           05  VP-PCT-TOL       PIC 9(03).
           05  VP-DOLLAR-TOL    PIC 9(05)V99.
           05  VP-NET-FLOOR     PIC 9(05)V99.
           05  VP-OT-SHARE      PIC 9(03).

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-IN    PIC X(362).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  VARIANCE-RPT
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-LINE    PIC X(132).

       FD  VARIANCE-HOLD
           LABEL RECORDS ARE STANDARD.
           COPY VHLDREC.

       FD  JOB-SUMMARY
           LABEL RECORDS ARE STANDARD.
       01  JOB-SUMMARY-RECORD   PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-JOBSUM-FILE-STATUS PIC X(02)  VALUE '00'.
       COPY JOBSUM.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-PAYDETL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       COPY PAYDTL.
       COPY FILEHDR.

       01  WS-DTL-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-DETAIL      VALUE 'Y'.
       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.

       01  WS-HDR-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-BODY-COUNT    PIC 9(5)   COMP VALUE ZERO.

      * The audited file's identity, handed to DDPAYFIL on VARHOLD.
       01  WS-PAYDETL-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-PAYDETL-TIME  PIC 9(06)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TYPE      PIC X(01)  VALUE SPACE.
           88  WS-OFF-CYCLE-FILE      VALUE 'O' 'F'.

      * Tolerances; see VAR-PARM above.
       01  WS-PCT-TOL       PIC 9(03)      VALUE 025.
       01  WS-DOLLAR-TOL    PIC 9(05)V99   VALUE 500.00.
       01  WS-NET-FLOOR     PIC 9(05)V99   VALUE 50.00.
       01  WS-OT-SHARE      PIC 9(03)      VALUE 050.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * This run's pay rows, then each employee's latest earlier
      * regular pay-history row. Rows past either table are
      * counted, called out, and fail the run: a partial table can
      * only produce false first-time and missing exceptions.
       01  WS-CUR-COUNT     PIC 9(04)  COMP VALUE ZERO.
       01  WS-CUR-DROPPED   PIC 9(05)  COMP VALUE ZERO.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CUR-IDX.
               10  WS-CE-EMP-ID     PIC 9(05).
               10  WS-CE-DEPT-CODE  PIC X(04).
               10  WS-CE-REG-HOURS  PIC 9(03)V99.
               10  WS-CE-OT-HOURS   PIC 9(03)V99.
               10  WS-CE-GROSS-PAY  PIC S9(07)V99 COMP-3.
               10  WS-CE-TOTAL-DED  PIC S9(07)V99 COMP-3.
               10  WS-CE-NET-PAY    PIC S9(07)V99 COMP-3.

       01  WS-PRI-COUNT     PIC 9(04)  COMP VALUE ZERO.
       01  WS-PRI-DROPPED   PIC 9(05)  COMP VALUE ZERO.
       01  WS-PRI-TABLE.
           05  WS-PRI-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PRI-IDX.
               10  WS-PE-EMP-ID     PIC 9(05).
               10  WS-PE-DEPT-CODE  PIC X(04).
               10  WS-PE-PERIOD-END PIC 9(08).
               10  WS-PE-GROSS-PAY  PIC S9(07)V99 COMP-3.
               10  WS-PE-TOTAL-DED  PIC S9(07)V99 COMP-3.
               10  WS-PE-NET-PAY    PIC S9(07)V99 COMP-3.
               10  WS-PE-MATCHED-SW PIC X(01).

      * The most recent regular period anyone was paid in before
      * this one - the roster the missing-payee test runs against.
       01  WS-LAST-PERIOD-END PIC 9(08) VALUE ZERO.

       01  WS-HIST-COUNT    PIC 9(7)   COMP VALUE ZERO.
       01  WS-HIGH-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-LOW-COUNT     PIC 9(5)   COMP VALUE ZERO.

      * One swing test: the prior and current amounts in, the
      * verdict out.
       01  WS-SW-PRIOR      PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-SW-CURRENT    PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-SW-DIFF       PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-SW-BASE       PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-SW-PCT        PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-SW-DOLLAR-SW  PIC X(01)  VALUE 'N'.
           88  WS-PAST-DOLLAR-TOL     VALUE 'Y'.
       01  WS-SW-PCT-SW     PIC X(01)  VALUE 'N'.
           88  WS-PAST-PCT-TOL        VALUE 'Y'.
       01  WS-SWING-SW      PIC X(01)  VALUE 'N'.
           88  WS-SWING-FOUND         VALUE 'Y'.
       01  WS-OT-LIMIT      PIC S9(05)V99 COMP-3 VALUE ZERO.

      * The exception being written.
       01  WS-EX-SEVERITY   PIC X(04)  VALUE SPACE.
           88  WS-EX-HIGH             VALUE 'HIGH'.
       01  WS-EX-REASON     PIC X(28)  VALUE SPACE.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(44)  VALUE
               'PAYROLL PRE-RELEASE VARIANCE AUDIT - PERIOD '.
           05  WS-TTL-PERIOD PIC 9(08).
           05  FILLER       PIC X(11)  VALUE '  RUN TYPE '.
           05  WS-TTL-RUN-TYPE PIC X(01).
           05  FILLER       PIC X(68)  VALUE SPACE.

       01  WS-TOLERANCE-LINE.
           05  FILLER       PIC X(12)  VALUE 'TOLERANCES: '.
           05  WS-TOL-PCT   PIC ZZ9.
           05  FILLER       PIC X(08)  VALUE ' PCT AND'.
           05  WS-TOL-DOLLAR PIC ZZZZ9.99.
           05  FILLER       PIC X(16)  VALUE ' DOLLARS   NET F'.
           05  FILLER       PIC X(06)  VALUE 'LOOR  '.
           05  WS-TOL-FLOOR PIC ZZZZ9.99.
           05  FILLER       PIC X(14)  VALUE '   OT SHARE  '.
           05  WS-TOL-OT    PIC ZZ9.
           05  FILLER       PIC X(04)  VALUE ' PCT'.
           05  FILLER       PIC X(50)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(44)  VALUE
               'EMP    DEPT    PRIOR GROSS  CURRENT GROSS   '.
           05  FILLER       PIC X(44)  VALUE
               ' PRIOR DED   CURRENT DED    PRIOR NET   CURR'.
           05  FILLER       PIC X(44)  VALUE
               'ENT NET  SEV   REASON                       '.

       01  WS-DETAIL-LINE.
           05  WS-DET-EMP-ID PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-DEPT  PIC X(04).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-PRI-GROSS PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-CUR-GROSS PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-PRI-DED PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-CUR-DED PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-PRI-NET PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-CUR-NET PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-SEVERITY PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-REASON PIC X(28).
           05  FILLER       PIC X(04)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(24)  VALUE
               '*** TABLE FULL - PAY    '.
           05  WS-OVF-DETAIL PIC ZZZZ9.
           05  FILLER       PIC X(18)  VALUE ' DETAIL, HISTORY  '.
           05  WS-OVF-HIST  PIC ZZZZ9.
           05  FILLER       PIC X(37)  VALUE
               ' ROWS DROPPED - RUN FAILED CC 16    '.
           05  FILLER       PIC X(43)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(16)  VALUE 'ROWS AUDITED  : '.
           05  WS-TRL-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '   PRIOR ROWS : '.
           05  WS-TRL-PRIOR PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '   HIGH       : '.
           05  WS-TRL-HIGH  PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '   LOW        : '.
           05  WS-TRL-LOW   PIC ZZZZ9.
           05  FILLER       PIC X(48)  VALUE SPACE.

       01  WS-HELD-LINE     PIC X(132) VALUE
           '*** HIGH-SEVERITY EXCEPTIONS - THE BANK FILE STEP IS HELD UN
      -    'TIL A VAROVRD OVERRIDE IS SIGNED OFF'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-ONE-DETAIL-ROW
               UNTIL END-OF-PAY-DETAIL
           PERFORM 1800-VERIFY-DETAIL-WRAPPER
           PERFORM 1900-LOAD-ONE-HISTORY-ROW
               UNTIL END-OF-PAY-HISTORY
           PERFORM 2000-AUDIT-ONE-EMPLOYEE
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
           IF NOT WS-OFF-CYCLE-FILE
               PERFORM 2600-CHECK-ONE-PRIOR-PAYEE
                   VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRI-COUNT
           END-IF
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, APPLY THE TOLERANCE CARD   *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT VAR-PARM
           IF WS-PARM-STATUS = '00'
               READ VAR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VP-PCT-TOL NUMERIC
                           MOVE VP-PCT-TOL TO WS-PCT-TOL
                       END-IF
                       IF VP-DOLLAR-TOL NUMERIC
                           MOVE VP-DOLLAR-TOL TO WS-DOLLAR-TOL
                       END-IF
                       IF VP-NET-FLOOR NUMERIC
                           MOVE VP-NET-FLOOR TO WS-NET-FLOOR
                       END-IF
                       IF VP-OT-SHARE NUMERIC
                           MOVE VP-OT-SHARE TO WS-OT-SHARE
                       END-IF
               END-READ
               CLOSE VAR-PARM
           END-IF

           OPEN INPUT PAY-DETAIL
           IF WS-PAYDETL-STATUS NOT = '00'
               DISPLAY 'PAYVAR: PAY-DETAIL FILE (PAYDETL) NOT '
                   'AVAILABLE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'PAYVAR: PAY HISTORY (PAYHIST) NOT '
                   'AVAILABLE - EVERY PAYEE AUDITED AS FIRST-TIME'
               SET END-OF-PAY-HISTORY TO TRUE
           END-IF

           OPEN OUTPUT VARIANCE-RPT

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  1500-LOAD-ONE-DETAIL-ROW - HEADER/TRAILER NOTED, BODY    *
      *  ROWS DISTILLED INTO THE CURRENT TABLE                    *
      *----------------------------------------------------------*
       1500-LOAD-ONE-DETAIL-ROW.

           EVALUATE PAY-DETAIL-IN(1:2)
               WHEN 'HH'
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-HEADER-LINE
                   MOVE FH-RUN-DATE TO WS-PAYDETL-DATE
                   MOVE FH-RUN-TIME TO WS-PAYDETL-TIME
               WHEN 'TT'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE PAY-DETAIL-IN TO WS-FILE-TRAILER-LINE
                   MOVE FT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN 'PD'
                   MOVE PAY-DETAIL-IN TO PAY-DETAIL-RECORD
                   ADD 1 TO WS-BODY-COUNT
                   IF WS-PERIOD-END = ZERO
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                       MOVE PD-RUN-TYPE   TO WS-RUN-TYPE
                   END-IF
                   IF WS-CUR-COUNT < 2000
                       ADD 1 TO WS-CUR-COUNT
                       SET WS-CUR-IDX TO WS-CUR-COUNT
                       MOVE PD-EMP-ID    TO WS-CE-EMP-ID(WS-CUR-IDX)
                       MOVE PD-DEPT-CODE TO WS-CE-DEPT-CODE(WS-CUR-IDX)
                       MOVE PD-REG-HOURS TO WS-CE-REG-HOURS(WS-CUR-IDX)
                       MOVE PD-OT-HOURS  TO WS-CE-OT-HOURS(WS-CUR-IDX)
                       MOVE PD-GROSS-PAY TO WS-CE-GROSS-PAY(WS-CUR-IDX)
                       MOVE PD-TOTAL-DED TO WS-CE-TOTAL-DED(WS-CUR-IDX)
                       MOVE PD-NET-PAY   TO WS-CE-NET-PAY(WS-CUR-IDX)
                   ELSE
                       ADD 1 TO WS-CUR-DROPPED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8000-READ-PAY-DETAIL.

      *----------------------------------------------------------*
      *  1800-VERIFY-DETAIL-WRAPPER - AN INCOMPLETE PAY DETAIL    *
      *  CANNOT BE AUDITED; NO VERDICT IS WRITTEN, SO DDPAYFIL    *
      *  STAYS HELD                                               *
      *----------------------------------------------------------*
       1800-VERIFY-DETAIL-WRAPPER.

           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-BODY-COUNT
               DISPLAY 'PAYVAR: PAY-DETAIL FILE FAILED '
                   'COMPLETENESS CHECK - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE WS-BODY-COUNT TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           MOVE WS-PERIOD-END TO WS-TTL-PERIOD
           MOVE WS-RUN-TYPE   TO WS-TTL-RUN-TYPE
           MOVE WS-PCT-TOL    TO WS-TOL-PCT
           MOVE WS-DOLLAR-TOL TO WS-TOL-DOLLAR
           MOVE WS-NET-FLOOR  TO WS-TOL-FLOOR
           MOVE WS-OT-SHARE   TO WS-TOL-OT
           WRITE VARIANCE-LINE FROM WS-TITLE-LINE
           WRITE VARIANCE-LINE FROM WS-TOLERANCE-LINE
           MOVE SPACE TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           WRITE VARIANCE-LINE FROM WS-COLUMN-LINE

           IF NOT END-OF-PAY-HISTORY
               PERFORM 8100-READ-PAY-HISTORY
           END-IF.

      *----------------------------------------------------------*
      *  1900-LOAD-ONE-HISTORY-ROW - KEEP EACH EMPLOYEE'S LATEST  *
      *  STANDING REGULAR ROW FROM BEFORE THIS PERIOD (THIS RUN'S *
      *  OWN ROWS ARE ALREADY ON THE HISTORY)                     *
      *----------------------------------------------------------*
       1900-LOAD-ONE-HISTORY-ROW.

           ADD 1 TO WS-HIST-COUNT

           IF PH-PERIOD-END < WS-PERIOD-END
               AND (PH-REGULAR-RUN OR PH-RUN-TYPE = SPACE)
               AND NOT PH-VOIDED
               IF PH-PERIOD-END > WS-LAST-PERIOD-END
                   MOVE PH-PERIOD-END TO WS-LAST-PERIOD-END
               END-IF
               SET WS-PRI-IDX TO 1
               SEARCH WS-PRI-ENTRY
                   AT END
                       PERFORM 1950-ADD-PRIOR-ROW
                   WHEN WS-PRI-IDX > WS-PRI-COUNT
                       PERFORM 1950-ADD-PRIOR-ROW
                   WHEN WS-PE-EMP-ID(WS-PRI-IDX) = PH-EMP-ID
                       IF PH-PERIOD-END
                           NOT < WS-PE-PERIOD-END(WS-PRI-IDX)
                           PERFORM 1960-KEEP-PRIOR-ROW
                       END-IF
               END-SEARCH
           END-IF

           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1950-ADD-PRIOR-ROW - FIRST ROW SEEN FOR THE EMPLOYEE     *
      *----------------------------------------------------------*
       1950-ADD-PRIOR-ROW.

           IF WS-PRI-COUNT < 2000
               ADD 1 TO WS-PRI-COUNT
               SET WS-PRI-IDX TO WS-PRI-COUNT
               MOVE 'N' TO WS-PE-MATCHED-SW(WS-PRI-IDX)
               PERFORM 1960-KEEP-PRIOR-ROW
           ELSE
               ADD 1 TO WS-PRI-DROPPED
           END-IF.

      *----------------------------------------------------------*
      *  1960-KEEP-PRIOR-ROW                                      *
      *----------------------------------------------------------*
       1960-KEEP-PRIOR-ROW.

           MOVE PH-EMP-ID     TO WS-PE-EMP-ID(WS-PRI-IDX)
           MOVE PH-DEPT-CODE  TO WS-PE-DEPT-CODE(WS-PRI-IDX)
           MOVE PH-PERIOD-END TO WS-PE-PERIOD-END(WS-PRI-IDX)
           MOVE PH-GROSS-PAY  TO WS-PE-GROSS-PAY(WS-PRI-IDX)
           MOVE PH-TOTAL-DED  TO WS-PE-TOTAL-DED(WS-PRI-IDX)
           MOVE PH-NET-PAY    TO WS-PE-NET-PAY(WS-PRI-IDX).

      *----------------------------------------------------------*
      *  2000-AUDIT-ONE-EMPLOYEE - ONE CURRENT PAY ROW AGAINST    *
      *  THE EMPLOYEE'S PRIOR PERIOD                              *
      *----------------------------------------------------------*
       2000-AUDIT-ONE-EMPLOYEE.

           MOVE WS-CE-EMP-ID(WS-CUR-IDX)    TO WS-DET-EMP-ID
           MOVE WS-CE-DEPT-CODE(WS-CUR-IDX) TO WS-DET-DEPT
           MOVE WS-CE-GROSS-PAY(WS-CUR-IDX) TO WS-DET-CUR-GROSS
           MOVE WS-CE-TOTAL-DED(WS-CUR-IDX) TO WS-DET-CUR-DED
           MOVE WS-CE-NET-PAY(WS-CUR-IDX)   TO WS-DET-CUR-NET
           MOVE ZERO TO WS-DET-PRI-GROSS
                        WS-DET-PRI-DED
                        WS-DET-PRI-NET

           IF NOT WS-OFF-CYCLE-FILE
               SET WS-PRI-IDX TO 1
               SEARCH WS-PRI-ENTRY
                   AT END
                       PERFORM 2100-REPORT-FIRST-TIME
                   WHEN WS-PRI-IDX > WS-PRI-COUNT
                       PERFORM 2100-REPORT-FIRST-TIME
                   WHEN WS-PE-EMP-ID(WS-PRI-IDX)
                       = WS-CE-EMP-ID(WS-CUR-IDX)
                       MOVE 'Y' TO WS-PE-MATCHED-SW(WS-PRI-IDX)
                       PERFORM 2200-TEST-PRIOR-SWINGS
               END-SEARCH
           END-IF

           PERFORM 2400-TEST-NET-AND-OVERTIME.

      *----------------------------------------------------------*
      *  2100-REPORT-FIRST-TIME - NO EARLIER REGULAR PAY ON FILE  *
      *----------------------------------------------------------*
       2100-REPORT-FIRST-TIME.

           MOVE 'LOW ' TO WS-EX-SEVERITY
           MOVE 'FIRST-TIME PAYEE' TO WS-EX-REASON
           PERFORM 2500-WRITE-EXCEPTION.

      *----------------------------------------------------------*
      *  2200-TEST-PRIOR-SWINGS - GROSS AND NET SWINGS ARE HIGH,  *
      *  A DEDUCTIONS SWING IS LOW                                *
      *----------------------------------------------------------*
       2200-TEST-PRIOR-SWINGS.

           MOVE WS-PE-GROSS-PAY(WS-PRI-IDX) TO WS-DET-PRI-GROSS
           MOVE WS-PE-TOTAL-DED(WS-PRI-IDX) TO WS-DET-PRI-DED
           MOVE WS-PE-NET-PAY(WS-PRI-IDX)   TO WS-DET-PRI-NET

           MOVE WS-PE-GROSS-PAY(WS-PRI-IDX) TO WS-SW-PRIOR
           MOVE WS-CE-GROSS-PAY(WS-CUR-IDX) TO WS-SW-CURRENT
           PERFORM 2300-TEST-ONE-SWING
           IF WS-SWING-FOUND
               MOVE 'HIGH' TO WS-EX-SEVERITY
               MOVE 'GROSS PAY SWING' TO WS-EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
           END-IF

           MOVE WS-PE-TOTAL-DED(WS-PRI-IDX) TO WS-SW-PRIOR
           MOVE WS-CE-TOTAL-DED(WS-CUR-IDX) TO WS-SW-CURRENT
           PERFORM 2300-TEST-ONE-SWING
           IF WS-SWING-FOUND
               MOVE 'LOW ' TO WS-EX-SEVERITY
               MOVE 'DEDUCTIONS SWING' TO WS-EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
           END-IF

           MOVE WS-PE-NET-PAY(WS-PRI-IDX) TO WS-SW-PRIOR
           MOVE WS-CE-NET-PAY(WS-CUR-IDX) TO WS-SW-CURRENT
           PERFORM 2300-TEST-ONE-SWING
           IF WS-SWING-FOUND
               MOVE 'HIGH' TO WS-EX-SEVERITY
               MOVE 'NET PAY SWING' TO WS-EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.

      *----------------------------------------------------------*
      *  2300-TEST-ONE-SWING - A SWING MUST PASS EVERY TOLERANCE  *
      *  SET (ZERO = NOT SET); FROM A ZERO PRIOR, ANY CHANGE IS   *
      *  PAST THE PERCENT TOLERANCE                               *
      *----------------------------------------------------------*
       2300-TEST-ONE-SWING.

           MOVE 'N' TO WS-SWING-SW
           MOVE 'Y' TO WS-SW-DOLLAR-SW
           MOVE 'Y' TO WS-SW-PCT-SW

           COMPUTE WS-SW-DIFF = WS-SW-CURRENT - WS-SW-PRIOR
           IF WS-SW-DIFF < ZERO
               COMPUTE WS-SW-DIFF = ZERO - WS-SW-DIFF
           END-IF
           MOVE WS-SW-PRIOR TO WS-SW-BASE
           IF WS-SW-BASE < ZERO
               COMPUTE WS-SW-BASE = ZERO - WS-SW-BASE
           END-IF

           IF WS-DOLLAR-TOL > ZERO
               AND WS-SW-DIFF NOT > WS-DOLLAR-TOL
               MOVE 'N' TO WS-SW-DOLLAR-SW
           END-IF

           IF WS-PCT-TOL > ZERO
               IF WS-SW-BASE = ZERO
                   IF WS-SW-DIFF = ZERO
                       MOVE 'N' TO WS-SW-PCT-SW
                   END-IF
               ELSE
                   COMPUTE WS-SW-PCT ROUNDED =
                       WS-SW-DIFF * 100 / WS-SW-BASE
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-SW-PCT
                   END-COMPUTE
                   IF WS-SW-PCT NOT > WS-PCT-TOL
                       MOVE 'N' TO WS-SW-PCT-SW
                   END-IF
               END-IF
           END-IF

           IF (WS-DOLLAR-TOL > ZERO OR WS-PCT-TOL > ZERO)
               AND WS-PAST-DOLLAR-TOL
               AND WS-PAST-PCT-TOL
               SET WS-SWING-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2400-TEST-NET-AND-OVERTIME - NO NET IS HIGH; A THIN NET  *
      *  OR HEAVY OVERTIME IS LOW                                 *
      *----------------------------------------------------------*
       2400-TEST-NET-AND-OVERTIME.

           IF WS-CE-NET-PAY(WS-CUR-IDX) NOT > ZERO
               MOVE 'HIGH' TO WS-EX-SEVERITY
               MOVE 'NET PAY ZERO OR NEGATIVE' TO WS-EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
           ELSE
               IF WS-CE-NET-PAY(WS-CUR-IDX) < WS-NET-FLOOR
                   MOVE 'LOW ' TO WS-EX-SEVERITY
                   MOVE 'NET PAY BELOW FLOOR' TO WS-EX-REASON
                   PERFORM 2500-WRITE-EXCEPTION
               END-IF
           END-IF

           IF WS-OT-SHARE > ZERO
               AND WS-CE-OT-HOURS(WS-CUR-IDX) > ZERO
               COMPUTE WS-OT-LIMIT =
                   WS-CE-REG-HOURS(WS-CUR-IDX) * WS-OT-SHARE / 100
               IF WS-CE-OT-HOURS(WS-CUR-IDX) > WS-OT-LIMIT
                   MOVE 'LOW ' TO WS-EX-SEVERITY
                   MOVE 'OVERTIME PAST SHARE OF REG' TO WS-EX-REASON
                   PERFORM 2500-WRITE-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2500-WRITE-EXCEPTION - ONE REPORT LINE PER EXCEPTION     *
      *----------------------------------------------------------*
       2500-WRITE-EXCEPTION.

           MOVE WS-EX-SEVERITY TO WS-DET-SEVERITY
           MOVE WS-EX-REASON   TO WS-DET-REASON
           WRITE VARIANCE-LINE FROM WS-DETAIL-LINE

           IF WS-EX-HIGH
               ADD 1 TO WS-HIGH-COUNT
           ELSE
               ADD 1 TO WS-LOW-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2600-CHECK-ONE-PRIOR-PAYEE - PAID IN THE LAST REGULAR    *
      *  PERIOD BUT NOT ON THIS RUN                               *
      *----------------------------------------------------------*
       2600-CHECK-ONE-PRIOR-PAYEE.

           IF WS-PE-MATCHED-SW(WS-PRI-IDX) = 'N'
               AND WS-PE-PERIOD-END(WS-PRI-IDX) = WS-LAST-PERIOD-END
               MOVE WS-PE-EMP-ID(WS-PRI-IDX)    TO WS-DET-EMP-ID
               MOVE WS-PE-DEPT-CODE(WS-PRI-IDX) TO WS-DET-DEPT
               MOVE WS-PE-GROSS-PAY(WS-PRI-IDX) TO WS-DET-PRI-GROSS
               MOVE WS-PE-TOTAL-DED(WS-PRI-IDX) TO WS-DET-PRI-DED
               MOVE WS-PE-NET-PAY(WS-PRI-IDX)   TO WS-DET-PRI-NET
               MOVE ZERO TO WS-DET-CUR-GROSS
                            WS-DET-CUR-DED
                            WS-DET-CUR-NET
               MOVE 'LOW ' TO WS-EX-SEVERITY
               MOVE 'MISSING THIS PERIOD' TO WS-EX-REASON
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE - TOTALS, THE VARHOLD VERDICT, RETURN CODE *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO VARIANCE-LINE
           WRITE VARIANCE-LINE

           IF WS-CUR-DROPPED > ZERO OR WS-PRI-DROPPED > ZERO
               MOVE WS-CUR-DROPPED TO WS-OVF-DETAIL
               MOVE WS-PRI-DROPPED TO WS-OVF-HIST
               WRITE VARIANCE-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'PAYVAR: TABLE FULL - ' WS-CUR-DROPPED
                   ' PAY-DETAIL AND ' WS-PRI-DROPPED
                   ' HISTORY ROWS DROPPED - RUN FAILED'
           END-IF

           MOVE WS-CUR-COUNT  TO WS-TRL-ROWS
           MOVE WS-PRI-COUNT  TO WS-TRL-PRIOR
           MOVE WS-HIGH-COUNT TO WS-TRL-HIGH
           MOVE WS-LOW-COUNT  TO WS-TRL-LOW
           WRITE VARIANCE-LINE FROM WS-TRAILER-LINE

           IF WS-HIGH-COUNT > ZERO
               WRITE VARIANCE-LINE FROM WS-HELD-LINE
               DISPLAY 'PAYVAR: ' WS-HIGH-COUNT ' HIGH-SEVERITY '
                   'EXCEPTIONS - DDPAYFIL HELD UNTIL A VAROVRD '
                   'OVERRIDE IS SIGNED OFF'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

      * A short table means an untrustworthy audit: no verdict is
      * written, so DDPAYFIL stays held until the audit reruns.
           IF WS-CUR-DROPPED > ZERO OR WS-PRI-DROPPED > ZERO
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
               OPEN OUTPUT VARIANCE-HOLD
               MOVE SPACE           TO VARIANCE-HOLD-RECORD
               MOVE WS-PERIOD-END   TO VH-PERIOD-END
               MOVE WS-RUN-TYPE     TO VH-RUN-TYPE
               MOVE WS-PAYDETL-DATE TO VH-PAYDETL-DATE
               MOVE WS-PAYDETL-TIME TO VH-PAYDETL-TIME
               MOVE WS-RUN-DATE-NUM TO VH-AUDIT-DATE
               MOVE WS-HIGH-COUNT   TO VH-HIGH-COUNT
               MOVE WS-LOW-COUNT    TO VH-LOW-COUNT
               WRITE VARIANCE-HOLD-RECORD
               CLOSE VARIANCE-HOLD
           END-IF

           CLOSE PAY-DETAIL
           CLOSE PAY-HISTORY
           CLOSE VARIANCE-RPT

           MOVE WS-CUR-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'PAYVAR' TO JS-PROGRAM-ID
           MOVE WS-BODY-COUNT TO JS-RECORDS-READ
           MOVE WS-HIGH-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  8000-READ-PAY-DETAIL - READ NEXT PAY-DETAIL RECORD       *
      *----------------------------------------------------------*
       8000-READ-PAY-DETAIL.

           READ PAY-DETAIL
               AT END
                   SET END-OF-PAY-DETAIL TO TRUE
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

           MOVE 'PAYVAR'           TO AUD-PROGRAM-ID
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
