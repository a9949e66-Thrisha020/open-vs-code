      *                  AFFECTED COUNT, AND THE RUN ENDS CC 8 --
      *                  THE ROW LEFT BEHIND COULD BE A
      *                  GARNISHMENT.
      * 10/15/2026  RSM  TAX WITHHOLDING. EACH EMPLOYEE'S ELECTIONS
      *                  (TAXELEC, SEE TAXEREC) AND THE YEAR'S TAX
      *                  TABLE (TAXTBL, SEE TAXTREC, LOADED BY
      *                  TAXLOAD) PRICE FEDERAL AND STATE INCOME
      *                  TAX AND THE EMPLOYEE'S SOCIAL-SECURITY AND
      *                  MEDICARE SHARE ON GROSS LESS THE PRE-TAX
      *                  (TYPE I) DEDUCTIONS. EACH TAX IS TAKEN
      *                  AHEAD OF THE GARNISHMENT BAND AND RECORDED
      *                  AS ITS OWN TYPE T DEDUCTION ENTRY ON
      *                  PAYDETL AND PAYHIST. SOCIAL SECURITY STOPS
      *                  AT ITS WAGE BASE THROUGH THE YTD WAGES
      *                  KEPT ON THE ELECTION RECORD. NO TABLE FOR
      *                  THE PERIOD'S YEAR ENDS THE RUN CC 16; AN
      *                  EMPLOYEE WITH NO ELECTION IS WITHHELD AT
      *                  SINGLE/ZERO AND FLAGGED ON THE REGISTER.
      * 10/15/2026  RSM  EARNINGS CODES. TIMESHEET ROWS (NOW THE
      *                  SHARED TIMEREC LAYOUT) CARRY AN EARNINGS
      *                  CODE, AND AN EMPLOYEE MAY HAVE SEVERAL
      *                  ROWS. EACH CODE IS PRICED FROM THE
      *                  EARNINGS-CODE MASTER (EARNCODE, SEE
      *                  EARNREC): A MULTIPLE OF THE BASE RATE, A
      *                  FLAT AMOUNT PER HOUR, OR A KEYED AMOUNT.
      *                  WORKED HOURS OVER 40 STILL MOVE FROM
      *                  REGULAR TO OVERTIME. HOLIDAY-NOT-WORKED
      *                  PAY (HNW) IS GENERATED FOR EACH DATEUTL
      *                  CALENDAR HOLIDAY IN THE PERIOD. ONLY THE
      *                  TAXABLE CODES ENTER TAXABLE WAGES. THE
      *                  EARNINGS BREAKDOWN RIDES ON PAYDETL AND
      *                  PAYHIST; A CODE NOT ON THE MASTER IS NOT
      *                  PAID, IS FLAGGED, AND ENDS THE RUN CC 8.
      * 10/15/2026  RSM  OFF-CYCLE RUNS. A RUN TYPE ON PAYPARM OF 'O'
      *                  (OFF-CYCLE) OR 'F' (FINAL PAY) PAYS ONLY THE
      *                  EMPLOYEES ON THE PAYMENT DECK READ IN PLACE
      *                  OF THE TIMESHEET, ON THE PAYMENT DATE GIVEN
      *                  AS THE PERIOD END, WITH THE NORMAL
      *                  DEDUCTION AND TAX LOGIC BUT NO HOLIDAY PAY
      *                  OR OVERTIME SPLIT. TERMINATED EMPLOYEES ARE
      *                  PAYABLE OFF-CYCLE; A FINAL-PAY RUN PAYS ONLY
      *                  TERMINATED EMPLOYEES AND ADDS THE REMAINING
      *                  LEAVMAST BALANCE AS LEAVE PAYOUT (LVP) AT
      *                  THE COMPMAST RATE, THEN ZEROES THE BALANCE.
      *                  PAYDETL AND PAYHIST ROWS CARRY THE RUN TYPE;
      *                  THE RUN LEDGER KEEPS OFF-CYCLE RUNS UNDER
      *                  THEIR OWN NAME (PAYCALOC).
      * 10/15/2026  RSM  PAYHIST ROWS CARRY THE DEPARTMENT PAID
      *                  UNDER AND START UNVOIDED.
      * 10/15/2026  RSM  A REGULAR RUN TAKES ITS PERIOD START, PERIOD
      *                  END, AND CHECK DATE FROM THE PAY CALENDAR
      *                  (PAYCAL THROUGH PAYPER, SEE PCALREC): THE
      *                  LATEST PERIOD OF THE PAY GROUP THAT ENDED
      *                  ON OR BEFORE THE RUN DATE. NO SUCH PERIOD
      *                  ENDS THE RUN CC 16. THE PAYPARM DATE NOW
      *                  APPLIES ONLY TO OFF-CYCLE AND FINAL-PAY
      *                  RUNS; PAYPARM MAY NAME THE PAY GROUP (BLANK
      *                  MEANS BW). HOLIDAY PAY COUNTS THE CALENDAR
      *                  PERIOD'S OWN DAYS RATHER THAN A FIXED 14.
      * 10/15/2026  RSM  DEDUCTION GOALS AND ARREARS (SEE DEDREC).
      *                  EACH DEDUCTION NOW TAKES ITS PER-PERIOD
      *                  AMOUNT PLUS ANY ARREARS, IN ITS OWN PRIORITY
      *                  SLOT, NEVER MORE THAN IS LEFT OF ITS GOAL.
      *                  WHAT PAY DID NOT COVER IS CARRIED ON DEDMAST
      *                  AS ARREARS INSTEAD OF BEING LOST. A ROW THAT
      *                  REACHES ITS GOAL IS MARKED COMPLETED AND IS
      *                  NOT TAKEN AGAIN. THE DEDUCTION STATUS REPORT
      *                  (DEDARPT) LISTS EVERY DEDUCTION LEFT IN
      *                  ARREARS AND EVERY ONE COMPLETED THIS RUN.
      * 10/15/2026  RSM  PAYHIST ROWS START WITH NO DIRECT-DEPOSIT
      *                  RETURN NOTED.
      * 10/15/2026  RSM  CHECKPOINT/RESTART, AFTER MAINPROG'S
      *                  RESTIN/RESTOUT. EVERY 100 EMPLOYEES THE RUN
      *                  COMMITS THE HELD PAYHIST ROWS, DEDMAST
      *                  BALANCES AND LEAVE ZEROINGS AND WRITES A
      *                  CHECKPOINT (SEE PCKPREC) OF THE LAST
      *                  EMPLOYEE, THE DEPARTMENT SUBTOTALS AND THE
      *                  COUNTS TO RESTOUT. FED BACK AS RESTIN, A
      *                  FAILED RUN RESUMES AFTER THE LAST COMMITTED
      *                  EMPLOYEE: PAYDETL IS REBUILT FROM THE
      *                  COMMITTED PAYHIST ROWS, NOTHING IS APPENDED
      *                  TWICE, AND THE REGISTER SHOWS WHERE THE
      *                  RESTART PICKED UP.
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- EMPLOYEES
      *                  PROCESSED, AND THOSE LEFT UNPAID AS REJECTED --
      *                  SO THE OPERATIONS STATUS PAGE (OPSTATUS) SHOWS
      *                  THE STEP AND THE PAYROLL-CYCLE CERTIFICATE
      *                  (PAYCERT) CAN PROVE ITS HAND-OFF. A STEP ENDING
      *                  CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  RETIREMENT PLAN. AN EMPLOYEE WITH AN ACTIVE
      *                  ELECTION (RETELEC, SEE RETEREC) CONTRIBUTES
      *                  THE ELECTED PERCENT OF GROSS EACH PERIOD AS
      *                  DEDUCTION CODE RET - TYPE R PRE-TAX, WHICH
      *                  COMES OFF THE INCOME-TAX WAGES, OR TYPE A
      *                  AFTER-TAX - TAKEN AT THE HEAD OF THE
      *                  VOLUNTARY BAND. THE CONTRIBUTION STOPS AT THE
      *                  PLAN YEAR'S LIMIT (RETPLAN, SEE RPLNREC), PLUS
      *                  THE CATCH-UP AMOUNT WHEN THE ELECTION CARRIES
      *                  IT, AGAINST THE YEAR-TO-DATE CONTRIBUTIONS ON
      *                  PAYHIST. THE EMPLOYER MATCH IS PRICED BY THE
      *                  PLAN'S TWO-TIER FORMULA ON WHAT WAS TAKEN AND
      *                  CARRIED ON PAYDETL AND PAYHIST. NO PLAN ROW FOR
      *                  THE YEAR ENDS THE RUN CC 16.
      * 10/15/2026  RSM  A REGULAR RUN THAT REGISTERS ITS PERIOD AS
      *                  COMPLETED NOW ALSO CLOSES IT THROUGH THE
      *                  SHARED PERCLOSE SERVICE, SO COMPMNT, DEDMNT,
      *                  AND EMPMAINT STOP TAKING CHANGES DATED
      *                  INSIDE A PERIOD ALREADY PAID.
      * 10/15/2026  RSM  OVERTIME IS PAID ONLY TO NON-EXEMPT JOBS. THE
      *                  EMPLOYEE'S JOB CODE IS LOOKED UP ON THE JOBMAST
      *                  REFERENCE MASTER (SEE JOBREC); AN EXEMPT JOB
      *                  HAS NO 40-HOUR SPLIT AND ANY KEYED OVERTIME
      *                  HOURS ARE PAID AT STRAIGHT TIME. A BLANK OR
      *                  UNKNOWN JOB CODE, OR NO JOBMAST, IS NON-EXEMPT.
      *

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

      * Leave balances, paid out and zeroed on a final-pay run.
           SELECT LEAVE-MASTER ASSIGN TO LEAVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVE-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

      * Job code reference master: an exempt job is paid no overtime.
           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT DED-MASTER  ASSIGN TO DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-MASTER-STATUS.

      * Withholding elections, updated in place with the year-to-date
      * social-insurance wages.
           SELECT TAX-ELECTION ASSIGN TO TAXELEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXE-EMP-ID
               FILE STATUS IS WS-TAX-ELECTION-STATUS.

      * The year's withholding schedules, loaded into storage once.
           SELECT TAX-TABLE   ASSIGN TO TAXTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-TAX-TABLE-STATUS.

      * Retirement-plan elections, read only.
           SELECT RET-ELECTION ASSIGN TO RETELEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-EMP-ID
               FILE STATUS IS WS-RET-ELECTION-STATUS.

      * The plan's yearly limits and match formula.
           SELECT RET-PLAN    ASSIGN TO RETPLAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-PLAN-STATUS.

      * The earnings codes and how each is priced, loaded once.
           SELECT EARN-MASTER ASSIGN TO EARNCODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-CODE
               FILE STATUS IS WS-EARN-MASTER-STATUS.

      * Timesheet rows augmented with the report-sequence fields
      * looked up from the employee master, so the print pass can
      * run department-and-name order the way PAYREG does.
           SELECT PAY-DETAIL  ASSIGN TO PAYDETL
               ORGANIZATION IS SEQUENTIAL.

      * Deductions left in arrears or completed by this run.
           SELECT DED-STATUS-RPT ASSIGN TO DEDARPT
               ORGANIZATION IS SEQUENTIAL.

      * Cumulative pay history, written EXTEND so every period's
      * results accumulate across runs.
           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

      * Checkpoint deck from a prior, failed run of the same period,
      * and the new deck this run writes (see PCKPREC).
           SELECT RESTART-IN  ASSIGN TO RESTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-IN-STATUS.

           SELECT RESTART-OUT ASSIGN TO RESTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * Accepted timesheet rows for the period, one per employee
      * per earnings code.
       FD  TIME-SHEET
           LABEL RECORDS ARE STANDARD.
           COPY TIMEREC.

      * Optional run card. The run type is blank or 'R' for the
      * regular period, whose dates come from the pay calendar; 'O'
      * for an off-cycle run or 'F' for a final-pay run, where the
      * date is the payment date (missing or zero, the run date).
      * The pay group picks the calendar rows; blank means BW.
       FD  PAY-PARM
           LABEL RECORDS ARE STANDARD.
       01  PAY-PARM-RECORD.
           05  PP-PERIOD-END    PIC 9(08).
           05  PP-RUN-TYPE      PIC X(01).
           05  PP-PAY-GROUP     PIC X(02).

       FD  OVERRIDE-PARM
           LABEL RECORDS ARE STANDARD.
       01  OVERRIDE-PARM-RECORD.
           05  OV-OVERRIDE-SW   PIC X(01).

       FD  LEAVE-MASTER.
           COPY LEAVEREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  JOB-MASTER.
           COPY JOBREC.

       FD  DED-MASTER.
           COPY DEDREC.

       FD  TAX-ELECTION.
           COPY TAXEREC.

       FD  TAX-TABLE.
           COPY TAXTREC.

       FD  EARN-MASTER.
           COPY EARNREC.

       FD  RET-ELECTION.
           COPY RETEREC.

       FD  RET-PLAN
           LABEL RECORDS ARE STANDARD.
           COPY RPLNREC.

       FD  AUG-TIME
           LABEL RECORDS ARE STANDARD.
       01  AUG-TIME-RECORD      PIC X(62).

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID        PIC 9(05).
           05  SD-HOURS         PIC 9(03)V99.
           05  SD-JOIN-FLAG     PIC X(01).
           05  SD-EARN-CODE     PIC X(03).
           05  SD-AMOUNT        PIC 9(07)V99.

       FD  SORTED-TIME
           LABEL RECORDS ARE STANDARD.
       01  SORTED-TIME-RECORD.
           05  ST-SORT-KEY.
               10  ST-DEPT-CODE     PIC X(04).
               10  ST-LNAME         PIC X(20).
               10  ST-FNAME         PIC X(15).
               10  ST-EMP-ID        PIC 9(05).
           05  ST-HOURS         PIC 9(03)V99.
           05  ST-JOIN-FLAG     PIC X(01).
               88  ST-JOIN-OK           VALUE 'A'.
               88  ST-NOT-ON-MASTER     VALUE 'N'.
               88  ST-NOT-ACTIVE        VALUE 'I' 'T'.
           05  ST-EARN-CODE     PIC X(03).
           05  ST-AMOUNT        PIC 9(07)V99.

       FD  REGISTER-RPT
           LABEL RECORDS ARE STANDARD.

       FD  PAY-DETAIL
           LABEL RECORDS ARE STANDARD.
       01  PAY-DETAIL-OUT   PIC X(362).

       FD  DED-STATUS-RPT
           LABEL RECORDS ARE STANDARD.
       01  DED-STATUS-LINE  PIC X(100).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

      * Restart deck from a prior, failed run; the last checkpoint
      * on it is where this run picks up.
       FD  RESTART-IN
           LABEL RECORDS ARE STANDARD.
       01  RESTART-IN-RECORD  PIC X(250).

      * New restart deck being written by this run.
       FD  RESTART-OUT
           LABEL RECORDS ARE STANDARD.
       01  RESTART-OUT-RECORD PIC X(250).

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
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DED-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-TAX-ELECTION-STATUS PIC X(02) VALUE '00'.
       01  WS-TAX-TABLE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-EARN-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-LEAVE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-RESTART-IN-STATUS  PIC X(02)  VALUE '00'.
       01  WS-RET-ELECTION-STATUS PIC X(02) VALUE '00'.
       01  WS-RET-PLAN-STATUS    PIC X(02)  VALUE '00'.
       01  WS-JOB-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad pay run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.14'.

      * Rerun guard through the shared RUNLEDGR run-ledger, keyed
      * on the period-end date.
           88  WS-OVERRIDE-SUPPLIED     VALUE 'Y'.
       01  WS-LEDGER-FUNCTION  PIC X(01)  VALUE SPACE.
       01  WS-LEDGER-PROGRAM   PIC X(08)  VALUE 'PAYCALC '.

      * Regular period, off-cycle, or final-pay run, from PAYPARM.
       01  WS-RUN-TYPE         PIC X(01)  VALUE 'R'.
           88  WS-REGULAR-RUN           VALUE 'R'.
           88  WS-OFF-CYCLE-RUN         VALUE 'O' 'F'.
           88  WS-FINAL-PAY-RUN         VALUE 'F'.
       01  WS-LEAVMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-LEAVMAST-AVAILABLE     VALUE 'Y'.
       01  WS-LVE-FOUND-SW     PIC X(01)  VALUE 'N'.
           88  WS-LVE-FOUND             VALUE 'Y'.
       01  WS-NOTTERM-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-PAYOUT-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-COMPLETED-SW     PIC X(01)  VALUE 'N'.
           88  WS-RUN-ALREADY-DONE      VALUE 'Y'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-LEDGER-STATUS
                               LK-STATUS-WARNING BY WS-LEDGER-WARNING
                               LK-STATUS-FAILED  BY WS-LEDGER-FAILED.

      * Period-close control through the shared PERCLOSE service,
      * moved forward to the period end by every completed regular
      * run so the maintenance programs lock the paid period.
       01  WS-CLOSE-FUNCTION   PIC X(01)  VALUE 'C'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-CLOSE-STATUS
                               LK-STATUS-OK      BY WS-CLOSE-OK
                               LK-STATUS-WARNING BY WS-CLOSE-WARNING
                               LK-STATUS-FAILED  BY WS-CLOSE-FAILED.

      * Standard extract header/trailer so downstream consumers can
      * verify the pay-detail file is complete before trusting it.
       COPY FILEHDR.
       01  WS-SHORT-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-DETAIL-COUNT  PIC 9(7)   VALUE ZERO.

      * The run's period dates: from the pay calendar on a regular
      * run; on an off-cycle run all three are the payment date.
       01  WS-PERIOD-START  PIC 9(08)  VALUE ZERO.
       01  WS-PERIOD-END    PIC 9(08)  VALUE ZERO.
       01  WS-CHECK-DATE    PIC 9(08)  VALUE ZERO.

      * Pay-calendar lookup through PAYPER (see CALL/PAYPER.CBL).
       01  WS-PAY-GROUP     PIC X(02)  VALUE 'BW'.
       01  WS-CAL-FUNCTION  PIC X(01)  VALUE 'C'.
       01  WS-CAL-LOOKUP-DATE PIC 9(08) VALUE ZERO.
       COPY PCALREC.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PAYCAL-STATUS
                               LK-STATUS-OK      BY WS-PAYCAL-OK
                               LK-STATUS-WARNING BY WS-PAYCAL-WARNING
                               LK-STATUS-FAILED  BY WS-PAYCAL-FAILED.

      * Pay computation scratch: the 40-hour split, the overtime
      * premium, and the running remainder deductions draw against.
           88  WS-DED-SHORTED         VALUE 'Y'.

      * The employee's deduction rows, loaded from DEDMAST and
      * applied in ascending priority order. WS-DT-AMOUNT is what is
      * due this period: the per-period amount plus arrears, held
      * to what is left of the goal. Completed rows are not loaded.
       01  WS-DED-TABLE.
           05  WS-DED-ENTRY OCCURS 8 TIMES INDEXED BY WS-DED-IDX.
               10  WS-DT-CODE       PIC X(03).
               10  WS-DT-PRIORITY   PIC 9(02).
               10  WS-DT-AMOUNT     PIC S9(05)V99.
       01  WS-DED-ROW-COUNT PIC 9(02)  COMP VALUE ZERO.
      * Room for DEDMAST rows: eight, or seven when a retirement
      * contribution takes one of the pay detail's entries.
       01  WS-DED-ROOM      PIC 9(02)  COMP VALUE 8.
      * A ninth DEDMAST row cannot be taken: the employee is flagged
      * on the register and the run ends CC 8, because the row left
      * behind could be a garnishment.
           05  WS-SW-PRIORITY   PIC 9(02).
           05  WS-SW-AMOUNT     PIC S9(05)V99.

      * Goal and arrears arithmetic, and the status report counts.
       01  WS-DED-DUE       PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-GOAL-LEFT     PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-ARREARS-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-DEDDONE-COUNT PIC 9(5)   COMP VALUE ZERO.

      * The period year's withholding schedules from TAXTBL, in key
      * order (type, state, status, ascending bracket floor).
       01  WS-TAX-YEAR      PIC 9(04)  VALUE ZERO.
       01  WS-TAX-SCHED-TABLE.
           05  WS-TR-ENTRY OCCURS 300 TIMES INDEXED BY WS-TR-IDX.
               10  WS-TR-TYPE       PIC X(03).
               10  WS-TR-STATE      PIC X(02).
               10  WS-TR-STATUS     PIC X(01).
               10  WS-TR-FLOOR      PIC 9(07)V99.
               10  WS-TR-BASE-TAX   PIC 9(07)V99.
               10  WS-TR-RATE       PIC 9V9(05).
               10  WS-TR-ALLOW      PIC 9(05)V99.
               10  WS-TR-LIMIT      PIC 9(07)V99.
               10  WS-TR-PERIODS    PIC 9(03).
       01  WS-TR-COUNT      PIC 9(03)  COMP VALUE ZERO.
       01  WS-TT-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-TAX-TABLE       VALUE 'Y'.

      * The election master is optional at first rollout: missing,
      * every employee is withheld at the single/zero default.
       01  WS-TAXELEC-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-TAXELEC-AVAILABLE       VALUE 'Y'.
       01  WS-TXE-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-TXE-FOUND           VALUE 'Y'.

      * Overtime eligibility from the employee's job code. A blank
      * code, a code not on JOBMAST, or no JOBMAST at all is treated
      * as non-exempt, so overtime is paid as it always was.
       01  WS-JOBMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-JOBMAST-AVAILABLE       VALUE 'Y'.
       01  WS-EXEMPT-SW     PIC X(01)  VALUE 'N'.
           88  WS-EMP-EXEMPT          VALUE 'Y'.
           88  WS-EMP-NON-EXEMPT      VALUE 'N'.
       01  WS-NOTAX-COUNT   PIC 9(5)   COMP VALUE ZERO.

      * One employee's elections as withheld, and the tax scratch.
       01  WS-EMP-FILING-STATUS PIC X(01) VALUE 'S'.
       01  WS-EMP-ALLOWANCES    PIC 9(02) VALUE ZERO.
       01  WS-EMP-EXTRA-WH      PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-WORK-STATE    PIC X(02) VALUE SPACE.
       01  WS-EMP-EXEMPT-SW     PIC X(01) VALUE 'N'.
           88  WS-EMP-WH-EXEMPT       VALUE 'Y'.
       01  WS-TAXABLE-WAGES PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-INCOME-TAX-WAGES PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-ANNUAL-WAGES  PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-ANNUAL-TAX    PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-COMPUTED-TAX  PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-SS-YTD-BASE   PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-SS-WAGES      PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-LOOKUP-TYPE   PIC X(03)  VALUE SPACE.
       01  WS-LOOKUP-STATE  PIC X(02)  VALUE SPACE.
       01  WS-SCHED-SW      PIC X(01)  VALUE 'N'.
           88  WS-SCHED-FOUND         VALUE 'Y'.
       01  WS-SCHED-ALLOW   PIC 9(05)V99 VALUE ZERO.
       01  WS-SCHED-PERIODS PIC 9(03)  VALUE ZERO.
       01  WS-SCHED-LIMIT   PIC 9(07)V99 VALUE ZERO.
       01  WS-BRACKET-SUB   PIC 9(03)  COMP VALUE ZERO.

      * The period's taxes, applied ahead of the DEDMAST rows.
       01  WS-TAX-DUE-TABLE.
           05  WS-TAX-DUE-ENTRY OCCURS 4 TIMES.
               10  WS-TD-CODE       PIC X(03).
               10  WS-TD-AMOUNT     PIC S9(05)V99.
       01  WS-TAX-DUE-COUNT PIC 9(02)  COMP VALUE ZERO.

      * The retirement plan. The election master is optional at
      * first rollout: missing, no contributions are taken. Present,
      * the plan year's RETPLAN row must be too.
       01  WS-RETELEC-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-RETELEC-AVAILABLE       VALUE 'Y'.
       01  WS-RP-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-RET-PLAN        VALUE 'Y'.
       01  WS-RP-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-RET-PLAN-FOUND      VALUE 'Y'.
       01  WS-RP-DEFERRAL-LIMIT PIC 9(07)V99 VALUE ZERO.
       01  WS-RP-CATCHUP-LIMIT  PIC 9(07)V99 VALUE ZERO.
       01  WS-RP-TIER-1-PCT     PIC 9(02)V99 VALUE ZERO.
       01  WS-RP-TIER-1-MATCH   PIC 9(03)V99 VALUE ZERO.
       01  WS-RP-TIER-2-PCT     PIC 9(02)V99 VALUE ZERO.
       01  WS-RP-TIER-2-MATCH   PIC 9(03)V99 VALUE ZERO.

      * Year-to-date contributions from PAYHIST, one entry per
      * employee who has contributed this plan year. Rows from this
      * same period and run type are left out, so a rerun does not
      * count the period against its own limit.
       01  WS-RET-YTD-TABLE.
           05  WS-RY-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RY-IDX.
               10  WS-RY-EMP-ID     PIC 9(05).
               10  WS-RY-CONTRIB    PIC S9(07)V99 COMP-3.
       01  WS-RY-COUNT      PIC 9(04)  COMP VALUE ZERO.
       01  WS-RY-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-RY-FOUND            VALUE 'Y'.
       01  WS-RET-LOOKUP-ID PIC 9(05)  VALUE ZERO.
       01  WS-RET-HIST-AMT  PIC S9(07)V99 COMP-3 VALUE ZERO.

      * One employee's contribution: what is due, what was taken,
      * and the employer match on it.
       01  WS-RET-TYPE      PIC X(01)  VALUE SPACE.
       01  WS-RET-APPLIED-SW PIC X(01) VALUE 'N'.
           88  WS-RET-APPLIED         VALUE 'Y'.
       01  WS-RET-DUE       PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-RET-PRETAX-DUE PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-RET-TAKEN     PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-RET-LIMIT     PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-RET-YTD       PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-RET-MATCH     PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-MATCH-BAND    PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-MATCH-TIER-1  PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-MATCH-TIER-2  PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-RETCAP-COUNT  PIC 9(5)   COMP VALUE ZERO.

      * The earnings codes from EARNCODE. Regular time, overtime,
      * and leave payout are always present: when the master lacks
      * them (or is missing altogether) they are supplied at
      * straight time, time-and-a-half, and straight time, all
      * taxable, the first two worked.
       01  WS-EARN-CODE-TABLE.
           05  WS-EC-ENTRY OCCURS 50 TIMES INDEXED BY WS-EC-IDX.
               10  WS-EC-CODE       PIC X(03).
               10  WS-EC-METHOD     PIC X(01).
               10  WS-EC-MULT       PIC 9V9(04).
               10  WS-EC-FLAT       PIC 9(05)V99.
               10  WS-EC-TAXABLE    PIC X(01).
               10  WS-EC-WORKED     PIC X(01).
               10  WS-EC-HOL-HOURS  PIC 9(02)V99.
       01  WS-EC-COUNT      PIC 9(02)  COMP VALUE ZERO.
       01  WS-EC-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-EARN-CODES      VALUE 'Y'.
       01  WS-EC-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-EC-FOUND            VALUE 'Y'.
       01  WS-LOOKUP-EARN   PIC X(03)  VALUE SPACE.
       01  WS-DEFAULT-MULT  PIC 9V9(04) VALUE ZERO.
       01  WS-DEFAULT-WORKED PIC X(01) VALUE 'Y'.

      * Calendar holidays (DATEUTL function H) falling between the
      * pay calendar's period start and end; each pays the HNW
      * code's hours to every priced employee.
       01  WS-PERIOD-HOLIDAYS PIC 9(02) COMP VALUE ZERO.
       01  WS-DAY-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-HOLIDAY-HOURS PIC 9(03)V99 VALUE ZERO.

      * The employee being priced, saved from the first sorted row
      * before the employee's remaining rows are read.
       01  WS-CUR-EMP-ID    PIC 9(05)  VALUE ZERO.
       01  WS-CUR-DEPT-CODE PIC X(04)  VALUE SPACE.
       01  WS-CUR-LNAME     PIC X(20)  VALUE SPACE.
       01  WS-CUR-FNAME     PIC X(15)  VALUE SPACE.
       01  WS-CUR-JOIN-FLAG PIC X(01)  VALUE SPACE.
           88  WS-CUR-ACTIVE          VALUE 'A'.
           88  WS-CUR-NOT-ON-MASTER   VALUE 'N'.
           88  WS-CUR-NOT-ACTIVE      VALUE 'I' 'T'.
           88  WS-CUR-TERMINATED      VALUE 'T'.
       01  WS-CUR-HOURS     PIC 9(03)V99 VALUE ZERO.

      * The employee's earnings for the period, one entry per code,
      * keyed rows for the same code added together. The shape
      * matches the PAYDTL earnings breakdown.
       01  WS-EMP-EARN-TABLE.
           05  WS-EE-ENTRY OCCURS 8 TIMES INDEXED BY WS-EE-IDX.
               10  WS-EE-CODE       PIC X(03).
               10  WS-EE-HOURS      PIC 9(03)V99.
               10  WS-EE-KEYED      PIC 9(07)V99.
               10  WS-EE-AMOUNT     PIC S9(07)V99.
       01  WS-EE-COUNT      PIC 9(02)  COMP VALUE ZERO.
       01  WS-EE-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-EE-FOUND            VALUE 'Y'.
       01  WS-REG-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-WORKED-HOURS  PIC 9(03)V99 VALUE ZERO.
       01  WS-KEYED-OT-HOURS PIC 9(03)V99 VALUE ZERO.
       01  WS-OT-SHIFT      PIC S9(03)V99 VALUE ZERO.
       01  WS-TAXABLE-GROSS PIC S9(07)V99 COMP-3 VALUE ZERO.

      * A code not on the earnings master (or a ninth code for one
      * employee) is not paid: the employee is flagged and the run
      * ends CC 8 so the missing pay is seen before release.
       01  WS-EARN-ERR-SW   PIC X(01)  VALUE 'N'.
           88  WS-EARN-CODE-ERROR     VALUE 'Y'.
       01  WS-BAD-EARN-CODE PIC X(03)  VALUE SPACE.
       01  WS-BADEARN-COUNT PIC 9(5)   COMP VALUE ZERO.

      * Build area for one augmented timesheet row, the same shape
      * the sort and the priced pass read back.
       01  WS-AUG-BUILD.
           05  WS-AB-EMP-ID     PIC 9(05).
           05  WS-AB-HOURS      PIC 9(03)V99.
           05  WS-AB-JOIN-FLAG  PIC X(01).
           05  WS-AB-EARN-CODE  PIC X(03).
           05  WS-AB-AMOUNT     PIC 9(07)V99.

      * Department control-break fields; the sort runs department
      * ahead of name so every department's employees are contiguous.
       01  WS-DEPT-BREAK-SW    PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-DEPT-RECORD       VALUE 'Y'.

      * Checkpoint/restart, after MAINPROG's RESTIN/RESTOUT. Every
      * WS-CKPT-INTERVAL employees the held updates below are
      * committed and a checkpoint is written to RESTOUT.
       COPY PCKPREC.
       01  WS-CKPT-INTERVAL     PIC 9(4)   COMP VALUE 100.
       01  WS-RECS-SINCE-CKPT   PIC 9(4)   COMP VALUE ZERO.
       01  WS-HIST-COMMIT-COUNT PIC 9(7)   COMP VALUE ZERO.
       01  WS-LAST-HIST-EMP-ID  PIC 9(05)  VALUE ZERO.
       01  WS-RESTART-SW        PIC X(01)  VALUE 'N'.
           88  WS-RESTART-RUN             VALUE 'Y'.
       01  WS-SKIP-SW           PIC X(01)  VALUE 'N'.
           88  WS-SKIPPING-TO-CHECKPOINT  VALUE 'Y'.
       01  WS-SKIP-COUNT        PIC 9(5)   COMP VALUE ZERO.
       01  WS-RESTIN-EOF-SW     PIC X(01)  VALUE 'N'.
           88  END-OF-RESTART-IN          VALUE 'Y'.

      * Between checkpoints each paid employee's permanent updates --
      * the PAYHIST row (held as its pay-detail image), the DEDMAST
      * balances, and a final-pay leave balance to zero -- wait here
      * and are committed together, so PAYHIST and DEDMAST never run
      * ahead of the last checkpoint. At most 8 DEDMAST rows apply to
      * an employee.
       01  WS-HELD-DETAIL-TABLE.
           05  WS-HELD-DETAIL OCCURS 100 TIMES PIC X(362).
       01  WS-HELD-DETAIL-COUNT PIC 9(4)   COMP VALUE ZERO.
       01  WS-HELD-DED-TABLE.
           05  WS-HELD-DED OCCURS 800 TIMES.
               10  WS-HD-EMP-ID     PIC 9(05).
               10  WS-HD-CODE       PIC X(03).
               10  WS-HD-TAKEN      PIC S9(05)V99 COMP-3.
       01  WS-HELD-DED-COUNT    PIC 9(4)   COMP VALUE ZERO.
       01  WS-HELD-LEAVE-TABLE.
           05  WS-HELD-LEAVE-EMP OCCURS 100 TIMES PIC 9(05).
       01  WS-HELD-LEAVE-COUNT  PIC 9(4)   COMP VALUE ZERO.
       01  WS-HOLD-SUB          PIC 9(4)   COMP VALUE ZERO.

      * On a restart PAYDETL is rebuilt from the committed PAYHIST
      * rows: the last WS-HIST-COMMIT-COUNT rows on the file.
       01  WS-PH-EOF-SW         PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY         VALUE 'Y'.
       01  WS-HIST-ROW-COUNT    PIC 9(9)   COMP VALUE ZERO.
       01  WS-HIST-ROW-SEQ      PIC 9(9)   COMP VALUE ZERO.
       01  WS-HIST-SKIP-ROWS    PIC 9(9)   COMP VALUE ZERO.
       01  WS-LAST-PH-EMP-ID    PIC 9(05)  VALUE ZERO.
       01  WS-LAST-PH-PERIOD    PIC 9(08)  VALUE ZERO.
       01  WS-LAST-PH-RUN-TYPE  PIC X(01)  VALUE SPACE.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
      * CCYYDATE.CPY and CALL/DATEUTL.CBL).
       01  WS-DATEUTL-FUNCTION       PIC X(01).
       01  WS-HEADER-LINE.
           05  FILLER       PIC X(13)  VALUE 'PERIOD END:  '.
           05  WS-HDR-DATE  PIC 9(08).
           05  FILLER       PIC X(15)  VALUE '   CHECK DATE: '.
           05  WS-HDR-CHECK-DATE PIC 9(08).
           05  FILLER       PIC X(56)  VALUE SPACE.

       01  WS-TITLE-LINE    PIC X(100) VALUE
           'PAY CALCULATION REGISTER - GROSS TO NET'.
       01  WS-OFF-TITLE-LINE PIC X(100) VALUE
           'PAY CALCULATION REGISTER - OFF-CYCLE PAYMENTS'.
       01  WS-FINAL-TITLE-LINE PIC X(100) VALUE
           'PAY CALCULATION REGISTER - FINAL PAY ON TERMINATION'.

       01  WS-RESTART-LINE.
           05  FILLER       PIC X(24)  VALUE
               '*** RESTARTED AFTER EMP '.
           05  WS-RSL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(07)  VALUE '  DEPT '.
           05  WS-RSL-DEPT  PIC X(04).
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-RSL-COUNT PIC ZZZZ9.
           05  FILLER       PIC X(30)  VALUE
               ' EMPLOYEES DONE BY CHECKPOINT '.
           05  WS-RSL-DATE  PIC 9(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-RSL-TIME  PIC 9(06).
           05  FILLER       PIC X(07)  VALUE ' ***'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID    PIC 9(05).
           05  WS-TRL-DEDOVF PIC ZZZZ9.
           05  FILLER       PIC X(22)  VALUE '  - RUN ENDED CC 8'.

       01  WS-BADEARN-LINE.
           05  FILLER       PIC X(15)  VALUE '  ** EMPLOYEE '.
           05  WS-BEL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(15)  VALUE ' EARNINGS CODE '.
           05  WS-BEL-CODE  PIC X(03).
           05  FILLER       PIC X(36)  VALUE
               ' NOT ON EARNCODE - NOT PAID **'.

       01  WS-BADEARN-TOTAL-LINE.
           05  FILLER       PIC X(36)  VALUE
               'EMPLOYEES WITH EARNINGS NOT PAID'.
           05  FILLER       PIC X(02)  VALUE ': '.
           05  WS-TRL-BADEARN PIC ZZZZ9.
           05  FILLER       PIC X(22)  VALUE '  - RUN ENDED CC 8'.

       01  WS-PAYOUT-TOTAL-LINE.
           05  FILLER       PIC X(36)  VALUE
               'LEAVE BALANCES PAID OUT AND ZEROED'.
           05  FILLER       PIC X(02)  VALUE ': '.
           05  WS-TRL-PAYOUT PIC ZZZZ9.
           05  FILLER       PIC X(35)  VALUE SPACE.

       01  WS-NOTTERM-TOTAL-LINE.
           05  FILLER       PIC X(36)  VALUE
               'FINAL PAY FOR EMPLOYEES NOT TERM'.
           05  FILLER       PIC X(02)  VALUE ': '.
           05  WS-TRL-NOTTERM PIC ZZZZ9.
           05  FILLER       PIC X(22)  VALUE '  - NOT PAID, CC 4'.

       01  WS-NOTAX-TOTAL-LINE.
           05  FILLER       PIC X(36)  VALUE
               'EMPLOYEES WITH NO TAX ELECTION'.
           05  FILLER       PIC X(02)  VALUE ': '.
           05  WS-TRL-NOTAX PIC ZZZZ9.
           05  FILLER       PIC X(35)  VALUE
               '  - WITHHELD AT SINGLE, ZERO ALLOW.'.

       01  WS-RETCAP-TOTAL-LINE.
           05  FILLER       PIC X(36)  VALUE
               'RETIREMENT CONTRIBUTIONS AT LIMIT'.
           05  FILLER       PIC X(02)  VALUE ': '.
           05  WS-TRL-RETCAP PIC ZZZZ9.
           05  FILLER       PIC X(35)  VALUE
               '  - HELD TO THE ANNUAL PLAN LIMIT'.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(12)  VALUE 'TIMESHEETS: '.
           05  WS-TRL-COUNT PIC ZZZZ9.
           05  WS-TRL-SHORT PIC ZZZZ9.
           05  FILLER       PIC X(05)  VALUE SPACE.

       01  WS-DSR-TITLE-LINE.
           05  FILLER       PIC X(44)  VALUE
               'DEDUCTION STATUS - ARREARS AND COMPLETIONS -'.
           05  FILLER       PIC X(13)  VALUE ' PERIOD END: '.
           05  WS-DSR-PERIOD PIC 9(08).
           05  FILLER       PIC X(35)  VALUE SPACE.

       01  WS-DSR-COLUMN-LINE.
           05  FILLER       PIC X(50)  VALUE
               'EMP   COD T PR   SCHEDULED      TAKEN     ARREARS '.
           05  FILLER       PIC X(50)  VALUE
               '  TAKEN TO DATE        GOAL  STATUS               '.

       01  WS-DSR-DETAIL-LINE.
           05  WS-DSR-EMP-ID PIC 9(05).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DSR-CODE  PIC X(03).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DSR-TYPE  PIC X(01).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DSR-PRIORITY PIC 9(02).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DSR-SCHED PIC ZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DSR-TAKEN PIC ZZZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DSR-ARREARS PIC ZZZZZZ9.99.
           05  FILLER       PIC X(05)  VALUE SPACE.
           05  WS-DSR-TTD   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DSR-GOAL  PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DSR-STATUS PIC X(12).
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-DSR-TRAILER-LINE.
           05  FILLER       PIC X(13)  VALUE 'IN ARREARS : '.
           05  WS-DSR-TRL-ARREARS PIC ZZZZ9.
           05  FILLER       PIC X(17)  VALUE '   GOAL REACHED: '.
           05  WS-DSR-TRL-DONE PIC ZZZZ9.
           05  FILLER       PIC X(60)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(13)  VALUE 'GRAND GROSS: '.
           05  WS-TOT-GROSS PIC ZZZZZZZZ9.99.
           PERFORM 1500-AUGMENT-TIMESHEET
               UNTIL END-OF-TIME-SHEET
           PERFORM 1800-SORT-AUGMENTED-FILE
           PERFORM 2010-SKIP-COMMITTED-EMPLOYEE
               UNTIL NOT WS-SKIPPING-TO-CHECKPOINT
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL END-OF-SORTED-TIME
           PERFORM 3000-FINALIZE
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           PERFORM 1100-RESOLVE-PERIOD-END
           PERFORM 1200-CHECK-RUN-LEDGER
           PERFORM 1250-CHECK-FOR-RESTART
           PERFORM 1300-LOAD-TAX-TABLE
           PERFORM 1350-LOAD-RETIREMENT-PLAN
           PERFORM 1400-LOAD-EARN-CODES
           IF WS-REGULAR-RUN
               PERFORM 1450-COUNT-PERIOD-HOLIDAYS
           END-IF

           OPEN INPUT  TIME-SHEET
           OPEN INPUT  EMP-MASTER
           PERFORM 8000-READ-TIME-SHEET.

      *----------------------------------------------------------*
      *  1100-RESOLVE-PERIOD-END - REGULAR RUN: THE PAY           *
      *  CALENDAR'S CURRENT PERIOD. OFF-CYCLE: THE PAYPARM        *
      *  PAYMENT DATE (MISSING OR ZERO MEANS THE RUN DATE).       *
      *  VALIDATED THROUGH DATEUTL EITHER WAY                     *
      *----------------------------------------------------------*
       1100-RESOLVE-PERIOD-END.

                           AND PP-PERIOD-END > ZERO
                           MOVE PP-PERIOD-END TO WS-PERIOD-END
                       END-IF
                       IF PP-RUN-TYPE NOT = SPACE
                           MOVE PP-RUN-TYPE TO WS-RUN-TYPE
                       END-IF
                       IF PP-PAY-GROUP NOT = SPACE
                           MOVE PP-PAY-GROUP TO WS-PAY-GROUP
                       END-IF
               END-READ
               CLOSE PAY-PARM
           END-IF

           IF NOT WS-REGULAR-RUN AND NOT WS-OFF-CYCLE-RUN
               DISPLAY 'PAYCALC: PAYPARM RUN TYPE ' WS-RUN-TYPE
                   ' NOT R, O, OR F - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OFF-CYCLE-RUN
               MOVE 'PAYCALOC' TO WS-LEDGER-PROGRAM
               MOVE WS-PERIOD-END TO WS-PERIOD-START
               MOVE WS-PERIOD-END TO WS-CHECK-DATE
           ELSE
               PERFORM 1150-READ-PAY-CALENDAR
           END-IF

           MOVE WS-PERIOD-END TO WS-DU-DATE1-NUM
           MOVE 'V' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  1150-READ-PAY-CALENDAR - THE PAY GROUP'S LATEST PERIOD   *
      *  ENDED ON OR BEFORE THE RUN DATE. NONE ENDS THE RUN CC 16 *
      *  RATHER THAN PAY AGAINST A GUESSED PERIOD                 *
      *----------------------------------------------------------*
       1150-READ-PAY-CALENDAR.

           IF WS-PERIOD-END NOT = WS-RUN-DATE-NUM
               DISPLAY 'PAYCALC: PAYPARM DATE ' WS-PERIOD-END
                   ' IGNORED ON A REGULAR RUN - PERIOD COMES FROM '
                   'THE PAY CALENDAR'
           END-IF

           MOVE 'C' TO WS-CAL-FUNCTION
           MOVE WS-RUN-DATE-NUM TO WS-CAL-LOOKUP-DATE
           CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
               WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
               WS-PAYCAL-STATUS
           IF NOT WS-PAYCAL-OK
               DISPLAY 'PAYCALC: NO PAY-CALENDAR PERIOD FOR GROUP '
                   WS-PAY-GROUP ' ENDED BY ' WS-RUN-DATE-NUM
                   ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PCL-PERIOD-START TO WS-PERIOD-START
           MOVE PCL-PERIOD-END   TO WS-PERIOD-END
           MOVE PCL-CHECK-DATE   TO WS-CHECK-DATE.

      *----------------------------------------------------------*
      *  1200-CHECK-RUN-LEDGER - A PERIOD THAT ALREADY COMPLETED  *
      *  STOPS HERE; ONLY THE RUNOVRD OPERATOR OVERRIDE LETS THE  *
           END-IF.

      *----------------------------------------------------------*
      *  1250-CHECK-FOR-RESTART - THE LAST RECORD ON RESTIN IS    *
      *  WHERE A FAILED RUN LEFT OFF. A CHECKPOINT FOR THIS       *
      *  PERIOD AND RUN TYPE MAKES THIS A RESTART; A RUN-COMPLETE *
      *  RECORD OR NO DECK AT ALL MEANS A FRESH RUN. A CHECKPOINT *
      *  FOR ANY OTHER RUN ENDS THE RUN CC 16                     *
      *----------------------------------------------------------*
       1250-CHECK-FOR-RESTART.

           MOVE SPACE TO PAY-CHECKPOINT-RECORD
           OPEN INPUT RESTART-IN
           IF WS-RESTART-IN-STATUS = '00'
               PERFORM 1255-READ-RESTART-IN
                   UNTIL END-OF-RESTART-IN
               CLOSE RESTART-IN
           END-IF

           IF CK-RUN-COMPLETE
               DISPLAY 'PAYCALC: RESTIN DECK IS FROM A RUN THAT '
                   'COMPLETED - STARTING FRESH'
           END-IF

           IF CK-CHECKPOINT
               IF CK-PERIOD-END NOT = WS-PERIOD-END
                   OR CK-RUN-TYPE NOT = WS-RUN-TYPE
                   DISPLAY 'PAYCALC: RESTIN CHECKPOINT IS FOR PERIOD '
                       CK-PERIOD-END ' RUN TYPE ' CK-RUN-TYPE
                       ', NOT THIS RUN - ABORTING RUN'
                   PERFORM 1290-ABORT-RESTART
               END-IF
               SET WS-RESTART-RUN TO TRUE
               SET WS-SKIPPING-TO-CHECKPOINT TO TRUE
               PERFORM 1260-RESTORE-CHECKPOINT
               DISPLAY 'PAYCALC: RESTARTING AFTER EMPLOYEE '
                   CK-LAST-EMP-ID ' DEPT ' CK-LAST-DEPT-CODE
                   ' - CHECKPOINT OF ' CK-CKPT-DATE ' ' CK-CKPT-TIME
           END-IF.

      *----------------------------------------------------------*
      *  1255-READ-RESTART-IN - READ ONE CHECKPOINT; THE LAST ONE *
      *  READ IS THE ONE KEPT                                     *
      *----------------------------------------------------------*
       1255-READ-RESTART-IN.

           READ RESTART-IN INTO PAY-CHECKPOINT-RECORD
               AT END
                   SET END-OF-RESTART-IN TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  1260-RESTORE-CHECKPOINT - THE COUNTS, DEPARTMENT         *
      *  SUBTOTALS AND GRAND TOTALS AS THEY STOOD WHEN THE FAILED *
      *  RUN LAST COMMITTED                                       *
      *----------------------------------------------------------*
       1260-RESTORE-CHECKPOINT.

           MOVE CK-HIST-COUNT       TO WS-HIST-COMMIT-COUNT
           MOVE CK-LAST-HIST-EMP-ID TO WS-LAST-HIST-EMP-ID
           MOVE CK-EMP-COUNT        TO WS-EMP-COUNT
           MOVE CK-PAID-COUNT       TO WS-PAID-COUNT
           MOVE CK-NORATE-COUNT     TO WS-NORATE-COUNT
           MOVE CK-NOMAST-COUNT     TO WS-NOMAST-COUNT
           MOVE CK-INACT-COUNT      TO WS-INACT-COUNT
           MOVE CK-SHORT-COUNT      TO WS-SHORT-COUNT
           MOVE CK-DEDOVF-COUNT     TO WS-DEDOVF-COUNT
           MOVE CK-BADEARN-COUNT    TO WS-BADEARN-COUNT
           MOVE CK-NOTAX-COUNT      TO WS-NOTAX-COUNT
           MOVE CK-PAYOUT-COUNT     TO WS-PAYOUT-COUNT
           MOVE CK-NOTTERM-COUNT    TO WS-NOTTERM-COUNT
           MOVE CK-ARREARS-COUNT    TO WS-ARREARS-COUNT
           MOVE CK-DEDDONE-COUNT    TO WS-DEDDONE-COUNT
           MOVE CK-RETCAP-COUNT     TO WS-RETCAP-COUNT
           MOVE CK-PREV-DEPT-CODE   TO WS-PREV-DEPT-CODE
           MOVE CK-DEPT-COUNT       TO WS-DEPT-COUNT
           MOVE CK-DEPT-GROSS       TO WS-DEPT-GROSS
           MOVE CK-DEPT-NET         TO WS-DEPT-NET
           MOVE CK-GRAND-GROSS      TO WS-GRAND-GROSS
           MOVE CK-GRAND-NET        TO WS-GRAND-NET
           IF CK-EMP-COUNT > ZERO
               MOVE 'N' TO WS-DEPT-BREAK-SW
           END-IF.

      *----------------------------------------------------------*
      *  1270-REBUILD-PAY-DETAIL - THE FAILED RUN'S PAYDETL IS    *
      *  GONE, SO ITS COMMITTED EMPLOYEES ARE WRITTEN AGAIN FROM  *
      *  THE PAYHIST ROWS THE CHECKPOINT COUNTED. PAYHIST MUST    *
      *  END EXACTLY WHERE THE CHECKPOINT SAYS; ANYTHING ELSE     *
      *  MEANS A COMMIT WAS CUT SHORT AND ENDS THE RUN CC 16      *
      *----------------------------------------------------------*
       1270-REBUILD-PAY-DETAIL.

           MOVE ZERO TO WS-HIST-ROW-COUNT
           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS = '00'
               MOVE 'N' TO WS-PH-EOF-SW
               PERFORM 8200-READ-PAY-HISTORY
               PERFORM 1272-COUNT-HIST-ROW
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY
           END-IF

           IF WS-HIST-COMMIT-COUNT > ZERO
               IF WS-HIST-ROW-COUNT < WS-HIST-COMMIT-COUNT
                   OR WS-LAST-PH-EMP-ID NOT = WS-LAST-HIST-EMP-ID
                   OR WS-LAST-PH-PERIOD NOT = WS-PERIOD-END
                   OR WS-LAST-PH-RUN-TYPE NOT = WS-RUN-TYPE
                   DISPLAY 'PAYCALC: PAYHIST DOES NOT END WITH THE '
                       WS-HIST-COMMIT-COUNT ' ROWS THE CHECKPOINT '
                       'COMMITTED - RESTORE PAYHIST AND DEDMAST '
                       'BEFORE RERUNNING - ABORTING RUN'
                   PERFORM 1290-ABORT-RESTART
               END-IF
               COMPUTE WS-HIST-SKIP-ROWS =
                   WS-HIST-ROW-COUNT - WS-HIST-COMMIT-COUNT
               MOVE ZERO TO WS-HIST-ROW-SEQ
               OPEN INPUT PAY-HISTORY
               MOVE 'N' TO WS-PH-EOF-SW
               PERFORM 8200-READ-PAY-HISTORY
               PERFORM 1274-COPY-HIST-ROW
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY
           END-IF

           DISPLAY 'PAYCALC: ' WS-DETAIL-COUNT
               ' PAYDETL ROWS REBUILT FROM PAYHIST'.

      *----------------------------------------------------------*
      *  1272-COUNT-HIST-ROW - COUNT PAYHIST AND KEEP THE LAST    *
      *  ROW'S EMPLOYEE, PERIOD AND RUN TYPE                      *
      *----------------------------------------------------------*
       1272-COUNT-HIST-ROW.

           ADD 1 TO WS-HIST-ROW-COUNT
           MOVE PH-EMP-ID     TO WS-LAST-PH-EMP-ID
           MOVE PH-PERIOD-END TO WS-LAST-PH-PERIOD
           MOVE PH-RUN-TYPE   TO WS-LAST-PH-RUN-TYPE
           PERFORM 8200-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1274-COPY-HIST-ROW - PAST THE EARLIER HISTORY, EACH ROW  *
      *  THIS RUN COMMITTED BECOMES A PAYDETL ROW AGAIN           *
      *----------------------------------------------------------*
       1274-COPY-HIST-ROW.

           ADD 1 TO WS-HIST-ROW-SEQ
           IF WS-HIST-ROW-SEQ > WS-HIST-SKIP-ROWS
               IF PH-PERIOD-END NOT = WS-PERIOD-END
                   OR PH-RUN-TYPE NOT = WS-RUN-TYPE
                   DISPLAY 'PAYCALC: PAYHIST ROW FOR EMPLOYEE '
                       PH-EMP-ID ' IS NOT FROM THIS RUN - RESTORE '
                       'PAYHIST AND DEDMAST BEFORE RERUNNING - '
                       'ABORTING RUN'
                   PERFORM 1290-ABORT-RESTART
               END-IF
               PERFORM 1276-BUILD-DETAIL-FROM-HIST
               WRITE PAY-DETAIL-OUT FROM PAY-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           PERFORM 8200-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1276-BUILD-DETAIL-FROM-HIST - THE PAYDETL ROW A PAYHIST  *
      *  ROW WAS WRITTEN FROM                                     *
      *----------------------------------------------------------*
       1276-BUILD-DETAIL-FROM-HIST.

           MOVE 'PD'             TO PD-RECORD-TYPE
           MOVE PH-EMP-ID        TO PD-EMP-ID
           MOVE PH-DEPT-CODE     TO PD-DEPT-CODE
           MOVE PH-PERIOD-END    TO PD-PERIOD-END
           MOVE PH-REG-HOURS     TO PD-REG-HOURS
           MOVE PH-OT-HOURS      TO PD-OT-HOURS
           MOVE PH-PAY-RATE      TO PD-PAY-RATE
           MOVE PH-GROSS-PAY     TO PD-GROSS-PAY
           MOVE PH-TOTAL-DED     TO PD-TOTAL-DED
           MOVE PH-NET-PAY       TO PD-NET-PAY
           MOVE PH-TAXABLE-WAGES TO PD-TAXABLE-WAGES
           MOVE PH-RUN-TYPE      TO PD-RUN-TYPE
           MOVE PH-ER-RET-MATCH  TO PD-ER-RET-MATCH
           MOVE PH-DED-COUNT     TO PD-DED-COUNT
           MOVE PH-DED-ENTRY(1)  TO PD-DED-ENTRY(1)
           MOVE PH-DED-ENTRY(2)  TO PD-DED-ENTRY(2)
           MOVE PH-DED-ENTRY(3)  TO PD-DED-ENTRY(3)
           MOVE PH-DED-ENTRY(4)  TO PD-DED-ENTRY(4)
           MOVE PH-DED-ENTRY(5)  TO PD-DED-ENTRY(5)
           MOVE PH-DED-ENTRY(6)  TO PD-DED-ENTRY(6)
           MOVE PH-DED-ENTRY(7)  TO PD-DED-ENTRY(7)
           MOVE PH-DED-ENTRY(8)  TO PD-DED-ENTRY(8)
           MOVE PH-DED-ENTRY(9)  TO PD-DED-ENTRY(9)
           MOVE PH-DED-ENTRY(10) TO PD-DED-ENTRY(10)
           MOVE PH-DED-ENTRY(11) TO PD-DED-ENTRY(11)
           MOVE PH-DED-ENTRY(12) TO PD-DED-ENTRY(12)
           MOVE PH-EARN-COUNT    TO PD-EARN-COUNT
           MOVE PH-EARN-ENTRY(1) TO PD-EARN-ENTRY(1)
           MOVE PH-EARN-ENTRY(2) TO PD-EARN-ENTRY(2)
           MOVE PH-EARN-ENTRY(3) TO PD-EARN-ENTRY(3)
           MOVE PH-EARN-ENTRY(4) TO PD-EARN-ENTRY(4)
           MOVE PH-EARN-ENTRY(5) TO PD-EARN-ENTRY(5)
           MOVE PH-EARN-ENTRY(6) TO PD-EARN-ENTRY(6)
           MOVE PH-EARN-ENTRY(7) TO PD-EARN-ENTRY(7)
           MOVE PH-EARN-ENTRY(8) TO PD-EARN-ENTRY(8).

      *----------------------------------------------------------*
      *  1290-ABORT-RESTART - A RESTART THAT CANNOT SAFELY        *
      *  RESUME ENDS CC 16 WITH AN AUDIT RECORD                   *
      *----------------------------------------------------------*
       1290-ABORT-RESTART.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  1300-LOAD-TAX-TABLE - THE PERIOD YEAR'S SCHEDULES INTO   *
      *  STORAGE. NO TABLE, OR NO ROWS FOR THE YEAR, ENDS THE RUN *
      *  CC 16: A PAY RUN WITHOUT WITHHOLDING IS WORSE THAN NONE  *
      *----------------------------------------------------------*
       1300-LOAD-TAX-TABLE.

           COMPUTE WS-TAX-YEAR = WS-PERIOD-END / 10000
           MOVE ZERO TO WS-TR-COUNT

           OPEN INPUT TAX-TABLE
           IF WS-TAX-TABLE-STATUS = '00'
               MOVE LOW-VALUES  TO TT-KEY
               MOVE WS-TAX-YEAR TO TT-TAX-YEAR
               START TAX-TABLE KEY NOT < TT-KEY
                   INVALID KEY
                       SET END-OF-TAX-TABLE TO TRUE
               END-START
               PERFORM 1310-READ-TAX-TABLE-ROW
                   UNTIL END-OF-TAX-TABLE
               CLOSE TAX-TABLE
           END-IF

           IF WS-TR-COUNT = ZERO
               DISPLAY 'PAYCALC: NO TAX TABLE ROWS FOR ' WS-TAX-YEAR
                   ' - LOAD THE YEAR THROUGH TAXLOAD - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  1310-READ-TAX-TABLE-ROW - ONE BRACKET INTO STORAGE; A    *
      *  ROW FOR A LATER YEAR ENDS THE LOAD. A TABLE PAST 300     *
      *  ROWS CANNOT BE HELD AND ENDS THE RUN CC 16.              *
      *----------------------------------------------------------*
       1310-READ-TAX-TABLE-ROW.

           READ TAX-TABLE NEXT
               AT END
                   SET END-OF-TAX-TABLE TO TRUE
               NOT AT END
                   IF TT-TAX-YEAR NOT = WS-TAX-YEAR
                       SET END-OF-TAX-TABLE TO TRUE
                   ELSE
                       IF WS-TR-COUNT < 300
                           ADD 1 TO WS-TR-COUNT
                           SET WS-TR-IDX TO WS-TR-COUNT
                           MOVE TT-TAX-TYPE TO WS-TR-TYPE(WS-TR-IDX)
                           MOVE TT-STATE    TO WS-TR-STATE(WS-TR-IDX)
                           MOVE TT-FILING-STATUS
                               TO WS-TR-STATUS(WS-TR-IDX)
                           MOVE TT-BRACKET-FLOOR
                               TO WS-TR-FLOOR(WS-TR-IDX)
                           MOVE TT-BASE-TAX TO WS-TR-BASE-TAX(WS-TR-IDX)
                           MOVE TT-RATE     TO WS-TR-RATE(WS-TR-IDX)
                           MOVE TT-ALLOW-AMOUNT
                               TO WS-TR-ALLOW(WS-TR-IDX)
                           MOVE TT-WAGE-LIMIT
                               TO WS-TR-LIMIT(WS-TR-IDX)
                           MOVE TT-PERIODS-PER-YEAR
                               TO WS-TR-PERIODS(WS-TR-IDX)
                       ELSE
                           DISPLAY 'PAYCALC: TAX TABLE FOR '
                               WS-TAX-YEAR ' EXCEEDS 300 ROWS - '
                               'ABORTING RUN'
                           MOVE 16 TO RETURN-CODE
                           MOVE '16' TO AUD-RETURN-CODE
                           MOVE ZERO TO AUD-RECORD-COUNT
                           PERFORM 9700-WRITE-AUDIT-RECORD
                           CLOSE AUDIT-TRAIL
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1350-LOAD-RETIREMENT-PLAN - WITH AN ELECTION MASTER, THE *
      *  PLAN YEAR'S LIMITS AND MATCH FORMULA AND EVERY           *
      *  EMPLOYEE'S YEAR-TO-DATE CONTRIBUTIONS. NO PLAN ROW FOR   *
      *  THE YEAR ENDS THE RUN CC 16: A CONTRIBUTION WITH NO      *
      *  LIMIT IS WORSE THAN NONE                                 *
      *----------------------------------------------------------*
       1350-LOAD-RETIREMENT-PLAN.

           OPEN INPUT RET-ELECTION
           IF WS-RET-ELECTION-STATUS NOT = '00'
               DISPLAY 'PAYCALC: NO RETELEC ELECTION FILE - NO '
                   'RETIREMENT CONTRIBUTIONS TAKEN'
           ELSE
               SET WS-RETELEC-AVAILABLE TO TRUE
               OPEN INPUT RET-PLAN
               IF WS-RET-PLAN-STATUS = '00'
                   PERFORM 1355-READ-RET-PLAN-ROW
                       UNTIL END-OF-RET-PLAN
                   CLOSE RET-PLAN
               END-IF

               IF NOT WS-RET-PLAN-FOUND
                   DISPLAY 'PAYCALC: NO RETPLAN ROW FOR ' WS-TAX-YEAR
                       ' - RETIREMENT LIMIT AND MATCH UNKNOWN - '
                       'ABORTING RUN'
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
                   MOVE ZERO TO AUD-RECORD-COUNT
                   PERFORM 9700-WRITE-AUDIT-RECORD
                   CLOSE AUDIT-TRAIL
                   STOP RUN
               END-IF

               MOVE ZERO TO WS-RY-COUNT
               OPEN INPUT PAY-HISTORY
               IF WS-PAYHIST-STATUS = '00'
                   MOVE 'N' TO WS-PH-EOF-SW
                   PERFORM 8200-READ-PAY-HISTORY
                   PERFORM 1360-ADD-HIST-CONTRIB
                       UNTIL END-OF-PAY-HISTORY
                   CLOSE PAY-HISTORY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1355-READ-RET-PLAN-ROW - KEEP THE ROW FOR THE PERIOD'S   *
      *  YEAR                                                     *
      *----------------------------------------------------------*
       1355-READ-RET-PLAN-ROW.

           READ RET-PLAN
               AT END
                   SET END-OF-RET-PLAN TO TRUE
               NOT AT END
                   IF RPL-PLAN-YEAR = WS-TAX-YEAR
                       SET WS-RET-PLAN-FOUND TO TRUE
                       MOVE RPL-DEFERRAL-LIMIT TO WS-RP-DEFERRAL-LIMIT
                       MOVE RPL-CATCHUP-LIMIT  TO WS-RP-CATCHUP-LIMIT
                       MOVE RPL-TIER-1-PCT     TO WS-RP-TIER-1-PCT
                       MOVE RPL-TIER-1-MATCH   TO WS-RP-TIER-1-MATCH
                       MOVE RPL-TIER-2-PCT     TO WS-RP-TIER-2-PCT
                       MOVE RPL-TIER-2-MATCH   TO WS-RP-TIER-2-MATCH
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1360-ADD-HIST-CONTRIB - A STANDING PAYHIST ROW OF THE    *
      *  PLAN YEAR, FROM ANY RUN BUT THIS ONE, ADDS ITS RET       *
      *  ENTRIES TO THE EMPLOYEE'S YEAR-TO-DATE                   *
      *----------------------------------------------------------*
       1360-ADD-HIST-CONTRIB.

           IF PH-PERIOD-CCYY = WS-TAX-YEAR
               AND NOT PH-VOIDED
               AND PH-DED-COUNT > ZERO
               AND (PH-PERIOD-END NOT = WS-PERIOD-END
                    OR PH-RUN-TYPE NOT = WS-RUN-TYPE)
               MOVE ZERO TO WS-RET-HIST-AMT
               PERFORM 1365-SUM-HIST-ENTRY
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > PH-DED-COUNT
               IF WS-RET-HIST-AMT NOT = ZERO
                   PERFORM 1370-ADD-TO-RET-YTD
               END-IF
           END-IF

           PERFORM 8200-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1365-SUM-HIST-ENTRY - A PRE-TAX OR AFTER-TAX RETIREMENT  *
      *  ENTRY COUNTS TOWARD THE LIMIT                            *
      *----------------------------------------------------------*
       1365-SUM-HIST-ENTRY.

           IF PH-DED-TYPE(WS-SORT-I) = 'R'
               OR PH-DED-TYPE(WS-SORT-I) = 'A'
               ADD PH-DED-AMOUNT(WS-SORT-I) TO WS-RET-HIST-AMT
           END-IF.

      *----------------------------------------------------------*
      *  1370-ADD-TO-RET-YTD - THE ROW'S CONTRIBUTION ONTO THE    *
      *  EMPLOYEE'S ENTRY, ADDED WHEN NEW. AN EMPLOYEE PAST 2000  *
      *  CANNOT BE HELD AND ENDS THE RUN CC 16                    *
      *----------------------------------------------------------*
       1370-ADD-TO-RET-YTD.

           MOVE PH-EMP-ID TO WS-RET-LOOKUP-ID
           PERFORM 2360-FIND-RET-YTD
           IF NOT WS-RY-FOUND
               IF WS-RY-COUNT < 2000
                   ADD 1 TO WS-RY-COUNT
                   SET WS-RY-IDX TO WS-RY-COUNT
                   MOVE PH-EMP-ID TO WS-RY-EMP-ID(WS-RY-IDX)
                   MOVE ZERO      TO WS-RY-CONTRIB(WS-RY-IDX)
               ELSE
                   DISPLAY 'PAYCALC: RETIREMENT YEAR-TO-DATE EXCEEDS '
                       '2000 EMPLOYEES - ABORTING RUN'
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
                   MOVE ZERO TO AUD-RECORD-COUNT
                   PERFORM 9700-WRITE-AUDIT-RECORD
                   CLOSE AUDIT-TRAIL
                   STOP RUN
               END-IF
           END-IF

           ADD WS-RET-HIST-AMT TO WS-RY-CONTRIB(WS-RY-IDX).

      *----------------------------------------------------------*
      *  1400-LOAD-EARN-CODES - THE EARNINGS-CODE MASTER INTO     *
      *  STORAGE, THEN REGULAR, OVERTIME, AND LEAVE PAYOUT        *
      *  SUPPLIED IF ABSENT. A MASTER PAST 47 CODES (LEAVING ROOM *
      *  FOR THOSE THREE) CANNOT BE HELD AND ENDS THE RUN CC 16.  *
      *----------------------------------------------------------*
       1400-LOAD-EARN-CODES.

           MOVE ZERO TO WS-EC-COUNT
           OPEN INPUT EARN-MASTER
           IF WS-EARN-MASTER-STATUS = '00'
               PERFORM 1410-READ-EARN-CODE
                   UNTIL END-OF-EARN-CODES
               CLOSE EARN-MASTER
           ELSE
               DISPLAY 'PAYCALC: NO EARNCODE EARNINGS MASTER - '
                   'REGULAR AND OVERTIME ONLY'
           END-IF

           MOVE 'Y'   TO WS-DEFAULT-WORKED
           MOVE 'REG' TO WS-LOOKUP-EARN
           PERFORM 2240-FIND-EARN-CODE
           IF NOT WS-EC-FOUND
               MOVE 1.0 TO WS-DEFAULT-MULT
               PERFORM 1420-ADD-DEFAULT-CODE
           END-IF

           MOVE 'OVT' TO WS-LOOKUP-EARN
           PERFORM 2240-FIND-EARN-CODE
           IF NOT WS-EC-FOUND
               MOVE 1.5 TO WS-DEFAULT-MULT
               PERFORM 1420-ADD-DEFAULT-CODE
           END-IF

           MOVE 'N'   TO WS-DEFAULT-WORKED
           MOVE 'LVP' TO WS-LOOKUP-EARN
           PERFORM 2240-FIND-EARN-CODE
           IF NOT WS-EC-FOUND
               MOVE 1.0 TO WS-DEFAULT-MULT
               PERFORM 1420-ADD-DEFAULT-CODE
           END-IF.

      *----------------------------------------------------------*
      *  1410-READ-EARN-CODE - ONE CODE INTO THE TABLE            *
      *----------------------------------------------------------*
       1410-READ-EARN-CODE.

           READ EARN-MASTER NEXT
               AT END
                   SET END-OF-EARN-CODES TO TRUE
               NOT AT END
                   IF WS-EC-COUNT < 47
                       ADD 1 TO WS-EC-COUNT
                       SET WS-EC-IDX TO WS-EC-COUNT
                       MOVE EC-CODE        TO WS-EC-CODE(WS-EC-IDX)
                       MOVE EC-CALC-METHOD TO WS-EC-METHOD(WS-EC-IDX)
                       MOVE EC-RATE-MULT   TO WS-EC-MULT(WS-EC-IDX)
                       MOVE EC-FLAT-AMOUNT TO WS-EC-FLAT(WS-EC-IDX)
                       MOVE EC-TAXABLE-SW  TO WS-EC-TAXABLE(WS-EC-IDX)
                       MOVE EC-HOURS-WORKED-SW
                           TO WS-EC-WORKED(WS-EC-IDX)
                       MOVE EC-HOLIDAY-HOURS
                           TO WS-EC-HOL-HOURS(WS-EC-IDX)
                   ELSE
                       DISPLAY 'PAYCALC: EARNCODE MASTER EXCEEDS '
                           '47 CODES - ABORTING RUN'
                       MOVE 16 TO RETURN-CODE
                       MOVE '16' TO AUD-RETURN-CODE
                       MOVE ZERO TO AUD-RECORD-COUNT
                       PERFORM 9700-WRITE-AUDIT-RECORD
                       CLOSE AUDIT-TRAIL
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1420-ADD-DEFAULT-CODE - WS-LOOKUP-EARN AS A TAXABLE CODE *
      *  AT WS-DEFAULT-MULT TIMES THE BASE RATE                   *
      *----------------------------------------------------------*
       1420-ADD-DEFAULT-CODE.

           ADD 1 TO WS-EC-COUNT
           SET WS-EC-IDX TO WS-EC-COUNT
           MOVE WS-LOOKUP-EARN TO WS-EC-CODE(WS-EC-IDX)
           MOVE 'M'            TO WS-EC-METHOD(WS-EC-IDX)
           MOVE WS-DEFAULT-MULT TO WS-EC-MULT(WS-EC-IDX)
           MOVE ZERO           TO WS-EC-FLAT(WS-EC-IDX)
           MOVE 'Y'            TO WS-EC-TAXABLE(WS-EC-IDX)
           MOVE WS-DEFAULT-WORKED TO WS-EC-WORKED(WS-EC-IDX)
           MOVE ZERO           TO WS-EC-HOL-HOURS(WS-EC-IDX).

      *----------------------------------------------------------*
      *  1450-COUNT-PERIOD-HOLIDAYS - EACH DAY FROM PERIOD START  *
      *  TO PERIOD END CHECKED AGAINST THE DATEUTL HOLIDAY        *
      *  CALENDAR. THE COUNT TIMES THE HNW CODE'S HOURS (8 WHEN   *
      *  IT CARRIES NONE) IS THE HOLIDAY PAY EACH PRICED EMPLOYEE *
      *  RECEIVES                                                 *
      *----------------------------------------------------------*
       1450-COUNT-PERIOD-HOLIDAYS.

           MOVE ZERO TO WS-PERIOD-HOLIDAYS
           MOVE ZERO TO WS-HOLIDAY-HOURS
           MOVE WS-PERIOD-START TO WS-DAY-DATE
           PERFORM 1460-CHECK-ONE-DAY
               UNTIL WS-DAY-DATE > WS-PERIOD-END

           IF WS-PERIOD-HOLIDAYS > ZERO
               MOVE 'HNW' TO WS-LOOKUP-EARN
               PERFORM 2240-FIND-EARN-CODE
               IF WS-EC-FOUND
                   IF WS-EC-HOL-HOURS(WS-EC-IDX) > ZERO
                       COMPUTE WS-HOLIDAY-HOURS =
                           WS-PERIOD-HOLIDAYS
                           * WS-EC-HOL-HOURS(WS-EC-IDX)
                   ELSE
                       COMPUTE WS-HOLIDAY-HOURS =
                           WS-PERIOD-HOLIDAYS * 8
                   END-IF
               ELSE
                   DISPLAY 'PAYCALC: ' WS-PERIOD-HOLIDAYS
                       ' HOLIDAYS IN THE PERIOD BUT NO HNW CODE ON '
                       'EARNCODE - NO HOLIDAY PAY GENERATED'
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1460-CHECK-ONE-DAY - WS-DAY-DATE, THEN STEP ONE DAY ON   *
      *----------------------------------------------------------*
       1460-CHECK-ONE-DAY.

           MOVE WS-DAY-DATE TO WS-DU-DATE1-NUM
           MOVE 'H' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           IF WS-DATEUTL-DATE-IS-VALID
               ADD 1 TO WS-PERIOD-HOLIDAYS
           END-IF

           MOVE WS-DAY-DATE TO WS-DU-DATE1-NUM
           MOVE 1 TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           MOVE WS-DU-RESULT-NUM TO WS-DAY-DATE.

      *----------------------------------------------------------*
      *  1500-AUGMENT-TIMESHEET - JOIN EACH TIMESHEET ROW TO THE  *
      *  EMPLOYEE MASTER SO THE PRINT PASS CAN RUN IN PAYREG'S    *
      *  DEPARTMENT-AND-NAME ORDER. A ROW THAT DOES NOT JOIN IS   *
      *  CARRIED THROUGH FLAGGED, NOT DROPPED.                    *
      *----------------------------------------------------------*
       1500-AUGMENT-TIMESHEET.

           MOVE SPACE      TO WS-AUG-BUILD
           MOVE TS-EMP-ID  TO WS-AB-EMP-ID
           MOVE TS-HOURS   TO WS-AB-HOURS
           MOVE TS-EARN-CODE TO WS-AB-EARN-CODE
           IF TS-AMOUNT NUMERIC
               MOVE TS-AMOUNT TO WS-AB-AMOUNT
           ELSE
               MOVE ZERO      TO WS-AB-AMOUNT
           END-IF

           MOVE TS-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE '????'  TO WS-AB-DEPT-CODE
                   MOVE SPACE   TO WS-AB-LNAME
                   MOVE SPACE   TO WS-AB-FNAME
                   MOVE 'N'     TO WS-AB-JOIN-FLAG
               NOT INVALID KEY
                   MOVE EMP-DEPT-CODE TO WS-AB-DEPT-CODE
                   MOVE EMP-LNAME     TO WS-AB-LNAME
                   MOVE EMP-FNAME     TO WS-AB-FNAME
                   EVALUATE TRUE
                       WHEN EMP-ACTIVE
                           MOVE 'A' TO WS-AB-JOIN-FLAG
                       WHEN EMP-TERMINATED
                           MOVE 'T' TO WS-AB-JOIN-FLAG
                       WHEN OTHER
                           MOVE 'I' TO WS-AB-JOIN-FLAG
                   END-EVALUATE
           END-READ

           WRITE AUG-TIME-RECORD FROM WS-AUG-BUILD

           PERFORM 8000-READ-TIME-SHEET.

      *----------------------------------------------------------*
      *  1800-SORT-AUGMENTED-FILE - DEPARTMENT/NAME ORDER         *
      *  (EMPLOYEE ID LAST, SO EACH EMPLOYEE'S ROWS ARE           *
      *  CONTIGUOUS), THEN OPEN EVERYTHING THE PRICED PASS NEEDS  *
      *----------------------------------------------------------*
       1800-SORT-AUGMENTED-FILE.

           CLOSE TIME-SHEET
           CLOSE AUG-TIME

           SORT SORT-WORK
               ON ASCENDING KEY SD-DEPT-CODE
               ON ASCENDING KEY SD-LNAME
               ON ASCENDING KEY SD-FNAME
               ON ASCENDING KEY SD-EMP-ID
               USING AUG-TIME
               GIVING SORTED-TIME

           OPEN INPUT  SORTED-TIME
           OPEN INPUT  COMP-MASTER
           OPEN I-O    DED-MASTER
           IF WS-FINAL-PAY-RUN
               OPEN I-O LEAVE-MASTER
               IF WS-LEAVE-STATUS = '00'
                   SET WS-LEAVMAST-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'PAYCALC: NO LEAVMAST LEAVE MASTER - NO '
                       'LEAVE BALANCES PAID OUT'
               END-IF
           END-IF
           OPEN OUTPUT REGISTER-RPT

           OPEN I-O TAX-ELECTION
           IF WS-TAX-ELECTION-STATUS = '00'
               SET WS-TAXELEC-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PAYCALC: NO TAXELEC ELECTION FILE - EVERY '
                   'EMPLOYEE WITHHELD AT SINGLE, ZERO ALLOWANCES'
           END-IF

           OPEN INPUT JOB-MASTER
           IF WS-JOB-MASTER-STATUS = '00'
               SET WS-JOBMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PAYCALC: NO JOBMAST REFERENCE FILE - EVERY '
                   'EMPLOYEE TREATED AS NON-EXEMPT FOR OVERTIME'
           END-IF
           OPEN OUTPUT PAY-DETAIL
           OPEN OUTPUT DED-STATUS-RPT
           OPEN OUTPUT RESTART-OUT

           MOVE WS-PERIOD-END TO WS-HDR-DATE
           MOVE WS-CHECK-DATE TO WS-HDR-CHECK-DATE
           WRITE REGISTER-LINE FROM WS-HEADER-LINE
           EVALUATE TRUE
               WHEN WS-FINAL-PAY-RUN
                   WRITE REGISTER-LINE FROM WS-FINAL-TITLE-LINE
               WHEN WS-OFF-CYCLE-RUN
                   WRITE REGISTER-LINE FROM WS-OFF-TITLE-LINE
               WHEN OTHER
                   WRITE REGISTER-LINE FROM WS-TITLE-LINE
           END-EVALUATE
           IF WS-RESTART-RUN
               MOVE CK-LAST-EMP-ID    TO WS-RSL-EMP-ID
               MOVE CK-LAST-DEPT-CODE TO WS-RSL-DEPT
               MOVE CK-EMP-COUNT      TO WS-RSL-COUNT
               MOVE CK-CKPT-DATE      TO WS-RSL-DATE
               MOVE CK-CKPT-TIME      TO WS-RSL-TIME
               WRITE REGISTER-LINE FROM WS-RESTART-LINE
           END-IF
           MOVE SPACE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE WS-PERIOD-END TO WS-DSR-PERIOD
           WRITE DED-STATUS-LINE FROM WS-DSR-TITLE-LINE
           MOVE SPACE TO DED-STATUS-LINE
           WRITE DED-STATUS-LINE
           WRITE DED-STATUS-LINE FROM WS-DSR-COLUMN-LINE

           MOVE 'PAYCALC ' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE PAY-DETAIL-OUT FROM WS-FILE-HEADER-LINE

      * A restart carries the failed run's committed employees
      * forward: their PAYDETL rows again, and the checkpoint itself
      * as the first record of the new deck in case this run fails
      * before its own first checkpoint.
           IF WS-RESTART-RUN
               PERFORM 1270-REBUILD-PAY-DETAIL
               WRITE RESTART-OUT-RECORD FROM PAY-CHECKPOINT-RECORD
           END-IF

           OPEN EXTEND PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               OPEN OUTPUT PAY-HISTORY
           END-IF

           PERFORM 8100-READ-SORTED-TIME.

      *----------------------------------------------------------*
      *  2000-PROCESS-EMPLOYEE - GATHER ONE EMPLOYEE'S TIMESHEET  *
      *  ROWS BY EARNINGS CODE, THEN PRICE THEM: JOIN THE RATE,   *
      *  PRICE EACH CODE, APPLY DEDUCTIONS IN PRIORITY ORDER,     *
      *  PRINT AND EXTRACT THE RESULT                             *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.

           ADD 1 TO WS-EMP-COUNT
           MOVE ST-EMP-ID    TO WS-CUR-EMP-ID
           MOVE ST-DEPT-CODE TO WS-CUR-DEPT-CODE
           MOVE ST-LNAME     TO WS-CUR-LNAME
           MOVE ST-FNAME     TO WS-CUR-FNAME
           MOVE ST-JOIN-FLAG TO WS-CUR-JOIN-FLAG
           PERFORM 2065-CHECK-DEPT-BREAK

           MOVE ZERO  TO WS-EE-COUNT
           MOVE ZERO  TO WS-CUR-HOURS
           MOVE 'N'   TO WS-EARN-ERR-SW
           MOVE SPACE TO WS-BAD-EARN-CODE
           PERFORM 2050-COLLECT-EARN-ROW
               UNTIL END-OF-SORTED-TIME
                   OR ST-EMP-ID NOT = WS-CUR-EMP-ID

           MOVE WS-CUR-EMP-ID    TO WS-DET-ID
           MOVE WS-CUR-FNAME     TO WS-DET-FNAME
           MOVE WS-CUR-LNAME     TO WS-DET-LNAME
           MOVE WS-CUR-DEPT-CODE TO WS-DET-DEPT
           MOVE WS-CUR-HOURS     TO WS-DET-HOURS
           MOVE ZERO      TO WS-DET-GROSS
           MOVE ZERO      TO WS-DET-DED
           MOVE ZERO      TO WS-DET-NET
           MOVE SPACE     TO WS-DET-FLAG

           EVALUATE TRUE
               WHEN WS-CUR-NOT-ON-MASTER
                   MOVE '*NOT ON MASTER*' TO WS-DET-FLAG
                   ADD 1 TO WS-NOMAST-COUNT
               WHEN WS-FINAL-PAY-RUN AND NOT WS-CUR-TERMINATED
                   MOVE '*NOT TERMINATED*' TO WS-DET-FLAG
                   ADD 1 TO WS-NOTTERM-COUNT
               WHEN WS-REGULAR-RUN AND WS-CUR-NOT-ACTIVE
                   MOVE '*NOT ACTIVE*'    TO WS-DET-FLAG
                   ADD 1 TO WS-INACT-COUNT
               WHEN OTHER
                   PERFORM 2100-PRICE-EMPLOYEE
           END-EVALUATE

           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
           IF WS-DED-OVERFLOWED
               MOVE WS-CUR-EMP-ID TO WS-DOV-EMP-ID
               WRITE REGISTER-LINE FROM WS-DED-OVF-LINE
               ADD 1 TO WS-DEDOVF-COUNT
               MOVE 'N' TO WS-DED-OVF-SW
           END-IF
           IF WS-EARN-CODE-ERROR
               MOVE WS-CUR-EMP-ID    TO WS-BEL-EMP-ID
               MOVE WS-BAD-EARN-CODE TO WS-BEL-CODE
               WRITE REGISTER-LINE FROM WS-BADEARN-LINE
               ADD 1 TO WS-BADEARN-COUNT
           END-IF
           ADD 1 TO WS-DEPT-COUNT

           ADD 1 TO WS-RECS-SINCE-CKPT
           IF WS-RECS-SINCE-CKPT NOT < WS-CKPT-INTERVAL
               PERFORM 2800-WRITE-CHECKPOINT
           END-IF.

      *----------------------------------------------------------*
      *  2010-SKIP-COMMITTED-EMPLOYEE - ON A RESTART, PASS OVER   *
      *  ONE EMPLOYEE THE FAILED RUN ALREADY COMMITTED. THE FIRST *
      *  EMPLOYEE SORTING PAST THE CHECKPOINT ENDS THE SKIPPING   *
      *----------------------------------------------------------*
       2010-SKIP-COMMITTED-EMPLOYEE.

           IF END-OF-SORTED-TIME
               OR ST-SORT-KEY > CK-LAST-SORT-KEY
               PERFORM 2015-CONFIRM-RESUME-POINT
           ELSE
               ADD 1 TO WS-SKIP-COUNT
               MOVE ST-EMP-ID TO WS-CUR-EMP-ID
               PERFORM 8100-READ-SORTED-TIME
                   UNTIL END-OF-SORTED-TIME
                       OR ST-EMP-ID NOT = WS-CUR-EMP-ID
           END-IF.

      *----------------------------------------------------------*
      *  2015-CONFIRM-RESUME-POINT - AS MANY EMPLOYEES MUST SORT  *
      *  AHEAD OF THE RESTART POINT AS THE CHECKPOINT COMMITTED;  *
      *  OTHERWISE THE TIMESHEET CHANGED AND THE RUN ENDS CC 16   *
      *----------------------------------------------------------*
       2015-CONFIRM-RESUME-POINT.

           MOVE 'N' TO WS-SKIP-SW
           IF WS-SKIP-COUNT NOT = CK-EMP-COUNT
               DISPLAY 'PAYCALC: ' WS-SKIP-COUNT ' EMPLOYEES SORT '
                   'AHEAD OF THE RESTART POINT BUT THE CHECKPOINT '
                   'COMMITTED ' CK-EMP-COUNT ' - TIMESHEET CHANGED '
                   'SINCE THE FAILED RUN - ABORTING RUN'
               PERFORM 1290-ABORT-RESTART
           END-IF
           DISPLAY 'PAYCALC: ' WS-SKIP-COUNT ' COMMITTED EMPLOYEES '
               'PASSED OVER - RESUMING'.

      *----------------------------------------------------------*
      *  2050-COLLECT-EARN-ROW - ONE SORTED ROW INTO THE          *
      *  EMPLOYEE'S EARNINGS TABLE (A BLANK CODE IS REGULAR TIME) *
      *----------------------------------------------------------*
       2050-COLLECT-EARN-ROW.

           MOVE ST-EARN-CODE TO WS-LOOKUP-EARN
           IF WS-LOOKUP-EARN = SPACE
               MOVE 'REG' TO WS-LOOKUP-EARN
           END-IF
           ADD ST-HOURS TO WS-CUR-HOURS

           PERFORM 2055-FIND-EMP-EARN
           IF WS-EE-FOUND
               ADD ST-HOURS  TO WS-EE-HOURS(WS-EE-IDX)
               ADD ST-AMOUNT TO WS-EE-KEYED(WS-EE-IDX)
           END-IF

           PERFORM 8100-READ-SORTED-TIME.

      *----------------------------------------------------------*
      *  2055-FIND-EMP-EARN - THE EMPLOYEE'S ENTRY FOR            *
      *  WS-LOOKUP-EARN, ADDED EMPTY WHEN NEW. A NINTH CODE HAS   *
      *  NO ROOM ON THE PAY DETAIL AND IS AN EARNINGS ERROR.      *
      *----------------------------------------------------------*
       2055-FIND-EMP-EARN.

           MOVE 'N' TO WS-EE-FOUND-SW
           SET WS-EE-IDX TO 1
           SEARCH WS-EE-ENTRY
               AT END
                   SET WS-EARN-CODE-ERROR TO TRUE
                   MOVE WS-LOOKUP-EARN TO WS-BAD-EARN-CODE
               WHEN WS-EE-IDX > WS-EE-COUNT
                   ADD 1 TO WS-EE-COUNT
                   MOVE WS-LOOKUP-EARN TO WS-EE-CODE(WS-EE-IDX)
                   MOVE ZERO TO WS-EE-HOURS(WS-EE-IDX)
                   MOVE ZERO TO WS-EE-KEYED(WS-EE-IDX)
                   MOVE ZERO TO WS-EE-AMOUNT(WS-EE-IDX)
                   SET WS-EE-FOUND TO TRUE
               WHEN WS-EE-CODE(WS-EE-IDX) = WS-LOOKUP-EARN
                   SET WS-EE-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  2065-CHECK-DEPT-BREAK - CONTROL BREAK ON DEPARTMENT CODE *
      *----------------------------------------------------------*
       2065-CHECK-DEPT-BREAK.

           IF WS-FIRST-DEPT-RECORD
               SET WS-DEPT-BREAK-SW TO 'N'
               MOVE WS-CUR-DEPT-CODE TO WS-PREV-DEPT-CODE
           ELSE
               IF WS-CUR-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                   PERFORM 2066-WRITE-DEPT-SUBTOTAL
                   MOVE ZERO TO WS-DEPT-COUNT
                   MOVE ZERO TO WS-DEPT-GROSS
                   MOVE ZERO TO WS-DEPT-NET
                   MOVE WS-CUR-DEPT-CODE TO WS-PREV-DEPT-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2066-WRITE-DEPT-SUBTOTAL - ONE DEPARTMENT'S HEADCOUNT    *
      *  AND GROSS/NET DOLLAR TOTALS                              *
      *----------------------------------------------------------*
       2066-WRITE-DEPT-SUBTOTAL.

           MOVE WS-PREV-DEPT-CODE TO WS-SUB-DEPT
           MOVE WS-DEPT-COUNT     TO WS-SUB-COUNT
           MOVE WS-DEPT-GROSS     TO WS-SUB-GROSS
           MOVE WS-DEPT-NET       TO WS-SUB-NET
           WRITE REGISTER-LINE FROM WS-DEPT-SUBTOTAL-LINE.

      *----------------------------------------------------------*
      *  2100-PRICE-EMPLOYEE - RATE JOIN, EARNINGS BY CODE,       *
      *  PRIORITY-ORDERED DEDUCTIONS, EXTRACT ROW                 *
      *----------------------------------------------------------*
       2100-PRICE-EMPLOYEE.

           MOVE WS-CUR-EMP-ID TO CMP-EMP-ID
           READ COMP-MASTER
               INVALID KEY
                   SET WS-COMP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-COMP-FOUND TO TRUE
           END-READ

           IF WS-COMP-NOT-FOUND
               MOVE '*NO RATE ON FILE*' TO WS-DET-FLAG
               ADD 1 TO WS-NORATE-COUNT
           ELSE
               PERFORM 2200-COMPUTE-GROSS
               PERFORM 2350-GET-RETIREMENT-ELECTION
               PERFORM 2300-LOAD-DEDUCTIONS
               PERFORM 2500-COMPUTE-TAXES
               PERFORM 2400-APPLY-DEDUCTIONS
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TOTAL-DED

               MOVE WS-GROSS-PAY TO WS-DET-GROSS
               MOVE WS-TOTAL-DED TO WS-DET-DED
               MOVE WS-NET-PAY   TO WS-DET-NET
               MOVE WS-WORKED-HOURS TO WS-DET-HOURS
               IF NOT WS-TXE-FOUND
                   MOVE '*NO TAX ELECTION*' TO WS-DET-FLAG
                   ADD 1 TO WS-NOTAX-COUNT
               END-IF
               IF WS-DED-SHORTED
                   MOVE '*DED SHORTED*' TO WS-DET-FLAG
                   ADD 1 TO WS-SHORT-COUNT
               END-IF
               IF WS-EARN-CODE-ERROR
                   MOVE '*EARN CODE ERROR*' TO WS-DET-FLAG
               END-IF

               ADD WS-GROSS-PAY TO WS-DEPT-GROSS
               ADD WS-GROSS-PAY TO WS-GRAND-GROSS
               ADD WS-NET-PAY   TO WS-DEPT-NET
               ADD WS-NET-PAY   TO WS-GRAND-NET
               ADD 1 TO WS-PAID-COUNT

               PERFORM 2600-WRITE-PAY-DETAIL
           END-IF.

      *----------------------------------------------------------*
      *  2200-COMPUTE-GROSS - GENERATE THE PERIOD'S HOLIDAY PAY   *
      *  (OR, ON A FINAL-PAY RUN, THE LEAVE PAYOUT), MOVE WORKED  *
      *  HOURS OVER 40 FROM REGULAR TO OVERTIME ON A REGULAR RUN  *
      *  FOR A NON-EXEMPT JOB (AN EXEMPT JOB'S HOURS ALL STAY AT  *
      *  STRAIGHT TIME), THEN PRICE EACH EARNINGS CODE. GROSS IS  *
      *  EVERY CODE; TAXABLE GROSS IS ONLY THE CODES FLAGGED      *
      *  TAXABLE.                                                 *
      *----------------------------------------------------------*
       2200-COMPUTE-GROSS.

           IF WS-HOLIDAY-HOURS > ZERO
               MOVE 'HNW' TO WS-LOOKUP-EARN
               PERFORM 2055-FIND-EMP-EARN
               IF WS-EE-FOUND
                   ADD WS-HOLIDAY-HOURS TO WS-EE-HOURS(WS-EE-IDX)
               END-IF
           END-IF

           IF WS-FINAL-PAY-RUN
               PERFORM 2250-ADD-LEAVE-PAYOUT
           END-IF

           PERFORM 2205-GET-JOB-EXEMPTION

           IF WS-REGULAR-RUN AND WS-EMP-NON-EXEMPT
               PERFORM 2210-SPLIT-OVERTIME
           ELSE
               MOVE ZERO TO WS-WORKED-HOURS
               MOVE ZERO TO WS-KEYED-OT-HOURS
               MOVE ZERO TO WS-REG-SUB
               PERFORM 2220-ADD-WORKED-HOURS
                   VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > WS-EE-COUNT
           END-IF

           IF WS-EMP-EXEMPT
               PERFORM 2215-FOLD-KEYED-OVERTIME
           END-IF

           MOVE ZERO TO WS-GROSS-PAY
           MOVE ZERO TO WS-TAXABLE-GROSS
           MOVE ZERO TO WS-REG-HOURS
           MOVE ZERO TO WS-OT-HOURS
           MOVE ZERO TO PD-EARN-COUNT
           MOVE SPACE TO PD-EARN-ENTRY(1) PD-EARN-ENTRY(2)
               PD-EARN-ENTRY(3) PD-EARN-ENTRY(4) PD-EARN-ENTRY(5)
               PD-EARN-ENTRY(6) PD-EARN-ENTRY(7) PD-EARN-ENTRY(8)

           PERFORM 2230-PRICE-ONE-EARNING
               VARYING WS-EE-IDX FROM 1 BY 1
               UNTIL WS-EE-IDX > WS-EE-COUNT.

      *----------------------------------------------------------*
      *  2205-GET-JOB-EXEMPTION - EXEMPT ONLY WHEN THE EMPLOYEE'S *
      *  JOB CODE IS ON JOBMAST AND FLAGGED EXEMPT                *
      *----------------------------------------------------------*
       2205-GET-JOB-EXEMPTION.

           SET WS-EMP-NON-EXEMPT TO TRUE

           IF WS-JOBMAST-AVAILABLE
               MOVE WS-CUR-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       MOVE SPACE TO EMP-JOB-CODE
               END-READ
               IF EMP-JOB-CODE NOT = SPACE
                   MOVE EMP-JOB-CODE TO JOB-CODE
                   READ JOB-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF JOB-EXEMPT
                               SET WS-EMP-EXEMPT TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2215-FOLD-KEYED-OVERTIME - AN EXEMPT EMPLOYEE'S KEYED    *
      *  OVERTIME HOURS ARE PAID AT STRAIGHT TIME UNDER REG       *
      *----------------------------------------------------------*
       2215-FOLD-KEYED-OVERTIME.

           IF WS-KEYED-OT-HOURS > ZERO AND WS-REG-SUB > ZERO
               MOVE 'OVT' TO WS-LOOKUP-EARN
               PERFORM 2055-FIND-EMP-EARN
               IF WS-EE-FOUND
                   ADD WS-EE-HOURS(WS-EE-IDX)
                       TO WS-EE-HOURS(WS-REG-SUB)
                   MOVE ZERO TO WS-EE-HOURS(WS-EE-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2210-SPLIT-OVERTIME - HOURS OF THE WORKED CODES OVER 40, *
      *  LESS ANY OVERTIME ALREADY KEYED, MOVE FROM REG TO OVT    *
      *----------------------------------------------------------*
       2210-SPLIT-OVERTIME.

           MOVE ZERO TO WS-WORKED-HOURS
           MOVE ZERO TO WS-KEYED-OT-HOURS
           MOVE ZERO TO WS-REG-SUB
           PERFORM 2220-ADD-WORKED-HOURS
               VARYING WS-EE-IDX FROM 1 BY 1
               UNTIL WS-EE-IDX > WS-EE-COUNT

           COMPUTE WS-OT-SHIFT =
               WS-WORKED-HOURS - 40 - WS-KEYED-OT-HOURS
           IF WS-OT-SHIFT > ZERO AND WS-REG-SUB > ZERO
               IF WS-OT-SHIFT > WS-EE-HOURS(WS-REG-SUB)
                   MOVE WS-EE-HOURS(WS-REG-SUB) TO WS-OT-SHIFT
               END-IF
               MOVE 'OVT' TO WS-LOOKUP-EARN
               PERFORM 2055-FIND-EMP-EARN
               IF WS-EE-FOUND
                   SUBTRACT WS-OT-SHIFT FROM WS-EE-HOURS(WS-REG-SUB)
                   ADD WS-OT-SHIFT TO WS-EE-HOURS(WS-EE-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2220-ADD-WORKED-HOURS - ONE ENTRY'S HOURS TOWARD THE     *
      *  40-HOUR THRESHOLD WHEN ITS CODE COUNTS AS WORKED         *
      *----------------------------------------------------------*
       2220-ADD-WORKED-HOURS.

           MOVE WS-EE-CODE(WS-EE-IDX) TO WS-LOOKUP-EARN
           IF WS-LOOKUP-EARN = 'REG'
               SET WS-REG-SUB TO WS-EE-IDX
           END-IF
           IF WS-LOOKUP-EARN = 'OVT'
               ADD WS-EE-HOURS(WS-EE-IDX) TO WS-KEYED-OT-HOURS
           END-IF

           PERFORM 2240-FIND-EARN-CODE
           IF WS-EC-FOUND
               IF WS-EC-WORKED(WS-EC-IDX) = 'Y'
                   ADD WS-EE-HOURS(WS-EE-IDX) TO WS-WORKED-HOURS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2230-PRICE-ONE-EARNING - ONE CODE BY ITS METHOD INTO     *
      *  GROSS AND THE PAY-DETAIL BREAKDOWN. A CODE NOT ON THE    *
      *  MASTER IS NOT PAID AND FLAGS THE EMPLOYEE.               *
      *----------------------------------------------------------*
       2230-PRICE-ONE-EARNING.

           MOVE WS-EE-CODE(WS-EE-IDX) TO WS-LOOKUP-EARN
           PERFORM 2240-FIND-EARN-CODE

           IF NOT WS-EC-FOUND
               SET WS-EARN-CODE-ERROR TO TRUE
               MOVE WS-LOOKUP-EARN TO WS-BAD-EARN-CODE
               MOVE ZERO TO WS-EE-AMOUNT(WS-EE-IDX)
           ELSE
               EVALUATE WS-EC-METHOD(WS-EC-IDX)
                   WHEN 'M'
                       COMPUTE WS-EE-AMOUNT(WS-EE-IDX) ROUNDED =
                           WS-EE-HOURS(WS-EE-IDX) * CMP-PAY-RATE
                           * WS-EC-MULT(WS-EC-IDX)
                   WHEN 'F'
                       COMPUTE WS-EE-AMOUNT(WS-EE-IDX) ROUNDED =
                           WS-EE-HOURS(WS-EE-IDX)
                           * WS-EC-FLAT(WS-EC-IDX)
                   WHEN OTHER
                       MOVE WS-EE-KEYED(WS-EE-IDX)
                           TO WS-EE-AMOUNT(WS-EE-IDX)
               END-EVALUATE

               ADD WS-EE-AMOUNT(WS-EE-IDX) TO WS-GROSS-PAY
               IF WS-EC-TAXABLE(WS-EC-IDX) = 'Y'
                   ADD WS-EE-AMOUNT(WS-EE-IDX) TO WS-TAXABLE-GROSS
               END-IF
               IF WS-LOOKUP-EARN = 'REG'
                   MOVE WS-EE-HOURS(WS-EE-IDX) TO WS-REG-HOURS
               END-IF
               IF WS-LOOKUP-EARN = 'OVT'
                   MOVE WS-EE-HOURS(WS-EE-IDX) TO WS-OT-HOURS
               END-IF

               ADD 1 TO PD-EARN-COUNT
               MOVE WS-LOOKUP-EARN TO PD-EARN-CODE(PD-EARN-COUNT)
               MOVE WS-EE-HOURS(WS-EE-IDX)
                   TO PD-EARN-HOURS(PD-EARN-COUNT)
               MOVE WS-EE-AMOUNT(WS-EE-IDX)
                   TO PD-EARN-AMOUNT(PD-EARN-COUNT)
               MOVE WS-EC-TAXABLE(WS-EC-IDX)
                   TO PD-EARN-TAXABLE(PD-EARN-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *  2240-FIND-EARN-CODE - WS-LOOKUP-EARN IN THE EARNINGS-    *
      *  CODE TABLE                                               *
      *----------------------------------------------------------*
       2240-FIND-EARN-CODE.

           MOVE 'N' TO WS-EC-FOUND-SW
           SET WS-EC-IDX TO 1
           SEARCH WS-EC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EC-IDX > WS-EC-COUNT
                   CONTINUE
               WHEN WS-EC-CODE(WS-EC-IDX) = WS-LOOKUP-EARN
                   SET WS-EC-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  2250-ADD-LEAVE-PAYOUT - THE TERMINATED EMPLOYEE'S        *
      *  REMAINING LEAVE BALANCE AS LVP HOURS. A NEGATIVE OR ZERO *
      *  BALANCE PAYS NOTHING; THE BALANCE IS ZEROED ONLY ONCE    *
      *  THE PAYMENT IS WRITTEN (2650).                           *
      *----------------------------------------------------------*
       2250-ADD-LEAVE-PAYOUT.

           MOVE 'N' TO WS-LVE-FOUND-SW
           IF WS-LEAVMAST-AVAILABLE
               MOVE WS-CUR-EMP-ID TO LVE-EMP-ID
               READ LEAVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LVE-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-LVE-FOUND AND LVE-BALANCE-HOURS > ZERO
               MOVE 'LVP' TO WS-LOOKUP-EARN
               PERFORM 2055-FIND-EMP-EARN
               IF WS-EE-FOUND
                   ADD LVE-BALANCE-HOURS TO WS-EE-HOURS(WS-EE-IDX)
               ELSE
                   MOVE 'N' TO WS-LVE-FOUND-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2300-LOAD-DEDUCTIONS - THE EMPLOYEE'S DEDMAST ROWS,      *
           MOVE ZERO TO WS-DED-ROW-COUNT
           MOVE 'N'  TO WS-DED-EOF-SW
           MOVE 'N'  TO WS-DED-OVF-SW
           MOVE WS-CUR-EMP-ID TO DED-EMP-ID
           MOVE LOW-VALUES TO DED-CODE
           START DED-MASTER KEY NOT < DED-KEY
               INVALID KEY

      *----------------------------------------------------------*
      *  2310-READ-NEXT-DED-ROW - ONE DEDMAST ROW INTO THE TABLE; *
      *  A ROW FOR A LATER EMPLOYEE ENDS THE WALK. A COMPLETED    *
      *  ROW IS PASSED OVER                                       *
      *----------------------------------------------------------*
       2310-READ-NEXT-DED-ROW.

               AT END
                   SET END-OF-DED-ROWS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DED-EMP-ID NOT = WS-CUR-EMP-ID
                           SET END-OF-DED-ROWS TO TRUE
                       WHEN DED-COMPLETED
                           CONTINUE
                       WHEN WS-DED-ROW-COUNT < WS-DED-ROOM
                           ADD 1 TO WS-DED-ROW-COUNT
                           SET WS-DED-IDX TO WS-DED-ROW-COUNT
                           MOVE DED-CODE     TO WS-DT-CODE(WS-DED-IDX)
                           MOVE DED-TYPE     TO WS-DT-TYPE(WS-DED-IDX)
                           MOVE DED-PRIORITY
                               TO WS-DT-PRIORITY(WS-DED-IDX)
                           PERFORM 2315-SET-AMOUNT-DUE
                       WHEN OTHER
                           SET WS-DED-OVERFLOWED TO TRUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------*
      *  2315-SET-AMOUNT-DUE - PER-PERIOD AMOUNT PLUS ARREARS,    *
      *  NO MORE THAN IS LEFT OF THE GOAL                         *
      *----------------------------------------------------------*
       2315-SET-AMOUNT-DUE.

           COMPUTE WS-DED-DUE = DED-AMOUNT + DED-ARREARS
           IF DED-GOAL-AMOUNT > ZERO
               COMPUTE WS-GOAL-LEFT =
                   DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
               IF WS-DED-DUE > WS-GOAL-LEFT
                   MOVE WS-GOAL-LEFT TO WS-DED-DUE
               END-IF
           END-IF
           IF WS-DED-DUE < ZERO
               MOVE ZERO TO WS-DED-DUE
           END-IF
           IF WS-DED-DUE > 99999.99
               MOVE 99999.99 TO WS-DED-DUE
           END-IF
           MOVE WS-DED-DUE TO WS-DT-AMOUNT(WS-DED-IDX).

      *----------------------------------------------------------*
      *  2320-SORT-DED-TABLE - ONE BUBBLE PASS; PERFORMED N-1     *
      *  TIMES THE TABLE SETTLES INTO ASCENDING PRIORITY ORDER    *
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2350-GET-RETIREMENT-ELECTION - AN ACTIVE ELECTION IN     *
      *  EFFECT BY THE PERIOD END PRICES THE PERIOD'S             *
      *  CONTRIBUTION; ANY OTHER EMPLOYEE CONTRIBUTES NOTHING     *
      *----------------------------------------------------------*
       2350-GET-RETIREMENT-ELECTION.

           MOVE ZERO  TO WS-RET-DUE
           MOVE ZERO  TO WS-RET-PRETAX-DUE
           MOVE ZERO  TO WS-RET-TAKEN
           MOVE ZERO  TO WS-RET-MATCH
           MOVE SPACE TO WS-RET-TYPE
           MOVE 'N'   TO WS-RET-APPLIED-SW
           MOVE 8     TO WS-DED-ROOM

           IF WS-RETELEC-AVAILABLE
               MOVE WS-CUR-EMP-ID TO RTE-EMP-ID
               READ RET-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RTE-ACTIVE
                           AND RTE-EFF-DATE NOT > WS-PERIOD-END
                           AND RTE-CONTRIB-PCT > ZERO
                           PERFORM 2355-COMPUTE-CONTRIBUTION
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2355-COMPUTE-CONTRIBUTION - THE ELECTED PERCENT OF       *
      *  GROSS, HELD TO WHAT IS LEFT OF THE YEAR'S LIMIT (PLUS    *
      *  CATCH-UP WHEN ELECTED) AFTER THE YEAR-TO-DATE            *
      *  CONTRIBUTIONS. A CONTRIBUTION DUE TAKES ONE OF THE PAY   *
      *  DETAIL'S DEDUCTION ENTRIES                               *
      *----------------------------------------------------------*
       2355-COMPUTE-CONTRIBUTION.

           COMPUTE WS-RET-DUE ROUNDED =
               WS-GROSS-PAY * RTE-CONTRIB-PCT / 100

           MOVE WS-RP-DEFERRAL-LIMIT TO WS-RET-LIMIT
           IF RTE-CATCHUP-ELIGIBLE
               ADD WS-RP-CATCHUP-LIMIT TO WS-RET-LIMIT
           END-IF

           MOVE ZERO TO WS-RET-YTD
           MOVE WS-CUR-EMP-ID TO WS-RET-LOOKUP-ID
           PERFORM 2360-FIND-RET-YTD
           IF WS-RY-FOUND
               MOVE WS-RY-CONTRIB(WS-RY-IDX) TO WS-RET-YTD
           END-IF

           IF WS-RET-YTD + WS-RET-DUE > WS-RET-LIMIT
               COMPUTE WS-RET-DUE = WS-RET-LIMIT - WS-RET-YTD
               IF WS-RET-DUE < ZERO
                   MOVE ZERO TO WS-RET-DUE
               END-IF
               ADD 1 TO WS-RETCAP-COUNT
           END-IF
           IF WS-RET-DUE > 99999.99
               MOVE 99999.99 TO WS-RET-DUE
           END-IF

           IF WS-RET-DUE > ZERO
               MOVE 7 TO WS-DED-ROOM
               IF RTE-PRE-TAX
                   MOVE 'R' TO WS-RET-TYPE
                   MOVE WS-RET-DUE TO WS-RET-PRETAX-DUE
               ELSE
                   MOVE 'A' TO WS-RET-TYPE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2360-FIND-RET-YTD - WS-RET-LOOKUP-ID IN THE YEAR-TO-DATE *
      *  CONTRIBUTION TABLE                                       *
      *----------------------------------------------------------*
       2360-FIND-RET-YTD.

           MOVE 'N' TO WS-RY-FOUND-SW
           SET WS-RY-IDX TO 1
           SEARCH WS-RY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RY-IDX > WS-RY-COUNT
                   CONTINUE
               WHEN WS-RY-EMP-ID(WS-RY-IDX) = WS-RET-LOOKUP-ID
                   SET WS-RY-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  2400-APPLY-DEDUCTIONS - DRAW EACH DEDUCTION AGAINST THE  *
      *  REMAINING PAY IN PRIORITY ORDER. A DEDUCTION THE PAY     *
      *  CANNOT FULLY COVER IS TAKEN SHORT AND FLAGGED; LEGAL     *
      *  ORDER MEANS A GARNISHMENT IS NEVER SHORTED TO PROTECT A  *
      *  VOLUNTARY DEDUCTION BEHIND IT. TAX WITHHOLDING IS TAKEN  *
      *  FIRST OF ALL, AHEAD OF THE GARNISHMENT BAND.             *
      *----------------------------------------------------------*
       2400-APPLY-DEDUCTIONS.

           MOVE SPACE TO PD-DED-ENTRY(1) PD-DED-ENTRY(2)
               PD-DED-ENTRY(3) PD-DED-ENTRY(4) PD-DED-ENTRY(5)
               PD-DED-ENTRY(6) PD-DED-ENTRY(7) PD-DED-ENTRY(8)
               PD-DED-ENTRY(9) PD-DED-ENTRY(10) PD-DED-ENTRY(11)
               PD-DED-ENTRY(12)

           IF WS-TAX-DUE-COUNT > ZERO
               PERFORM 2405-APPLY-ONE-TAX
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-TAX-DUE-COUNT
           END-IF

           IF WS-DED-ROW-COUNT > ZERO
               PERFORM 2410-APPLY-ONE-DEDUCTION
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-DED-ROW-COUNT
           END-IF

           IF WS-RET-DUE > ZERO AND NOT WS-RET-APPLIED
               PERFORM 2430-APPLY-RETIREMENT
           END-IF.

      *----------------------------------------------------------*
      *  2405-APPLY-ONE-TAX - ONE WITHHOLDING AMOUNT AS ITS OWN   *
      *  TYPE T DEDUCTION ENTRY                                   *
      *----------------------------------------------------------*
       2405-APPLY-ONE-TAX.

           IF WS-TD-AMOUNT(WS-SORT-I) > WS-PAY-REMAINING
               MOVE WS-PAY-REMAINING TO WS-DED-TAKEN
               SET WS-DED-SHORTED TO TRUE
           ELSE
               MOVE WS-TD-AMOUNT(WS-SORT-I) TO WS-DED-TAKEN
           END-IF

           ADD WS-DED-TAKEN TO WS-TOTAL-DED
           SUBTRACT WS-DED-TAKEN FROM WS-PAY-REMAINING

           ADD 1 TO PD-DED-COUNT
           MOVE WS-TD-CODE(WS-SORT-I) TO PD-DED-CODE(PD-DED-COUNT)
           MOVE 'T'                   TO PD-DED-TYPE(PD-DED-COUNT)
           MOVE WS-DED-TAKEN          TO PD-DED-AMOUNT(PD-DED-COUNT).

      *----------------------------------------------------------*
      *  2410-APPLY-ONE-DEDUCTION - TAKE WHAT IS DUE OR WHAT IS   *
      *  LEFT, AND HOLD THE RESULT FOR DEDMAST UNTIL THE NEXT     *
      *  CHECKPOINT COMMITS IT. THE FIRST VOLUNTARY ROW IS        *
      *  PRECEDED BY THE RETIREMENT CONTRIBUTION                  *
      *----------------------------------------------------------*
       2410-APPLY-ONE-DEDUCTION.

           SET WS-DED-IDX TO WS-SORT-I
           IF WS-RET-DUE > ZERO AND NOT WS-RET-APPLIED
               AND WS-DT-PRIORITY(WS-DED-IDX) NOT < 50
               PERFORM 2430-APPLY-RETIREMENT
           END-IF

           IF WS-DT-AMOUNT(WS-DED-IDX) > WS-PAY-REMAINING
               MOVE WS-PAY-REMAINING TO WS-DED-TAKEN
               SET WS-DED-SHORTED TO TRUE
           ADD 1 TO PD-DED-COUNT
           MOVE WS-DT-CODE(WS-DED-IDX) TO PD-DED-CODE(PD-DED-COUNT)
           MOVE WS-DT-TYPE(WS-DED-IDX) TO PD-DED-TYPE(PD-DED-COUNT)
           MOVE WS-DED-TAKEN           TO PD-DED-AMOUNT(PD-DED-COUNT)

           ADD 1 TO WS-HELD-DED-COUNT
           MOVE WS-CUR-EMP-ID TO WS-HD-EMP-ID(WS-HELD-DED-COUNT)
           MOVE WS-DT-CODE(WS-DED-IDX)
               TO WS-HD-CODE(WS-HELD-DED-COUNT)
           MOVE WS-DED-TAKEN  TO WS-HD-TAKEN(WS-HELD-DED-COUNT).

      *----------------------------------------------------------*
      *  2420-UPDATE-DED-BALANCES - TAKEN TO DATE, THE ARREARS    *
      *  CARRIED FORWARD (NEVER PAST THE GOAL), AND COMPLETION;   *
      *  EVERY ROW LEFT IN ARREARS OR COMPLETED IS REPORTED       *
      *----------------------------------------------------------*
       2420-UPDATE-DED-BALANCES.

           ADD WS-DED-TAKEN TO DED-TAKEN-TO-DATE
           COMPUTE DED-ARREARS =
               DED-AMOUNT + DED-ARREARS - WS-DED-TAKEN
           IF DED-GOAL-AMOUNT > ZERO
               COMPUTE WS-GOAL-LEFT =
                   DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
               IF DED-ARREARS > WS-GOAL-LEFT
                   MOVE WS-GOAL-LEFT TO DED-ARREARS
               END-IF
               IF WS-GOAL-LEFT NOT > ZERO
                   SET DED-COMPLETED TO TRUE
                   MOVE WS-PERIOD-END TO DED-COMPLETED-DATE
               END-IF
           END-IF
           IF DED-ARREARS < ZERO
               MOVE ZERO TO DED-ARREARS
           END-IF

           REWRITE DEDUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'PAYCALC: DEDMAST REWRITE FAILED FOR '
                       DED-KEY ' - GOAL AND ARREARS NOT UPDATED'
           END-REWRITE

           IF DED-COMPLETED OR DED-ARREARS > ZERO
               MOVE DED-EMP-ID        TO WS-DSR-EMP-ID
               MOVE DED-CODE          TO WS-DSR-CODE
               MOVE DED-TYPE          TO WS-DSR-TYPE
               MOVE DED-PRIORITY      TO WS-DSR-PRIORITY
               MOVE DED-AMOUNT        TO WS-DSR-SCHED
               MOVE WS-DED-TAKEN      TO WS-DSR-TAKEN
               MOVE DED-ARREARS       TO WS-DSR-ARREARS
               MOVE DED-TAKEN-TO-DATE TO WS-DSR-TTD
               MOVE DED-GOAL-AMOUNT   TO WS-DSR-GOAL
               IF DED-COMPLETED
                   MOVE 'GOAL REACHED' TO WS-DSR-STATUS
                   ADD 1 TO WS-DEDDONE-COUNT
               ELSE
                   MOVE 'IN ARREARS'   TO WS-DSR-STATUS
                   ADD 1 TO WS-ARREARS-COUNT
               END-IF
               WRITE DED-STATUS-LINE FROM WS-DSR-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2430-APPLY-RETIREMENT - THE PERIOD'S CONTRIBUTION AS THE *
      *  RET ENTRY, TAKEN IN FULL OR AS MUCH AS IS LEFT, THEN THE *
      *  EMPLOYER MATCH ON WHAT WAS TAKEN                         *
      *----------------------------------------------------------*
       2430-APPLY-RETIREMENT.

           SET WS-RET-APPLIED TO TRUE
           IF WS-RET-DUE > WS-PAY-REMAINING
               MOVE WS-PAY-REMAINING TO WS-RET-TAKEN
               SET WS-DED-SHORTED TO TRUE
           ELSE
               MOVE WS-RET-DUE TO WS-RET-TAKEN
           END-IF

           ADD WS-RET-TAKEN TO WS-TOTAL-DED
           SUBTRACT WS-RET-TAKEN FROM WS-PAY-REMAINING

           ADD 1 TO PD-DED-COUNT
           MOVE 'RET'        TO PD-DED-CODE(PD-DED-COUNT)
           MOVE WS-RET-TYPE  TO PD-DED-TYPE(PD-DED-COUNT)
           MOVE WS-RET-TAKEN TO PD-DED-AMOUNT(PD-DED-COUNT)

           PERFORM 2435-COMPUTE-MATCH.

      *----------------------------------------------------------*
      *  2435-COMPUTE-MATCH - THE CONTRIBUTION UP TO THE TIER-1   *
      *  PERCENT OF GROSS AT THE TIER-1 RATE, THE NEXT TIER-2     *
      *  PERCENT OF GROSS AT THE TIER-2 RATE                      *
      *----------------------------------------------------------*
       2435-COMPUTE-MATCH.

           COMPUTE WS-MATCH-BAND ROUNDED =
               WS-GROSS-PAY * WS-RP-TIER-1-PCT / 100
           IF WS-RET-TAKEN > WS-MATCH-BAND
               MOVE WS-MATCH-BAND TO WS-MATCH-TIER-1
           ELSE
               MOVE WS-RET-TAKEN  TO WS-MATCH-TIER-1
           END-IF

           COMPUTE WS-MATCH-TIER-2 = WS-RET-TAKEN - WS-MATCH-TIER-1
           COMPUTE WS-MATCH-BAND ROUNDED =
               WS-GROSS-PAY * WS-RP-TIER-2-PCT / 100
           IF WS-MATCH-TIER-2 > WS-MATCH-BAND
               MOVE WS-MATCH-BAND TO WS-MATCH-TIER-2
           END-IF

           COMPUTE WS-RET-MATCH ROUNDED =
               (WS-MATCH-TIER-1 * WS-RP-TIER-1-MATCH / 100)
               + (WS-MATCH-TIER-2 * WS-RP-TIER-2-MATCH / 100).

      *----------------------------------------------------------*
      *  2500-COMPUTE-TAXES - THE ELECTION (OR THE SINGLE/ZERO    *
      *  DEFAULT), TAXABLE WAGES NET OF THE PRE-TAX DEDUCTIONS,   *
      *  THEN EACH TAX THROUGH THE PERCENTAGE METHOD: ANNUALIZE,  *
      *  FIND THE BRACKET, DE-ANNUALIZE. ONLY A TAX GREATER THAN  *
      *  ZERO BECOMES A DEDUCTION ENTRY.                          *
      *----------------------------------------------------------*
       2500-COMPUTE-TAXES.

           MOVE ZERO TO WS-TAX-DUE-COUNT
           PERFORM 2510-GET-TAX-ELECTION

           MOVE WS-TAXABLE-GROSS TO WS-TAXABLE-WAGES
           IF WS-DED-ROW-COUNT > ZERO
               PERFORM 2520-SUBTRACT-PRETAX
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-DED-ROW-COUNT
           END-IF
           IF WS-TAXABLE-WAGES < ZERO
               MOVE ZERO TO WS-TAXABLE-WAGES
           END-IF
           COMPUTE WS-INCOME-TAX-WAGES =
               WS-TAXABLE-WAGES - WS-RET-PRETAX-DUE
           IF WS-INCOME-TAX-WAGES < ZERO
               MOVE ZERO TO WS-INCOME-TAX-WAGES
           END-IF

           IF NOT WS-EMP-WH-EXEMPT
               MOVE 'FIT'  TO WS-LOOKUP-TYPE
               MOVE SPACE  TO WS-LOOKUP-STATE
               PERFORM 2530-COMPUTE-INCOME-TAX
               ADD WS-EMP-EXTRA-WH TO WS-COMPUTED-TAX
               PERFORM 2590-ADD-TAX-DUE

               IF WS-EMP-WORK-STATE NOT = SPACE
                   MOVE 'SIT'  TO WS-LOOKUP-TYPE
                   MOVE WS-EMP-WORK-STATE TO WS-LOOKUP-STATE
                   PERFORM 2530-COMPUTE-INCOME-TAX
                   PERFORM 2590-ADD-TAX-DUE
               END-IF
           END-IF

           MOVE 'SSE'  TO WS-LOOKUP-TYPE
           MOVE SPACE  TO WS-LOOKUP-STATE
           PERFORM 2560-COMPUTE-SOCIAL-SECURITY
           PERFORM 2590-ADD-TAX-DUE

           MOVE 'MCE'  TO WS-LOOKUP-TYPE
           PERFORM 2570-COMPUTE-MEDICARE
           PERFORM 2590-ADD-TAX-DUE.

      *----------------------------------------------------------*
      *  2510-GET-TAX-ELECTION - THE EMPLOYEE'S ELECTIONS, OR     *
      *  SINGLE WITH NO ALLOWANCES AND NO STATE WHEN NONE IS ON   *
      *  FILE                                                     *
      *----------------------------------------------------------*
       2510-GET-TAX-ELECTION.

           MOVE 'N'   TO WS-TXE-FOUND-SW
           MOVE 'S'   TO WS-EMP-FILING-STATUS
           MOVE ZERO  TO WS-EMP-ALLOWANCES
           MOVE ZERO  TO WS-EMP-EXTRA-WH
           MOVE SPACE TO WS-EMP-WORK-STATE
           MOVE 'N'   TO WS-EMP-EXEMPT-SW

           IF WS-TAXELEC-AVAILABLE
               MOVE WS-CUR-EMP-ID TO TXE-EMP-ID
               READ TAX-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TXE-FOUND TO TRUE
                       MOVE TXE-FILING-STATUS TO WS-EMP-FILING-STATUS
                       MOVE TXE-ALLOWANCES    TO WS-EMP-ALLOWANCES
                       MOVE TXE-EXTRA-WH      TO WS-EMP-EXTRA-WH
                       MOVE TXE-WORK-STATE    TO WS-EMP-WORK-STATE
                       MOVE TXE-EXEMPT-SW     TO WS-EMP-EXEMPT-SW
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2520-SUBTRACT-PRETAX - INSURANCE (TYPE I) IS TAKEN       *
      *  BEFORE TAX                                               *
      *----------------------------------------------------------*
       2520-SUBTRACT-PRETAX.

           IF WS-DT-TYPE(WS-SORT-I) = 'I'
               SUBTRACT WS-DT-AMOUNT(WS-SORT-I) FROM WS-TAXABLE-WAGES
           END-IF.

      *----------------------------------------------------------*
      *  2530-COMPUTE-INCOME-TAX - PERCENTAGE METHOD AGAINST THE  *
      *  SCHEDULE FOR WS-LOOKUP-TYPE/STATE AND THE FILING STATUS, *
      *  ON TAXABLE WAGES LESS ANY PRE-TAX RETIREMENT             *
      *  CONTRIBUTION. NO SCHEDULE (A STATE WITHOUT INCOME TAX)   *
      *  MEANS NO TAX.                                            *
      *----------------------------------------------------------*
       2530-COMPUTE-INCOME-TAX.

           MOVE ZERO TO WS-COMPUTED-TAX
           PERFORM 2540-FIND-SCHEDULE

           IF WS-SCHED-FOUND
               COMPUTE WS-ANNUAL-WAGES =
                   (WS-INCOME-TAX-WAGES * WS-SCHED-PERIODS)
                   - (WS-EMP-ALLOWANCES * WS-SCHED-ALLOW)
               IF WS-ANNUAL-WAGES < ZERO
                   MOVE ZERO TO WS-ANNUAL-WAGES
               END-IF

               MOVE ZERO TO WS-BRACKET-SUB
               PERFORM 2550-CHECK-BRACKET
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT

               IF WS-BRACKET-SUB > ZERO
                   SET WS-TR-IDX TO WS-BRACKET-SUB
                   COMPUTE WS-ANNUAL-TAX =
                       WS-TR-BASE-TAX(WS-TR-IDX)
                       + ((WS-ANNUAL-WAGES - WS-TR-FLOOR(WS-TR-IDX))
                          * WS-TR-RATE(WS-TR-IDX))
                   COMPUTE WS-COMPUTED-TAX ROUNDED =
                       WS-ANNUAL-TAX / WS-SCHED-PERIODS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2540-FIND-SCHEDULE - THE FIRST ROW OF THE MATCHING       *
      *  SCHEDULE CARRIES ITS ALLOWANCE, PERIODS, AND WAGE LIMIT  *
      *----------------------------------------------------------*
       2540-FIND-SCHEDULE.

           MOVE 'N'  TO WS-SCHED-SW
           MOVE ZERO TO WS-SCHED-ALLOW
           MOVE ZERO TO WS-SCHED-PERIODS
           MOVE ZERO TO WS-SCHED-LIMIT
           SET WS-TR-IDX TO 1
           SEARCH WS-TR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TR-IDX > WS-TR-COUNT
                   CONTINUE
               WHEN WS-TR-TYPE(WS-TR-IDX) = WS-LOOKUP-TYPE
                   AND WS-TR-STATE(WS-TR-IDX) = WS-LOOKUP-STATE
                   AND (WS-TR-STATUS(WS-TR-IDX) = WS-EMP-FILING-STATUS
                        OR WS-TR-STATUS(WS-TR-IDX) = SPACE)
                   SET WS-SCHED-FOUND TO TRUE
                   MOVE WS-TR-ALLOW(WS-TR-IDX)   TO WS-SCHED-ALLOW
                   MOVE WS-TR-PERIODS(WS-TR-IDX) TO WS-SCHED-PERIODS
                   MOVE WS-TR-LIMIT(WS-TR-IDX)   TO WS-SCHED-LIMIT
           END-SEARCH

           IF WS-SCHED-FOUND AND WS-SCHED-PERIODS = ZERO
               MOVE 'N' TO WS-SCHED-SW
           END-IF.

      *----------------------------------------------------------*
      *  2550-CHECK-BRACKET - THE LAST MATCHING BRACKET WHOSE     *
      *  FLOOR THE ANNUALIZED WAGES REACH (FLOORS ASCEND IN KEY   *
      *  ORDER)                                                   *
      *----------------------------------------------------------*
       2550-CHECK-BRACKET.

           IF WS-TR-TYPE(WS-TR-IDX) = WS-LOOKUP-TYPE
               AND WS-TR-STATE(WS-TR-IDX) = WS-LOOKUP-STATE
               AND (WS-TR-STATUS(WS-TR-IDX) = WS-EMP-FILING-STATUS
                    OR WS-TR-STATUS(WS-TR-IDX) = SPACE)
               AND WS-TR-FLOOR(WS-TR-IDX) NOT > WS-ANNUAL-WAGES
               SET WS-BRACKET-SUB TO WS-TR-IDX
           END-IF.

      *----------------------------------------------------------*
      *  2560-COMPUTE-SOCIAL-SECURITY - FLAT RATE UP TO THE       *
      *  ANNUAL WAGE BASE. THE YTD WAGES ON THE ELECTION RECORD   *
      *  ARE ADVANCED HERE; A RERUN OF THE SAME PERIOD STARTS     *
      *  FROM THE YTD AS IT STOOD BEFORE THAT PERIOD.             *
      *----------------------------------------------------------*
       2560-COMPUTE-SOCIAL-SECURITY.

           MOVE ZERO TO WS-COMPUTED-TAX
           MOVE ZERO TO WS-SS-YTD-BASE
           IF WS-TXE-FOUND AND TXE-YTD-YEAR = WS-TAX-YEAR
               IF TXE-LAST-PERIOD = WS-PERIOD-END
                   MOVE TXE-PRIOR-SS-WAGES TO WS-SS-YTD-BASE
               ELSE
                   MOVE TXE-YTD-SS-WAGES   TO WS-SS-YTD-BASE
               END-IF
           END-IF

           MOVE WS-TAXABLE-WAGES TO WS-SS-WAGES
           PERFORM 2540-FIND-SCHEDULE
           IF WS-SCHED-FOUND
               IF WS-SCHED-LIMIT > ZERO
                   IF WS-SS-YTD-BASE NOT < WS-SCHED-LIMIT
                       MOVE ZERO TO WS-SS-WAGES
                   ELSE
                       IF WS-SS-YTD-BASE + WS-SS-WAGES > WS-SCHED-LIMIT
                           COMPUTE WS-SS-WAGES =
                               WS-SCHED-LIMIT - WS-SS-YTD-BASE
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-COMPUTED-TAX ROUNDED =
                   WS-SS-WAGES * WS-TR-RATE(WS-TR-IDX)
           ELSE
               MOVE ZERO TO WS-SS-WAGES
           END-IF

           IF WS-TXE-FOUND
               MOVE WS-TAX-YEAR      TO TXE-YTD-YEAR
               MOVE WS-SS-YTD-BASE   TO TXE-PRIOR-SS-WAGES
               COMPUTE TXE-YTD-SS-WAGES = WS-SS-YTD-BASE + WS-SS-WAGES
               MOVE WS-PERIOD-END    TO TXE-LAST-PERIOD
               REWRITE TAX-ELECTION-RECORD
                   INVALID KEY
                       DISPLAY 'PAYCALC: YTD WAGE UPDATE FAILED FOR '
                           TXE-EMP-ID
               END-REWRITE
           END-IF.

      *----------------------------------------------------------*
      *  2570-COMPUTE-MEDICARE - FLAT RATE ON ALL TAXABLE WAGES   *
      *----------------------------------------------------------*
       2570-COMPUTE-MEDICARE.

           MOVE ZERO TO WS-COMPUTED-TAX
           PERFORM 2540-FIND-SCHEDULE
           IF WS-SCHED-FOUND
               COMPUTE WS-COMPUTED-TAX ROUNDED =
                   WS-TAXABLE-WAGES * WS-TR-RATE(WS-TR-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  2590-ADD-TAX-DUE - A TAX GREATER THAN ZERO JOINS THE     *
      *  PERIOD'S WITHHOLDING LIST UNDER ITS OWN CODE             *
      *----------------------------------------------------------*
       2590-ADD-TAX-DUE.

           IF WS-COMPUTED-TAX > ZERO
               ADD 1 TO WS-TAX-DUE-COUNT
               MOVE WS-LOOKUP-TYPE  TO WS-TD-CODE(WS-TAX-DUE-COUNT)
               MOVE WS-COMPUTED-TAX TO WS-TD-AMOUNT(WS-TAX-DUE-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *  2600-WRITE-PAY-DETAIL - ONE MACHINE-READABLE ROW PER     *
       2600-WRITE-PAY-DETAIL.

           MOVE 'PD'          TO PD-RECORD-TYPE
           MOVE WS-CUR-EMP-ID TO PD-EMP-ID
           MOVE WS-CUR-DEPT-CODE TO PD-DEPT-CODE
           MOVE WS-PERIOD-END TO PD-PERIOD-END
           MOVE WS-REG-HOURS  TO PD-REG-HOURS
           MOVE WS-OT-HOURS   TO PD-OT-HOURS
           MOVE WS-GROSS-PAY  TO PD-GROSS-PAY
           MOVE WS-TOTAL-DED  TO PD-TOTAL-DED
           MOVE WS-NET-PAY    TO PD-NET-PAY
           MOVE WS-TAXABLE-WAGES TO PD-TAXABLE-WAGES
           MOVE WS-RUN-TYPE   TO PD-RUN-TYPE
           MOVE WS-RET-MATCH  TO PD-ER-RET-MATCH

           WRITE PAY-DETAIL-OUT FROM PAY-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT

      * The history row and any leave payout wait for the next
      * checkpoint (see 2810-COMMIT-HELD-UPDATES).
           ADD 1 TO WS-HELD-DETAIL-COUNT
           MOVE PAY-DETAIL-RECORD
               TO WS-HELD-DETAIL(WS-HELD-DETAIL-COUNT)
           IF WS-FINAL-PAY-RUN
               AND WS-LVE-FOUND AND LVE-BALANCE-HOURS > ZERO
               ADD 1 TO WS-HELD-LEAVE-COUNT
               MOVE WS-CUR-EMP-ID
                   TO WS-HELD-LEAVE-EMP(WS-HELD-LEAVE-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *  2650-ZERO-LEAVE-BALANCE - THE BALANCE PAID OUT TO        *
      *  LVE-EMP-ID IS GONE; A RERUN OF THE FINAL PAY FINDS       *
      *  NOTHING TO PAY                                           *
      *----------------------------------------------------------*
       2650-ZERO-LEAVE-BALANCE.

           READ LEAVE-MASTER
               INVALID KEY
                   DISPLAY 'PAYCALC: LEAVE BALANCE NOT ZEROED '
                       'FOR ' LVE-EMP-ID
               NOT INVALID KEY
                   IF LVE-BALANCE-HOURS > ZERO
                       MOVE ZERO TO LVE-BALANCE-HOURS
                       REWRITE LEAVE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'PAYCALC: LEAVE BALANCE NOT '
                                   'ZEROED FOR ' LVE-EMP-ID
                       END-REWRITE
                       ADD 1 TO WS-PAYOUT-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2700-APPEND-PAY-HISTORY - ONE CUMULATIVE HISTORY RECORD  *
      *----------------------------------------------------------*
       2700-APPEND-PAY-HISTORY.

           MOVE PD-EMP-ID     TO PH-EMP-ID
           MOVE PD-PERIOD-END TO PH-PERIOD-END
           MOVE PD-REG-HOURS  TO PH-REG-HOURS
           MOVE PD-OT-HOURS   TO PH-OT-HOURS
           MOVE PD-PAY-RATE   TO PH-PAY-RATE
           MOVE PD-GROSS-PAY  TO PH-GROSS-PAY
           MOVE PD-TOTAL-DED  TO PH-TOTAL-DED
           MOVE PD-NET-PAY    TO PH-NET-PAY
           MOVE PD-TAXABLE-WAGES TO PH-TAXABLE-WAGES
           MOVE PD-RUN-TYPE   TO PH-RUN-TYPE
           MOVE PD-DEPT-CODE  TO PH-DEPT-CODE
           MOVE PD-ER-RET-MATCH TO PH-ER-RET-MATCH
           MOVE SPACE         TO PH-VOID-SW
           MOVE ZERO          TO PH-VOID-DATE
           MOVE SPACE         TO PH-VOID-USER
           MOVE SPACE         TO PH-RETURN-SW
           MOVE ZERO          TO PH-RETURN-DATE
           MOVE SPACE         TO PH-RETURN-REASON
           MOVE PD-DED-COUNT  TO PH-DED-COUNT
           MOVE PD-DED-ENTRY(1) TO PH-DED-ENTRY(1)
           MOVE PD-DED-ENTRY(2) TO PH-DED-ENTRY(2)
           MOVE PD-DED-ENTRY(6) TO PH-DED-ENTRY(6)
           MOVE PD-DED-ENTRY(7) TO PH-DED-ENTRY(7)
           MOVE PD-DED-ENTRY(8) TO PH-DED-ENTRY(8)
           MOVE PD-DED-ENTRY(9) TO PH-DED-ENTRY(9)
           MOVE PD-DED-ENTRY(10) TO PH-DED-ENTRY(10)
           MOVE PD-DED-ENTRY(11) TO PH-DED-ENTRY(11)
           MOVE PD-DED-ENTRY(12) TO PH-DED-ENTRY(12)
           MOVE PD-EARN-COUNT TO PH-EARN-COUNT
           MOVE PD-EARN-ENTRY(1) TO PH-EARN-ENTRY(1)
           MOVE PD-EARN-ENTRY(2) TO PH-EARN-ENTRY(2)
           MOVE PD-EARN-ENTRY(3) TO PH-EARN-ENTRY(3)
           MOVE PD-EARN-ENTRY(4) TO PH-EARN-ENTRY(4)
           MOVE PD-EARN-ENTRY(5) TO PH-EARN-ENTRY(5)
           MOVE PD-EARN-ENTRY(6) TO PH-EARN-ENTRY(6)
           MOVE PD-EARN-ENTRY(7) TO PH-EARN-ENTRY(7)
           MOVE PD-EARN-ENTRY(8) TO PH-EARN-ENTRY(8)
           WRITE PAY-HISTORY-RECORD.

      *----------------------------------------------------------*
      *  2800-WRITE-CHECKPOINT - COMMIT WHAT IS HELD, THEN RECORD *
      *  THE LAST EMPLOYEE, THE COUNTS AND THE TOTALS ON RESTOUT  *
      *----------------------------------------------------------*
       2800-WRITE-CHECKPOINT.

           PERFORM 2810-COMMIT-HELD-UPDATES
           PERFORM 2850-BUILD-CHECKPOINT
           SET CK-CHECKPOINT TO TRUE
           WRITE RESTART-OUT-RECORD FROM PAY-CHECKPOINT-RECORD
           MOVE ZERO TO WS-RECS-SINCE-CKPT.

      *----------------------------------------------------------*
      *  2810-COMMIT-HELD-UPDATES - PAYHIST FIRST, CLOSED AND     *
      *  REOPENED SO THE ROWS ARE DOWN, THEN DEDMAST AND LEAVMAST.*
      *  A FAILURE PART WAY LEAVES PAYHIST AHEAD OF THE LAST      *
      *  CHECKPOINT, WHICH A RESTART DETECTS AND REFUSES          *
      *----------------------------------------------------------*
       2810-COMMIT-HELD-UPDATES.

           IF WS-HELD-DETAIL-COUNT > ZERO
               PERFORM 2840-COMMIT-HELD-HISTORY
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HELD-DETAIL-COUNT
               CLOSE PAY-HISTORY
               OPEN EXTEND PAY-HISTORY
           END-IF

           PERFORM 2820-COMMIT-HELD-DEDUCTION
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HELD-DED-COUNT

           PERFORM 2830-COMMIT-HELD-LEAVE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HELD-LEAVE-COUNT

           MOVE ZERO TO WS-HELD-DETAIL-COUNT
           MOVE ZERO TO WS-HELD-DED-COUNT
           MOVE ZERO TO WS-HELD-LEAVE-COUNT.

      *----------------------------------------------------------*
      *  2820-COMMIT-HELD-DEDUCTION - ONE HELD DEDUCTION BACK TO  *
      *  ITS DEDMAST ROW                                          *
      *----------------------------------------------------------*
       2820-COMMIT-HELD-DEDUCTION.

           MOVE WS-HD-EMP-ID(WS-HOLD-SUB) TO DED-EMP-ID
           MOVE WS-HD-CODE(WS-HOLD-SUB)   TO DED-CODE
           MOVE WS-HD-TAKEN(WS-HOLD-SUB)  TO WS-DED-TAKEN
           READ DED-MASTER
               INVALID KEY
                   DISPLAY 'PAYCALC: DEDMAST ROW ' DED-KEY
                       ' GONE - GOAL AND ARREARS NOT UPDATED'
               NOT INVALID KEY
                   PERFORM 2420-UPDATE-DED-BALANCES
           END-READ.

      *----------------------------------------------------------*
      *  2830-COMMIT-HELD-LEAVE - ONE PAID-OUT LEAVE BALANCE      *
      *----------------------------------------------------------*
       2830-COMMIT-HELD-LEAVE.

           MOVE WS-HELD-LEAVE-EMP(WS-HOLD-SUB) TO LVE-EMP-ID
           PERFORM 2650-ZERO-LEAVE-BALANCE.

      *----------------------------------------------------------*
      *  2840-COMMIT-HELD-HISTORY - ONE HELD PAY-DETAIL ROW ONTO  *
      *  PAYHIST                                                  *
      *----------------------------------------------------------*
       2840-COMMIT-HELD-HISTORY.

           MOVE WS-HELD-DETAIL(WS-HOLD-SUB) TO PAY-DETAIL-RECORD
           PERFORM 2700-APPEND-PAY-HISTORY
           ADD 1 TO WS-HIST-COMMIT-COUNT
           MOVE PD-EMP-ID TO WS-LAST-HIST-EMP-ID.

      *----------------------------------------------------------*
      *  2850-BUILD-CHECKPOINT - THE RUN'S POSITION AND TOTALS AS *
      *  OF THE LAST EMPLOYEE PROCESSED                           *
      *----------------------------------------------------------*
       2850-BUILD-CHECKPOINT.

           MOVE SPACE TO PAY-CHECKPOINT-RECORD
           MOVE WS-PERIOD-END        TO CK-PERIOD-END
           MOVE WS-RUN-TYPE          TO CK-RUN-TYPE
           MOVE WS-CUR-DEPT-CODE     TO CK-LAST-DEPT-CODE
           MOVE WS-CUR-LNAME         TO CK-LAST-LNAME
           MOVE WS-CUR-FNAME         TO CK-LAST-FNAME
           MOVE WS-CUR-EMP-ID        TO CK-LAST-EMP-ID
           MOVE WS-LAST-HIST-EMP-ID  TO CK-LAST-HIST-EMP-ID
           MOVE WS-HIST-COMMIT-COUNT TO CK-HIST-COUNT
           MOVE WS-EMP-COUNT         TO CK-EMP-COUNT
           MOVE WS-PAID-COUNT        TO CK-PAID-COUNT
           MOVE WS-NORATE-COUNT      TO CK-NORATE-COUNT
           MOVE WS-NOMAST-COUNT      TO CK-NOMAST-COUNT
           MOVE WS-INACT-COUNT       TO CK-INACT-COUNT
           MOVE WS-SHORT-COUNT       TO CK-SHORT-COUNT
           MOVE WS-DEDOVF-COUNT      TO CK-DEDOVF-COUNT
           MOVE WS-BADEARN-COUNT     TO CK-BADEARN-COUNT
           MOVE WS-NOTAX-COUNT       TO CK-NOTAX-COUNT
           MOVE WS-PAYOUT-COUNT      TO CK-PAYOUT-COUNT
           MOVE WS-NOTTERM-COUNT     TO CK-NOTTERM-COUNT
           MOVE WS-ARREARS-COUNT     TO CK-ARREARS-COUNT
           MOVE WS-DEDDONE-COUNT     TO CK-DEDDONE-COUNT
           MOVE WS-RETCAP-COUNT      TO CK-RETCAP-COUNT
           MOVE WS-PREV-DEPT-CODE    TO CK-PREV-DEPT-CODE
           MOVE WS-DEPT-COUNT        TO CK-DEPT-COUNT
           MOVE WS-DEPT-GROSS        TO CK-DEPT-GROSS
           MOVE WS-DEPT-NET          TO CK-DEPT-NET
           MOVE WS-GRAND-GROSS       TO CK-GRAND-GROSS
           MOVE WS-GRAND-NET         TO CK-GRAND-NET
           ACCEPT CK-CKPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS         TO CK-CKPT-TIME.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST SUBTOTAL, GRAND TOTALS, EXTRACT     *
      *  TRAILER, CLOSE FILES                                     *
      *----------------------------------------------------------*
       3000-FINALIZE.

           PERFORM 2810-COMMIT-HELD-UPDATES

           IF NOT WS-FIRST-DEPT-RECORD
               PERFORM 2066-WRITE-DEPT-SUBTOTAL
           END-IF
               END-IF
           END-IF

           IF WS-BADEARN-COUNT > ZERO
               MOVE WS-BADEARN-COUNT TO WS-TRL-BADEARN
               WRITE REGISTER-LINE FROM WS-BADEARN-TOTAL-LINE
               DISPLAY 'PAYCALC: ' WS-BADEARN-COUNT
                   ' EMPLOYEES HAVE EARNINGS CODES THE RUN COULD '
                   'NOT PAY - SEE THE REGISTER'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-FINAL-PAY-RUN
               MOVE WS-PAYOUT-COUNT TO WS-TRL-PAYOUT
               WRITE REGISTER-LINE FROM WS-PAYOUT-TOTAL-LINE
               IF WS-NOTTERM-COUNT > ZERO
                   MOVE WS-NOTTERM-COUNT TO WS-TRL-NOTTERM
                   WRITE REGISTER-LINE FROM WS-NOTTERM-TOTAL-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-NOTAX-COUNT > ZERO
               MOVE WS-NOTAX-COUNT TO WS-TRL-NOTAX
               WRITE REGISTER-LINE FROM WS-NOTAX-TOTAL-LINE
           END-IF

           IF WS-RETCAP-COUNT > ZERO
               MOVE WS-RETCAP-COUNT TO WS-TRL-RETCAP
               WRITE REGISTER-LINE FROM WS-RETCAP-TOTAL-LINE
           END-IF

           MOVE WS-GRAND-GROSS  TO WS-TOT-GROSS
           MOVE WS-GRAND-NET    TO WS-TOT-NET
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           CLOSE EMP-MASTER
           CLOSE COMP-MASTER
           CLOSE DED-MASTER
           IF WS-LEAVMAST-AVAILABLE
               CLOSE LEAVE-MASTER
           END-IF
           IF WS-JOBMAST-AVAILABLE
               CLOSE JOB-MASTER
           END-IF
           IF WS-TAXELEC-AVAILABLE
               CLOSE TAX-ELECTION
           END-IF
           IF WS-RETELEC-AVAILABLE
               CLOSE RET-ELECTION
           END-IF
           MOVE WS-ARREARS-COUNT TO WS-DSR-TRL-ARREARS
           MOVE WS-DEDDONE-COUNT TO WS-DSR-TRL-DONE
           MOVE SPACE TO DED-STATUS-LINE
           WRITE DED-STATUS-LINE
           WRITE DED-STATUS-LINE FROM WS-DSR-TRAILER-LINE

           CLOSE REGISTER-RPT
           CLOSE PAY-DETAIL
           CLOSE DED-STATUS-RPT
           CLOSE PAY-HISTORY

           MOVE 'R' TO WS-LEDGER-FUNCTION
               WS-LEDGER-PROGRAM WS-PERIOD-END
               WS-COMPLETED-SW WS-LEDGER-STATUS

           IF WS-REGULAR-RUN
               MOVE 'C' TO WS-CLOSE-FUNCTION
               CALL 'PERCLOSE' USING WS-CLOSE-FUNCTION WS-PERIOD-END
                   WS-CLOSE-STATUS
               IF WS-CLOSE-FAILED
                   DISPLAY 'PAYCALC: PERIOD ' WS-PERIOD-END
                       ' NOT CLOSED ON PAYCLOSE - MAINTENANCE IS '
                       'NOT LOCKED FOR IT'
               END-IF
           END-IF

           PERFORM 2850-BUILD-CHECKPOINT
           SET CK-RUN-COMPLETE TO TRUE
           WRITE RESTART-OUT-RECORD FROM PAY-CHECKPOINT-RECORD
           CLOSE RESTART-OUT

           MOVE WS-EMP-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'PAYCALC' TO JS-PROGRAM-ID
           MOVE WS-EMP-COUNT TO JS-RECORDS-READ
           COMPUTE JS-RECORDS-REJECTED = WS-EMP-COUNT - WS-PAID-COUNT
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  8000-READ-TIME-SHEET - READ NEXT TIMESHEET ROW           *
                   SET END-OF-SORTED-TIME TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-PAY-HISTORY - READ NEXT PAYHIST ROW (RESTART   *
      *  REBUILD AND RETIREMENT YEAR-TO-DATE ONLY)                *
      *----------------------------------------------------------*
       8200-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
