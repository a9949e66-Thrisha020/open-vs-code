      *----------------------------------------------------------*
      *  FTEREC.CPY                                               *
      *  SCHEDULED-HOURS / FTE RECORD - ONE ROW PER EMPLOYEE,     *
      *  KEYED BY EMPLOYEE ID (FTEMAST, VSAM KSDS), MAINTAINED BY *
      *  EMPMAINT'S SCHEDULE-CHANGE TRANSACTION. AN EMPLOYEE WITH *
      *  NO ROW IS FULL TIME: THE STANDARD 40-HOUR WEEK, FTE      *
      *  1.0000. READ BY LEAVACCR TO PRO-RATE THE MONTHLY         *
      *  ACCRUAL, BY BENELIG FOR ITS MINIMUM-HOURS RULE, BY       *
      *  HDCSNAP FOR THE DEPARTMENT FTE TOTALS, AND BY FTECHK FOR *
      *  THE QUARTERLY ACTUAL-HOURS CHECK. KEPT ON ITS OWN FILE   *
      *  RATHER THAN WIDENING EMPREC, THE SAME SATELLITE PATTERN  *
      *  ADDRREC SET. EACH SUPERSEDED VALUE LANDS ON FTEHIST (SEE *
      *  FTEHREC).                                                *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  FTE-RECORD.
           05  FTE-EMP-ID           PIC 9(05).
      * HOURS A WEEK THE EMPLOYEE IS SCHEDULED TO WORK.
           05  FTE-SCHED-HOURS      PIC 9(02)V99.
      * FTE-SCHED-HOURS OVER THE STANDARD 40-HOUR WEEK.
           05  FTE-VALUE            PIC 9(01)V9999.
           05  FTE-EFF-DATE         PIC 9(08).
           05  FTE-LAST-UPD-DATE    PIC 9(08).
           05  FILLER               PIC X(10).
