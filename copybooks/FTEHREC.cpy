      *----------------------------------------------------------*
      *  FTEHREC.CPY                                              *
      *  SCHEDULED-HOURS HISTORY RECORD. EMPMAINT APPENDS ONE PER *
      *  SUPERSEDED SCHEDULE: WHEN A SCHEDULE CHANGE OVERWRITES   *
      *  AN EMPLOYEE'S FTEMAST ROW (SEE FTEREC) THE OLD VALUE     *
      *  LANDS HERE (WRITTEN EXTEND, NEVER CUT BACK), THE WAY     *
      *  RATEHREC KEEPS SUPERSEDED PAY RATES. THE FIRST CHANGE    *
      *  FOR AN EMPLOYEE WITH NO ROW RECORDS THE FULL-TIME        *
      *  SCHEDULE THEY HELD FROM THEIR HIRE DATE.                 *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  FTE-HISTORY-RECORD.
           05  FTH-EMP-ID           PIC 9(05).
           05  FTH-SCHED-HOURS      PIC 9(02)V99.
           05  FTH-FTE-VALUE        PIC 9(01)V9999.
      * THE WINDOW THE SCHEDULE WAS IN EFFECT: ITS OWN EFFECTIVE
      * DATE UP TO THE SUPERSEDING SCHEDULE'S EFFECTIVE DATE.
           05  FTH-EFF-DATE         PIC 9(08).
           05  FTH-SUPERSEDED       PIC 9(08).
      * RUN DATE OF THE EMPMAINT RUN THAT SUPERSEDED IT.
           05  FTH-CHANGED-DATE     PIC 9(08).
