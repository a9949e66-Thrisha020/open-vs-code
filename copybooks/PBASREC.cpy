      *----------------------------------------------------------*
      *  PBASREC.CPY                                              *
      *  PERIOD-BASIS CONTROL CARD (PERBASIS). ONE OPTIONAL CARD  *
      *  ON A REPORT OR RUNMODE STEP SAYING WHETHER "THE MONTH"   *
      *  MEANS THE CALENDAR MONTH OR THE FINANCE FISCAL PERIOD    *
      *  (SEE FISCREC). NO CARD, OR ANYTHING BUT 'F', IS THE      *
      *  CALENDAR MONTH, SO A STEP WITHOUT THE DD RUNS AS IT      *
      *  ALWAYS HAS.                                              *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  PERIOD-BASIS-RECORD.
           05  PB-BASIS         PIC X(01).
               88  PB-FISCAL-BASIS          VALUE 'F'.
               88  PB-CALENDAR-BASIS        VALUE 'C'.
           05  FILLER           PIC X(79).
