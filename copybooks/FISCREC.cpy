      *----------------------------------------------------------*
      *  FISCREC.CPY                                              *
      *  FISCAL-CALENDAR RECORD - ONE ROW PER FISCAL PERIOD,      *
      *  BUILT ONCE A YEAR BY FISCBLD FROM FINANCE'S 4-4-5        *
      *  PATTERN AND READ THROUGH DATEUTL'S FISCAL-PERIOD         *
      *  FUNCTION ('F', SEE CALL/DATEUTL.CBL AND FISCPER), SO     *
      *  EVERY REPORT THAT CLOSES ON THE FINANCE CALENDAR AGREES  *
      *  WITH THE LEDGER ON WHERE A PERIOD STARTS AND ENDS. THE   *
      *  ROWS RUN IN DATE ORDER WITH NO GAPS OR OVERLAPS.         *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  FISCAL-CALENDAR-RECORD.
           05  FC-FISCAL-YEAR   PIC 9(04).
           05  FC-QUARTER       PIC 9(01).
           05  FC-PERIOD        PIC 9(02).
           05  FC-PERIOD-START  PIC 9(08).
           05  FC-PERIOD-END    PIC 9(08).
      * WHOLE WEEKS IN THE PERIOD: 4 OR 5, 6 WHEN A 53-WEEK YEAR'S
      * EXTRA WEEK FALLS IN A 5-WEEK PERIOD.
           05  FC-WEEKS         PIC 9(01).
           05  FILLER           PIC X(08).
