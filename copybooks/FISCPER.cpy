      *----------------------------------------------------------*
      *  FISCPER.CPY                                              *
      *  FISCAL PERIOD OF A DATE, AS DATEUTL'S FISCAL-PERIOD      *
      *  FUNCTION ('F') HANDS IT BACK IN ITS EIGHTH ARGUMENT      *
      *  FROM THE FISCAL CALENDAR (FISCCAL, SEE FISCREC). THE     *
      *  CALLER COPIES THIS INTO WORKING-STORAGE AND PASSES IT    *
      *  AFTER THE USUAL SEVEN DATEUTL ARGUMENTS. A DATE OFF THE  *
      *  CALENDAR COMES BACK WITH THE FIELDS ZEROED AND THE       *
      *  VALID SWITCH 'N'.                                        *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  FISCAL-PERIOD-INFO.
           05  FPI-FISCAL-YEAR  PIC 9(04).
           05  FPI-QUARTER      PIC 9(01).
           05  FPI-PERIOD       PIC 9(02).
           05  FPI-PERIOD-START PIC 9(08).
           05  FPI-PERIOD-END   PIC 9(08).
      * FIRST DAY OF THE FISCAL YEAR, FOR YEAR-TO-DATE WINDOWS.
           05  FPI-YEAR-START   PIC 9(08).
      * WHAT THE PERIOD'S END CLOSES, IN RUNMODE'S MODE LETTERS.
           05  FPI-CLOSE-LEVEL  PIC X(01).
               88  FPI-CLOSES-PERIOD        VALUE 'M'.
               88  FPI-CLOSES-QUARTER       VALUE 'Q'.
               88  FPI-CLOSES-YEAR          VALUE 'Y'.
      * HEADING LABEL, E.G. 'FY2026 P07'.
           05  FPI-LABEL.
               10  FPI-LBL-FY   PIC X(02).
               10  FPI-LBL-YEAR PIC 9(04).
               10  FPI-LBL-P    PIC X(02).
               10  FPI-LBL-PERIOD PIC 9(02).
