      *----------------------------------------------------------*
      *  INCREC.CPY                                               *
      *  WORKPLACE INJURY AND ILLNESS INCIDENT MASTER RECORD      *
      *  (INCMAST, VSAM KSDS KEYED BY THE SAFETY OFFICE'S         *
      *  INCIDENT NUMBER). MAINTAINED BY INCMNT; READ BY INCRATE  *
      *  FOR THE MONTHLY DEPARTMENT INCIDENT RATES AND BY INCLOG  *
      *  FOR THE ANNUAL REGULATORY LOG AND SUMMARY. THE CASE      *
      *  CLASS AND INJURY TYPE CODES FOLLOW THE REGULATOR'S LOG   *
      *  COLUMNS. INC-DEPT-CODE IS THE EMPLOYEE'S DEPARTMENT ON   *
      *  THE INCIDENT DATE AND DOES NOT FOLLOW LATER TRANSFERS.   *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  INCIDENT-RECORD.
           05  INC-NUMBER           PIC 9(07).
           05  INC-EMP-ID           PIC 9(05).
           05  INC-DATE             PIC 9(08).
           05  INC-DEPT-CODE        PIC X(04).
           05  INC-INJURY-TYPE      PIC X(01).
               88  INC-TYPE-INJURY          VALUE 'I'.
               88  INC-TYPE-SKIN            VALUE 'S'.
               88  INC-TYPE-RESPIRATORY     VALUE 'R'.
               88  INC-TYPE-POISONING       VALUE 'P'.
               88  INC-TYPE-HEARING         VALUE 'H'.
               88  INC-TYPE-OTHER-ILLNESS   VALUE 'O'.
               88  INC-TYPE-VALID           VALUE 'I' 'S' 'R' 'P'
                                                  'H' 'O'.
           05  INC-CASE-CLASS       PIC X(01).
               88  INC-CLASS-DEATH          VALUE 'D'.
               88  INC-CLASS-DAYS-AWAY      VALUE 'A'.
               88  INC-CLASS-RESTRICTED     VALUE 'J'.
               88  INC-CLASS-OTHER          VALUE 'O'.
               88  INC-CLASS-VALID          VALUE 'D' 'A' 'J' 'O'.
      * A LOST-TIME CASE: THE EMPLOYEE MISSED DAYS AWAY FROM WORK.
               88  INC-LOST-TIME            VALUE 'A'.
           05  INC-DAYS-AWAY        PIC 9(03).
           05  INC-DAYS-RESTRICTED  PIC 9(03).
           05  INC-DESCRIPTION      PIC X(30).
           05  INC-STATUS           PIC X(01).
               88  INC-OPEN                 VALUE 'O'.
               88  INC-CLOSED               VALUE 'C'.
      * THE LEAVE OF ABSENCE INCMNT PLACED THE EMPLOYEE ON FOR THIS
      * CASE (THROUGH AN EMPMAINT 'L' TRANSACTION) AND THE RETURN
      * ('R') THAT ENDED IT. ZERO WHEN NONE.
           05  INC-LOA-DATE         PIC 9(08).
           05  INC-RETURN-DATE      PIC 9(08).
           05  INC-CLOSED-DATE      PIC 9(08).
           05  INC-LAST-UPD-DATE    PIC 9(08).
           05  FILLER               PIC X(15).
