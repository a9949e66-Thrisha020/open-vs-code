      *----------------------------------------------------------*
      *  DEDHREC.CPY                                              *
      *  DEDUCTION CHANGE-HISTORY RECORD. DEDMNT APPENDS ONE PER  *
      *  APPLIED ADD, CHANGE OR DELETE AGAINST DEDMAST (WRITTEN   *
      *  EXTEND, NEVER CUT BACK), CARRYING THE FULL DEDREC IMAGES *
      *  BEFORE AND AFTER, THE WAY HISTREC KEEPS THE EMPLOYEE     *
      *  MASTER'S CHANGES -- SO A DEDUCTION CHANGE CAN BE TRACED  *
      *  (AND SAMPLED FOR THE AUDITORS BY AUDSAMP) AFTER THE      *
      *  PRINTED MAINTENANCE REPORT IS GONE. THE PAY RUN'S OWN    *
      *  GOAL AND ARREARS UPKEEP IS NOT A CHANGE AND IS NOT       *
      *  LOGGED HERE; PAYHIST CARRIES WHAT WAS TAKEN.             *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  DED-HISTORY-RECORD.
           05  DCH-RUN-DATE     PIC 9(08).
      * THE TRANSACTION'S POSITION IN ITS DEDMNT RUN.
           05  DCH-SEQ          PIC 9(05).
           05  DCH-EMP-ID       PIC 9(05).
           05  DCH-CODE         PIC X(03).
           05  DCH-ACTION       PIC X(01).
               88  DCH-ACT-ADD          VALUE 'A'.
               88  DCH-ACT-CHANGE       VALUE 'C'.
               88  DCH-ACT-DELETE       VALUE 'D'.
      * FULL DEDREC IMAGES AS THE ROW STOOD BEFORE AND AFTER THE
      * TRANSACTION WAS APPLIED. BEFORE IS SPACES ON AN ADD, AFTER
      * IS SPACES ON A DELETE.
           05  DCH-BEFORE-IMAGE PIC X(82).
           05  DCH-AFTER-IMAGE  PIC X(82).
