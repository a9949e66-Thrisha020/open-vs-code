      *----------------------------------------------------------*
      *  PLVREC.CPY                                               *
      *  PROTECTED-LEAVE CASE FILE RECORD (PLVMAST, VSAM KSDS     *
      *  KEYED BY EMPLOYEE ID) - ONE ROW PER EMPLOYEE WHO HAS     *
      *  EVER HAD A STATUTORY PROTECTED-LEAVE CASE, CARRYING THE  *
      *  CURRENT (OR MOST RECENT) CASE AND THE ONE BEFORE IT.     *
      *  CASES ARE OPENED, CHANGED AND CLOSED BY THE PLVMNT DECK. *
      *  THE USAGE FIELDS ARE RECOMPUTED EVERY WEEK BY PLVWKLY    *
      *  OVER THE ROLLING 12 MONTHS ENDING ON ITS RUN DATE: LOA   *
      *  BUSINESS DAYS FROM EMPHIST (THE 'L' STATUS SPANS) AND,   *
      *  UNDER AN INTERMITTENT CASE, APPROVED LEAVE-REQUEST HOURS *
      *  FROM LVREQFIL, BOTH ONLY WHERE THEY FALL INSIDE ONE OF   *
      *  THE TWO CASES. LVINQ SHOWS THE BALANCE AS OF THAT RUN.   *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  PROT-LEAVE-RECORD.
           05  PLV-EMP-ID           PIC 9(05).
      * THE CURRENT OR MOST RECENT CASE.
           05  PLV-CASE-START       PIC 9(08).
           05  PLV-REASON           PIC X(01).
               88  PLV-RSN-OWN-HEALTH       VALUE 'S'.
               88  PLV-RSN-FAMILY-CARE      VALUE 'F'.
               88  PLV-RSN-BIRTH-BONDING    VALUE 'B'.
               88  PLV-RSN-MILITARY         VALUE 'M'.
               88  PLV-RSN-VALID            VALUE 'S' 'F' 'B' 'M'.
      * ZERO WHILE THE MEDICAL OR OTHER CERTIFICATION IS PENDING.
           05  PLV-CERT-DATE        PIC 9(08).
           05  PLV-LEAVE-TYPE       PIC X(01).
               88  PLV-CONTINUOUS           VALUE 'C'.
               88  PLV-INTERMITTENT         VALUE 'I'.
               88  PLV-TYPE-VALID           VALUE 'C' 'I'.
           05  PLV-STATUS           PIC X(01).
               88  PLV-CASE-OPEN            VALUE 'O'.
               88  PLV-CASE-CLOSED          VALUE 'C'.
           05  PLV-CLOSED-DATE      PIC 9(08).
      * THE CASE BEFORE IT, MOVED HERE WHEN A NEW CASE OPENS SO ITS
      * USAGE STILL COUNTS WHILE IT IS INSIDE THE WINDOW. ZERO WHEN
      * NONE.
           05  PLV-PRIOR-START      PIC 9(08).
           05  PLV-PRIOR-END        PIC 9(08).
           05  PLV-PRIOR-TYPE       PIC X(01).
               88  PLV-PRIOR-INTERMITTENT   VALUE 'I'.
      * ROLLING-WINDOW USAGE AS OF PLVWKLY'S LAST RUN. THE HOURS
      * FOLLOW THE EMPLOYEE'S SCHEDULE ON FTEMAST (40 WITHOUT A
      * ROW): THE ENTITLEMENT IS THAT MANY WEEKS OF IT, AND A LOA
      * BUSINESS DAY IS ONE FIFTH OF A WEEK.
           05  PLV-AS-OF-DATE       PIC 9(08).
           05  PLV-WINDOW-START     PIC 9(08).
           05  PLV-ENTITLE-HOURS    PIC 9(04)V99.
           05  PLV-LOA-DAYS         PIC 9(03).
           05  PLV-INT-HOURS        PIC 9(04)V99.
           05  PLV-USED-HOURS       PIC 9(04)V99.
           05  PLV-LAST-UPD-DATE    PIC 9(08).
           05  FILLER               PIC X(10).
