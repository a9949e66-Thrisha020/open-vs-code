      *----------------------------------------------------------*
      *  CREDREC.CPY                                              *
      *  CREDENTIAL RECORD - ONE PER EMPLOYEE PER CREDENTIAL      *
      *  TYPE (A LICENSE, A CERTIFICATION, OR A WORK-             *
      *  AUTHORIZATION DOCUMENT), KEYED EMPLOYEE ID + TYPE CODE.  *
      *  A RENEWAL IS A CHANGE TO THE SAME ROW (NEW ISSUE AND     *
      *  EXPIRY DATES). MAINTAINED BY CREDMNT; SWEPT NIGHTLY BY   *
      *  CREDEXP FOR EXPIRED AND SOON-TO-EXPIRE CREDENTIALS.      *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  CREDENTIAL-RECORD.
           05  CRD-KEY.
               10  CRD-EMP-ID       PIC 9(05).
      * SITE-ASSIGNED CODE FOR THE CREDENTIAL, E.G. 'RN  ', 'CDLA',
      * 'VISA'.
               10  CRD-TYPE         PIC X(04).
           05  CRD-CATEGORY         PIC X(01).
               88  CRD-LICENSE             VALUE 'L'.
               88  CRD-CERTIFICATION       VALUE 'C'.
               88  CRD-WORK-AUTH           VALUE 'W'.
               88  CRD-CATEGORY-VALID      VALUE 'L' 'C' 'W'.
           05  CRD-ISSUE-DATE       PIC 9(08).
      * ZERO FOR A CREDENTIAL THAT DOES NOT EXPIRE.
           05  CRD-EXPIRY-DATE      PIC 9(08).
               88  CRD-NO-EXPIRY           VALUE ZERO.
           05  CRD-ISSUER           PIC X(30).
           05  FILLER               PIC X(24).
