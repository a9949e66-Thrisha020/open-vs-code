      *----------------------------------------------------------*
      *  CHKREC.CPY                                               *
      *  PAYROLL CHECK MASTER RECORD - ONE ROW PER PAPER CHECK    *
      *  ISSUED, KEYED BY CHECK NUMBER. WRITTEN OUTSTANDING BY    *
      *  THE CHECK-WRITING STEP (CHKWRT) FOR EVERY PAY ROW        *
      *  DDPAYFIL HELD TO A CHECK; MARKED CLEARED BY THE PAID-    *
      *  CHECKS RECONCILIATION (CHKRECON) WHEN THE BANK REPORTS   *
      *  THE CHECK PAID AT ITS ISSUED AMOUNT. WHAT IS LEFT        *
      *  OUTSTANDING IS THE OUTSTANDING-CHECKS LIST.              *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  CHECK-MASTER-RECORD.
           05  CK-CHECK-NO      PIC 9(08).
           05  CK-EMP-ID        PIC 9(05).
           05  CK-PAYEE         PIC X(36).
           05  CK-AMOUNT        PIC 9(07)V99.
           05  CK-ISSUE-DATE    PIC 9(08).
           05  CK-PERIOD-END    PIC 9(08).
           05  CK-RUN-TYPE      PIC X(01).
           05  CK-STATUS        PIC X(01).
               88  CK-OUTSTANDING       VALUE 'O'.
               88  CK-CLEARED           VALUE 'C'.
               88  CK-VOIDED            VALUE 'V'.
           05  CK-CLEARED-DATE  PIC 9(08).
           05  CK-PAID-AMOUNT   PIC 9(07)V99.
           05  FILLER           PIC X(10).
