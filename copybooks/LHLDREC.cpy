      *----------------------------------------------------------*
      *  LHLDREC.CPY                                              *
      *  LEGAL-HOLD RECORD. ONE ROW PER EMPLOYEE WHOSE RECORDS    *
      *  LEGAL HAS ORDERED PRESERVED DURING A DISPUTE. VSAM KSDS  *
      *  LEGLHOLD, KEYED BY EMPLOYEE ID, MAINTAINED BY LHLDMNT.   *
      *  WHILE A HOLD IS IN FORCE (NO RELEASE DATE, OR A RELEASE  *
      *  DATE STILL AHEAD) THE RETENTION PURGE (RETPURGE) SKIPS   *
      *  EVERY HISTORY ROW FOR THE EMPLOYEE HOWEVER OLD, AND THE  *
      *  ERASURE UTILITY REFUSES THE EMPLOYEE. A RELEASED HOLD IS *
      *  KEPT ON FILE, DATED, RATHER THAN DELETED.                *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  LEGAL-HOLD-RECORD.
           05  LH-EMP-ID        PIC 9(05).
           05  LH-REASON        PIC X(30).
           05  LH-HOLD-DATE     PIC 9(08).
      * ZERO WHILE THE HOLD HAS NO END; OTHERWISE THE FIRST DAY THE
      * EMPLOYEE'S RECORDS ARE NO LONGER HELD.
           05  LH-RELEASE-DATE  PIC 9(08).
           05  LH-PLACED-BY     PIC X(08).
           05  LH-LAST-UPD-BY   PIC X(08).
           05  LH-LAST-UPD-DATE PIC 9(08).
           05  FILLER           PIC X(05).
