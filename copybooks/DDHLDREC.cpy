      *----------------------------------------------------------*
      *  DDHLDREC.CPY                                             *
      *  DIRECT-DEPOSIT HELD-CHANGE RECORD. DDMNT PARKS AN ADD OR *
      *  CHANGE HERE INSTEAD OF APPLYING IT WHEN THE EMPLOYEE'S   *
      *  ADDRESS OR CONTACT DETAILS CHANGED ON ADDRMAST WITHIN    *
      *  THE HOLD WINDOW, OR WHEN THE CHANGE WAS SUBMITTED        *
      *  ONLINE. DDMAST IS NOT TOUCHED WHILE THE CHANGE IS HELD,  *
      *  SO PAY KEEPS GOING TO THE OLD ACCOUNT. A SECOND PERSON   *
      *  CONFIRMS THE CHANGE BY CALL-BACK (DDTRAN ACTION V) OR    *
      *  REJECTS IT (ACTION R); A LATER ADD, CHANGE OR DELETE FOR *
      *  THE SAME EMPLOYEE SUPERSEDES IT. VSAM KSDS DDHOLD, KEYED *
      *  BY EMPLOYEE ID - ONE HELD CHANGE PER EMPLOYEE AT A TIME. *
      *  THE ACCOUNT IS IN PROTECTED FORM, AS ON DDMAST.          *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  DD-HOLD-RECORD.
           05  DHL-EMP-ID       PIC 9(05).
           05  DHL-ACTION       PIC X(01).
               88  DHL-ACT-ADD          VALUE 'A'.
               88  DHL-ACT-CHANGE       VALUE 'C'.
           05  DHL-ROUTING      PIC 9(09).
           05  DHL-ACCOUNT      PIC X(17).
           05  DHL-ACCT-TYPE    PIC X(01).
      * WHY THE CHANGE WAS HELD.
           05  DHL-HOLD-REASON  PIC X(01).
               88  DHL-HELD-CONTACT     VALUE 'A'.
               88  DHL-HELD-ONLINE      VALUE 'O'.
      * THE ADDRMAST EFFECTIVE DATE THAT TRIPPED THE HOLD (ZERO
      * FOR AN ONLINE HOLD WITH NO RECENT CONTACT CHANGE).
           05  DHL-CONTACT-DATE PIC 9(08).
           05  DHL-HELD-DATE    PIC 9(08).
           05  DHL-SUBMITTER    PIC X(08).
           05  DHL-STATUS       PIC X(01).
               88  DHL-HELD             VALUE 'H'.
               88  DHL-CONFIRMED        VALUE 'C'.
               88  DHL-REJECTED         VALUE 'R'.
               88  DHL-SUPERSEDED       VALUE 'S'.
           05  DHL-DECIDED-DATE PIC 9(08).
           05  DHL-DECIDED-BY   PIC X(08).
           05  FILLER           PIC X(05).
