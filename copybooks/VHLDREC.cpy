      *----------------------------------------------------------*
      *  VHLDREC.CPY                                              *
      *  PAY VARIANCE HOLD RECORD - THE ONE-RECORD VERDICT THE    *
      *  PRE-RELEASE VARIANCE AUDIT (PAYVAR) LEAVES FOR THE BANK  *
      *  FILE STEP (DDPAYFIL). IT NAMES THE PAY-DETAIL FILE THAT  *
      *  WAS AUDITED (ITS FILEHDR RUN DATE AND TIME) AND HOW MANY *
      *  HIGH- AND LOW-SEVERITY EXCEPTIONS IT RAISED. DDPAYFIL    *
      *  WILL NOT WRITE A BANK FILE FOR A PAY-DETAIL FILE THE     *
      *  AUDIT DID NOT SEE, NOR FOR ONE WITH HIGH-SEVERITY        *
      *  EXCEPTIONS UNLESS A SIGNED VAROVRD OVERRIDE RELEASES IT. *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  VARIANCE-HOLD-RECORD.
           05  VH-PERIOD-END    PIC 9(08).
           05  VH-RUN-TYPE      PIC X(01).
           05  VH-PAYDETL-DATE  PIC 9(08).
           05  VH-PAYDETL-TIME  PIC 9(06).
           05  VH-AUDIT-DATE    PIC 9(08).
           05  VH-HIGH-COUNT    PIC 9(05).
           05  VH-LOW-COUNT     PIC 9(05).
           05  FILLER           PIC X(19).
