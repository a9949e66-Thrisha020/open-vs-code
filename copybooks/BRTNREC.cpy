      *----------------------------------------------------------*
      *  BRTNREC.CPY                                              *
      *  BANK RETURN FILE RECORD - WHAT THE BANK SENDS BACK       *
      *  AFTER A DDPAYFIL BANK FILE SETTLES: ONE '1' HEADER, A    *
      *  '6' ENTRY FOR EACH DEPOSIT IT RETURNED OR POSTED WITH A  *
      *  NOTIFICATION OF CHANGE, AND ONE '9' CONTROL TRAILER      *
      *  CARRYING THE ENTRY COUNT AND THE DOLLAR TOTAL RETURNED.  *
      *  EACH ENTRY ECHOES THE ORIGINAL ENTRY AS IT WAS SENT      *
      *  (TRANSACTION CODE, ROUTING, ACCOUNT, AMOUNT, EMPLOYEE    *
      *  ID). READ BY THE RETURN PROCESSOR (DDRETURN).            *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  BANK-RETURN-RECORD.
           05  BR-RECORD-TYPE       PIC X(01).
               88  BR-FILE-HEADER          VALUE '1'.
               88  BR-RETURN-ENTRY         VALUE '6'.
               88  BR-FILE-TRAILER         VALUE '9'.
           05  BR-ENTRY-DATA.
      * R - THE DEPOSIT CAME BACK (RETURN)
      * C - THE DEPOSIT POSTED, BUT THE BANK CORRECTED THE ACCOUNT
      *     (NOTIFICATION OF CHANGE)
               10  BR-ENTRY-KIND    PIC X(01).
                   88  BR-RETURN           VALUE 'R'.
                   88  BR-CHANGE-NOTICE    VALUE 'C'.
      * RETURN REASONS R01-R99 (R02 CLOSED, R03 NO ACCOUNT, R04
      * INVALID ACCOUNT NUMBER, R16 FROZEN, R20 NON-TRANSACTION
      * ACCOUNT ...). CHANGE CODES C01 ACCOUNT, C02 ROUTING, C03
      * ROUTING AND ACCOUNT, C05 ACCOUNT TYPE, C06 ACCOUNT AND TYPE,
      * C07 ROUTING, ACCOUNT AND TYPE.
               10  BR-REASON-CODE   PIC X(03).
               10  BR-EMP-ID        PIC 9(05).
      * THE ORIGINAL ENTRY AS DDPAYFIL SENT IT.
               10  BR-ORIG-TRAN-CODE PIC 9(02).
               10  BR-ORIG-ROUTING  PIC 9(09).
               10  BR-ORIG-ACCOUNT  PIC X(17).
               10  BR-AMOUNT        PIC 9(08)V99.
               10  BR-ORIG-EFF-DATE PIC 9(08).
      * NOTIFICATION OF CHANGE ONLY: THE CORRECTED VALUES. A FIELD
      * THE CHANGE CODE DOES NOT COVER IS LEFT ZERO OR SPACE.
               10  BR-NEW-ROUTING   PIC 9(09).
               10  BR-NEW-ACCOUNT   PIC X(17).
               10  BR-NEW-ACCT-TYPE PIC X(01).
               10  FILLER           PIC X(17).
           05  BR-HEADER-DATA REDEFINES BR-ENTRY-DATA.
               10  BR-FILE-DATE     PIC 9(08).
               10  FILLER           PIC X(91).
           05  BR-TRAILER-DATA REDEFINES BR-ENTRY-DATA.
               10  BR-TRL-COUNT     PIC 9(07).
               10  BR-TRL-TOTAL     PIC 9(10)V99.
               10  FILLER           PIC X(80).
