      *----------------------------------------------------------*
      *  VSMRQREC.CPY                                             *
      *  VSAM REORGANIZATION REQUEST. VSAMMON WRITES ONE FOR EACH *
      *  MONITORED KSDS THAT HAS CROSSED ITS CI-SPLIT, CA-SPLIT   *
      *  OR FREE-SPACE THRESHOLD; VSMREORG UNLOADS, VERIFIES AND  *
      *  RELOADS EACH CLUSTER NAMED. THE CATALOG RECORD COUNT IS  *
      *  CARRIED SO THE UNLOAD CAN BE PROVED AGAINST IT.          *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  VSAM-REORG-REQUEST.
           05  VSR-CLUSTER      PIC X(08).
           05  VSR-DSN          PIC X(44).
           05  VSR-CATALOG-COUNT PIC 9(10).
           05  VSR-REASON       PIC X(18).
