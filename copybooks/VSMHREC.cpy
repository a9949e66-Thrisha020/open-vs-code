      *----------------------------------------------------------*
      *  VSMHREC.CPY                                              *
      *  VSAM SPACE HISTORY RECORD. VSAMMON APPENDS ONE PER       *
      *  MONITORED KSDS PER WEEKLY RUN (WRITTEN EXTEND, NEVER CUT *
      *  BACK) FROM THE DATA COMPONENT'S LISTCAT STATISTICS, SO   *
      *  GROWTH CAN BE TRENDED AND THE DAY A CLUSTER FILLS ITS    *
      *  ALLOCATION PROJECTED BEFORE A JOB ABENDS OUT OF SPACE.   *
      *  THE SPLIT COUNTS START OVER AFTER EACH REORGANIZATION.   *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  VSAM-HISTORY-RECORD.
           05  VSH-RUN-DATE     PIC 9(08).
      * THE LOCK-RESOURCE STYLE SHORT NAME (EMPMAST, DEDMAST, ...).
           05  VSH-CLUSTER      PIC X(08).
           05  VSH-REC-TOTAL    PIC 9(10).
           05  VSH-SPLITS-CI    PIC 9(07).
           05  VSH-SPLITS-CA    PIC 9(07).
           05  VSH-EXTENTS      PIC 9(03).
      * HIGH ALLOCATED AND HIGH USED RBA: THE BYTES THE CLUSTER
      * HOLDS NOW AND THE BYTES IT HAS FILLED.
           05  VSH-HI-A-RBA     PIC 9(12).
           05  VSH-HI-U-RBA     PIC 9(12).
           05  VSH-FREE-PCT     PIC 9(03).
           05  VSH-REORG-SW     PIC X(01).
               88  VSH-REORG-REQUESTED  VALUE 'R'.
           05  FILLER           PIC X(09).
