      *
      * PROJ DESC : RELOAD OF THE EMP-MASTER VSAM KSDS FROM A
      *            : VERIFIED EMPBKUP BACKUP GENERATION. THE BACKUP
      *            : CARRIES ONE 80-BYTE EMPREC IMAGE PER RECORD
      *            : AND IS WRAPPED IN THE STANDARD FILEHDR
      *            : HEADER/TRAILER, SO A PLAIN REPRO WOULD LOAD
      *            : THE WRAPPER ROWS INTO THE CLUSTER AS IF THEY
      *            : WERE EMPLOYEES.
      *            : THIS PROGRAM VALIDATES THE HEADER AND TRAILER
      *            : (REJECTING THE WHOLE FILE ON A COUNT
      *            : DISAGREEMENT, CC 16, BEFORE A SINGLE RECORD IS
      *            : LOADED), THEN WRITES EACH IMAGE INTO THE
      *            : FRESHLY DEFINED CLUSTER IN KEY SEQUENCE, AND
      *            : REPORTS THE COUNTS AND
      *            : FIRST/LAST KEYS FOR RECONCILIATION AGAINST THE
      *            : CHOSEN GENERATION'S EMPBKVFY REPORT. SEE
      *            : JCL/EMPBKUP.JCL FOR THE RESTORE PROCEDURE.
      * MODIFICATION HISTORY
      * --------------------
      * 08/22/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPREC IS NOW 80 BYTES (NEW EMP-JOB-CODE), SO
      *                  EACH BACKUP RECORD IS A WHOLE IMAGE WITH NO
      *                  PADDING.
      *

       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-IN-RECORD     PIC X(80).
       01  BACKUP-EMP-VIEW REDEFINES BACKUP-IN-RECORD.
           05  BK-EMP-IMAGE     PIC X(80).
       01  BACKUP-KEY-VIEW REDEFINES BACKUP-IN-RECORD.
           05  BK-EMP-ID        PIC 9(05).
           05  FILLER           PIC X(75).
           PERFORM 8000-READ-BACKUP.

      *----------------------------------------------------------*
      *  3000-LOAD-MASTER - SECOND PASS: EACH 80-BYTE EMPREC      *
      *  IMAGE IS WRITTEN INTO THE FRESHLY DEFINED CLUSTER IN     *
      *  KEY SEQUENCE; THE WRAPPER ROWS ARE PASSED OVER           *
      *----------------------------------------------------------*
