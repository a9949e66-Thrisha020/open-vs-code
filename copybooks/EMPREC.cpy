      *                  RUN ALREADY SELECT ON EMP-ACTIVE AND SO
      *                  SKIP LOA RECORDS; HDCSNAP COUNTS THEM ON
      *                  THEIR OWN LINE.
      * 10/15/2026  RSM  ADDED EMP-JOB-CODE, THE EMPLOYEE'S JOB ON THE
      *                  JOB CODE MASTER (SEE JOBREC, LOADED BY
      *                  JOBLOAD), VALIDATED BY EMPMAINT AND EMPUPDT.
      *                  THE TWO BYTES TAKE THE RECORD TO 80, SO THE
      *                  BACKUP AND SNAPSHOT FILES STILL HOLD ONE
      *                  IMAGE PER RECORD. EXISTING EMPMAST FILES
      *                  MUST BE RELOADED WITH THE CODE BLANK, AND
      *                  EVERY PROGRAM CARRYING A RAW IMAGE
      *                  (JOURNAL, HISTORY, BACKUP) WAS WIDENED.
      *
       01  EMP-MASTER-RECORD.
           05  EMP-ID           PIC 9(05).
           05  EMP-LAST-UPD-SRC  PIC X(01).
               88  EMP-UPD-SRC-BATCH   VALUE 'B'.
               88  EMP-UPD-SRC-ONLINE  VALUE 'O'.
           05  EMP-JOB-CODE      PIC X(02).
