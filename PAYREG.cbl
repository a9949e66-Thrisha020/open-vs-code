      *                  NOW CALLED OUT ON THE CONSOLE WHEN
      *                  IT MERGES INTO THE LAST SECTION,
      *                  MATCHING PGMDS01'S CALL-OUT.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
       FD  EMP-MASTER.
       01  EMP-MASTER-IN-RECORD.
           05  EM-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(75).

       FD  COMP-MASTER.
           COPY COMPREC.
           05  SD-EMP-DEPT-CODE    PIC X(04).
           05  SD-EMP-HIRE-DATE    PIC 9(08).
           05  SD-EMP-STATUS       PIC X(01).
           05  FILLER              PIC X(26).

       FD  SORTED-MASTER
           LABEL RECORDS ARE STANDARD.
