      *                  ARCHIVE'S 133-BYTE WIDTH SO THE JOB CAN
      *                  FILE IT THROUGH RPTARCHV LIKE ANY OTHER
      *                  REPORT.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
           05  SD-EMP-DEPT-CODE    PIC X(04).
           05  SD-EMP-HIRE-DATE    PIC 9(08).
           05  SD-EMP-STATUS       PIC X(01).
           05  FILLER              PIC X(26).

       FD  SORTED-MASTER
           LABEL RECORDS ARE STANDARD.
                                 EMP-LAST-UPD-SRC  BY SRT-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY SRT-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                     BY SRT-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY SRT-JOB-CODE.

      * The fixed pool of burst outputs, allocated in JCL. One is
      * open at a time; 9100/9200/9300 route by WS-BURST-ASSIGN.
