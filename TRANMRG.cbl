      *                  170 TO HISTREC'S TRUE 175 BYTES - THE
      *                  OLD WIDTH CUT THE LAST-UPDATE STAMP OFF
      *                  EVERY AFTER-IMAGE.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES FOR THE NEW
      *                  TRAILING JOB CODE.
      *

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  CLEAN-TRANS
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-TRANS-RECORD   PIC X(64).

       FD  JRNL-1
           LABEL RECORDS ARE STANDARD.
       01  JRNL-1-RECORD        PIC X(99).

       FD  JRNL-2
           LABEL RECORDS ARE STANDARD.
       01  JRNL-2-RECORD        PIC X(99).

       FD  JRNL-3
           LABEL RECORDS ARE STANDARD.
       01  JRNL-3-RECORD        PIC X(99).

       FD  JRNL-4
           LABEL RECORDS ARE STANDARD.
       01  JRNL-4-RECORD        PIC X(99).

       FD  JRNL-MERGED
           LABEL RECORDS ARE STANDARD.
       01  JRNL-MERGED-RECORD   PIC X(99).

       FD  HIST-1
           LABEL RECORDS ARE STANDARD.
       01  HIST-1-RECORD        PIC X(179).

       FD  HIST-2
           LABEL RECORDS ARE STANDARD.
       01  HIST-2-RECORD        PIC X(179).

       FD  HIST-3
           LABEL RECORDS ARE STANDARD.
       01  HIST-3-RECORD        PIC X(179).

       FD  HIST-4
           LABEL RECORDS ARE STANDARD.
       01  HIST-4-RECORD        PIC X(179).

       FD  HIST-OUT
           LABEL RECORDS ARE STANDARD.
       01  HIST-OUT-RECORD      PIC X(179).

       FD  RECYCLE-IN
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-IN-RECORD    PIC X(64).

       FD  NDX-1
           LABEL RECORDS ARE STANDARD.
       01  NDX-1-RECORD         PIC X(183).

       FD  NDX-2
           LABEL RECORDS ARE STANDARD.
       01  NDX-2-RECORD         PIC X(183).

       FD  NDX-3
           LABEL RECORDS ARE STANDARD.
       01  NDX-3-RECORD         PIC X(183).

       FD  NDX-4
           LABEL RECORDS ARE STANDARD.
       01  NDX-4-RECORD         PIC X(183).

       FD  HIST-INDEX.
           COPY HISTNDX.
