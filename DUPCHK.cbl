      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPTRAN RECORD WIDENED TO 64 BYTES FOR THE NEW
      *                  TRAILING JOB CODE. THE HELD FILE (DUPHOLD)
      *                  GROWS BY THE SAME TWO BYTES, SO ITEMS HELD
      *                  FROM BEFORE MUST BE RELEASED OR CONVERTED
      *                  FIRST.
      *

       ENVIRONMENT DIVISION.
           05  NT-HIRE-DATE     PIC 9(08).
           05  NT-TERM-DATE     PIC 9(08).
           05  NT-TERM-REASON   PIC X(01).
           05  NT-JOB-CODE      PIC X(02).

      * One disposition per held item, matched by the held
      * transaction's name and hire date.
       FD  HELD-IN
           LABEL RECORDS ARE STANDARD.
       01  HELD-IN-RECORD.
           05  HI-TRAN-IMAGE    PIC X(64).
           05  HI-TRAN-FIELDS REDEFINES HI-TRAN-IMAGE.
               10  HI-EMP-ID        PIC 9(05).
               10  HI-ACTION        PIC X(01).
               10  HI-LNAME         PIC X(20).
               10  HI-DEPT-CODE     PIC X(04).
               10  HI-HIRE-DATE     PIC 9(08).
               10  FILLER           PIC X(11).
           05  HI-MATCH-EMP-ID  PIC 9(05).
           05  HI-MATCH-SOURCE  PIC X(01).
           05  HI-HELD-DATE     PIC 9(08).
       FD  HELD-OUT
           LABEL RECORDS ARE STANDARD.
       01  HELD-OUT-RECORD.
           05  HO-TRAN-IMAGE    PIC X(64).
           05  HO-MATCH-EMP-ID  PIC 9(05).
           05  HO-MATCH-SOURCE  PIC X(01).
           05  HO-HELD-DATE     PIC 9(08).

       FD  CLEAN-TRANS
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-TRANS-RECORD   PIC X(64).

       FD  EMP-MASTER.
           COPY EMPREC.
                                 EMP-LAST-UPD-SRC  BY AR-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY AR-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY AR-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY AR-JOB-CODE.

       FD  REVIEW-RPT
           LABEL RECORDS ARE STANDARD.
