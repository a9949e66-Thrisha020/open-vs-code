      *----------------------------------------------------------*
      *  ACQXREF.CPY                                              *
      *  ACQUISITION ID CROSS-REFERENCE RECORD (ACQXREF, VSAM     *
      *  KSDS KEYED BY COMPANY CODE + THE ACQUIRED SYSTEM'S OLD   *
      *  EMPLOYEE ID). ACQLOAD WRITES ONE ROW PER PERSON IT       *
      *  CONVERTS, NAMING THE EMPLOYEE ID EMPIDGEN GAVE THEM, SO  *
      *  A LATER FEED FROM THE OLD SYSTEM CAN BE TRANSLATED TO    *
      *  OUR IDS BY A KEYED READ. A ROW ALREADY ON FILE MARKS THE *
      *  PERSON AS CONVERTED; A RERUN OF THE LOAD SKIPS THEM.     *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  ACQ-XREF-RECORD.
           05  AX-KEY.
               10  AX-COMPANY       PIC X(02).
               10  AX-OLD-EMP-ID    PIC X(10).
           05  AX-NEW-EMP-ID        PIC 9(05).
           05  AX-LOAD-DATE         PIC 9(08).
           05  AX-OLD-DEPT-CODE     PIC X(10).
           05  FILLER               PIC X(15).
