      *----------------------------------------------------------*
      *  JOBREC.CPY                                               *
      *  JOB CODE REFERENCE MASTER RECORD - ONE ROW PER JOB CODE  *
      *  CARRYING THE JOB TITLE, THE JOB FAMILY, THE GRADE THE    *
      *  JOB NORMALLY SITS IN, AND WHETHER THE JOB IS EXEMPT FROM *
      *  OVERTIME. LOADED BY JOBLOAD; EMP-JOB-CODE IS VALIDATED   *
      *  AGAINST IT BY EMPMAINT AND EMPUPDT, THE TITLE IS PRINTED *
      *  BY PGMDS01, DIRFEED, AND EMPDOSS, AND PAYCALC PAYS       *
      *  OVERTIME ONLY TO NON-EXEMPT JOBS.                        *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  JOB-MASTER-RECORD.
           05  JOB-CODE         PIC X(02).
           05  JOB-TITLE        PIC X(30).
           05  JOB-FAMILY       PIC X(04).
      * GRADE A NEW HIRE INTO THIS JOB STARTS IN (SEE GRADEREC).
           05  JOB-DEFAULT-GRADE PIC X(02).
           05  JOB-FLSA-STATUS  PIC X(01).
               88  JOB-EXEMPT          VALUE 'E'.
               88  JOB-NON-EXEMPT      VALUE 'N'.
               88  JOB-FLSA-VALID      VALUE 'E' 'N'.
           05  JOB-STATUS       PIC X(01).
               88  JOB-ACTIVE          VALUE 'A'.
               88  JOB-INACTIVE        VALUE 'I'.
