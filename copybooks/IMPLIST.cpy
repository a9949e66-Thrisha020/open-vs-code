      *----------------------------------------------------------*
      *  IMPLIST.CPY                                              *
      *  DOWNSTREAM-IMPACT LIST RETURNED BY IMPWALK: EVERY        *
      *  PROGRAM, FILE AND REPORT THE LINEAGE CATALOG SHOWS       *
      *  DOWNSTREAM OF A FAILED PROGRAM OR A DAMAGED FILE.        *
      *  PROGRAMS COME FIRST IN CATALOG (JOB AND RUN) ORDER, THEN *
      *  THE FILES IN THE ORDER THE DAMAGE REACHED THEM, THEN THE *
      *  REPORTS. A FILE ENTRY CARRIES THE JOB, STEP, PROGRAM AND *
      *  DD THAT FIRST PASSED THE DAMAGE ON TO IT.                *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  IMPACT-LIST.
           05  IMP-ENTRY-COUNT      PIC 9(04)  COMP.
           05  IMP-OVERFLOW-SW      PIC X(01).
               88  IMP-LIST-OVERFLOW        VALUE 'Y'.
           05  IMP-ENTRY OCCURS 300 TIMES
                   INDEXED BY IMP-IDX.
               10  IMP-KIND         PIC X(01).
                   88  IMP-IS-PROGRAM       VALUE 'P'.
                   88  IMP-IS-FILE          VALUE 'F'.
                   88  IMP-IS-REPORT        VALUE 'R'.
               10  IMP-JOB          PIC X(08).
               10  IMP-RUN-ORDER    PIC 9(03).
               10  IMP-STEP         PIC X(08).
               10  IMP-PROGRAM      PIC X(08).
               10  IMP-DD-NAME      PIC X(08).
               10  IMP-DATASET      PIC X(36).
