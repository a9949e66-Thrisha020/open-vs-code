      *----------------------------------------------------------*
      *  LINEAGE.CPY                                              *
      *  DATASET LINEAGE CATALOG ROW (LNGCAT). ONE ROW PER DD PER *
      *  PROGRAM: THE JOB AND STEP THAT RUN THE PROGRAM, WHERE    *
      *  THE STEP FALLS IN ITS JOB'S RUN ORDER, AND WHETHER THE   *
      *  PROGRAM READS, WRITES OR UPDATES THE DATASET BEHIND THE  *
      *  DD. COVERS EMPNIGHT, PAYCYCLE, THE MAINPROG CHAIN AND    *
      *  ITS CTLSTEPS DISPATCHER, AND ADJAPPR. IMPWALK WALKS IT   *
      *  TO FIND EVERYTHING DOWNSTREAM OF A FAILED PROGRAM OR A   *
      *  DAMAGED FILE. 80-BYTE CARD IMAGES KEPT IN JOB AND RUN    *
      *  ORDER AND LOADED BY JCL LINEAGE; A '*' IN COLUMN 1 IS A  *
      *  COMMENT CARD. HOUSEKEEPING DDS (STEPLIB, SYSOUT,         *
      *  AUDITTRL, ERRLOG, THE SECURITY, LOCK AND RUN-LEDGER      *
      *  FILES, SORT WORK, OVERRIDE PARMS) ARE NOT CATALOGUED.    *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  LINEAGE-RECORD.
           05  LNG-JOB          PIC X(08).
           05  FILLER           PIC X(01).
           05  LNG-RUN-ORDER    PIC 9(03).
           05  FILLER           PIC X(01).
           05  LNG-STEP         PIC X(08).
           05  FILLER           PIC X(01).
           05  LNG-PROGRAM      PIC X(08).
           05  FILLER           PIC X(01).
           05  LNG-DD-NAME      PIC X(08).
           05  FILLER           PIC X(01).
           05  LNG-USAGE        PIC X(01).
               88  LNG-READS            VALUE 'R'.
               88  LNG-WRITES           VALUE 'W'.
               88  LNG-UPDATES          VALUE 'U'.
      * R - A REPORT (SYSOUT OR A REPORT GENERATION); F - ANY OTHER
      * FILE.
           05  LNG-KIND         PIC X(01).
               88  LNG-DATA-FILE        VALUE 'F'.
               88  LNG-REPORT           VALUE 'R'.
      * J ON THE READ OF A SHARED LOG (JOBSUM) BY A PROGRAM THAT ONLY
      * LOOKS AT ITS OWN JOB'S ROWS: DAMAGE FROM ANOTHER JOB DOES NOT
      * REACH IT.
           05  LNG-SCOPE        PIC X(01).
               88  LNG-OWN-JOB-ONLY     VALUE 'J'.
           05  FILLER           PIC X(01).
      * THE DATASET NAME AS THE JCL CARRIES IT, WITHOUT ANY GDG
      * RELATIVE GENERATION; SYSOUT FOR A PRINTED REPORT.
           05  LNG-DATASET      PIC X(36).
