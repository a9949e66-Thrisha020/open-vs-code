      *                  JOB-SUMMARY ROW (SEE JOBSUM) SO THE
      *                  MORNING RECOVERY PLAN SEES A COMPLETED
      *                  REPORT STEP.
      * 10/15/2026  RSM  DETAIL LINES NOW CARRY THE EMPLOYEE'S JOB TITLE
      *                  FROM THE JOBMAST REFERENCE MASTER (SEE
      *                  JOBLOAD). A BLANK OR UNKNOWN JOB CODE, OR A
      *                  MISSING JOBMAST, PRINTS A BLANK TITLE.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT REPORT-OUT  ASSIGN TO EMPRPT
               ORGANIZATION IS SEQUENTIAL.

                                 EMP-LAST-UPD-SRC  BY OLD-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY OLD-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                     BY OLD-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY OLD-JOB-CODE.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  JOB-MASTER.
           COPY JOBREC.

      * Cut at the report archive's 133-byte width so the nightly
      * and on-request jobs can file the report through RPTARCHV.
       FD  REPORT-OUT
      * the audit trail can pin a bad run to the exact version that
      * produced it. Bump this alongside the modification-history
      * entry above whenever PGMDS01 changes.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.21'.

      * Department reference master lookup. Resolved once per
      * department group (the sort runs department-major) rather than
           88  WS-DEPT-MASTER-AVAILABLE     VALUE 'Y'.
       01  WS-CUR-DEPT-NAME      PIC X(20)  VALUE SPACE.

      * Job code reference master lookup, once per detail line. A
      * blank or unknown job code, or a missing reference file, just
      * leaves the title column blank.
       01  WS-JOB-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-JOB-AVAIL-SW       PIC X(01)  VALUE 'N'.
           88  WS-JOB-MASTER-AVAILABLE      VALUE 'Y'.

      * The current department's company, saved by the same lookup
      * that resolves its name, and the per-company headcounts the
      * end-of-report company section prints.
           05  FILLER       PIC X(16)  VALUE 'FIRST NAME'.
           05  FILLER       PIC X(22)  VALUE 'LAST NAME'.
           05  FILLER       PIC X(05)  VALUE 'DEPT'.
           05  FILLER       PIC X(22)  VALUE 'DEPARTMENT NAME'.
           05  FILLER       PIC X(30)  VALUE 'JOB TITLE'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID    PIC 9(05).
           05  WS-DET-DEPT  PIC X(04).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-DEPT-NAME PIC X(20) VALUE SPACE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-JOB-TITLE PIC X(30) VALUE SPACE.

       01  WS-DEPT-SUBTOTAL-LINE.
           05  FILLER       PIC X(05)  VALUE SPACE.
                   'DEPARTMENT NAMES PRINT AS *NOT ON FILE*'
           END-IF

           OPEN INPUT  JOB-MASTER
           IF WS-JOB-MASTER-STATUS = '00'
               SET WS-JOB-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PGMDS01: NO JOBMAST REFERENCE FILE - '
                   'JOB TITLES PRINT BLANK'
           END-IF

           OPEN OUTPUT REPORT-OUT
           OPEN OUTPUT EMP-EXCEPT
           OPEN OUTPUT DUP-NAME
                   END-IF
                   MOVE EMP-DEPT-CODE  TO WS-DET-DEPT
                   MOVE WS-CUR-DEPT-NAME TO WS-DET-DEPT-NAME
                   PERFORM 2074-LOOKUP-JOB-TITLE
                   PERFORM 2068-CHECK-PAGE-FULL
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2074-LOOKUP-JOB-TITLE - THE EMPLOYEE'S JOB TITLE FROM    *
      *  THE JOB CODE REFERENCE MASTER (SEE JOBLOAD)              *
      *----------------------------------------------------------*
       2074-LOOKUP-JOB-TITLE.

           MOVE SPACE TO WS-DET-JOB-TITLE

           IF WS-JOB-MASTER-AVAILABLE AND EMP-JOB-CODE NOT = SPACE
               MOVE EMP-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-TITLE TO WS-DET-JOB-TITLE
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2070-WRITE-CSV-EXTRACT - WRITE ONE COMMA-DELIMITED ROW    *
      *----------------------------------------------------------*
           IF WS-DEPT-MASTER-AVAILABLE
               CLOSE DEPT-MASTER
           END-IF
           IF WS-JOB-MASTER-AVAILABLE
               CLOSE JOB-MASTER
           END-IF
           CLOSE REPORT-OUT
           CLOSE EMP-EXCEPT
           CLOSE DUP-NAME
