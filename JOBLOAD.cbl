       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBLOAD.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : LOADS THE JOB CODE REFERENCE MASTER VSAM KSDS
      *            : (JOBMAST, KEYED BY JOB CODE, SEE JOBREC) FROM A
      *            : SEQUENTIAL INPUT DECK, IN THE SAME CONTROLLED-
      *            : LOAD STYLE AS DEPTLOAD AND GRDLOAD. A ROW WITH
      *            : NO TITLE, AN EXEMPT FLAG OTHER THAN E OR N, OR
      *            : A DEFAULT GRADE NOT ON THE GRADE MASTER
      *            : (GRADMAST) IS REJECTED. A BLANK STATUS LOADS
      *            : AS ACTIVE. PRODUCES A LOAD REPORT SHOWING
      *            : EVERY ROW AND WHETHER IT WAS LOADED OR
      *            : REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-IN      ASSIGN TO JOBIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT GRADE-MASTER ASSIGN TO GRADMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-GRADE
               FILE STATUS IS WS-GRADE-MASTER-STATUS.

           SELECT LOAD-RPT    ASSIGN TO JOBRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per job code to load, in the same shape as JOBREC.
       FD  JOB-IN
           LABEL RECORDS ARE STANDARD.
       01  JOB-IN-RECORD.
           05  JI-CODE          PIC X(02).
           05  JI-TITLE         PIC X(30).
           05  JI-FAMILY        PIC X(04).
           05  JI-DEFAULT-GRADE PIC X(02).
           05  JI-FLSA-STATUS   PIC X(01).
           05  JI-STATUS        PIC X(01).

       FD  JOB-MASTER.
           COPY JOBREC.

       FD  GRADE-MASTER.
           COPY GRADEREC.

       FD  LOAD-RPT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-RPT-LINE        PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-JOB-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-GRADE-MASTER-STATUS PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad load run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-JOB-IN          VALUE 'Y'.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-ROW-LOADED          VALUE 'Y'.
           88  WS-ROW-REJECTED        VALUE 'N'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-ROW-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-LOAD-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DET-CODE      PIC X(02).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-TITLE     PIC X(20).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-GRADE     PIC X(02).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-FLSA      PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(08)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(12)  VALUE 'ROWS READ : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(11)  VALUE '  LOADED : '.
           05  WS-TRL-LOAD      PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(34)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-JOB-ROW
               UNTIL END-OF-JOB-IN
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES                             *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT  JOB-IN
           OPEN I-O    JOB-MASTER
           IF WS-JOB-MASTER-STATUS NOT = '00'
               OPEN OUTPUT JOB-MASTER
               CLOSE JOB-MASTER
               OPEN I-O JOB-MASTER
           END-IF
           OPEN INPUT  GRADE-MASTER
           OPEN OUTPUT LOAD-RPT

           PERFORM 8000-READ-JOB-IN.

      *----------------------------------------------------------*
      *  2000-PROCESS-JOB-ROW - VALIDATE AND LOAD ONE ROW         *
      *----------------------------------------------------------*
       2000-PROCESS-JOB-ROW.

           SET WS-ROW-LOADED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-ROW-COUNT

           PERFORM 2100-VALIDATE-JOB-ROW

           IF WS-ROW-LOADED
               PERFORM 2200-APPLY-JOB-ROW
           END-IF

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-JOB-IN.

      *----------------------------------------------------------*
      *  2100-VALIDATE-JOB-ROW - CODE AND TITLE MUST BE KEYED,    *
      *  THE EXEMPT FLAG MUST BE E OR N, AND THE DEFAULT GRADE    *
      *  MUST BE ON THE GRADE MASTER                              *
      *----------------------------------------------------------*
       2100-VALIDATE-JOB-ROW.

           IF JI-CODE = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'JOB CODE IS BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED AND JI-TITLE = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'JOB TITLE IS BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED
               AND JI-FLSA-STATUS NOT = 'E'
               AND JI-FLSA-STATUS NOT = 'N'
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'EXEMPT FLAG NOT E OR N' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED
               MOVE JI-DEFAULT-GRADE TO GRD-GRADE
               READ GRADE-MASTER
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'DEFAULT GRADE NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-ROW-LOADED
               AND JI-STATUS NOT = 'A'
               AND JI-STATUS NOT = 'I'
               AND JI-STATUS NOT = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'STATUS FLAG NOT A OR I' TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-JOB-ROW - WRITE A NEW JOB CODE, OR REWRITE AN *
      *  EXISTING ONE SO A RELOAD REFRESHES THE TITLE AND FLAGS   *
      *----------------------------------------------------------*
       2200-APPLY-JOB-ROW.

           MOVE JI-CODE          TO JOB-CODE
           MOVE JI-TITLE         TO JOB-TITLE
           MOVE JI-FAMILY        TO JOB-FAMILY
           MOVE JI-DEFAULT-GRADE TO JOB-DEFAULT-GRADE
           MOVE JI-FLSA-STATUS   TO JOB-FLSA-STATUS
           IF JI-STATUS = SPACE
               SET JOB-ACTIVE TO TRUE
           ELSE
               MOVE JI-STATUS TO JOB-STATUS
           END-IF

           WRITE JOB-MASTER-RECORD
               INVALID KEY
                   REWRITE JOB-MASTER-RECORD
                       INVALID KEY
                           SET WS-ROW-REJECTED TO TRUE
                           MOVE 'WRITE TO JOBMAST FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
           END-WRITE

           IF WS-ROW-LOADED
               ADD 1 TO WS-LOAD-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER INPUT ROW          *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE JI-CODE          TO WS-DET-CODE
           MOVE JI-TITLE         TO WS-DET-TITLE
           MOVE JI-DEFAULT-GRADE TO WS-DET-GRADE
           MOVE JI-FLSA-STATUS   TO WS-DET-FLSA

           IF WS-ROW-LOADED
               MOVE 'LOADED'   TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           WRITE LOAD-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-ROW-COUNT    TO WS-TRL-COUNT
           MOVE WS-LOAD-COUNT   TO WS-TRL-LOAD
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           WRITE LOAD-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE JOB-IN
           CLOSE JOB-MASTER
           CLOSE GRADE-MASTER
           CLOSE LOAD-RPT

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-JOB-IN - READ NEXT JOB CODE INPUT ROW          *
      *----------------------------------------------------------*
       8000-READ-JOB-IN.

           READ JOB-IN
               AT END
                   SET END-OF-JOB-IN TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'JOBLOAD '         TO AUD-PROGRAM-ID
           MOVE WS-PROGRAM-VERSION TO AUD-PROGRAM-VERSION

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-AUDIT-DATE-CCYY FROM DATE YYYYMMDD
           MOVE WS-AUD-MM TO AUD-START-MM
           MOVE WS-AUD-DD TO AUD-START-DD
           MOVE WS-AUD-YY TO AUD-START-YY
           MOVE WS-AUD-CCYY TO AUD-START-CCYY
           MOVE WS-AUD-HH TO AUD-START-HH
           MOVE WS-AUD-MN TO AUD-START-MN
           MOVE WS-AUD-SS TO AUD-START-SS

           COMPUTE WS-AUD-START-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS.

      *----------------------------------------------------------*
      *  9700-WRITE-AUDIT-RECORD - LOG ONE JOB AUDIT-TRAIL ENTRY  *
      *----------------------------------------------------------*
       9700-WRITE-AUDIT-RECORD.

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUD-MM TO AUD-END-MM
           MOVE WS-AUD-DD TO AUD-END-DD
           MOVE WS-AUD-YY TO AUD-END-YY
           MOVE WS-AUD-HH TO AUD-END-HH
           MOVE WS-AUD-MN TO AUD-END-MN
           MOVE WS-AUD-SS TO AUD-END-SS

           COMPUTE WS-AUD-END-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS
           IF WS-AUD-END-SECS < WS-AUD-START-SECS
               ADD 86400 TO WS-AUD-END-SECS
           END-IF
           COMPUTE AUD-ELAPSED-SECONDS =
               WS-AUD-END-SECS - WS-AUD-START-SECS

           WRITE AUDIT-LINE FROM WS-AUDIT-LINE.
