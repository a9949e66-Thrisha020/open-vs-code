      *            : CANNOT BE AUTHORIZED FOR A DEPARTMENT WE DO
      *            : NOT HAVE. PRODUCES A LOAD REPORT SHOWING
      *            : EVERY ROW AND WHETHER IT WAS LOADED OR
      *            : REJECTED. A POSITION'S GRADE, WHEN GIVEN,
      *            : MUST BE ON THE GRADE MASTER (GRADMAST).
      *
      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EACH POSITION CARRIES THE GRADE IT IS
      *                  AUTHORIZED AT (NEW POS-GRADE), CHECKED AGAINST
      *                  GRADMAST WHEN GIVEN, SO THE WORKFORCE COST
      *                  PROJECTION (BUDPROJ) CAN PRICE AN OPEN POSITION
      *                  AT ITS GRADE MIDPOINT.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT GRADE-MASTER ASSIGN TO GRADMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-GRADE
               FILE STATUS IS WS-GRADE-MASTER-STATUS.

           SELECT LOAD-RPT    ASSIGN TO POSRPT
               ORGANIZATION IS SEQUENTIAL.

       FILE SECTION.

      * One row per authorized position to load, in the same shape
      * as POSREC. A BLANK STATUS LOADS AS OPEN; A BLANK GRADE LOADS
      * AS NOT YET GRADED.
       FD  POSITION-IN
           LABEL RECORDS ARE STANDARD.
       01  POSITION-IN-RECORD.
           05  PI-SEQ           PIC 9(03).
           05  PI-STATUS        PIC X(01).
           05  PI-FILLED-EMP-ID PIC 9(05).
           05  PI-GRADE         PIC X(02).

       FD  POSITION-MASTER.
           COPY POSREC.
       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  GRADE-MASTER.
           COPY GRADEREC.

       FD  LOAD-RPT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-RPT-LINE        PIC X(80).
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-POS-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-GRADE-MASTER-STATUS PIC X(02) VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad load run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-POSITION-IN     VALUE 'Y'.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-STATUS    PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-GRADE     PIC X(02).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(24)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(12)  VALUE 'ROWS READ : '.
               OPEN I-O POSITION-MASTER
           END-IF
           OPEN INPUT  DEPT-MASTER
           OPEN INPUT  GRADE-MASTER
           OPEN OUTPUT LOAD-RPT

           PERFORM 8000-READ-POSITION-IN.
               AND PI-STATUS NOT = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'STATUS FLAG NOT O OR F' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED
               AND PI-GRADE NOT = SPACE
               MOVE PI-GRADE TO GRD-GRADE
               READ GRADE-MASTER
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'GRADE NOT ON FILE' TO WS-REJECT-REASON
               END-READ
           END-IF.

      *----------------------------------------------------------*
               MOVE PI-STATUS TO POS-STATUS
           END-IF
           MOVE PI-FILLED-EMP-ID TO POS-FILLED-EMP-ID
           MOVE PI-GRADE         TO POS-GRADE

           WRITE POSITION-MASTER-RECORD
               INVALID KEY
           MOVE PI-DEPT-CODE TO WS-DET-DEPT
           MOVE PI-SEQ       TO WS-DET-SEQ
           MOVE PI-STATUS    TO WS-DET-STATUS
           MOVE PI-GRADE     TO WS-DET-GRADE

           IF WS-ROW-LOADED
               MOVE 'LOADED'   TO WS-DET-RESULT
           CLOSE POSITION-IN
           CLOSE POSITION-MASTER
           CLOSE DEPT-MASTER
           CLOSE GRADE-MASTER
           CLOSE LOAD-RPT

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
