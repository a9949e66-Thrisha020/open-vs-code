      *                  ROW IN EFFECT AS OF THE RUN DATE, THE
      *                  LATEST 'H' ROW WHOSE EFFECTIVE DATE IS
      *                  NOT IN THE FUTURE.
      * 10/15/2026  RSM  EACH ROW NOW ENDS WITH THE EMPLOYEE'S JOB TITLE
      *                  FROM THE JOBMAST REFERENCE MASTER (SEE
      *                  JOBLOAD), BLANK FOR A BLANK OR UNKNOWN JOB CODE
      *                  OR A MISSING JOBMAST. THE FEED RECORD IS
      *                  WIDENED TO 120 BYTES TO HOLD IT.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT DIRECTORY-FEED ASSIGN TO DIRFEED
               ORGANIZATION IS SEQUENTIAL.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  JOB-MASTER.
           COPY JOBREC.

      * Widened to 120 so the job title can follow the phone number
      * as the last column without truncating a long row.
       FD  DIRECTORY-FEED
           LABEL RECORDS ARE STANDARD.
       01  DIRECTORY-FEED-RECORD PIC X(120).

       FD  EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-ADDR-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-JOB-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * A missing job code reference file feeds every title blank
      * rather than holding up the directory.
       01  WS-JOB-AVAIL-SW       PIC X(01)  VALUE 'N'.
           88  WS-JOB-MASTER-AVAILABLE      VALUE 'Y'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad feed to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       COPY FILEHDR.

           05  FILLER           PIC 9(02).

       01  WS-DEPT-NAME-OUT PIC X(30)  VALUE SPACE.
       01  WS-JOB-TITLE-OUT PIC X(30)  VALUE SPACE.
       01  WS-FEED-LINE     PIC X(120) VALUE SPACE.

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'DIRECTORY FEED - MISSING ADDRESS EXCEPTIONS'.
           OPEN INPUT  EMP-MASTER
           OPEN INPUT  ADDR-MASTER
           OPEN INPUT  DEPT-MASTER
           OPEN INPUT  JOB-MASTER
           IF WS-JOB-MASTER-STATUS = '00'
               SET WS-JOB-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'DIRFEED: NO JOBMAST REFERENCE FILE - '
                   'JOB TITLES FEED BLANK'
           END-IF
           OPEN OUTPUT DIRECTORY-FEED
           OPEN OUTPUT EXCEPTION-RPT

               PERFORM 2100-LOOKUP-ADDRESS
               IF WS-ADDR-FOUND
                   PERFORM 2200-LOOKUP-DEPT-NAME
                   PERFORM 2250-LOOKUP-JOB-TITLE
                   PERFORM 2300-WRITE-FEED-ROW
               ELSE
                   MOVE EMP-ID    TO WS-EXC-ID
                   MOVE DEPT-NAME TO WS-DEPT-NAME-OUT
           END-READ.

      *----------------------------------------------------------*
      *  2250-LOOKUP-JOB-TITLE - BLANK FOR A BLANK OR UNKNOWN     *
      *  JOB CODE                                                 *
      *----------------------------------------------------------*
       2250-LOOKUP-JOB-TITLE.

           MOVE SPACE TO WS-JOB-TITLE-OUT
           IF WS-JOB-MASTER-AVAILABLE AND EMP-JOB-CODE NOT = SPACE
               MOVE EMP-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-TITLE TO WS-JOB-TITLE-OUT
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2300-WRITE-FEED-ROW - ONE COMMA-DELIMITED ROW, THE SAME  *
      *  STRING-BUILD STYLE PGMDS01'S CSV EXTRACT USES            *
                  WS-DEPT-NAME-OUT DELIMITED BY '  '
                  ','              DELIMITED BY SIZE
                  WS-AS-PHONE      DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-JOB-TITLE-OUT DELIMITED BY '  '
                  INTO WS-FEED-LINE
           WRITE DIRECTORY-FEED-RECORD FROM WS-FEED-LINE
           ADD 1 TO WS-FEED-COUNT.
           CLOSE EMP-MASTER
           CLOSE ADDR-MASTER
           CLOSE DEPT-MASTER
           IF WS-JOB-MASTER-AVAILABLE
               CLOSE JOB-MASTER
           END-IF
           CLOSE DIRECTORY-FEED
           CLOSE EXCEPTION-RPT

