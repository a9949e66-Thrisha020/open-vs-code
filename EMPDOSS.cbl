      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE MASTER BLOCK IS FOLLOWED BY A JOB LINE: THE
      *                  EMPLOYEE'S JOB CODE WITH ITS TITLE, FAMILY, AND
      *                  EXEMPT FLAG FROM THE JOBMAST REFERENCE MASTER
      *                  (SEE JOBLOAD). EMPHIST IMAGES FOLLOW EMPREC TO
      *                  80 BYTES.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS LVE-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       FD  LEAVE-MASTER.
           COPY LEAVEREC.

       FD  JOB-MASTER.
           COPY JOBREC.

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-LEAVE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-HIST-STATUS        PIC X(02)  VALUE '00'.
       01  WS-JOB-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * A missing job code reference file prints the code with a
      * blank title rather than holding up the packets.
       01  WS-JOB-AVAIL-SW       PIC X(01)  VALUE 'N'.
           88  WS-JOB-MASTER-AVAILABLE      VALUE 'Y'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad dossier run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-PARM-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-DOSS-PARM       VALUE 'Y'.
           05  IM-DEPT-CODE     PIC X(04).
           05  IM-HIRE-DATE     PIC 9(08).
           05  IM-STATUS        PIC X(01).
           05  FILLER           PIC X(26).

       01  WS-PACKET-HEADER.
           05  FILLER       PIC X(20)  VALUE 'EMPLOYEE DOSSIER -- '.
           05  WS-MS-TERM   PIC 9(08).
           05  FILLER       PIC X(05)  VALUE SPACE.

       01  WS-JOB-LINE.
           05  FILLER       PIC X(08)  VALUE 'JOB:    '.
           05  WS-JB-CODE   PIC X(02).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-JB-TITLE  PIC X(30).
           05  FILLER       PIC X(09)  VALUE ' FAMILY: '.
           05  WS-JB-FAMILY PIC X(04).
           05  FILLER       PIC X(07)  VALUE ' FLSA: '.
           05  WS-JB-FLSA   PIC X(01).
           05  FILLER       PIC X(38)  VALUE SPACE.

       01  WS-ADDRESS-LINE.
           05  FILLER       PIC X(09)  VALUE 'CONTACT: '.
           05  WS-AD-STREET PIC X(25).
           OPEN INPUT  ADDR-MASTER
           OPEN INPUT  COMP-MASTER
           OPEN INPUT  LEAVE-MASTER
           OPEN INPUT  JOB-MASTER
           IF WS-JOB-MASTER-STATUS = '00'
               SET WS-JOB-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPDOSS: NO JOBMAST REFERENCE FILE - '
                   'JOB TITLES PRINT BLANK'
           END-IF
           OPEN OUTPUT DOSSIER-RPT

           PERFORM 8000-READ-DOSS-PARM.
           MOVE EMP-HIRE-DATE TO WS-MS-HIRE
           MOVE EMP-STATUS    TO WS-MS-STATUS
           MOVE EMP-TERM-DATE TO WS-MS-TERM
           WRITE DOSSIER-LINE FROM WS-MASTER-LINE

           PERFORM 2270-PRINT-JOB-LINE.

      *----------------------------------------------------------*
      *  2270-PRINT-JOB-LINE - JOB CODE WITH ITS TITLE, FAMILY,   *
      *  AND EXEMPT FLAG FROM JOBMAST. A BLANK OR UNKNOWN CODE    *
      *  PRINTS WITH THE REST OF THE LINE BLANK.                  *
      *----------------------------------------------------------*
       2270-PRINT-JOB-LINE.

           MOVE EMP-JOB-CODE TO WS-JB-CODE
           MOVE SPACE TO WS-JB-TITLE WS-JB-FAMILY WS-JB-FLSA
           IF WS-JOB-MASTER-AVAILABLE AND EMP-JOB-CODE NOT = SPACE
               MOVE EMP-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-TITLE       TO WS-JB-TITLE
                       MOVE JOB-FAMILY      TO WS-JB-FAMILY
                       MOVE JOB-FLSA-STATUS TO WS-JB-FLSA
               END-READ
           END-IF
           WRITE DOSSIER-LINE FROM WS-JOB-LINE.

      *----------------------------------------------------------*
      *  2250-MASK-LASTNAME - FIRST INITIAL + ASTERISKS ON A      *
           CLOSE ADDR-MASTER
           CLOSE COMP-MASTER
           CLOSE LEAVE-MASTER
           IF WS-JOB-MASTER-AVAILABLE
               CLOSE JOB-MASTER
           END-IF
           CLOSE DOSSIER-RPT

           MOVE WS-PACKET-COUNT TO AUD-RECORD-COUNT
