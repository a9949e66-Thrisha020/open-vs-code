       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMPACTRP.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : RERUN IMPACT REPORT. GIVEN A FAILED PROGRAM
      *            : OR A DAMAGED FILE ON ITS PARM CARD, LISTS
      *            : EVERY DOWNSTREAM PROGRAM, FILE AND REPORT THE
      *            : DATASET LINEAGE CATALOG (SEE LINEAGE) SHOWS
      *            : IT REACHES ACROSS EMPNIGHT, PAYCYCLE, ADJAPPR,
      *            : THE MAINPROG CHAIN AND ITS CTLSTEPS
      *            : DISPATCHER -- WHAT TO RERUN OR CHECK, WHICH
      *            : FILES NOW HOLD BAD DATA, AND WHICH REPORTS
      *            : WENT OUT FROM IT -- SO THE ON-CALL OPERATOR
      *            : STOPS WORKING IT OUT FROM THE JCL AND THE
      *            : PROGRAM SOURCE. THE WALK ITSELF IS IMPWALK,
      *            : SHARED WITH RECOVPLN.
      *            : CC 4 - THE NAME IS NOT IN THE CATALOG OR THE
      *            : LIST IS INCOMPLETE; CC 16 - NO VALID PARM
      *            : CARD OR NO CATALOG.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPACT-PARM ASSIGN TO IMPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT IMPACT-RPT  ASSIGN TO IMPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * P AND A PROGRAM NAME, OR F AND A DATASET NAME AS THE
      * CATALOG CARRIES IT (NO GDG RELATIVE GENERATION).
       FD  IMPACT-PARM
           LABEL RECORDS ARE STANDARD.
       01  IMPACT-PARM-RECORD.
           05  IP-TYPE          PIC X(01).
           05  FILLER           PIC X(01).
           05  IP-NAME          PIC X(36).
           05  FILLER           PIC X(42).

       FD  IMPACT-RPT
           LABEL RECORDS ARE STANDARD.
       01  IMPACT-RPT-LINE  PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-PARM-SW       PIC X(01)  VALUE 'N'.
           88  WS-PARM-VALID          VALUE 'Y'.

      * IMPWALK's arguments and answer.
       01  WS-IMPACT-TYPE   PIC X(01)  VALUE SPACE.
       01  WS-IMPACT-NAME   PIC X(36)  VALUE SPACE.
       COPY IMPLIST.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS BY WS-WALK-STATUS
                               LK-STATUS-OK BY WS-WALK-OK
                               LK-STATUS-HELD BY WS-WALK-HELD
                               LK-STATUS-WARNING BY WS-WALK-WARNING
                               LK-STATUS-FAILED BY WS-WALK-FAILED.

      * The section being printed, and how many entries each held.
       01  WS-PRINT-KIND    PIC X(01)  VALUE SPACE.
       01  WS-SECTION-COUNT PIC 9(04)  COMP VALUE ZERO.
       01  WS-PROGRAM-COUNT PIC 9(04)  COMP VALUE ZERO.
       01  WS-FILE-COUNT    PIC 9(04)  COMP VALUE ZERO.
       01  WS-REPORT-COUNT  PIC 9(04)  COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(20)  VALUE 'DOWNSTREAM IMPACT OF'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-TTL-WHAT  PIC X(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-TTL-NAME  PIC X(36).
           05  FILLER       PIC X(14)  VALUE SPACE.

       01  WS-HEADING-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  FILLER       PIC X(10)  VALUE 'JOB'.
           05  FILLER       PIC X(10)  VALUE 'STEP'.
           05  FILLER       PIC X(10)  VALUE 'PROGRAM'.
           05  FILLER       PIC X(10)  VALUE 'DD'.
           05  FILLER       PIC X(38)  VALUE 'DATASET'.

       01  WS-DETAIL-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-JOB    PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-STEP   PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-PROGRAM PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-DD     PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DL-DATASET PIC X(36).
           05  FILLER       PIC X(02)  VALUE SPACE.

       01  WS-NONE-LINE     PIC X(80)  VALUE '  NONE'.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(10)  VALUE 'PROGRAMS: '.
           05  WS-TL-PROGRAMS PIC ZZZ9.
           05  FILLER       PIC X(10)  VALUE '   FILES: '.
           05  WS-TL-FILES  PIC ZZZ9.
           05  FILLER       PIC X(12)  VALUE '   REPORTS: '.
           05  WS-TL-REPORTS PIC ZZZ9.
           05  FILLER       PIC X(36)  VALUE SPACE.

       01  WS-MESSAGE-LINE  PIC X(80)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           IF WS-PARM-VALID
               PERFORM 2000-RUN-THE-WALK
           END-IF
           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT, READ THE PARM CARD    *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN OUTPUT IMPACT-RPT

           OPEN INPUT IMPACT-PARM
           IF WS-PARM-STATUS = '00'
               READ IMPACT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (IP-TYPE = 'P' OR IP-TYPE = 'F')
                           AND IP-NAME NOT = SPACE
                           MOVE IP-TYPE TO WS-IMPACT-TYPE
                           MOVE IP-NAME TO WS-IMPACT-NAME
                           SET WS-PARM-VALID TO TRUE
                       END-IF
               END-READ
               CLOSE IMPACT-PARM
           END-IF

           IF WS-PARM-VALID
               IF WS-IMPACT-TYPE = 'P'
                   MOVE 'PROGRAM' TO WS-TTL-WHAT
               ELSE
                   MOVE 'FILE'    TO WS-TTL-WHAT
               END-IF
               MOVE WS-IMPACT-NAME TO WS-TTL-NAME
               WRITE IMPACT-RPT-LINE FROM WS-TITLE-LINE
           ELSE
               DISPLAY 'IMPACTRP: NO VALID IMPPARM CARD - '
                   'P OR F IN COLUMN 1, NAME IN 3-38'
               MOVE 'NO VALID IMPPARM CARD - NOTHING TO REPORT'
                   TO WS-MESSAGE-LINE
               WRITE IMPACT-RPT-LINE FROM WS-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  2000-RUN-THE-WALK - IMPWALK BUILDS THE LIST; A MISSING   *
      *  CATALOG STOPS THE REPORT, A PARTIAL ANSWER IS PRINTED    *
      *  WITH A WARNING                                           *
      *----------------------------------------------------------*
       2000-RUN-THE-WALK.

           CALL 'IMPWALK' USING WS-IMPACT-TYPE, WS-IMPACT-NAME,
                                IMPACT-LIST, WS-WALK-STATUS

           MOVE SPACE TO IMPACT-RPT-LINE
           WRITE IMPACT-RPT-LINE

           IF WS-WALK-FAILED
               MOVE 'LINEAGE CATALOG NOT AVAILABLE - NO IMPACT LISTED'
                   TO WS-MESSAGE-LINE
               WRITE IMPACT-RPT-LINE FROM WS-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WALK-WARNING
                   IF IMP-ENTRY-COUNT = ZERO
                       MOVE 'NOT IN THE LINEAGE CATALOG - CHECK NAME'
                           TO WS-MESSAGE-LINE
                   ELSE
                       MOVE '*** LIST INCOMPLETE - SEE THE JOB LOG ***'
                           TO WS-MESSAGE-LINE
                   END-IF
                   WRITE IMPACT-RPT-LINE FROM WS-MESSAGE-LINE
                   MOVE SPACE TO IMPACT-RPT-LINE
                   WRITE IMPACT-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 3000-PRINT-THE-IMPACT
           END-IF.

      *----------------------------------------------------------*
      *  3000-PRINT-THE-IMPACT - PROGRAMS, FILES, REPORTS         *
      *----------------------------------------------------------*
       3000-PRINT-THE-IMPACT.

           MOVE 'PROGRAMS TO RERUN OR CHECK, IN RUN ORDER:'
               TO WS-MESSAGE-LINE
           MOVE 'P' TO WS-PRINT-KIND
           PERFORM 3100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-PROGRAM-COUNT

           MOVE 'FILES HOLDING BAD DATA, AND THE STEP THAT WROTE IT:'
               TO WS-MESSAGE-LINE
           MOVE 'F' TO WS-PRINT-KIND
           PERFORM 3100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-FILE-COUNT

           MOVE 'REPORTS PRODUCED FROM BAD DATA:' TO WS-MESSAGE-LINE
           MOVE 'R' TO WS-PRINT-KIND
           PERFORM 3100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-REPORT-COUNT

           MOVE WS-PROGRAM-COUNT TO WS-TL-PROGRAMS
           MOVE WS-FILE-COUNT    TO WS-TL-FILES
           MOVE WS-REPORT-COUNT  TO WS-TL-REPORTS
           WRITE IMPACT-RPT-LINE FROM WS-TRAILER-LINE.

      *----------------------------------------------------------*
      *  3100-PRINT-ONE-SECTION - EVERY ENTRY OF WS-PRINT-KIND    *
      *----------------------------------------------------------*
       3100-PRINT-ONE-SECTION.

           WRITE IMPACT-RPT-LINE FROM WS-MESSAGE-LINE
           WRITE IMPACT-RPT-LINE FROM WS-HEADING-LINE

           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM 3150-PRINT-ONE-ENTRY
               VARYING IMP-IDX FROM 1 BY 1
               UNTIL IMP-IDX > IMP-ENTRY-COUNT

           IF WS-SECTION-COUNT = ZERO
               WRITE IMPACT-RPT-LINE FROM WS-NONE-LINE
           END-IF

           MOVE SPACE TO IMPACT-RPT-LINE
           WRITE IMPACT-RPT-LINE.

      *----------------------------------------------------------*
      *  3150-PRINT-ONE-ENTRY                                     *
      *----------------------------------------------------------*
       3150-PRINT-ONE-ENTRY.

           IF IMP-KIND(IMP-IDX) = WS-PRINT-KIND
               ADD 1 TO WS-SECTION-COUNT
               MOVE IMP-JOB(IMP-IDX)     TO WS-DL-JOB
               MOVE IMP-STEP(IMP-IDX)    TO WS-DL-STEP
               MOVE IMP-PROGRAM(IMP-IDX) TO WS-DL-PROGRAM
               MOVE IMP-DD-NAME(IMP-IDX) TO WS-DL-DD
               MOVE IMP-DATASET(IMP-IDX) TO WS-DL-DATASET
               WRITE IMPACT-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      *  4000-FINALIZE                                            *
      *----------------------------------------------------------*
       4000-FINALIZE.

           CLOSE IMPACT-RPT

           MOVE IMP-ENTRY-COUNT TO AUD-RECORD-COUNT
           MOVE RETURN-CODE     TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'IMPACTRP'         TO AUD-PROGRAM-ID
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
