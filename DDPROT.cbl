       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DDPROT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ONE-TIME CONVERSION OF THE DIRECT-DEPOSIT
      *            : MASTER TO PROTECTED ACCOUNT NUMBERS. READS THE
      *            : SEQUENTIAL UNLOAD OF THE OLD 41-BYTE DDMAST
      *            : (DDUNLD, ACCOUNT IN THE CLEAR), PROTECTS EVERY
      *            : ACCOUNT THROUGH ACCTPROT, AND LOADS THE NEW
      *            : 42-BYTE DDMAST WITH DDP-ACCT-FORM SET TO 'P'.
      *            : EVERYTHING ELSE ON THE ROW CARRIES ACROSS
      *            : UNCHANGED. THE REPORT RECONCILES ROWS READ
      *            : AGAINST ROWS LOADED AND SHOWS EACH ACCOUNT
      *            : MASKED TO ITS LAST FOUR DIGITS. WITHOUT THE
      *            : ACCTKEY CONTROL RECORD NOTHING IS LOADED AND
      *            : THE STEP ENDS CC 16. THE UNLOAD HOLDS CLEAR
      *            : ACCOUNTS AND IS SCRATCHED ONCE ACCTSCAN HAS
      *            : PASSED THE NEW DDMAST.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-UNLOAD   ASSIGN TO DDUNLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.

           SELECT DD-MASTER   ASSIGN TO DDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

           SELECT CONVERT-RPT ASSIGN TO DDPRTRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The DDEPREC layout as it stood before DDP-ACCT-FORM, in
      * employee-ID order as the unload wrote it.
       FD  DD-UNLOAD
           LABEL RECORDS ARE STANDARD.
       01  DD-UNLOAD-RECORD.
           05  DU-EMP-ID        PIC 9(05).
           05  DU-ROUTING       PIC 9(09).
           05  DU-ACCOUNT       PIC X(17).
           05  DU-ACCT-TYPE     PIC X(01).
           05  DU-PRENOTE-SW    PIC X(01).
           05  DU-PRENOTE-DATE  PIC 9(08).

       FD  DD-MASTER.
           COPY DDEPREC.

       FD  CONVERT-RPT
           LABEL RECORDS ARE STANDARD.
       01  CONVERT-LINE     PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-UNLOAD-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad conversion to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-DD-UNLOAD       VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'DDPROT  '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * Account protection through the shared ACCTPROT service.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'P'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'DDPROT  '.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.

       01  WS-READ-COUNT    PIC 9(7)  COMP VALUE ZERO.
       01  WS-LOAD-COUNT    PIC 9(7)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(7)  COMP VALUE ZERO.

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'DDMAST ACCOUNT PROTECTION - CONVERSION REPORT'.

       01  WS-COLUMN-LINE   PIC X(80) VALUE
           'EMP ID  ROUTING    ACCOUNT            RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-EMP-ID    PIC 9(05).
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-DET-ROUTING   PIC 9(09).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-ACCOUNT   PIC X(17).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(30).
           05  FILLER           PIC X(12)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(12)  VALUE 'ROWS READ : '.
           05  WS-TL-READ       PIC ZZZZZZ9.
           05  FILLER           PIC X(14)  VALUE '   LOADED :   '.
           05  WS-TL-LOAD       PIC ZZZZZZ9.
           05  FILLER           PIC X(14)  VALUE '   REJECTED : '.
           05  WS-TL-REJECT     PIC ZZZZZZ9.
           05  FILLER           PIC X(19)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ONE-ROW
               UNTIL END-OF-DD-UNLOAD
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZE, PROVE THE ACCOUNT KEY IS    *
      *  THERE, THEN OPEN THE UNLOAD AND THE EMPTY NEW MASTER     *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           CALL 'AUTHCHK' USING WS-AUTH-PROGRAM WS-AUTH-OPTION
               WS-AUTH-STATUS
           IF WS-AUTH-FAILED
               DISPLAY 'DDPROT: RUN NOT AUTHORIZED - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           MOVE SPACE TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           IF WS-PROT-FAILED
               DISPLAY 'DDPROT: ACCTKEY NOT AVAILABLE - NOTHING '
                   'LOADED'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT DD-UNLOAD
           IF WS-UNLOAD-STATUS NOT = '00'
               DISPLAY 'DDPROT: NO DDUNLD UNLOAD FILE - ABORTING RUN'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN OUTPUT DD-MASTER
           IF WS-DD-MASTER-STATUS NOT = '00'
               DISPLAY 'DDPROT: DDMAST CANNOT BE LOADED - STATUS '
                   WS-DD-MASTER-STATUS ' - ABORTING RUN'
               CLOSE DD-UNLOAD
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN OUTPUT CONVERT-RPT
           WRITE CONVERT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO CONVERT-LINE
           WRITE CONVERT-LINE
           WRITE CONVERT-LINE FROM WS-COLUMN-LINE

           PERFORM 8000-READ-DD-UNLOAD.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - END CC 16 WITH NOTHING LOADED           *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-CONVERT-ONE-ROW - CARRY THE ROW ACROSS WITH ITS     *
      *  ACCOUNT PROTECTED                                        *
      *----------------------------------------------------------*
       2000-CONVERT-ONE-ROW.

           MOVE DU-EMP-ID       TO DDP-EMP-ID
           MOVE DU-ROUTING      TO DDP-ROUTING
           MOVE DU-ACCT-TYPE    TO DDP-ACCT-TYPE
           MOVE DU-PRENOTE-SW   TO DDP-PRENOTE-SW
           MOVE DU-PRENOTE-DATE TO DDP-PRENOTE-DATE

           MOVE 'P'             TO WS-PROT-FUNCTION
           MOVE DU-ACCOUNT      TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT     TO DDP-ACCOUNT
           SET DDP-ACCT-PROTECTED TO TRUE

           MOVE DU-EMP-ID       TO WS-DET-EMP-ID
           MOVE DU-ROUTING      TO WS-DET-ROUTING
           MOVE 'C'             TO WS-PROT-FUNCTION
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           MOVE WS-PROT-OUT     TO WS-DET-ACCOUNT
           MOVE SPACE           TO WS-PROT-IN

           MOVE 'LOADED'        TO WS-DET-RESULT
           WRITE DDEP-MASTER-RECORD
               INVALID KEY
                   MOVE 'REJECTED - DUPLICATE OR ORDER'
                       TO WS-DET-RESULT
           END-WRITE

           IF WS-DD-MASTER-STATUS = '00'
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           WRITE CONVERT-LINE FROM WS-DETAIL-LINE

           PERFORM 8000-READ-DD-UNLOAD.

      *----------------------------------------------------------*
      *  3000-FINALIZE - RECONCILE READ AGAINST LOADED            *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-READ-COUNT   TO WS-TL-READ
           MOVE WS-LOAD-COUNT   TO WS-TL-LOAD
           MOVE WS-REJECT-COUNT TO WS-TL-REJECT
           MOVE SPACE TO CONVERT-LINE
           WRITE CONVERT-LINE
           WRITE CONVERT-LINE FROM WS-TOTAL-LINE

           IF WS-REJECT-COUNT > ZERO
               DISPLAY 'DDPROT: ' WS-REJECT-COUNT
                   ' ROWS NOT LOADED - SEE DDPRTRPT'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE DD-UNLOAD
           CLOSE DD-MASTER
           CLOSE CONVERT-RPT

           MOVE WS-LOAD-COUNT TO AUD-RECORD-COUNT
           IF RETURN-CODE = 8
               MOVE '08' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-DD-UNLOAD - READ NEXT OLD-LAYOUT ROW           *
      *----------------------------------------------------------*
       8000-READ-DD-UNLOAD.

           READ DD-UNLOAD
               AT END
                   SET END-OF-DD-UNLOAD TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'DDPROT  '         TO AUD-PROGRAM-ID
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
