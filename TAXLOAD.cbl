       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXLOAD.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : LOADS THE ANNUAL WITHHOLDING TAX-TABLE VSAM
      *            : KSDS (TAXTBL, KEYED BY TAX YEAR, TAX TYPE,
      *            : STATE, FILING STATUS, AND BRACKET FLOOR, SEE
      *            : TAXTREC) FROM A SEQUENTIAL INPUT DECK, IN THE
      *            : SAME CONTROLLED-LOAD STYLE AS GRDLOAD, SO THE
      *            : YEAR'S PUBLISHED SCHEDULES REACH THE PAY RUN
      *            : THROUGH A LOAD INSTEAD OF A HAND EDIT. A ROW
      *            : WITH AN UNKNOWN TAX TYPE, A STATE ON A NON-
      *            : STATE TYPE (OR NONE ON A STATE ROW), A RATE
      *            : NOT UNDER 1, OR NO PERIODS-PER-YEAR FACTOR IS
      *            : REJECTED. A RELOAD OF THE SAME YEAR REFRESHES
      *            : EACH BRACKET IN PLACE. PRODUCES A LOAD REPORT
      *            : SHOWING EVERY ROW AND WHETHER IT WAS LOADED
      *            : OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-IN      ASSIGN TO TAXIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TAX-TABLE   ASSIGN TO TAXTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-TAX-TABLE-STATUS.

           SELECT LOAD-RPT    ASSIGN TO TAXRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per schedule bracket to load, in the same shape as
      * TAXTREC.
       FD  TAX-IN
           LABEL RECORDS ARE STANDARD.
       01  TAX-IN-RECORD.
           05  TI-TAX-YEAR      PIC 9(04).
           05  TI-TAX-TYPE      PIC X(03).
               88  TI-STATE-INCOME      VALUE 'SIT'.
               88  TI-TYPE-VALID        VALUE 'FIT' 'SIT'
                                              'SSE' 'MCE'.
           05  TI-STATE         PIC X(02).
           05  TI-FILING-STATUS PIC X(01).
               88  TI-STATUS-VALID      VALUE 'S' 'M' 'H' ' '.
           05  TI-BRACKET-FLOOR PIC 9(07)V99.
           05  TI-BASE-TAX      PIC 9(07)V99.
           05  TI-RATE          PIC 9V9(05).
           05  TI-ALLOW-AMOUNT  PIC 9(05)V99.
           05  TI-WAGE-LIMIT    PIC 9(07)V99.
           05  TI-PERIODS-PER-YEAR PIC 9(03).

       FD  TAX-TABLE.
           COPY TAXTREC.

       FD  LOAD-RPT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-RPT-LINE        PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-TAX-TABLE-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad load run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-TAX-IN          VALUE 'Y'.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-ROW-LOADED          VALUE 'Y'.
           88  WS-ROW-REJECTED        VALUE 'N'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-ROW-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-LOAD-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DET-YEAR      PIC 9(04).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TYPE      PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATE     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATUS    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-FLOOR     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RATE      PIC 9.99999.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(07)  VALUE SPACE.

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
           PERFORM 2000-PROCESS-TAX-ROW
               UNTIL END-OF-TAX-IN
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

           OPEN INPUT  TAX-IN
           OPEN I-O    TAX-TABLE
           IF WS-TAX-TABLE-STATUS NOT = '00'
               OPEN OUTPUT TAX-TABLE
               CLOSE TAX-TABLE
               OPEN I-O TAX-TABLE
           END-IF
           OPEN OUTPUT LOAD-RPT

           PERFORM 8000-READ-TAX-IN.

      *----------------------------------------------------------*
      *  2000-PROCESS-TAX-ROW - VALIDATE AND LOAD ONE ROW         *
      *----------------------------------------------------------*
       2000-PROCESS-TAX-ROW.

           SET WS-ROW-LOADED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-ROW-COUNT

           PERFORM 2100-VALIDATE-TAX-ROW

           IF WS-ROW-LOADED
               PERFORM 2200-APPLY-TAX-ROW
           END-IF

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-TAX-IN.

      *----------------------------------------------------------*
      *  2100-VALIDATE-TAX-ROW - YEAR, TYPE, STATE, STATUS, AND   *
      *  THE NUMERIC FIELDS THE PAY RUN COMPUTES FROM             *
      *----------------------------------------------------------*
       2100-VALIDATE-TAX-ROW.

           IF TI-TAX-YEAR NOT NUMERIC OR TI-TAX-YEAR < 1900
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TAX YEAR INVALID' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED AND NOT TI-TYPE-VALID
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TAX TYPE NOT FIT/SIT/SSE/MCE' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED
               IF TI-STATE-INCOME
                   IF TI-STATE = SPACE
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'STATE ROW HAS NO STATE CODE'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF TI-STATE NOT = SPACE
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'STATE CODE ON NON-STATE TYPE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-ROW-LOADED AND NOT TI-STATUS-VALID
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'FILING STATUS NOT S/M/H/BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-LOADED
               IF TI-BRACKET-FLOOR NOT NUMERIC
                   OR TI-BASE-TAX NOT NUMERIC
                   OR TI-ALLOW-AMOUNT NOT NUMERIC
                   OR TI-WAGE-LIMIT NOT NUMERIC
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'AMOUNT FIELD NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-ROW-LOADED
               IF TI-RATE NOT NUMERIC OR TI-RATE NOT < 1
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'RATE NOT NUMERIC OR NOT UNDER 1'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-ROW-LOADED
               IF TI-PERIODS-PER-YEAR NOT NUMERIC
                   OR TI-PERIODS-PER-YEAR = ZERO
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'PERIODS PER YEAR MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-TAX-ROW - WRITE A NEW BRACKET, OR REWRITE AN  *
      *  EXISTING ONE SO A RELOAD REFRESHES IT                    *
      *----------------------------------------------------------*
       2200-APPLY-TAX-ROW.

           MOVE TI-TAX-YEAR         TO TT-TAX-YEAR
           MOVE TI-TAX-TYPE         TO TT-TAX-TYPE
           MOVE TI-STATE            TO TT-STATE
           MOVE TI-FILING-STATUS    TO TT-FILING-STATUS
           MOVE TI-BRACKET-FLOOR    TO TT-BRACKET-FLOOR
           MOVE TI-BASE-TAX         TO TT-BASE-TAX
           MOVE TI-RATE             TO TT-RATE
           MOVE TI-ALLOW-AMOUNT     TO TT-ALLOW-AMOUNT
           MOVE TI-WAGE-LIMIT       TO TT-WAGE-LIMIT
           MOVE TI-PERIODS-PER-YEAR TO TT-PERIODS-PER-YEAR

           WRITE TAX-TABLE-RECORD
               INVALID KEY
                   REWRITE TAX-TABLE-RECORD
                       INVALID KEY
                           SET WS-ROW-REJECTED TO TRUE
                           MOVE 'WRITE TO TAX-TABLE FAILED'
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

           MOVE TI-TAX-YEAR      TO WS-DET-YEAR
           MOVE TI-TAX-TYPE      TO WS-DET-TYPE
           MOVE TI-STATE         TO WS-DET-STATE
           MOVE TI-FILING-STATUS TO WS-DET-STATUS
           IF TI-BRACKET-FLOOR NUMERIC
               MOVE TI-BRACKET-FLOOR TO WS-DET-FLOOR
           ELSE
               MOVE ZERO TO WS-DET-FLOOR
           END-IF
           IF TI-RATE NUMERIC
               MOVE TI-RATE TO WS-DET-RATE
           ELSE
               MOVE ZERO TO WS-DET-RATE
           END-IF

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

           CLOSE TAX-IN
           CLOSE TAX-TABLE
           CLOSE LOAD-RPT

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-TAX-IN - READ NEXT TAX-TABLE INPUT ROW         *
      *----------------------------------------------------------*
       8000-READ-TAX-IN.

           READ TAX-IN
               AT END
                   SET END-OF-TAX-IN TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'TAXLOAD '         TO AUD-PROGRAM-ID
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
