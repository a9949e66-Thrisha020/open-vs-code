       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTSCAN.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : BANK ACCOUNT NUMBER AUDIT SCAN. PROVES THAT NO
      *            : FULL ACCOUNT NUMBER IS HELD OUTSIDE DDMAST'S
      *            : PROTECTED FORM. FIRST EVERY DDMAST ROW MUST BE
      *            : MARKED PROTECTED (DDP-ACCT-FORM 'P'); THEN THE
      *            : PROTECTED ACCOUNTS ARE SORTED INTO A TABLE AND
      *            : EVERY RECORD ON SCANIN -- A CONCATENATION OF
      *            : WHATEVER FILES AND REPORTS THE AUDIT NAMES,
      *            : FIXED OR VARIABLE UP TO 400 BYTES -- IS
      *            : SEARCHED FOR DIGIT STRINGS. EACH STRING (AND
      *            : EACH LEADING OR TRAILING PART OF ONE THE
      *            : LENGTH OF A KNOWN ACCOUNT) IS PROTECTED THROUGH
      *            : ACCTPROT AND LOOKED UP; A HIT MEANS THAT
      *            : RECORD CARRIES A REAL ACCOUNT IN THE CLEAR.
      *            : NO ACCOUNT IS EVER RECOVERED HERE. FINDINGS
      *            : ARE LISTED BY RECORD NUMBER (COUNTED ACROSS
      *            : THE WHOLE CONCATENATION) AND POSITION, WITH
      *            : THE EMPLOYEE AND THE ACCOUNT MASKED TO ITS
      *            : LAST FOUR DIGITS. ENDS CC 0 CLEAN, CC 8 WITH
      *            : ANY FINDING, CC 16 WHEN DDMAST OR THE ACCTKEY
      *            : CONTROL RECORD IS MISSING.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-MASTER   ASSIGN TO DDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDP-EMP-ID
               FILE STATUS IS WS-DD-MASTER-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK1.

           SELECT DD-SORTED   ASSIGN TO DDSORTED
               ORGANIZATION IS SEQUENTIAL.

      * The files under audit, concatenated on one DD.
           SELECT SCAN-IN     ASSIGN TO SCANIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCANIN-STATUS.

           SELECT SCAN-RPT    ASSIGN TO ACCTRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DD-MASTER.
           COPY DDEPREC.

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  FILLER           PIC X(14).
           05  SD-ACCOUNT       PIC X(17).
           05  FILLER           PIC X(11).

      * DDEPREC shape, in protected-account order.
       FD  DD-SORTED
           LABEL RECORDS ARE STANDARD.
       01  DD-SORTED-RECORD.
           05  DS-EMP-ID        PIC 9(05).
           05  DS-ROUTING       PIC 9(09).
           05  DS-ACCOUNT       PIC X(17).
           05  FILLER           PIC X(10).
           05  DS-ACCT-FORM     PIC X(01).
               88  DS-ACCT-PROTECTED   VALUE 'P'.

       FD  SCAN-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WS-SCAN-REC-LEN.
       01  SCAN-IN-RECORD   PIC X(400).

       FD  SCAN-RPT
           LABEL RECORDS ARE STANDARD.
       01  SCAN-RPT-LINE    PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DD-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-SCANIN-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad scan to the exact version that
      * produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-SORTED-EOF-SW PIC X(01)  VALUE 'N'.
           88  END-OF-DD-SORTED       VALUE 'Y'.
       01  WS-SCAN-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-SCAN-IN         VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option A marks this an audit run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'ACCTSCAN'.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'A'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * Account protection through the shared ACCTPROT service:
      * candidates are protected and compared, never the reverse.
       01  WS-PROT-FUNCTION    PIC X(01)  VALUE 'P'.
       01  WS-PROT-CALLER      PIC X(08)  VALUE 'ACCTSCAN'.
       01  WS-PROT-IN          PIC X(17)  VALUE SPACE.
       01  WS-PROT-OUT         PIC X(17)  VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PROT-STATUS
                               LK-STATUS-OK      BY WS-PROT-OK
                               LK-STATUS-WARNING BY WS-PROT-WARNING
                               LK-STATUS-FAILED  BY WS-PROT-FAILED.

      * The protected accounts in ascending order, for SEARCH ALL.
       01  WS-ACCT-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-ACCT-MAX      PIC 9(05) COMP VALUE 20000.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-ACCT-COUNT
                             ASCENDING KEY IS WS-AT-ACCOUNT
                             INDEXED BY WS-AT-IDX.
               10  WS-AT-ACCOUNT    PIC X(17).
               10  WS-AT-EMP-ID     PIC 9(05).

      * Which account lengths occur, so only those are tried. The
      * protected form keeps the clear account's length.
       01  WS-LENGTH-TABLE.
           05  WS-LENGTH-SW     PIC X(01) OCCURS 17 TIMES.
       01  WS-MIN-LENGTH    PIC 9(02) COMP VALUE 5.

      * The record under scan, with a guard byte past the end so a
      * digit run can always be closed.
       01  WS-SCAN-REC-LEN  PIC 9(04) COMP VALUE ZERO.
       01  WS-SCAN-BUFFER   PIC X(401) VALUE SPACE.

       01  WS-POS           PIC 9(04) COMP VALUE ZERO.
       01  WS-RUN-START     PIC 9(04) COMP VALUE ZERO.
       01  WS-RUN-END       PIC 9(04) COMP VALUE ZERO.
       01  WS-RUN-LEN       PIC 9(04) COMP VALUE ZERO.
       01  WS-CAND-START    PIC 9(04) COMP VALUE ZERO.
       01  WS-CAND-LEN      PIC 9(02) COMP VALUE ZERO.
       01  WS-LEN-SUB       PIC 9(02) COMP VALUE ZERO.
       01  WS-HIT-SW        PIC X(01) VALUE 'N'.
           88  WS-RUN-HIT             VALUE 'Y'.

       01  WS-DD-ROW-COUNT  PIC 9(07) COMP VALUE ZERO.
       01  WS-SCAN-COUNT    PIC 9(09) COMP VALUE ZERO.
       01  WS-FINDING-COUNT PIC 9(07) COMP VALUE ZERO.

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'BANK ACCOUNT NUMBER AUDIT SCAN'.

       01  WS-COLUMN-LINE.
           05  FILLER           PIC X(40)  VALUE
               'SOURCE       RECORD  POS  EMP ID  ACCOUN'.
           05  FILLER           PIC X(40)  VALUE
               'T            FINDING'.

       01  WS-FINDING-LINE.
           05  WS-FD-SOURCE     PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-FD-RECORD     PIC ZZZZZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-FD-POS        PIC ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-FD-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-FD-ACCOUNT    PIC X(17).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-FD-TEXT       PIC X(28).

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(14)  VALUE 'DDMAST ROWS : '.
           05  WS-TL-DD-ROWS    PIC ZZZZZZ9.
           05  FILLER           PIC X(14)  VALUE '   SCANNED :  '.
           05  WS-TL-SCANNED    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(14)  VALUE '   FINDINGS : '.
           05  WS-TL-FINDINGS   PIC ZZZZZZ9.
           05  FILLER           PIC X(15)  VALUE SPACE.

       01  WS-CLEAN-LINE    PIC X(80) VALUE
           'NO FULL ACCOUNT NUMBER FOUND OUTSIDE DDMAST.'.

       01  WS-BLANK-LINE    PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-ACCOUNT
               UNTIL END-OF-DD-SORTED
           CLOSE DD-SORTED

           OPEN INPUT SCAN-IN
           IF WS-SCANIN-STATUS = '00'
               PERFORM 8100-READ-SCAN-IN
               PERFORM 3000-SCAN-ONE-RECORD
                   UNTIL END-OF-SCAN-IN
               CLOSE SCAN-IN
           ELSE
               DISPLAY 'ACCTSCAN: NO SCANIN FILES NAMED - DDMAST '
                   'CHECKED ONLY'
           END-IF

           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZE, PROVE THE ACCOUNT KEY IS    *
      *  THERE, AND SORT DDMAST INTO PROTECTED-ACCOUNT ORDER      *
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
               DISPLAY 'ACCTSCAN: RUN NOT AUTHORIZED - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           MOVE SPACE TO WS-PROT-IN
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
           IF WS-PROT-FAILED
               DISPLAY 'ACCTSCAN: ACCTKEY NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT DD-MASTER
           IF WS-DD-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTSCAN: DDMAST NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           CLOSE DD-MASTER

           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCOUNT
               USING DD-MASTER
               GIVING DD-SORTED

           MOVE ALL 'N' TO WS-LENGTH-TABLE

           OPEN OUTPUT SCAN-RPT
           WRITE SCAN-RPT-LINE FROM WS-TITLE-LINE
           WRITE SCAN-RPT-LINE FROM WS-BLANK-LINE
           WRITE SCAN-RPT-LINE FROM WS-COLUMN-LINE

           OPEN INPUT DD-SORTED
           PERFORM 8000-READ-DD-SORTED.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - END CC 16 WITH NOTHING SCANNED          *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-LOAD-ONE-ACCOUNT - A PROTECTED ROW GOES INTO THE    *
      *  TABLE AND ITS LENGTH IS NOTED; A ROW NOT IN PROTECTED    *
      *  FORM IS ITSELF A FINDING                                 *
      *----------------------------------------------------------*
       2000-LOAD-ONE-ACCOUNT.

           EVALUATE TRUE
               WHEN DS-ACCOUNT = SPACE
                   CONTINUE
               WHEN NOT DS-ACCT-PROTECTED
                   MOVE 'DDMAST'           TO WS-FD-SOURCE
                   MOVE WS-DD-ROW-COUNT    TO WS-FD-RECORD
                   MOVE 15                 TO WS-FD-POS
                   MOVE DS-EMP-ID          TO WS-FD-EMP-ID
                   MOVE 'C'                TO WS-PROT-FUNCTION
                   MOVE DS-ACCOUNT         TO WS-PROT-IN
                   CALL 'ACCTPROT' USING WS-PROT-FUNCTION
                       WS-PROT-CALLER WS-PROT-IN WS-PROT-OUT
                       WS-PROT-STATUS
                   MOVE WS-PROT-OUT        TO WS-FD-ACCOUNT
                   MOVE 'ROW NOT IN PROTECTED FORM' TO WS-FD-TEXT
                   PERFORM 3900-WRITE-FINDING
               WHEN WS-ACCT-COUNT NOT < WS-ACCT-MAX
                   DISPLAY 'ACCTSCAN: MORE THAN ' WS-ACCT-MAX
                       ' DDMAST ACCOUNTS - ABORTING'
                   CLOSE DD-SORTED
                   CLOSE SCAN-RPT
                   PERFORM 1900-ABORT-RUN
               WHEN OTHER
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE DS-ACCOUNT TO WS-AT-ACCOUNT(WS-ACCT-COUNT)
                   MOVE DS-EMP-ID  TO WS-AT-EMP-ID(WS-ACCT-COUNT)
                   PERFORM 2100-NOTE-ACCOUNT-LENGTH
           END-EVALUATE

           PERFORM 8000-READ-DD-SORTED.

      *----------------------------------------------------------*
      *  2100-NOTE-ACCOUNT-LENGTH - THE LAST NON-BLANK POSITION   *
      *----------------------------------------------------------*
       2100-NOTE-ACCOUNT-LENGTH.

           MOVE 17 TO WS-LEN-SUB
           PERFORM 2110-STEP-BACK
               UNTIL WS-LEN-SUB = ZERO
                  OR DS-ACCOUNT(WS-LEN-SUB:1) NOT = SPACE
           IF WS-LEN-SUB NOT < WS-MIN-LENGTH
               MOVE 'Y' TO WS-LENGTH-SW(WS-LEN-SUB)
           END-IF.

       2110-STEP-BACK.

           SUBTRACT 1 FROM WS-LEN-SUB.

      *----------------------------------------------------------*
      *  3000-SCAN-ONE-RECORD - WALK THE RECORD DIGIT RUN BY      *
      *  DIGIT RUN                                                *
      *----------------------------------------------------------*
       3000-SCAN-ONE-RECORD.

           IF WS-SCAN-REC-LEN > ZERO
               MOVE SPACE TO WS-SCAN-BUFFER
               MOVE SCAN-IN-RECORD(1:WS-SCAN-REC-LEN)
                   TO WS-SCAN-BUFFER(1:WS-SCAN-REC-LEN)

               MOVE 1 TO WS-POS
               PERFORM 3100-NEXT-RUN
                   UNTIL WS-POS > WS-SCAN-REC-LEN
           END-IF

           PERFORM 8100-READ-SCAN-IN.

      *----------------------------------------------------------*
      *  3100-NEXT-RUN - FIND THE NEXT RUN OF DIGITS AND TRY IT   *
      *----------------------------------------------------------*
       3100-NEXT-RUN.

           IF WS-SCAN-BUFFER(WS-POS:1) IS NUMERIC
               MOVE WS-POS TO WS-RUN-START
               PERFORM 3110-EXTEND-RUN
                   UNTIL WS-SCAN-BUFFER(WS-POS:1) IS NOT NUMERIC
               COMPUTE WS-RUN-END = WS-POS - 1
               COMPUTE WS-RUN-LEN = WS-RUN-END - WS-RUN-START + 1
               IF WS-RUN-LEN NOT < WS-MIN-LENGTH
                   PERFORM 3200-CHECK-RUN
               END-IF
           ELSE
               ADD 1 TO WS-POS
           END-IF.

       3110-EXTEND-RUN.

           ADD 1 TO WS-POS.

      *----------------------------------------------------------*
      *  3200-CHECK-RUN - EVERY KNOWN ACCOUNT LENGTH THAT FITS,   *
      *  TAKEN FROM THE FRONT AND FROM THE BACK OF THE RUN, SO AN *
      *  ACCOUNT BUTTED AGAINST OTHER DIGITS IS STILL FOUND. ONE  *
      *  FINDING PER RUN.                                         *
      *----------------------------------------------------------*
       3200-CHECK-RUN.

           MOVE 'N' TO WS-HIT-SW
           PERFORM 3210-TRY-LENGTH
               VARYING WS-CAND-LEN FROM WS-MIN-LENGTH BY 1
               UNTIL WS-CAND-LEN > 17
                  OR WS-CAND-LEN > WS-RUN-LEN
                  OR WS-RUN-HIT.

       3210-TRY-LENGTH.

           IF WS-LENGTH-SW(WS-CAND-LEN) = 'Y'
               MOVE WS-RUN-START TO WS-CAND-START
               PERFORM 3300-TRY-CANDIDATE
               IF NOT WS-RUN-HIT AND WS-RUN-LEN > WS-CAND-LEN
                   COMPUTE WS-CAND-START =
                       WS-RUN-END - WS-CAND-LEN + 1
                   PERFORM 3300-TRY-CANDIDATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3300-TRY-CANDIDATE - PROTECT THE DIGITS AND LOOK THEM UP *
      *----------------------------------------------------------*
       3300-TRY-CANDIDATE.

           MOVE 'P'   TO WS-PROT-FUNCTION
           MOVE SPACE TO WS-PROT-IN
           MOVE WS-SCAN-BUFFER(WS-CAND-START:WS-CAND-LEN)
               TO WS-PROT-IN(1:WS-CAND-LEN)
           CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
               WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS

           IF WS-ACCT-COUNT > ZERO
               SEARCH ALL WS-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AT-ACCOUNT(WS-AT-IDX) = WS-PROT-OUT
                       SET WS-RUN-HIT TO TRUE
                       MOVE WS-AT-EMP-ID(WS-AT-IDX) TO WS-FD-EMP-ID
               END-SEARCH
           END-IF

           IF WS-RUN-HIT
               MOVE 'SCANIN'       TO WS-FD-SOURCE
               MOVE WS-SCAN-COUNT  TO WS-FD-RECORD
               MOVE WS-CAND-START  TO WS-FD-POS
               MOVE 'C'            TO WS-PROT-FUNCTION
               CALL 'ACCTPROT' USING WS-PROT-FUNCTION WS-PROT-CALLER
                   WS-PROT-IN WS-PROT-OUT WS-PROT-STATUS
               MOVE WS-PROT-OUT    TO WS-FD-ACCOUNT
               MOVE 'FULL ACCOUNT NUMBER IN CLEAR' TO WS-FD-TEXT
               PERFORM 3900-WRITE-FINDING
           END-IF
           MOVE SPACE TO WS-PROT-IN.

      *----------------------------------------------------------*
      *  3900-WRITE-FINDING                                       *
      *----------------------------------------------------------*
       3900-WRITE-FINDING.

           WRITE SCAN-RPT-LINE FROM WS-FINDING-LINE
           ADD 1 TO WS-FINDING-COUNT.

      *----------------------------------------------------------*
      *  4000-FINALIZE - TOTALS; CC 8 ON ANY FINDING              *
      *----------------------------------------------------------*
       4000-FINALIZE.

           WRITE SCAN-RPT-LINE FROM WS-BLANK-LINE
           IF WS-FINDING-COUNT = ZERO
               WRITE SCAN-RPT-LINE FROM WS-CLEAN-LINE
           ELSE
               DISPLAY 'ACCTSCAN: ' WS-FINDING-COUNT
                   ' FULL OR UNPROTECTED ACCOUNT NUMBERS FOUND - '
                   'SEE ACCTRPT'
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-DD-ROW-COUNT  TO WS-TL-DD-ROWS
           MOVE WS-SCAN-COUNT    TO WS-TL-SCANNED
           MOVE WS-FINDING-COUNT TO WS-TL-FINDINGS
           WRITE SCAN-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE SCAN-RPT

           MOVE WS-SCAN-COUNT TO AUD-RECORD-COUNT
           IF RETURN-CODE = 8
               MOVE '08' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-DD-SORTED - NEXT DDMAST ROW IN ACCOUNT ORDER   *
      *----------------------------------------------------------*
       8000-READ-DD-SORTED.

           READ DD-SORTED
               AT END
                   SET END-OF-DD-SORTED TO TRUE
               NOT AT END
                   ADD 1 TO WS-DD-ROW-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-SCAN-IN - NEXT RECORD UNDER AUDIT              *
      *----------------------------------------------------------*
       8100-READ-SCAN-IN.

           READ SCAN-IN
               AT END
                   SET END-OF-SCAN-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCAN-COUNT
           END-READ.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'ACCTSCAN'         TO AUD-PROGRAM-ID
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
