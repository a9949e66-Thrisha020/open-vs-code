       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETPURGE.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PERIODIC RECORDS-RETENTION PURGE OF THE FILES
      *            : THAT ONLY EVER GROW: THE EMPHIST HISTORY
      *            : SEGMENT THE JCL NAMES (AND ITS EMPHNDX INDEX
      *            : ROWS), PAYHIST, RATEHIST, THE EMPACCES ACCESS
      *            : LOG, THE SUBPROG CHANGE LOG (CHGLOG), AND THE
      *            : REPORT ARCHIVE WITH ITS RPTCAT CATALOG. THE
      *            : KEEP PERIOD PER FILE TYPE, IN YEARS, COMES
      *            : FROM THE RETSCHED CONTROL FILE; A FILE WITH NO
      *            : SCHEDULE ROW IS COPIED WHOLE. EACH FILE IS
      *            : COPIED THROUGH, THE WAY ERASURE COPIES
      *            : EMPHIST: ROWS DATED BEFORE THE CUTOFF GO TO AN
      *            : OFFLINE ARCHIVE GENERATION, EVERYTHING ELSE TO
      *            : THE NEW LIVE GENERATION - EXCEPT THAT A ROW
      *            : FOR AN EMPLOYEE UNDER LEGAL HOLD (LEGLHOLD) IS
      *            : ALWAYS KEPT, HOWEVER OLD. PRINTS A CERTIFICATE
      *            : OF DESTRUCTION: THE HOLDS IN FORCE, THEN PER
      *            : FILE THE CUTOFF, ROWS READ, KEPT, HELD AND
      *            : DESTROYED, AND THE DATE RANGE DESTROYED.
      *            : CC 16 WHEN RETSCHED OR LEGLHOLD IS MISSING -
      *            : NOTHING IS PURGED WITHOUT BOTH.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-SCHED   ASSIGN TO RETSCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT LEGAL-HOLD  ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-EMP-ID
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.

           SELECT HIST-IN     ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HIST-KEEP   ASSIGN TO EMPHISTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIST-ARCH   ASSIGN TO EMPHISTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIST-INDEX  ASSIGN TO EMPHNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIST-NDX-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT PAYH-KEEP   ASSIGN TO PAYHISTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYH-ARCH   ASSIGN TO PAYHISTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT RATE-HISTORY ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT RATEH-KEEP  ASSIGN TO RATEHSTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RATEH-ARCH  ASSIGN TO RATEHSTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCLOG-IN   ASSIGN TO EMPACCES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-IN-STATUS.

           SELECT ACCLOG-KEEP ASSIGN TO EMPACCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCLOG-ARCH ASSIGN TO EMPACCA
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHANGE-LOG  ASSIGN TO CHGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT CHGLOG-KEEP ASSIGN TO CHGLOGN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGLOG-ARCH ASSIGN TO CHGLOGA
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-CATALOG ASSIGN TO RPTCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CATALOG-KEEP ASSIGN TO RPTCATN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CATALOG-ARCH ASSIGN TO RPTCATA
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-IN  ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-KEEP ASSIGN TO ARCHKEEP
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-ARCH ASSIGN TO ARCHOFF
               ORGANIZATION IS SEQUENTIAL.

           SELECT CERT-RPT    ASSIGN TO RETCERT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per file type: the type (EMPHIST, PAYHIST,
      * RATEHIST, EMPACCES, CHGLOG, RPTARCH) and how many years
      * back from the run date its rows are kept.
       FD  RET-SCHED
           LABEL RECORDS ARE STANDARD.
       01  RET-SCHED-RECORD.
           05  RS-FILE-TYPE     PIC X(08).
           05  RS-KEEP-YEARS    PIC 9(02).

       FD  LEGAL-HOLD.
           COPY LHLDREC.

       FD  HIST-IN
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  HIST-KEEP
           LABEL RECORDS ARE STANDARD.
       01  HIST-KEEP-RECORD     PIC X(179).

       FD  HIST-ARCH
           LABEL RECORDS ARE STANDARD.
       01  HIST-ARCH-RECORD     PIC X(179).

       FD  HIST-INDEX.
           COPY HISTNDX.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  PAYH-KEEP
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC REPLACING PAY-HISTORY-RECORD
                                      BY PAYH-KEEP-RECORD.

       FD  PAYH-ARCH
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC REPLACING PAY-HISTORY-RECORD
                                      BY PAYH-ARCH-RECORD.

       FD  RATE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC.

       FD  RATEH-KEEP
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC REPLACING RATE-HISTORY-RECORD
                                       BY RATEH-KEEP-RECORD.

       FD  RATEH-ARCH
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC REPLACING RATE-HISTORY-RECORD
                                       BY RATEH-ARCH-RECORD.

       FD  ACCLOG-IN
           LABEL RECORDS ARE STANDARD.
           COPY ACCREC.

       FD  ACCLOG-KEEP
           LABEL RECORDS ARE STANDARD.
       01  ACCLOG-KEEP-RECORD   PIC X(80).

       FD  ACCLOG-ARCH
           LABEL RECORDS ARE STANDARD.
       01  ACCLOG-ARCH-RECORD   PIC X(80).

       FD  CHANGE-LOG
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-IN        PIC X(80).

       FD  CHGLOG-KEEP
           LABEL RECORDS ARE STANDARD.
       01  CHGLOG-KEEP-RECORD   PIC X(80).

       FD  CHGLOG-ARCH
           LABEL RECORDS ARE STANDARD.
       01  CHGLOG-ARCH-RECORD   PIC X(80).

      * Same catalog row RPTARCHV appends and RPRINT reads.
       FD  RPT-CATALOG
           LABEL RECORDS ARE STANDARD.
       01  RPT-CATALOG-RECORD.
           05  RC-REPORT-ID     PIC X(08).
           05  RC-RUN-DATE      PIC 9(08).
           05  RC-RUN-TIME      PIC 9(06).
           05  RC-PAGE-COUNT    PIC 9(05).
           05  RC-LINE-COUNT    PIC 9(07).
           05  RC-PAGE-LINES    PIC 9(03).
           05  RC-REQ-PARMS     PIC X(20).
           05  FILLER           PIC X(23).

       FD  CATALOG-KEEP
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-KEEP-RECORD  PIC X(80).

       FD  CATALOG-ARCH
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-ARCH-RECORD  PIC X(80).

       FD  ARCHIVE-IN
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-IN-RECORD    PIC X(133).

       FD  ARCHIVE-KEEP
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-KEEP-RECORD  PIC X(133).

       FD  ARCHIVE-ARCH
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-ARCH-RECORD  PIC X(133).

       FD  CERT-RPT
           LABEL RECORDS ARE STANDARD.
       01  CERT-RPT-LINE        PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SCHED-STATUS       PIC X(02)  VALUE '00'.
       01  WS-LEGAL-HOLD-STATUS  PIC X(02)  VALUE '00'.
       01  WS-HIST-IN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-HIST-NDX-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-RATEHIST-STATUS    PIC X(02)  VALUE '00'.
       01  WS-ACCLOG-IN-STATUS   PIC X(02)  VALUE '00'.
       01  WS-CHGLOG-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CATALOG-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ARCHIVE-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a purge run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'RETPURGE'.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * The SUBPROG change-log row, decoded for its date.
       COPY CHGLOG.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * The retention schedule, loaded once from RETSCHED.
       01  WS-SCHED-COUNT   PIC 9(02)  COMP VALUE ZERO.
       01  WS-SCHED-MAX     PIC 9(02)  COMP VALUE 20.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 20 TIMES.
               10  WS-ST-FILE-TYPE  PIC X(08).
               10  WS-ST-KEEP-YEARS PIC 9(02).
       01  WS-SCHED-SUB     PIC 9(02)  COMP VALUE ZERO.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT           VALUE 'Y'.
       01  WS-CAT-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-CATALOG         VALUE 'Y'.
       01  WS-NDX-WALK-SW   PIC X(01)  VALUE 'N'.
           88  WS-NDX-WALK-DONE       VALUE 'Y'.
       01  WS-NDX-AVAIL-SW  PIC X(01)  VALUE 'N'.
           88  WS-NDX-AVAILABLE       VALUE 'Y'.

      * The file being purged and its cutoff: a row dated before
      * WS-CUTOFF-DATE has outlived its keep period.
       01  WS-FILE-TYPE     PIC X(08)  VALUE SPACE.
       01  WS-KEEP-YEARS    PIC 9(02)  VALUE ZERO.
       01  WS-SCHEDULED-SW  PIC X(01)  VALUE 'N'.
           88  WS-FILE-SCHEDULED      VALUE 'Y'.
       01  WS-PRESENT-SW    PIC X(01)  VALUE 'N'.
           88  WS-FILE-PRESENT        VALUE 'Y'.
       01  WS-CUTOFF-DATE.
           05  WS-CUT-CCYY      PIC 9(04).
           05  WS-CUT-MM        PIC 9(02).
           05  WS-CUT-DD        PIC 9(02).
       01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-DATE PIC 9(08).

      * The row being decided, set by each file's copy paragraph.
      * WS-ROW-EMP-ID is zero for a file that names no employee.
       01  WS-ROW-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-ROW-EMP-ID    PIC 9(05)  VALUE ZERO.
       01  WS-ROW-DISP-SW   PIC X(01)  VALUE 'K'.
           88  WS-ROW-KEEP            VALUE 'K'.
           88  WS-ROW-HELD            VALUE 'H'.
           88  WS-ROW-DESTROY         VALUE 'D'.

      * Legal-hold lookup, remembered for the last employee asked
      * about - history rows arrive grouped more often than not.
       01  WS-HOLD-CHECKED-ID PIC 9(05) VALUE ZERO.
       01  WS-ON-HOLD-SW    PIC X(01)  VALUE 'N'.
           88  WS-EMP-ON-HOLD         VALUE 'Y'.
       01  WS-HOLD-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-LEGAL-HOLD      VALUE 'Y'.
       01  WS-HOLDS-IN-FORCE PIC 9(05) COMP VALUE ZERO.

      * Two-digit change-log years: 50 through 99 are 19YY.
       01  WS-CHG-CCYYMMDD.
           05  WS-CHG-CCYY      PIC 9(04).
           05  WS-CHG-MM-OUT    PIC 9(02).
           05  WS-CHG-DD-OUT    PIC 9(02).
       01  WS-CHG-DATE-NUM REDEFINES WS-CHG-CCYYMMDD PIC 9(08).

      * Report-archive lines owed to the current catalog row.
       01  WS-LINES-LEFT    PIC 9(07)  COMP VALUE ZERO.
       01  WS-SHORT-SW      PIC X(01)  VALUE 'N'.
           88  WS-ARCHIVE-SHORT       VALUE 'Y'.

      * Per-file tallies for the certificate.
       01  WS-READ-COUNT    PIC 9(07)  COMP VALUE ZERO.
       01  WS-KEPT-COUNT    PIC 9(07)  COMP VALUE ZERO.
       01  WS-HELD-COUNT    PIC 9(07)  COMP VALUE ZERO.
       01  WS-GONE-COUNT    PIC 9(07)  COMP VALUE ZERO.
       01  WS-FIRST-GONE    PIC 9(08)  VALUE ZERO.
       01  WS-LAST-GONE     PIC 9(08)  VALUE ZERO.
       01  WS-TOTAL-GONE    PIC 9(07)  COMP VALUE ZERO.
       01  WS-NDX-DROPPED   PIC 9(07)  COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'RECORDS RETENTION - CERTIFICATE OF DESTR'.
           05  FILLER       PIC X(16)  VALUE
               'UCTION  RUN DATE'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-TTL-DATE  PIC 9(08).
           05  FILLER       PIC X(15)  VALUE SPACE.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT   PIC X(50).
           05  FILLER       PIC X(30)  VALUE SPACE.

       01  WS-HOLD-HEADING.
           05  FILLER       PIC X(40)  VALUE
               'EMP ID  REASON                         H'.
           05  FILLER       PIC X(40)  VALUE
               'ELD ON  RELEASE                         '.

       01  WS-HOLD-LINE.
           05  WS-HL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-HL-REASON PIC X(30).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-HL-HELD   PIC 9(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-HL-RELEASE PIC X(08).
           05  FILLER       PIC X(24)  VALUE SPACE.

       01  WS-CERT-HEADING.
           05  FILLER       PIC X(40)  VALUE
               'FILE     YR CUTOFF      READ    KEPT    '.
           05  FILLER       PIC X(40)  VALUE
               'HELD DESTRYD  FROM     THRU             '.

       01  WS-CERT-LINE.
           05  WS-CL-FILE   PIC X(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-YEARS  PIC X(02).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-CUTOFF PIC X(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-READ   PIC ZZZZZZ9.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-KEPT   PIC ZZZZZZ9.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-HELD   PIC ZZZZZZ9.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-GONE   PIC ZZZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CL-FROM   PIC X(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-THRU   PIC X(08).
           05  FILLER       PIC X(09)  VALUE SPACE.

       01  WS-NOTE-LINE.
           05  FILLER       PIC X(09)  VALUE SPACE.
           05  WS-NL-TEXT   PIC X(60).
           05  FILLER       PIC X(11)  VALUE SPACE.

       01  WS-NDX-LINE.
           05  FILLER       PIC X(09)  VALUE SPACE.
           05  FILLER       PIC X(30)  VALUE
               'EMPHNDX INDEX ROWS DROPPED   '.
           05  WS-NX-COUNT  PIC ZZZZZZ9.
           05  FILLER       PIC X(34)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(30)  VALUE
               'TOTAL ROWS DESTROYED        : '.
           05  WS-TL-GONE   PIC ZZZZZZ9.
           05  FILLER       PIC X(43)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SCHEDULE
           PERFORM 1200-LIST-LEGAL-HOLDS
           PERFORM 2100-PURGE-EMP-HISTORY
           PERFORM 2200-PURGE-PAY-HISTORY
           PERFORM 2300-PURGE-RATE-HISTORY
           PERFORM 2400-PURGE-ACCESS-LOG
           PERFORM 2500-PURGE-CHANGE-LOG
           PERFORM 2600-PURGE-REPORT-ARCHIVE
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZATION, THE LEGAL-HOLD FILE,    *
      *  THE CERTIFICATE                                          *
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
               DISPLAY 'RETPURGE: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT LEGAL-HOLD
           IF WS-LEGAL-HOLD-STATUS NOT = '00'
               DISPLAY 'RETPURGE: LEGLHOLD NOT AVAILABLE - HOLDS '
                   'CANNOT BE HONORED - NOTHING PURGED'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN OUTPUT CERT-RPT
           MOVE WS-RUN-DATE-NUM TO WS-TTL-DATE
           WRITE CERT-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE.

      *----------------------------------------------------------*
      *  1100-LOAD-SCHEDULE - THE KEEP PERIOD PER FILE TYPE. A    *
      *  ROW WITH NO USABLE PERIOD IS IGNORED, WHICH LEAVES THAT  *
      *  FILE UNPURGED.                                           *
      *----------------------------------------------------------*
       1100-LOAD-SCHEDULE.

           OPEN INPUT RET-SCHED
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'RETPURGE: RETSCHED NOT AVAILABLE - '
                   'NOTHING PURGED'
               CLOSE LEGAL-HOLD
               CLOSE CERT-RPT
               PERFORM 1900-ABORT-RUN
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 1150-READ-ONE-SCHEDULE
               UNTIL END-OF-INPUT
           CLOSE RET-SCHED.

      *----------------------------------------------------------*
      *  1150-READ-ONE-SCHEDULE                                   *
      *----------------------------------------------------------*
       1150-READ-ONE-SCHEDULE.

           READ RET-SCHED
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF RS-KEEP-YEARS NUMERIC
                       AND RS-KEEP-YEARS > ZERO
                       AND RS-FILE-TYPE NOT = SPACE
                       AND WS-SCHED-COUNT < WS-SCHED-MAX
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE RS-FILE-TYPE
                           TO WS-ST-FILE-TYPE(WS-SCHED-COUNT)
                       MOVE RS-KEEP-YEARS
                           TO WS-ST-KEEP-YEARS(WS-SCHED-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1200-LIST-LEGAL-HOLDS - EVERY HOLD IN FORCE TODAY HEADS  *
      *  THE CERTIFICATE, SO IT SHOWS WHAT WAS PRESERVED AS WELL  *
      *  AS WHAT WAS DESTROYED                                    *
      *----------------------------------------------------------*
       1200-LIST-LEGAL-HOLDS.

           MOVE 'LEGAL HOLDS IN FORCE - ROWS PRESERVED REGARDLESS'
               TO WS-SL-TEXT
           WRITE CERT-RPT-LINE FROM WS-SECTION-LINE
           WRITE CERT-RPT-LINE FROM WS-HOLD-HEADING

           MOVE 'N'  TO WS-HOLD-EOF-SW
           MOVE ZERO TO LH-EMP-ID
           START LEGAL-HOLD KEY NOT < LH-EMP-ID
               INVALID KEY
                   SET END-OF-LEGAL-HOLD TO TRUE
           END-START
           PERFORM 1250-LIST-ONE-HOLD
               UNTIL END-OF-LEGAL-HOLD

           IF WS-HOLDS-IN-FORCE = ZERO
               MOVE 'NONE' TO WS-NL-TEXT
               WRITE CERT-RPT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE SPACE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           MOVE 'ROWS BY FILE' TO WS-SL-TEXT
           WRITE CERT-RPT-LINE FROM WS-SECTION-LINE
           WRITE CERT-RPT-LINE FROM WS-CERT-HEADING.

      *----------------------------------------------------------*
      *  1250-LIST-ONE-HOLD                                       *
      *----------------------------------------------------------*
       1250-LIST-ONE-HOLD.

           READ LEGAL-HOLD NEXT
               AT END
                   SET END-OF-LEGAL-HOLD TO TRUE
               NOT AT END
                   IF LH-RELEASE-DATE = ZERO
                       OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                       ADD 1 TO WS-HOLDS-IN-FORCE
                       MOVE LH-EMP-ID    TO WS-HL-EMP-ID
                       MOVE LH-REASON    TO WS-HL-REASON
                       MOVE LH-HOLD-DATE TO WS-HL-HELD
                       IF LH-RELEASE-DATE = ZERO
                           MOVE 'OPEN'   TO WS-HL-RELEASE
                       ELSE
                           MOVE LH-RELEASE-DATE TO WS-HL-RELEASE
                       END-IF
                       WRITE CERT-RPT-LINE FROM WS-HOLD-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - NOTHING PURGED; CC 16                   *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2100-PURGE-EMP-HISTORY - THE EMPHIST SEGMENT ON THE DD,  *
      *  COPIED THROUGH; A DESTROYED ROW ALSO LEAVES THE EMPHNDX  *
      *  INDEX, WHICH CARRIES THE SAME IMAGES                     *
      *----------------------------------------------------------*
       2100-PURGE-EMP-HISTORY.

           MOVE 'EMPHIST ' TO WS-FILE-TYPE
           PERFORM 2700-START-FILE

           OPEN INPUT HIST-IN
           IF WS-HIST-IN-STATUS = '00'
               SET WS-FILE-PRESENT TO TRUE
               OPEN OUTPUT HIST-KEEP
               OPEN OUTPUT HIST-ARCH
               OPEN I-O HIST-INDEX
               IF WS-HIST-NDX-STATUS = '00'
                   SET WS-NDX-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'RETPURGE: NO EMPHNDX HISTORY INDEX - '
                       'INDEX ROWS NOT DROPPED'
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2150-COPY-ONE-HISTORY-ROW
                   UNTIL END-OF-INPUT
               CLOSE HIST-IN
               CLOSE HIST-KEEP
               CLOSE HIST-ARCH
               IF WS-NDX-AVAILABLE
                   CLOSE HIST-INDEX
               END-IF
           END-IF

           PERFORM 2900-WRITE-CERT-LINE
           IF WS-NDX-AVAILABLE
               MOVE WS-NDX-DROPPED TO WS-NX-COUNT
               WRITE CERT-RPT-LINE FROM WS-NDX-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2150-COPY-ONE-HISTORY-ROW                                *
      *----------------------------------------------------------*
       2150-COPY-ONE-HISTORY-ROW.

           READ HIST-IN
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE EH-RUN-DATE TO WS-ROW-DATE
                   MOVE EH-EMP-ID   TO WS-ROW-EMP-ID
                   PERFORM 2750-DECIDE-ROW
                   IF WS-ROW-DESTROY
                       WRITE HIST-ARCH-RECORD FROM EMP-HISTORY-RECORD
                       IF WS-NDX-AVAILABLE
                           PERFORM 2160-DROP-INDEX-ROWS
                       END-IF
                   ELSE
                       WRITE HIST-KEEP-RECORD FROM EMP-HISTORY-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2160-DROP-INDEX-ROWS - EVERY EMPHNDX ROW FOR THE         *
      *  EMPLOYEE AND RUN DATE (BATCH AND ONLINE SEQUENCES BOTH). *
      *  A LATER ROW FOR THE SAME DAY FINDS NOTHING LEFT TO DROP. *
      *----------------------------------------------------------*
       2160-DROP-INDEX-ROWS.

           MOVE 'N' TO WS-NDX-WALK-SW
           MOVE EH-EMP-ID   TO HX-EMP-ID
           MOVE EH-RUN-DATE TO HX-RUN-DATE
           MOVE ZERO        TO HX-SEQ
           START HIST-INDEX KEY NOT < HX-KEY
               INVALID KEY
                   SET WS-NDX-WALK-DONE TO TRUE
           END-START
           PERFORM 2170-DROP-ONE-INDEX-ROW
               UNTIL WS-NDX-WALK-DONE.

      *----------------------------------------------------------*
      *  2170-DROP-ONE-INDEX-ROW                                  *
      *----------------------------------------------------------*
       2170-DROP-ONE-INDEX-ROW.

           READ HIST-INDEX NEXT
               AT END
                   SET WS-NDX-WALK-DONE TO TRUE
               NOT AT END
                   IF HX-EMP-ID NOT = EH-EMP-ID
                       OR HX-RUN-DATE NOT = EH-RUN-DATE
                       SET WS-NDX-WALK-DONE TO TRUE
                   ELSE
                       DELETE HIST-INDEX
                           INVALID KEY
                               DISPLAY 'RETPURGE: EMPHNDX DELETE '
                                   'FAILED'
                       END-DELETE
                       ADD 1 TO WS-NDX-DROPPED
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2200-PURGE-PAY-HISTORY - DATED BY PAY PERIOD END         *
      *----------------------------------------------------------*
       2200-PURGE-PAY-HISTORY.

           MOVE 'PAYHIST ' TO WS-FILE-TYPE
           PERFORM 2700-START-FILE

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS = '00'
               SET WS-FILE-PRESENT TO TRUE
               OPEN OUTPUT PAYH-KEEP
               OPEN OUTPUT PAYH-ARCH
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2250-COPY-ONE-PAY-ROW
                   UNTIL END-OF-INPUT
               CLOSE PAY-HISTORY
               CLOSE PAYH-KEEP
               CLOSE PAYH-ARCH
           END-IF

           PERFORM 2900-WRITE-CERT-LINE.

      *----------------------------------------------------------*
      *  2250-COPY-ONE-PAY-ROW                                    *
      *----------------------------------------------------------*
       2250-COPY-ONE-PAY-ROW.

           READ PAY-HISTORY
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE PH-PERIOD-END OF PAY-HISTORY-RECORD
                       TO WS-ROW-DATE
                   MOVE PH-EMP-ID OF PAY-HISTORY-RECORD
                       TO WS-ROW-EMP-ID
                   PERFORM 2750-DECIDE-ROW
                   IF WS-ROW-DESTROY
                       WRITE PAYH-ARCH-RECORD FROM PAY-HISTORY-RECORD
                   ELSE
                       WRITE PAYH-KEEP-RECORD FROM PAY-HISTORY-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2300-PURGE-RATE-HISTORY - DATED BY THE DAY THE RATE WAS  *
      *  SUPERSEDED, THE END OF ITS WINDOW                        *
      *----------------------------------------------------------*
       2300-PURGE-RATE-HISTORY.

           MOVE 'RATEHIST' TO WS-FILE-TYPE
           PERFORM 2700-START-FILE

           OPEN INPUT RATE-HISTORY
           IF WS-RATEHIST-STATUS = '00'
               SET WS-FILE-PRESENT TO TRUE
               OPEN OUTPUT RATEH-KEEP
               OPEN OUTPUT RATEH-ARCH
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2350-COPY-ONE-RATE-ROW
                   UNTIL END-OF-INPUT
               CLOSE RATE-HISTORY
               CLOSE RATEH-KEEP
               CLOSE RATEH-ARCH
           END-IF

           PERFORM 2900-WRITE-CERT-LINE.

      *----------------------------------------------------------*
      *  2350-COPY-ONE-RATE-ROW                                   *
      *----------------------------------------------------------*
       2350-COPY-ONE-RATE-ROW.

           READ RATE-HISTORY
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE RTH-SUPERSEDED OF RATE-HISTORY-RECORD
                       TO WS-ROW-DATE
                   MOVE RTH-EMP-ID OF RATE-HISTORY-RECORD
                       TO WS-ROW-EMP-ID
                   PERFORM 2750-DECIDE-ROW
                   IF WS-ROW-DESTROY
                       WRITE RATEH-ARCH-RECORD
                           FROM RATE-HISTORY-RECORD
                   ELSE
                       WRITE RATEH-KEEP-RECORD
                           FROM RATE-HISTORY-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2400-PURGE-ACCESS-LOG - THE EMPQ ACCESS LOG, DATED BY    *
      *  THE LOOKUP; HELD BY THE EMPLOYEE LOOKED UP               *
      *----------------------------------------------------------*
       2400-PURGE-ACCESS-LOG.

           MOVE 'EMPACCES' TO WS-FILE-TYPE
           PERFORM 2700-START-FILE

           OPEN INPUT ACCLOG-IN
           IF WS-ACCLOG-IN-STATUS = '00'
               SET WS-FILE-PRESENT TO TRUE
               OPEN OUTPUT ACCLOG-KEEP
               OPEN OUTPUT ACCLOG-ARCH
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2450-COPY-ONE-ACCESS-ROW
                   UNTIL END-OF-INPUT
               CLOSE ACCLOG-IN
               CLOSE ACCLOG-KEEP
               CLOSE ACCLOG-ARCH
           END-IF

           PERFORM 2900-WRITE-CERT-LINE.

      *----------------------------------------------------------*
      *  2450-COPY-ONE-ACCESS-ROW                                 *
      *----------------------------------------------------------*
       2450-COPY-ONE-ACCESS-ROW.

           READ ACCLOG-IN
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE ACC-DATE TO WS-ROW-DATE
                   IF ACC-EMP-ID NUMERIC
                       MOVE ACC-EMP-ID TO WS-ROW-EMP-ID
                   ELSE
                       MOVE ZERO TO WS-ROW-EMP-ID
                   END-IF
                   PERFORM 2750-DECIDE-ROW
                   IF WS-ROW-DESTROY
                       WRITE ACCLOG-ARCH-RECORD
                           FROM ACCESS-LOG-RECORD
                   ELSE
                       WRITE ACCLOG-KEEP-RECORD
                           FROM ACCESS-LOG-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2500-PURGE-CHANGE-LOG - THE SUBPROG ADJUSTMENT LOG. ITS  *
      *  ROWS NAME A TRANSACTION KEY, NOT AN EMPLOYEE, SO NO      *
      *  LEGAL HOLD APPLIES TO THEM.                              *
      *----------------------------------------------------------*
       2500-PURGE-CHANGE-LOG.

           MOVE 'CHGLOG  ' TO WS-FILE-TYPE
           PERFORM 2700-START-FILE

           OPEN INPUT CHANGE-LOG
           IF WS-CHGLOG-STATUS = '00'
               SET WS-FILE-PRESENT TO TRUE
               OPEN OUTPUT CHGLOG-KEEP
               OPEN OUTPUT CHGLOG-ARCH
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2550-COPY-ONE-CHANGE-ROW
                   UNTIL END-OF-INPUT
               CLOSE CHANGE-LOG
               CLOSE CHGLOG-KEEP
               CLOSE CHGLOG-ARCH
           END-IF

           PERFORM 2900-WRITE-CERT-LINE.

      *----------------------------------------------------------*
      *  2550-COPY-ONE-CHANGE-ROW - THE MM/DD/YY STAMP IS TURNED  *
      *  INTO A FULL DATE FIRST; A ROW WHOSE STAMP IS NOT A DATE  *
      *  IS KEPT                                                  *
      *----------------------------------------------------------*
       2550-COPY-ONE-CHANGE-ROW.

           READ CHANGE-LOG
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE CHANGE-LOG-IN TO WS-CHANGE-LOG-LINE
                   IF CHG-YY NUMERIC AND CHG-MM NUMERIC
                       AND CHG-DD NUMERIC
                       IF CHG-YY < 50
                           COMPUTE WS-CHG-CCYY = 2000 + CHG-YY
                       ELSE
                           COMPUTE WS-CHG-CCYY = 1900 + CHG-YY
                       END-IF
                       MOVE CHG-MM TO WS-CHG-MM-OUT
                       MOVE CHG-DD TO WS-CHG-DD-OUT
                       MOVE WS-CHG-DATE-NUM TO WS-ROW-DATE
                   ELSE
                       MOVE ZERO TO WS-ROW-DATE
                   END-IF
                   MOVE ZERO TO WS-ROW-EMP-ID
                   PERFORM 2750-DECIDE-ROW
                   IF WS-ROW-DESTROY
                       WRITE CHGLOG-ARCH-RECORD FROM CHANGE-LOG-IN
                   ELSE
                       WRITE CHGLOG-KEEP-RECORD FROM CHANGE-LOG-IN
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2600-PURGE-REPORT-ARCHIVE - RPTARCHV APPENDS EACH REPORT *
      *  TO THE CUMULATIVE ARCHIVE AND THEN ITS CATALOG ROW, SO   *
      *  THE CATALOG ROWS IN ORDER, EACH WITH ITS LINE COUNT,     *
      *  MARK OUT THE ARCHIVE. A REPORT IS DESTROYED OR KEPT      *
      *  WHOLE WITH ITS CATALOG ROW, DATED BY ITS RUN DATE. NO    *
      *  LEGAL HOLD APPLIES - A REPORT NAMES NO ONE EMPLOYEE.     *
      *----------------------------------------------------------*
       2600-PURGE-REPORT-ARCHIVE.

           MOVE 'RPTARCH ' TO WS-FILE-TYPE
           PERFORM 2700-START-FILE

           OPEN INPUT RPT-CATALOG
           IF WS-CATALOG-STATUS = '00'
               OPEN INPUT ARCHIVE-IN
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE RPT-CATALOG
                   MOVE 'ARCHIN NOT AVAILABLE - CATALOG LEFT AS IT '
                       TO WS-NL-TEXT
                   MOVE 'STANDS' TO WS-NL-TEXT(43:6)
                   WRITE CERT-RPT-LINE FROM WS-NOTE-LINE
               ELSE
                   SET WS-FILE-PRESENT TO TRUE
                   OPEN OUTPUT CATALOG-KEEP
                   OPEN OUTPUT CATALOG-ARCH
                   OPEN OUTPUT ARCHIVE-KEEP
                   OPEN OUTPUT ARCHIVE-ARCH
                   MOVE 'N' TO WS-CAT-EOF-SW
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 2650-COPY-ONE-REPORT
                       UNTIL END-OF-CATALOG
      * Lines past the last catalog row belong to no report the
      * catalog knows; they are kept.
                   SET WS-ROW-KEEP TO TRUE
                   PERFORM 2670-COPY-ONE-ARCHIVE-LINE
                       UNTIL END-OF-INPUT
                   CLOSE RPT-CATALOG
                   CLOSE ARCHIVE-IN
                   CLOSE CATALOG-KEEP
                   CLOSE CATALOG-ARCH
                   CLOSE ARCHIVE-KEEP
                   CLOSE ARCHIVE-ARCH
                   IF WS-ARCHIVE-SHORT
                       MOVE 'ARCHIVE ENDED BEFORE THE CATALOG DID - '
                           TO WS-NL-TEXT
                       MOVE 'CHECK ARCHIN' TO WS-NL-TEXT(40:12)
                       WRITE CERT-RPT-LINE FROM WS-NOTE-LINE
                   END-IF
               END-IF
           END-IF

           PERFORM 2900-WRITE-CERT-LINE.

      *----------------------------------------------------------*
      *  2650-COPY-ONE-REPORT - ONE CATALOG ROW AND THE ARCHIVE   *
      *  LINES IT ACCOUNTS FOR                                    *
      *----------------------------------------------------------*
       2650-COPY-ONE-REPORT.

           READ RPT-CATALOG
               AT END
                   SET END-OF-CATALOG TO TRUE
               NOT AT END
                   MOVE RC-RUN-DATE TO WS-ROW-DATE
                   MOVE ZERO        TO WS-ROW-EMP-ID
                   PERFORM 2750-DECIDE-ROW
                   IF WS-ROW-DESTROY
                       WRITE CATALOG-ARCH-RECORD
                           FROM RPT-CATALOG-RECORD
                   ELSE
                       WRITE CATALOG-KEEP-RECORD
                           FROM RPT-CATALOG-RECORD
                   END-IF
                   MOVE RC-LINE-COUNT TO WS-LINES-LEFT
                   PERFORM 2660-COPY-REPORT-LINE
                       UNTIL WS-LINES-LEFT = ZERO
           END-READ.

      *----------------------------------------------------------*
      *  2660-COPY-REPORT-LINE                                    *
      *----------------------------------------------------------*
       2660-COPY-REPORT-LINE.

           IF END-OF-INPUT
               SET WS-ARCHIVE-SHORT TO TRUE
               MOVE ZERO TO WS-LINES-LEFT
           ELSE
               PERFORM 2670-COPY-ONE-ARCHIVE-LINE
               IF NOT END-OF-INPUT
                   SUBTRACT 1 FROM WS-LINES-LEFT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2670-COPY-ONE-ARCHIVE-LINE - TO WHICHEVER SIDE THE       *
      *  CURRENT REPORT WENT                                      *
      *----------------------------------------------------------*
       2670-COPY-ONE-ARCHIVE-LINE.

           READ ARCHIVE-IN
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-ROW-DESTROY
                       WRITE ARCHIVE-ARCH-RECORD
                           FROM ARCHIVE-IN-RECORD
                   ELSE
                       WRITE ARCHIVE-KEEP-RECORD
                           FROM ARCHIVE-IN-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2700-START-FILE - RESET THE TALLIES AND WORK OUT THE     *
      *  FILE'S CUTOFF FROM ITS SCHEDULE ROW                      *
      *----------------------------------------------------------*
       2700-START-FILE.

           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-GONE-COUNT
           MOVE ZERO TO WS-FIRST-GONE
           MOVE ZERO TO WS-LAST-GONE
           MOVE ZERO TO WS-KEEP-YEARS
           MOVE ZERO TO WS-CUTOFF-NUM
           MOVE 'N'  TO WS-SCHEDULED-SW
           MOVE 'N'  TO WS-PRESENT-SW

           PERFORM 2710-FIND-SCHEDULE
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                   OR WS-FILE-SCHEDULED

           IF WS-FILE-SCHEDULED
               MOVE WS-RUN-DATE-NUM TO WS-CUTOFF-NUM
               SUBTRACT WS-KEEP-YEARS FROM WS-CUT-CCYY
               IF WS-CUT-MM = 2 AND WS-CUT-DD = 29
                   MOVE 28 TO WS-CUT-DD
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2710-FIND-SCHEDULE                                       *
      *----------------------------------------------------------*
       2710-FIND-SCHEDULE.

           IF WS-ST-FILE-TYPE(WS-SCHED-SUB) = WS-FILE-TYPE
               MOVE WS-ST-KEEP-YEARS(WS-SCHED-SUB) TO WS-KEEP-YEARS
               SET WS-FILE-SCHEDULED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2750-DECIDE-ROW - KEEP, HOLD OR DESTROY THE ROW IN       *
      *  WS-ROW-DATE/WS-ROW-EMP-ID. A ROW THAT CANNOT BE DATED IS *
      *  KEPT; A ROW PAST ITS CUTOFF FOR AN EMPLOYEE UNDER LEGAL  *
      *  HOLD IS HELD (KEPT, AND COUNTED AS SUCH).                *
      *----------------------------------------------------------*
       2750-DECIDE-ROW.

           ADD 1 TO WS-READ-COUNT
           SET WS-ROW-KEEP TO TRUE

           IF WS-FILE-SCHEDULED AND WS-ROW-DATE NUMERIC
               AND WS-ROW-DATE > ZERO
               AND WS-ROW-DATE < WS-CUTOFF-NUM
               SET WS-ROW-DESTROY TO TRUE
               IF WS-ROW-EMP-ID > ZERO
                   PERFORM 2760-CHECK-LEGAL-HOLD
                   IF WS-EMP-ON-HOLD
                       SET WS-ROW-HELD TO TRUE
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-ROW-KEEP
                   ADD 1 TO WS-KEPT-COUNT
               WHEN WS-ROW-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GONE-COUNT
                   ADD 1 TO WS-TOTAL-GONE
                   IF WS-FIRST-GONE = ZERO
                       OR WS-ROW-DATE < WS-FIRST-GONE
                       MOVE WS-ROW-DATE TO WS-FIRST-GONE
                   END-IF
                   IF WS-ROW-DATE > WS-LAST-GONE
                       MOVE WS-ROW-DATE TO WS-LAST-GONE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2760-CHECK-LEGAL-HOLD - A HOLD IS IN FORCE UNTIL ITS     *
      *  RELEASE DATE ARRIVES; NO RELEASE DATE MEANS NO END       *
      *----------------------------------------------------------*
       2760-CHECK-LEGAL-HOLD.

           IF WS-ROW-EMP-ID NOT = WS-HOLD-CHECKED-ID
               MOVE WS-ROW-EMP-ID TO WS-HOLD-CHECKED-ID
               MOVE 'N' TO WS-ON-HOLD-SW
               MOVE WS-ROW-EMP-ID TO LH-EMP-ID
               READ LEGAL-HOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LH-RELEASE-DATE = ZERO
                           OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                           SET WS-EMP-ON-HOLD TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-CERT-LINE - ONE CERTIFICATE LINE PER FILE     *
      *----------------------------------------------------------*
       2900-WRITE-CERT-LINE.

           MOVE WS-FILE-TYPE  TO WS-CL-FILE
           MOVE WS-READ-COUNT TO WS-CL-READ
           MOVE WS-KEPT-COUNT TO WS-CL-KEPT
           MOVE WS-HELD-COUNT TO WS-CL-HELD
           MOVE WS-GONE-COUNT TO WS-CL-GONE
           MOVE SPACE TO WS-CL-FROM
           MOVE SPACE TO WS-CL-THRU
           IF WS-FILE-SCHEDULED
               MOVE WS-KEEP-YEARS TO WS-CL-YEARS
               MOVE WS-CUTOFF-NUM TO WS-CL-CUTOFF
           ELSE
               MOVE '--' TO WS-CL-YEARS
               MOVE 'NO SCHED' TO WS-CL-CUTOFF
           END-IF
           IF WS-GONE-COUNT > ZERO
               MOVE WS-FIRST-GONE TO WS-CL-FROM
               MOVE WS-LAST-GONE  TO WS-CL-THRU
           END-IF
           WRITE CERT-RPT-LINE FROM WS-CERT-LINE

           IF NOT WS-FILE-PRESENT
               MOVE 'INPUT NOT PRESENT - NOTHING READ' TO WS-NL-TEXT
               WRITE CERT-RPT-LINE FROM WS-NOTE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3000-FINALIZE                                            *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-TOTAL-GONE TO WS-TL-GONE
           WRITE CERT-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE LEGAL-HOLD
           CLOSE CERT-RPT

           MOVE WS-TOTAL-GONE TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.
      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'RETPURGE'         TO AUD-PROGRAM-ID
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
