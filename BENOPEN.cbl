       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BENOPEN.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ANNUAL BENEFITS OPEN ENROLLMENT, DRIVEN BY THE
      *            : BENPLAN PLAN CATALOG (MEDICAL, DENTAL, AND
      *            : VISION OPTIONS WITH THE EMPLOYEE PREMIUM PER
      *            : COVERAGE TIER, SEE BPLNREC) AND A BOEPARM
      *            : CARD GIVING THE RUN MODE, THE PLAN YEAR, AND
      *            : THE DATE IT TAKES EFFECT. THE WORKSHEET PASS
      *            : (W) PRINTS AN ELECTION WORKSHEET FOR EVERY
      *            : ACTIVE EMPLOYEE SHOWING THEIR CURRENT COVERAGE
      *            : (BENENRL, SEE ENRLREC) PRICED AT THE NEW
      *            : YEAR'S PREMIUMS. THE APPLY PASS (A) APPLIES
      *            : THE RETURNED ELECTION DECK (BOEELEC) TO
      *            : BENENRL, THEN PRICES EVERY ACTIVE EMPLOYEE'S
      *            : ENROLLMENT -- ELECTIONS NOT RETURNED ROLL
      *            : FORWARD -- REPLACING THEIR INSURANCE ROWS ON
      *            : THE DEDUCTION MASTER (DEDMAST, TYPE I) WITH
      *            : ONE ROW PER ELECTED COVERAGE (MED, DEN, VIS)
      *            : DATED THE PLAN YEAR'S EFFECTIVE DATE. THE
      *            : SAME PASS PRINTS A CONFIRMATION STATEMENT PER
      *            : EMPLOYEE AND A PLAN-BY-TIER CENSUS. THE
      *            : EFFECTIVE DATE MUST FALL AFTER THE LAST
      *            : CLOSED PAY PERIOD (SHARED PERCLOSE SERVICE).
      *            : ENDS CC 4 WHEN A DECK ROW IS REJECTED OR AN
      *            : ELECTION COULD NOT BE PRICED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OE-PARM     ASSIGN TO BOEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BENEFIT-PLAN ASSIGN TO BENPLAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENPLAN-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT ENROLL-MASTER ASSIGN TO BENENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-EMP-ID
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT DED-MASTER  ASSIGN TO DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-MASTER-STATUS.

      * The returned election deck, read only by the apply pass.
           SELECT OE-ELECTIONS ASSIGN TO BOEELEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.

           SELECT WORKSHEET-RPT ASSIGN TO BOEWKS
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPLY-RPT   ASSIGN TO BOERPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIRM-RPT ASSIGN TO BOECONF
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSUS-RPT  ASSIGN TO BOECENS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * W PRINTS THE WORKSHEETS, A APPLIES THE DECK AND PRICES.
      * ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS TOUCHED.
       FD  OE-PARM
           LABEL RECORDS ARE STANDARD.
       01  OE-PARM-RECORD.
           05  OP-RUN-MODE      PIC X(01).
               88  OP-MODE-WORKSHEET    VALUE 'W'.
               88  OP-MODE-APPLY        VALUE 'A'.
           05  OP-PLAN-YEAR     PIC 9(04).
           05  OP-EFF-DATE      PIC 9(08).

       FD  BENEFIT-PLAN
           LABEL RECORDS ARE STANDARD.
           COPY BPLNREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  ENROLL-MASTER.
           COPY ENRLREC.

       FD  DED-MASTER.
           COPY DEDREC.

      * One row per employee per coverage type returned: E ELECTS
      * THE OPTION AT THE TIER, W WAIVES THE COVERAGE.
       FD  OE-ELECTIONS
           LABEL RECORDS ARE STANDARD.
       01  OE-ELECTION-RECORD.
           05  OEX-EMP-ID       PIC 9(05).
           05  OEX-COVERAGE-TYPE PIC X(01).
               88  OEX-TYPE-VALID       VALUE 'M' 'D' 'V'.
           05  OEX-ACTION       PIC X(01).
               88  OEX-ELECT            VALUE 'E'.
               88  OEX-WAIVE            VALUE 'W'.
           05  OEX-OPTION       PIC X(02).
           05  OEX-TIER         PIC X(01).
               88  OEX-TIER-VALID       VALUE 'E' 'S' 'C' 'F'.

       FD  WORKSHEET-RPT
           LABEL RECORDS ARE STANDARD.
       01  WORKSHEET-LINE       PIC X(80).

       FD  APPLY-RPT
           LABEL RECORDS ARE STANDARD.
       01  APPLY-LINE           PIC X(80).

       FD  CONFIRM-RPT
           LABEL RECORDS ARE STANDARD.
       01  CONFIRM-LINE         PIC X(80).

       FD  CENSUS-RPT
           LABEL RECORDS ARE STANDARD.
       01  CENSUS-LINE          PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-BENPLAN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-ENROLL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DED-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-ELECTION-STATUS    PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad enrollment run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-PLAN-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-BENEFIT-PLAN    VALUE 'Y'.
       01  WS-ELECTION-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-OE-ELECTIONS    VALUE 'Y'.
       01  WS-ENROLL-EOF-SW PIC X(01)  VALUE 'N'.
           88  END-OF-ENROLL-MASTER   VALUE 'Y'.
       01  WS-DED-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-DEDUCTIONS  VALUE 'Y'.

       01  WS-RUN-MODE      PIC X(01)  VALUE 'W'.
           88  WS-MODE-WORKSHEET      VALUE 'W'.
           88  WS-MODE-APPLY          VALUE 'A'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M: the apply pass maintains BENENRL and DEDMAST.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'BENOPEN '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * Period-close lock through the shared PERCLOSE service: the
      * new premiums may not be dated inside a period already paid.
       01  WS-CLOSE-FUNCTION     PIC X(01)  VALUE 'Q'.
       01  WS-CLOSED-THROUGH     PIC 9(08)  VALUE ZERO.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-CLOSE-STATUS
                               LK-STATUS-OK      BY WS-CLOSE-OK
                               LK-STATUS-WARNING BY WS-CLOSE-WARNING
                               LK-STATUS-FAILED  BY WS-CLOSE-FAILED.

      * DATEUTL linkage-shaped working-storage so the effective date
      * on the parm card is validated the same way every other
      * CCYYMMDD date in this system is (see COPYBOOKS/CCYYDATE.CPY
      * and CALL/DATEUTL.CBL).
       01  WS-DATEUTL-FUNCTION       PIC X(01).
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE1
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE1-NUM
                                DT-CCYY          BY WS-DU-D1-CCYY
                                DT-MM            BY WS-DU-D1-MM
                                DT-DD            BY WS-DU-D1-DD.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE2
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE2-NUM
                                DT-CCYY          BY WS-DU-D2-CCYY
                                DT-MM            BY WS-DU-D2-MM
                                DT-DD            BY WS-DU-D2-DD.
       01  WS-DATEUTL-DAYS-TO-ADD    PIC S9(05) VALUE ZERO.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-RESULT-DATE
                                WS-CCYYMMDD-NUM  BY WS-DU-RESULT-NUM
                                DT-CCYY          BY WS-DU-R-CCYY
                                DT-MM            BY WS-DU-R-MM
                                DT-DD            BY WS-DU-R-DD.
       01  WS-DATEUTL-COMPARE-RESULT PIC S9(01) VALUE ZERO.
       01  WS-DATEUTL-VALID-SW       PIC X(01) VALUE 'Y'.
           88  WS-DATEUTL-DATE-IS-VALID    VALUE 'Y'.

      * The three coverage types, in the order every report shows
      * them, with the DEDMAST code each one's premium is taken
      * under.
       01  WS-COVERAGE-TYPE-TABLE.
           05  FILLER           PIC X(12) VALUE 'MMEDICAL MED'.
           05  FILLER           PIC X(12) VALUE 'DDENTAL  DEN'.
           05  FILLER           PIC X(12) VALUE 'VVISION  VIS'.
       01  WS-COVERAGE-TYPE-LIST REDEFINES WS-COVERAGE-TYPE-TABLE.
           05  WS-CT-ENTRY      OCCURS 3 TIMES.
               10  WS-CT-TYPE       PIC X(01).
               10  WS-CT-NAME       PIC X(08).
               10  WS-CT-DED-CODE   PIC X(03).
       01  WS-COV-SUB       PIC 9(01)  COMP VALUE ZERO.

      * Coverage tiers, in premium order on the catalog row.
       01  WS-TIER-NAME-TABLE.
           05  FILLER           PIC X(14) VALUE 'EMPLOYEE ONLY '.
           05  FILLER           PIC X(14) VALUE 'PLUS SPOUSE   '.
           05  FILLER           PIC X(14) VALUE 'PLUS CHILDREN '.
           05  FILLER           PIC X(14) VALUE 'FAMILY        '.
       01  WS-TIER-NAME-LIST REDEFINES WS-TIER-NAME-TABLE.
           05  WS-TIER-NAME     PIC X(14) OCCURS 4 TIMES.
       01  WS-TIER-SUB      PIC 9(01)  COMP VALUE ZERO.

      * Insurance premiums take this slot in the voluntary band
      * (50-99) DEDMNT enforces.
       01  WS-INS-PRIORITY  PIC 9(02)  VALUE 60.

      * The plan year's catalog from BENPLAN, with the census
      * counts the apply pass builds against it.
       01  WS-PLAN-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PL-TYPE       PIC X(01).
               10  WS-PL-OPTION     PIC X(02).
               10  WS-PL-DESC       PIC X(20).
               10  WS-PL-GROUP-NO   PIC X(10).
               10  WS-PL-PREMIUM    PIC 9(05)V99 OCCURS 4 TIMES.
               10  WS-PL-CENSUS     PIC 9(05) COMP OCCURS 4 TIMES.
               10  WS-PL-PREMIUM-TOTAL PIC S9(7)V99 COMP-3.
       01  WS-PLAN-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-PLAN-FOUND          VALUE 'Y'.
       01  WS-LOOKUP-TYPE   PIC X(01)  VALUE SPACE.
       01  WS-LOOKUP-OPTION PIC X(02)  VALUE SPACE.

      * Per coverage type: waived, never enrolled, and elected but
      * not priceable (option not offered this year or no tier).
       01  WS-TYPE-COUNT-TABLE.
           05  WS-TYPE-COUNTS OCCURS 3 TIMES.
               10  WS-TC-WAIVED     PIC 9(05) COMP.
               10  WS-TC-NONE       PIC 9(05) COMP.
               10  WS-TC-UNPRICED   PIC 9(05) COMP.

      * One coverage of the current enrollment row, whichever type.
       01  WS-CUR-ELECTION  PIC X(01)  VALUE SPACE.
           88  WS-CUR-ELECTED         VALUE 'E'.
           88  WS-CUR-WAIVED          VALUE 'W'.
       01  WS-CUR-OPTION    PIC X(02)  VALUE SPACE.
       01  WS-CUR-TIER      PIC X(01)  VALUE SPACE.
       01  WS-CUR-PREMIUM   PIC 9(05)V99 VALUE ZERO.
       01  WS-EMP-PREMIUM   PIC S9(5)V99 COMP-3 VALUE ZERO.

       01  WS-EMP-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-EMP-FOUND           VALUE 'Y'.
       01  WS-ENR-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-ENR-FOUND           VALUE 'Y'.
       01  WS-ENROLL-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-ENROLL-AVAILABLE    VALUE 'Y'.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.
       01  WS-REJECT-REASON PIC X(30)  VALUE SPACE.

       01  WS-WORKSHEET-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-TRANS-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-APPLIED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-PRICED-EMP-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT PIC 9(5)   COMP VALUE ZERO.
       01  WS-DED-WRITTEN-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-DED-REMOVED-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-DED-CONFLICT-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-UNPRICED-COUNT PIC 9(5)  COMP VALUE ZERO.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * Worksheet pass.
       01  WS-WKS-TITLE-LINE.
           05  FILLER           PIC X(40)  VALUE
               'BENEFITS OPEN ENROLLMENT WORKSHEET - PLA'.
           05  FILLER           PIC X(08)  VALUE 'N YEAR  '.
           05  WS-WT-YEAR       PIC 9(04).
           05  FILLER           PIC X(12)  VALUE '  EFFECTIVE '.
           05  WS-WT-EFF-DATE   PIC 9(08).
           05  FILLER           PIC X(08)  VALUE SPACE.

       01  WS-CATALOG-HEAD-LINE.
           05  FILLER           PIC X(40)  VALUE
               'PLAN OPTIONS        OPT DESCRIPTION     '.
           05  FILLER           PIC X(40)  VALUE
               '     EMP ONLY  +SPOUSE +CHILDRN   FAMILY'.

       01  WS-CATALOG-LINE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CAT-TYPE      PIC X(08).
           05  FILLER           PIC X(10)  VALUE SPACE.
           05  WS-CAT-OPTION    PIC X(02).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CAT-DESC      PIC X(20).
           05  WS-CAT-PREMIUM   PIC ZZZZZ9.99 OCCURS 4 TIMES.

       01  WS-WKS-EMP-LINE.
           05  FILLER           PIC X(09)  VALUE 'EMPLOYEE '.
           05  WS-WE-ID         PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-WE-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-WE-FNAME      PIC X(15).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  FILLER           PIC X(06)  VALUE 'DEPT: '.
           05  WS-WE-DEPT       PIC X(04).
           05  FILLER           PIC X(16)  VALUE SPACE.

       01  WS-WKS-HEAD-LINE.
           05  FILLER           PIC X(40)  VALUE
               '  COVERAGE CURRENT ELECTION          TIE'.
           05  FILLER           PIC X(40)  VALUE
               'R NEW PREMIUM   NEW OPTION / TIER      '.

       01  WS-WKS-COV-LINE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-WC-TYPE       PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-WC-OPTION     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-WC-DESC       PIC X(22).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-WC-TIER       PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-WC-PREMIUM    PIC ZZZZ9.99.
           05  FILLER           PIC X(05)  VALUE SPACE.
           05  FILLER           PIC X(09)  VALUE '____ /  _'.
           05  FILLER           PIC X(17)  VALUE SPACE.

       01  WS-WKS-SIGN-LINE.
           05  FILLER           PIC X(40)  VALUE
               '  E ELECT OR W WAIVE EACH COVERAGE. SIGN'.
           05  FILLER           PIC X(40)  VALUE
               'ATURE ____________________  DATE _______'.

       01  WS-WKS-TRAILER-LINE.
           05  FILLER           PIC X(22)  VALUE
               'WORKSHEETS PRINTED  : '.
           05  WS-WKT-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(53)  VALUE SPACE.

      * Apply pass: the deck-applied report.
       01  WS-APPLY-TITLE-LINE.
           05  FILLER           PIC X(40)  VALUE
               'BENEFITS OPEN ENROLLMENT ELECTIONS APPLI'.
           05  FILLER           PIC X(14)  VALUE 'ED - PLAN YEAR'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AT-YEAR       PIC 9(04).
           05  FILLER           PIC X(21)  VALUE SPACE.

       01  WS-APPLY-DETAIL-LINE.
           05  WS-AD-ID         PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AD-TYPE       PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AD-ACTION     PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AD-OPTION     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AD-TIER       PIC X(01).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AD-RESULT     PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AD-REASON     PIC X(30).
           05  FILLER           PIC X(24)  VALUE SPACE.

       01  WS-APPLY-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'TRANS READ : '.
           05  WS-ATL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  APPLIED : '.
           05  WS-ATL-APPLIED   PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-ATL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  INACTIVE: '.
           05  WS-ATL-SKIPPED   PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE SPACE.

       01  WS-PRICING-TRAILER-LINE.
           05  FILLER           PIC X(13)  VALUE 'PRICED EMPS: '.
           05  WS-PTL-PRICED    PIC ZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  DED ROWS: '.
           05  WS-PTL-WRITTEN   PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REPL: '.
           05  WS-PTL-REMOVED   PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  UNPRCD: '.
           05  WS-PTL-UNPRICED  PIC ZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  IN USE: '.
           05  WS-PTL-CONFLICT  PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.

      * Apply pass: the confirmation statements.
       01  WS-CONF-TITLE-LINE.
           05  FILLER           PIC X(40)  VALUE
               'BENEFITS CONFIRMATION STATEMENT - PLAN Y'.
           05  FILLER           PIC X(04)  VALUE 'EAR '.
           05  WS-CF-YEAR       PIC 9(04).
           05  FILLER           PIC X(12)  VALUE '  EFFECTIVE '.
           05  WS-CF-EFF-DATE   PIC 9(08).
           05  FILLER           PIC X(12)  VALUE SPACE.

       01  WS-CONF-COV-LINE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CC-TYPE       PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-CC-OPTION     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-CC-DESC       PIC X(22).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CC-TIER       PIC X(14).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CC-PREMIUM    PIC ZZZZ9.99.
           05  FILLER           PIC X(18)  VALUE SPACE.

       01  WS-CONF-TOTAL-LINE.
           05  FILLER           PIC X(40)  VALUE
               '  YOUR PREMIUM EACH PAY PERIOD          '.
           05  FILLER           PIC X(14)  VALUE SPACE.
           05  WS-CF-TOTAL      PIC ZZZZ9.99.
           05  FILLER           PIC X(18)  VALUE SPACE.

       01  WS-CONF-TRAILER-LINE.
           05  FILLER           PIC X(22)  VALUE
               'STATEMENTS PRINTED  : '.
           05  WS-CFT-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(53)  VALUE SPACE.

      * Apply pass: the plan-by-tier census.
       01  WS-CENSUS-TITLE-LINE.
           05  FILLER           PIC X(40)  VALUE
               'BENEFITS PLAN-BY-TIER CENSUS - PLAN YEAR'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-CN-YEAR       PIC 9(04).
           05  FILLER           PIC X(35)  VALUE SPACE.

       01  WS-CENSUS-HEAD-LINE.
           05  FILLER           PIC X(40)  VALUE
               'TYPE     OP DESCRIPTION           EMP.  '.
           05  FILLER           PIC X(40)  VALUE
               '+SP +CHD  FAM  TOTAL     PREMIUM        '.

       01  WS-CENSUS-LINE.
           05  WS-CN-TYPE       PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-CN-OPTION     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-CN-DESC       PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-CN-TIER-COUNT PIC ZZZZ9  OCCURS 4 TIMES.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CN-TOTAL      PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CN-PREMIUM    PIC ZZZZZZ9.99.
           05  FILLER           PIC X(08)  VALUE SPACE.

       01  WS-CENSUS-TYPE-LINE.
           05  WS-CNT-TYPE      PIC X(08).
           05  FILLER           PIC X(10)  VALUE '  WAIVED: '.
           05  WS-CNT-WAIVED    PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  NOT ENROLLED: '.
           05  WS-CNT-NONE      PIC ZZZZ9.
           05  FILLER           PIC X(14)  VALUE '  NOT PRICED: '.
           05  WS-CNT-UNPRICED  PIC ZZZZ9.
           05  FILLER           PIC X(17)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE

           IF WS-MODE-WORKSHEET
               PERFORM 2000-WORKSHEET-EMPLOYEE
                   UNTIL END-OF-EMP-MASTER
           ELSE
               PERFORM 3000-APPLY-ELECTION
                   UNTIL END-OF-OE-ELECTIONS
               PERFORM 4000-START-PRICING
               PERFORM 4100-PRICE-ENROLLMENT
                   UNTIL END-OF-ENROLL-MASTER
               PERFORM 5000-WRITE-CENSUS
           END-IF

           PERFORM 6000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - READ THE PARM CARD, LOAD THE PLAN      *
      *  YEAR'S CATALOG, OPEN THE PASS'S FILES                    *
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
               DISPLAY 'BENOPEN: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           PERFORM 1100-READ-PARM

           OPEN INPUT BENEFIT-PLAN
           IF WS-BENPLAN-STATUS NOT = '00'
               DISPLAY 'BENOPEN: BENPLAN PLAN CATALOG NOT '
                   'AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           PERFORM 1200-LOAD-ONE-PLAN-ROW
               UNTIL END-OF-BENEFIT-PLAN
           CLOSE BENEFIT-PLAN
           IF WS-PLAN-COUNT = ZERO
               DISPLAY 'BENOPEN: NO BENPLAN OPTIONS FOR PLAN YEAR '
                   OP-PLAN-YEAR ' - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT EMP-MASTER

           IF WS-MODE-WORKSHEET
               PERFORM 1300-OPEN-WORKSHEET-PASS
           ELSE
               PERFORM 1400-OPEN-APPLY-PASS
           END-IF.

      *----------------------------------------------------------*
      *  1100-READ-PARM - RUN MODE, PLAN YEAR, EFFECTIVE DATE     *
      *----------------------------------------------------------*
       1100-READ-PARM.

           OPEN INPUT OE-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BENOPEN: BOEPARM CARD NOT SUPPLIED - '
                   'ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           READ OE-PARM
               AT END
                   DISPLAY 'BENOPEN: BOEPARM EMPTY - ABORTING'
                   PERFORM 1900-ABORT-RUN
           END-READ
           CLOSE OE-PARM

           IF NOT OP-MODE-WORKSHEET AND NOT OP-MODE-APPLY
               DISPLAY 'BENOPEN: RUN MODE MUST BE W OR A - '
                   'ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           MOVE OP-RUN-MODE TO WS-RUN-MODE

           IF OP-PLAN-YEAR NOT NUMERIC OR OP-PLAN-YEAR = ZERO
               DISPLAY 'BENOPEN: PLAN YEAR NOT NUMERIC - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           MOVE 'N' TO WS-DATEUTL-VALID-SW
           IF OP-EFF-DATE NUMERIC
               MOVE OP-EFF-DATE TO WS-DU-DATE1-NUM
               MOVE 'V' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
           END-IF
           IF NOT WS-DATEUTL-DATE-IS-VALID
               DISPLAY 'BENOPEN: EFFECTIVE DATE ' OP-EFF-DATE
                   ' NOT VALID - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF.

      *----------------------------------------------------------*
      *  1200-LOAD-ONE-PLAN-ROW - THE PLAN YEAR'S ROWS ONLY       *
      *----------------------------------------------------------*
       1200-LOAD-ONE-PLAN-ROW.

           READ BENEFIT-PLAN
               AT END
                   SET END-OF-BENEFIT-PLAN TO TRUE
               NOT AT END
                   IF BPL-PLAN-YEAR = OP-PLAN-YEAR
                      AND BPL-TYPE-VALID
                       IF WS-PLAN-COUNT < 60
                           ADD 1 TO WS-PLAN-COUNT
                           SET WS-PLAN-IDX TO WS-PLAN-COUNT
                           PERFORM 1210-STORE-PLAN-ROW
                       ELSE
                           DISPLAY 'BENOPEN: PLAN TABLE FULL - '
                               'OPTION ' BPL-COVERAGE-TYPE
                               BPL-OPTION-CODE ' IGNORED'
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1210-STORE-PLAN-ROW                                      *
      *----------------------------------------------------------*
       1210-STORE-PLAN-ROW.

           MOVE BPL-COVERAGE-TYPE TO WS-PL-TYPE(WS-PLAN-IDX)
           MOVE BPL-OPTION-CODE   TO WS-PL-OPTION(WS-PLAN-IDX)
           MOVE BPL-DESCRIPTION   TO WS-PL-DESC(WS-PLAN-IDX)
           MOVE BPL-GROUP-NO      TO WS-PL-GROUP-NO(WS-PLAN-IDX)
           MOVE BPL-PREMIUM-EMPLOYEE TO WS-PL-PREMIUM(WS-PLAN-IDX, 1)
           MOVE BPL-PREMIUM-SPOUSE   TO WS-PL-PREMIUM(WS-PLAN-IDX, 2)
           MOVE BPL-PREMIUM-CHILDREN TO WS-PL-PREMIUM(WS-PLAN-IDX, 3)
           MOVE BPL-PREMIUM-FAMILY   TO WS-PL-PREMIUM(WS-PLAN-IDX, 4)
           MOVE ZERO TO WS-PL-CENSUS(WS-PLAN-IDX, 1)
                        WS-PL-CENSUS(WS-PLAN-IDX, 2)
                        WS-PL-CENSUS(WS-PLAN-IDX, 3)
                        WS-PL-CENSUS(WS-PLAN-IDX, 4)
                        WS-PL-PREMIUM-TOTAL(WS-PLAN-IDX).

      *----------------------------------------------------------*
      *  1300-OPEN-WORKSHEET-PASS - BENENRL READ ONLY (A MISSING  *
      *  FILE PRINTS EVERYONE AS NOT ENROLLED), TITLE, CATALOG    *
      *----------------------------------------------------------*
       1300-OPEN-WORKSHEET-PASS.

           OPEN INPUT ENROLL-MASTER
           IF WS-ENROLL-STATUS = '00'
               SET WS-ENROLL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BENOPEN: NO BENENRL ENROLLMENT FILE - '
                   'WORKSHEETS SHOW NO CURRENT COVERAGE'
           END-IF

           OPEN OUTPUT WORKSHEET-RPT
           MOVE OP-PLAN-YEAR TO WS-WT-YEAR
           MOVE OP-EFF-DATE  TO WS-WT-EFF-DATE
           WRITE WORKSHEET-LINE FROM WS-WKS-TITLE-LINE
           MOVE SPACE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE FROM WS-CATALOG-HEAD-LINE
           PERFORM 1310-PRINT-CATALOG-LINE
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           MOVE SPACE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1310-PRINT-CATALOG-LINE                                  *
      *----------------------------------------------------------*
       1310-PRINT-CATALOG-LINE.

           MOVE WS-PL-TYPE(WS-PLAN-IDX) TO WS-LOOKUP-TYPE
           PERFORM 7200-FIND-COVERAGE-TYPE
           MOVE WS-CT-NAME(WS-COV-SUB)    TO WS-CAT-TYPE
           MOVE WS-PL-OPTION(WS-PLAN-IDX) TO WS-CAT-OPTION
           MOVE WS-PL-DESC(WS-PLAN-IDX)   TO WS-CAT-DESC
           MOVE WS-PL-PREMIUM(WS-PLAN-IDX, 1) TO WS-CAT-PREMIUM(1)
           MOVE WS-PL-PREMIUM(WS-PLAN-IDX, 2) TO WS-CAT-PREMIUM(2)
           MOVE WS-PL-PREMIUM(WS-PLAN-IDX, 3) TO WS-CAT-PREMIUM(3)
           MOVE WS-PL-PREMIUM(WS-PLAN-IDX, 4) TO WS-CAT-PREMIUM(4)
           WRITE WORKSHEET-LINE FROM WS-CATALOG-LINE.

      *----------------------------------------------------------*
      *  1400-OPEN-APPLY-PASS - PERIOD-CLOSE CHECK ON THE         *
      *  EFFECTIVE DATE, MASTERS I-O, DECK, THE THREE REPORTS     *
      *----------------------------------------------------------*
       1400-OPEN-APPLY-PASS.

           MOVE 'Q' TO WS-CLOSE-FUNCTION
           CALL 'PERCLOSE' USING WS-CLOSE-FUNCTION WS-CLOSED-THROUGH
               WS-CLOSE-STATUS
           IF NOT WS-CLOSE-OK
               MOVE ZERO TO WS-CLOSED-THROUGH
               DISPLAY 'BENOPEN: NO PAYCLOSE CONTROL - CLOSED-'
                   'PERIOD CHECK SKIPPED'
           END-IF
           IF OP-EFF-DATE NOT > WS-CLOSED-THROUGH
               DISPLAY 'BENOPEN: EFFECTIVE DATE ' OP-EFF-DATE
                   ' IS IN A PAY PERIOD CLOSED THROUGH '
                   WS-CLOSED-THROUGH ' - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT OE-ELECTIONS
           IF WS-ELECTION-STATUS NOT = '00'
               DISPLAY 'BENOPEN: BOEELEC ELECTION DECK NOT '
                   'SUPPLIED - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN I-O ENROLL-MASTER
           IF WS-ENROLL-STATUS NOT = '00'
               OPEN OUTPUT ENROLL-MASTER
               CLOSE ENROLL-MASTER
               OPEN I-O ENROLL-MASTER
           END-IF
           SET WS-ENROLL-AVAILABLE TO TRUE

           OPEN I-O DED-MASTER
           IF WS-DED-MASTER-STATUS NOT = '00'
               OPEN OUTPUT DED-MASTER
               CLOSE DED-MASTER
               OPEN I-O DED-MASTER
           END-IF

           OPEN OUTPUT APPLY-RPT
           OPEN OUTPUT CONFIRM-RPT
           OPEN OUTPUT CENSUS-RPT

           MOVE OP-PLAN-YEAR TO WS-AT-YEAR
           WRITE APPLY-LINE FROM WS-APPLY-TITLE-LINE
           MOVE SPACE TO APPLY-LINE
           WRITE APPLY-LINE

           MOVE OP-PLAN-YEAR TO WS-CF-YEAR
           MOVE OP-EFF-DATE  TO WS-CF-EFF-DATE

           MOVE ZERO TO WS-TC-WAIVED(1) WS-TC-NONE(1) WS-TC-UNPRICED(1)
                        WS-TC-WAIVED(2) WS-TC-NONE(2) WS-TC-UNPRICED(2)
                        WS-TC-WAIVED(3) WS-TC-NONE(3) WS-TC-UNPRICED(3)

           PERFORM 8100-READ-OE-ELECTION.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - SETUP FAILURE, NOTHING HAS BEEN TOUCHED *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-WORKSHEET-EMPLOYEE - ONE WORKSHEET PER ACTIVE       *
      *  EMPLOYEE                                                 *
      *----------------------------------------------------------*
       2000-WORKSHEET-EMPLOYEE.

           IF EMP-ACTIVE
               PERFORM 2100-PRINT-WORKSHEET
           END-IF

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  2100-PRINT-WORKSHEET - NAME BLOCK, ONE LINE PER          *
      *  COVERAGE TYPE, SIGNATURE LINE                            *
      *----------------------------------------------------------*
       2100-PRINT-WORKSHEET.

           MOVE 'N' TO WS-ENR-FOUND-SW
           IF WS-ENROLL-AVAILABLE
               MOVE EMP-ID TO ENR-EMP-ID
               READ ENROLL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ENR-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-ENR-FOUND
               MOVE SPACE TO ENROLL-MASTER-RECORD
           END-IF

           MOVE EMP-ID        TO WS-WE-ID
           MOVE EMP-LNAME     TO WS-WE-LNAME
           MOVE EMP-FNAME     TO WS-WE-FNAME
           MOVE EMP-DEPT-CODE TO WS-WE-DEPT
           WRITE WORKSHEET-LINE FROM WS-WKS-EMP-LINE
           WRITE WORKSHEET-LINE FROM WS-WKS-HEAD-LINE

           PERFORM 2110-WORKSHEET-COVERAGE
               VARYING WS-COV-SUB FROM 1 BY 1
               UNTIL WS-COV-SUB > 3

           WRITE WORKSHEET-LINE FROM WS-WKS-SIGN-LINE
           MOVE SPACE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           ADD 1 TO WS-WORKSHEET-COUNT.

      *----------------------------------------------------------*
      *  2110-WORKSHEET-COVERAGE - THE CURRENT ELECTION AND WHAT  *
      *  IT COSTS IN THE NEW PLAN YEAR                            *
      *----------------------------------------------------------*
       2110-WORKSHEET-COVERAGE.

           PERFORM 7000-GET-COVERAGE
           MOVE WS-CT-NAME(WS-COV-SUB) TO WS-WC-TYPE
           MOVE SPACE TO WS-WC-OPTION WS-WC-TIER
           MOVE ZERO  TO WS-WC-PREMIUM

           EVALUATE TRUE
               WHEN WS-CUR-WAIVED
                   MOVE 'WAIVED'       TO WS-WC-DESC
               WHEN NOT WS-CUR-ELECTED
                   MOVE 'NOT ENROLLED' TO WS-WC-DESC
               WHEN OTHER
                   MOVE WS-CUR-OPTION  TO WS-WC-OPTION
                   MOVE WS-CUR-TIER    TO WS-WC-TIER
                   PERFORM 7300-PRICE-CURRENT
                   IF WS-PLAN-FOUND AND WS-TIER-SUB > ZERO
                       MOVE WS-PL-DESC(WS-PLAN-IDX) TO WS-WC-DESC
                       MOVE WS-CUR-PREMIUM TO WS-WC-PREMIUM
                   ELSE
                       IF WS-CUR-OPTION = SPACE
                           MOVE 'ELECTED - NO OPTION'
                               TO WS-WC-DESC
                       ELSE
                           MOVE 'OPTION NOT OFFERED'
                               TO WS-WC-DESC
                       END-IF
                   END-IF
           END-EVALUATE

           WRITE WORKSHEET-LINE FROM WS-WKS-COV-LINE.

      *----------------------------------------------------------*
      *  3000-APPLY-ELECTION - ONE RETURNED ELECTION ONTO BENENRL *
      *----------------------------------------------------------*
       3000-APPLY-ELECTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           MOVE OEX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED AND NOT EMP-ACTIVE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT OEX-TYPE-VALID
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'COVERAGE TYPE NOT M, D, OR V' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND NOT OEX-ELECT AND NOT OEX-WAIVE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ACTION NOT E OR W' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED AND OEX-ELECT
               IF NOT OEX-TIER-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'TIER NOT E, S, C, OR F' TO WS-REJECT-REASON
               ELSE
                   MOVE OEX-COVERAGE-TYPE TO WS-LOOKUP-TYPE
                   MOVE OEX-OPTION        TO WS-LOOKUP-OPTION
                   PERFORM 7100-FIND-PLAN-OPTION
                   IF NOT WS-PLAN-FOUND
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'OPTION NOT OFFERED THIS YEAR'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 3100-UPDATE-ENROLLMENT
           END-IF

           PERFORM 3900-WRITE-APPLY-DETAIL

           PERFORM 8100-READ-OE-ELECTION.

      *----------------------------------------------------------*
      *  3100-UPDATE-ENROLLMENT - SET THE ONE COVERAGE, KEEPING   *
      *  THE OTHER TWO; A NEW ROW STARTS BLANK                    *
      *----------------------------------------------------------*
       3100-UPDATE-ENROLLMENT.

           MOVE 'Y' TO WS-ENR-FOUND-SW
           MOVE OEX-EMP-ID TO ENR-EMP-ID
           READ ENROLL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ENR-FOUND-SW
                   MOVE SPACE      TO ENROLL-MASTER-RECORD
                   MOVE OEX-EMP-ID TO ENR-EMP-ID
                   MOVE ZERO       TO ENR-ELECT-DATE ENR-PLAN-YEAR
                                      ENR-EFF-DATE
           END-READ

           MOVE OEX-COVERAGE-TYPE TO WS-LOOKUP-TYPE
           PERFORM 7200-FIND-COVERAGE-TYPE
           IF OEX-ELECT
               MOVE 'E'        TO WS-CUR-ELECTION
               MOVE OEX-OPTION TO WS-CUR-OPTION
               MOVE OEX-TIER   TO WS-CUR-TIER
           ELSE
               MOVE 'W'        TO WS-CUR-ELECTION
               MOVE SPACE      TO WS-CUR-OPTION WS-CUR-TIER
           END-IF
           PERFORM 7010-PUT-COVERAGE
           IF WS-COV-SUB = 1
               MOVE WS-RUN-DATE-NUM TO ENR-ELECT-DATE
           END-IF

           IF WS-ENR-FOUND
               REWRITE ENROLL-MASTER-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'REWRITE TO BENENRL FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE ENROLL-MASTER-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO BENENRL FAILED'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.

      *----------------------------------------------------------*
      *  3900-WRITE-APPLY-DETAIL                                  *
      *----------------------------------------------------------*
       3900-WRITE-APPLY-DETAIL.

           MOVE OEX-EMP-ID        TO WS-AD-ID
           MOVE OEX-COVERAGE-TYPE TO WS-AD-TYPE
           MOVE OEX-ACTION        TO WS-AD-ACTION
           MOVE OEX-OPTION        TO WS-AD-OPTION
           MOVE OEX-TIER          TO WS-AD-TIER

           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-AD-RESULT
               MOVE SPACE      TO WS-AD-REASON
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED' TO WS-AD-RESULT
               MOVE WS-REJECT-REASON TO WS-AD-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           WRITE APPLY-LINE FROM WS-APPLY-DETAIL-LINE.

      *----------------------------------------------------------*
      *  4000-START-PRICING - POSITION AT THE FIRST ENROLLMENT    *
      *----------------------------------------------------------*
       4000-START-PRICING.

           MOVE 'N'  TO WS-ENROLL-EOF-SW
           MOVE ZERO TO ENR-EMP-ID
           START ENROLL-MASTER KEY IS NOT LESS THAN ENR-EMP-ID
               INVALID KEY
                   SET END-OF-ENROLL-MASTER TO TRUE
           END-START

           PERFORM 8200-READ-NEXT-ENROLLMENT.

      *----------------------------------------------------------*
      *  4100-PRICE-ENROLLMENT - AN ACTIVE EMPLOYEE'S ROW MOVES   *
      *  TO THE NEW PLAN YEAR; THEIR OLD INSURANCE DEDUCTIONS     *
      *  COME OFF AND ONE PER PRICED COVERAGE GOES ON             *
      *----------------------------------------------------------*
       4100-PRICE-ENROLLMENT.

           MOVE 'Y' TO WS-EMP-FOUND-SW
           MOVE ENR-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-SW
           END-READ

           IF NOT WS-EMP-FOUND OR NOT EMP-ACTIVE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE OP-PLAN-YEAR TO ENR-PLAN-YEAR
               MOVE OP-EFF-DATE  TO ENR-EFF-DATE
               REWRITE ENROLL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'BENOPEN: BENENRL REWRITE FAILED FOR '
                           ENR-EMP-ID
               END-REWRITE

               PERFORM 4200-REMOVE-OLD-PREMIUMS

               WRITE CONFIRM-LINE FROM WS-CONF-TITLE-LINE
               MOVE EMP-ID        TO WS-WE-ID
               MOVE EMP-LNAME     TO WS-WE-LNAME
               MOVE EMP-FNAME     TO WS-WE-FNAME
               MOVE EMP-DEPT-CODE TO WS-WE-DEPT
               WRITE CONFIRM-LINE FROM WS-WKS-EMP-LINE

               MOVE ZERO TO WS-EMP-PREMIUM
               PERFORM 4300-PRICE-COVERAGE
                   VARYING WS-COV-SUB FROM 1 BY 1
                   UNTIL WS-COV-SUB > 3

               MOVE WS-EMP-PREMIUM TO WS-CF-TOTAL
               WRITE CONFIRM-LINE FROM WS-CONF-TOTAL-LINE
               MOVE SPACE TO CONFIRM-LINE
               WRITE CONFIRM-LINE
               ADD 1 TO WS-PRICED-EMP-COUNT
           END-IF

           PERFORM 8200-READ-NEXT-ENROLLMENT.

      *----------------------------------------------------------*
      *  4200-REMOVE-OLD-PREMIUMS - DELETE EVERY INSURANCE ROW    *
      *  THE EMPLOYEE HAS ON DEDMAST, HAND-KEYED OR FROM A PRIOR  *
      *  YEAR                                                     *
      *----------------------------------------------------------*
       4200-REMOVE-OLD-PREMIUMS.

           MOVE 'N'        TO WS-DED-EOF-SW
           MOVE ENR-EMP-ID TO DED-EMP-ID
           MOVE LOW-VALUES TO DED-CODE
           START DED-MASTER KEY IS NOT LESS THAN DED-KEY
               INVALID KEY
                   SET END-OF-EMP-DEDUCTIONS TO TRUE
           END-START

           PERFORM 4210-REMOVE-NEXT-PREMIUM
               UNTIL END-OF-EMP-DEDUCTIONS.

      *----------------------------------------------------------*
      *  4210-REMOVE-NEXT-PREMIUM                                 *
      *----------------------------------------------------------*
       4210-REMOVE-NEXT-PREMIUM.

           READ DED-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-DEDUCTIONS TO TRUE
           END-READ

           IF NOT END-OF-EMP-DEDUCTIONS
               IF DED-EMP-ID NOT = ENR-EMP-ID
                   SET END-OF-EMP-DEDUCTIONS TO TRUE
               ELSE
                   IF DED-INSURANCE
                       DELETE DED-MASTER
                           INVALID KEY
                               DISPLAY 'BENOPEN: DEDMAST DELETE '
                                   'FAILED FOR ' DED-EMP-ID '/'
                                   DED-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-DED-REMOVED-COUNT
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  4300-PRICE-COVERAGE - ONE COVERAGE TYPE: PRICE IT, COUNT *
      *  IT ON THE CENSUS, WRITE ITS DEDUCTION, CONFIRM IT        *
      *----------------------------------------------------------*
       4300-PRICE-COVERAGE.

           PERFORM 7000-GET-COVERAGE
           MOVE WS-CT-NAME(WS-COV-SUB) TO WS-CC-TYPE
           MOVE SPACE TO WS-CC-OPTION WS-CC-TIER
           MOVE ZERO  TO WS-CC-PREMIUM

           EVALUATE TRUE
               WHEN WS-CUR-WAIVED
                   MOVE 'WAIVED'       TO WS-CC-DESC
                   ADD 1 TO WS-TC-WAIVED(WS-COV-SUB)
               WHEN NOT WS-CUR-ELECTED
                   MOVE 'NOT ENROLLED' TO WS-CC-DESC
                   ADD 1 TO WS-TC-NONE(WS-COV-SUB)
               WHEN OTHER
                   MOVE WS-CUR-OPTION  TO WS-CC-OPTION
                   PERFORM 7300-PRICE-CURRENT
                   IF WS-PLAN-FOUND AND WS-TIER-SUB > ZERO
                       MOVE WS-PL-DESC(WS-PLAN-IDX) TO WS-CC-DESC
                       MOVE WS-TIER-NAME(WS-TIER-SUB) TO WS-CC-TIER
                       MOVE WS-CUR-PREMIUM TO WS-CC-PREMIUM
                       ADD WS-CUR-PREMIUM  TO WS-EMP-PREMIUM
                       ADD 1 TO WS-PL-CENSUS(WS-PLAN-IDX, WS-TIER-SUB)
                       ADD WS-CUR-PREMIUM
                           TO WS-PL-PREMIUM-TOTAL(WS-PLAN-IDX)
                       PERFORM 4400-WRITE-PREMIUM-ROW
                   ELSE
                       MOVE 'NOT PRICED - CALL HR' TO WS-CC-DESC
                       ADD 1 TO WS-TC-UNPRICED(WS-COV-SUB)
                       ADD 1 TO WS-UNPRICED-COUNT
                   END-IF
           END-EVALUATE

           WRITE CONFIRM-LINE FROM WS-CONF-COV-LINE.

      *----------------------------------------------------------*
      *  4400-WRITE-PREMIUM-ROW - THE COVERAGE'S DEDMAST ROW,     *
      *  OPEN-ENDED, REMITTED UNDER THE CARRIER'S GROUP NUMBER    *
      *----------------------------------------------------------*
       4400-WRITE-PREMIUM-ROW.

           MOVE ENR-EMP-ID              TO DED-EMP-ID
           MOVE WS-CT-DED-CODE(WS-COV-SUB) TO DED-CODE
           MOVE 'I'                     TO DED-TYPE
           MOVE WS-INS-PRIORITY         TO DED-PRIORITY
           MOVE WS-CUR-PREMIUM          TO DED-AMOUNT
           MOVE OP-EFF-DATE             TO DED-EFF-DATE
           MOVE ZERO                    TO DED-GOAL-AMOUNT
                                           DED-TAKEN-TO-DATE
                                           DED-ARREARS
                                           DED-COMPLETED-DATE
           MOVE SPACE                   TO DED-STATUS
           MOVE WS-PL-GROUP-NO(WS-PLAN-IDX) TO DED-REFERENCE-NO

           WRITE DEDUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'BENOPEN: DEDMAST ' DED-EMP-ID '/'
                       DED-CODE ' HELD BY A NON-INSURANCE ROW - '
                       'PREMIUM NOT WRITTEN'
                   ADD 1 TO WS-DED-CONFLICT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DED-WRITTEN-COUNT
           END-WRITE.

      *----------------------------------------------------------*
      *  5000-WRITE-CENSUS - ONE LINE PER PLAN OPTION BY TIER,    *
      *  THEN WHO HAS NONE OF EACH COVERAGE TYPE                  *
      *----------------------------------------------------------*
       5000-WRITE-CENSUS.

           MOVE OP-PLAN-YEAR TO WS-CN-YEAR
           WRITE CENSUS-LINE FROM WS-CENSUS-TITLE-LINE
           MOVE SPACE TO CENSUS-LINE
           WRITE CENSUS-LINE
           WRITE CENSUS-LINE FROM WS-CENSUS-HEAD-LINE

           PERFORM 5100-WRITE-CENSUS-LINE
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT

           MOVE SPACE TO CENSUS-LINE
           WRITE CENSUS-LINE
           PERFORM 5200-WRITE-TYPE-LINE
               VARYING WS-COV-SUB FROM 1 BY 1
               UNTIL WS-COV-SUB > 3.

      *----------------------------------------------------------*
      *  5100-WRITE-CENSUS-LINE                                   *
      *----------------------------------------------------------*
       5100-WRITE-CENSUS-LINE.

           MOVE WS-PL-TYPE(WS-PLAN-IDX) TO WS-LOOKUP-TYPE
           PERFORM 7200-FIND-COVERAGE-TYPE
           MOVE WS-CT-NAME(WS-COV-SUB)    TO WS-CN-TYPE
           MOVE WS-PL-OPTION(WS-PLAN-IDX) TO WS-CN-OPTION
           MOVE WS-PL-DESC(WS-PLAN-IDX)   TO WS-CN-DESC
           MOVE WS-PL-CENSUS(WS-PLAN-IDX, 1) TO WS-CN-TIER-COUNT(1)
           MOVE WS-PL-CENSUS(WS-PLAN-IDX, 2) TO WS-CN-TIER-COUNT(2)
           MOVE WS-PL-CENSUS(WS-PLAN-IDX, 3) TO WS-CN-TIER-COUNT(3)
           MOVE WS-PL-CENSUS(WS-PLAN-IDX, 4) TO WS-CN-TIER-COUNT(4)
           COMPUTE WS-CN-TOTAL = WS-PL-CENSUS(WS-PLAN-IDX, 1)
                               + WS-PL-CENSUS(WS-PLAN-IDX, 2)
                               + WS-PL-CENSUS(WS-PLAN-IDX, 3)
                               + WS-PL-CENSUS(WS-PLAN-IDX, 4)
           MOVE WS-PL-PREMIUM-TOTAL(WS-PLAN-IDX) TO WS-CN-PREMIUM
           WRITE CENSUS-LINE FROM WS-CENSUS-LINE.

      *----------------------------------------------------------*
      *  5200-WRITE-TYPE-LINE                                     *
      *----------------------------------------------------------*
       5200-WRITE-TYPE-LINE.

           MOVE WS-CT-NAME(WS-COV-SUB)     TO WS-CNT-TYPE
           MOVE WS-TC-WAIVED(WS-COV-SUB)   TO WS-CNT-WAIVED
           MOVE WS-TC-NONE(WS-COV-SUB)     TO WS-CNT-NONE
           MOVE WS-TC-UNPRICED(WS-COV-SUB) TO WS-CNT-UNPRICED
           WRITE CENSUS-LINE FROM WS-CENSUS-TYPE-LINE.

      *----------------------------------------------------------*
      *  6000-FINALIZE - TRAILERS, CLOSE FILES, CC 4 WHEN         *
      *  SOMETHING NEEDS A LOOK                                   *
      *----------------------------------------------------------*
       6000-FINALIZE.

           IF WS-MODE-WORKSHEET
               MOVE WS-WORKSHEET-COUNT TO WS-WKT-COUNT
               WRITE WORKSHEET-LINE FROM WS-WKS-TRAILER-LINE
               CLOSE WORKSHEET-RPT
               IF WS-ENROLL-AVAILABLE
                   CLOSE ENROLL-MASTER
               END-IF
               MOVE WS-WORKSHEET-COUNT TO AUD-RECORD-COUNT
               MOVE '00' TO AUD-RETURN-CODE
           ELSE
               MOVE SPACE TO APPLY-LINE
               WRITE APPLY-LINE
               MOVE WS-TRANS-COUNT   TO WS-ATL-COUNT
               MOVE WS-APPLIED-COUNT TO WS-ATL-APPLIED
               MOVE WS-REJECT-COUNT  TO WS-ATL-REJECT
               MOVE WS-SKIPPED-COUNT TO WS-ATL-SKIPPED
               WRITE APPLY-LINE FROM WS-APPLY-TRAILER-LINE
               MOVE WS-PRICED-EMP-COUNT   TO WS-PTL-PRICED
               MOVE WS-DED-WRITTEN-COUNT  TO WS-PTL-WRITTEN
               MOVE WS-DED-REMOVED-COUNT  TO WS-PTL-REMOVED
               MOVE WS-UNPRICED-COUNT     TO WS-PTL-UNPRICED
               MOVE WS-DED-CONFLICT-COUNT TO WS-PTL-CONFLICT
               WRITE APPLY-LINE FROM WS-PRICING-TRAILER-LINE

               MOVE WS-PRICED-EMP-COUNT TO WS-CFT-COUNT
               WRITE CONFIRM-LINE FROM WS-CONF-TRAILER-LINE

               CLOSE OE-ELECTIONS
               CLOSE ENROLL-MASTER
               CLOSE DED-MASTER
               CLOSE APPLY-RPT
               CLOSE CONFIRM-RPT
               CLOSE CENSUS-RPT

               MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
               IF WS-REJECT-COUNT > ZERO
                  OR WS-UNPRICED-COUNT > ZERO
                  OR WS-DED-CONFLICT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               ELSE
                   MOVE '00' TO AUD-RETURN-CODE
               END-IF
           END-IF

           CLOSE EMP-MASTER

           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  7000-GET-COVERAGE - THE ENROLLMENT ROW'S ELECTION,       *
      *  OPTION, AND TIER FOR COVERAGE TYPE WS-COV-SUB            *
      *----------------------------------------------------------*
       7000-GET-COVERAGE.

           EVALUATE WS-COV-SUB
               WHEN 1
                   MOVE ENR-ELECTION      TO WS-CUR-ELECTION
                   MOVE ENR-MED-OPTION    TO WS-CUR-OPTION
                   MOVE ENR-COVERAGE-TIER TO WS-CUR-TIER
               WHEN 2
                   MOVE ENR-DEN-ELECTION  TO WS-CUR-ELECTION
                   MOVE ENR-DEN-OPTION    TO WS-CUR-OPTION
                   MOVE ENR-DEN-TIER      TO WS-CUR-TIER
               WHEN OTHER
                   MOVE ENR-VIS-ELECTION  TO WS-CUR-ELECTION
                   MOVE ENR-VIS-OPTION    TO WS-CUR-OPTION
                   MOVE ENR-VIS-TIER      TO WS-CUR-TIER
           END-EVALUATE.

      *----------------------------------------------------------*
      *  7010-PUT-COVERAGE - THE REVERSE OF 7000                  *
      *----------------------------------------------------------*
       7010-PUT-COVERAGE.

           EVALUATE WS-COV-SUB
               WHEN 1
                   MOVE WS-CUR-ELECTION TO ENR-ELECTION
                   MOVE WS-CUR-OPTION   TO ENR-MED-OPTION
                   MOVE WS-CUR-TIER     TO ENR-COVERAGE-TIER
               WHEN 2
                   MOVE WS-CUR-ELECTION TO ENR-DEN-ELECTION
                   MOVE WS-CUR-OPTION   TO ENR-DEN-OPTION
                   MOVE WS-CUR-TIER     TO ENR-DEN-TIER
               WHEN OTHER
                   MOVE WS-CUR-ELECTION TO ENR-VIS-ELECTION
                   MOVE WS-CUR-OPTION   TO ENR-VIS-OPTION
                   MOVE WS-CUR-TIER     TO ENR-VIS-TIER
           END-EVALUATE.

      *----------------------------------------------------------*
      *  7100-FIND-PLAN-OPTION - WS-LOOKUP-TYPE/OPTION IN THE     *
      *  PLAN YEAR'S CATALOG                                      *
      *----------------------------------------------------------*
       7100-FIND-PLAN-OPTION.

           MOVE 'N' TO WS-PLAN-FOUND-SW
           SET WS-PLAN-IDX TO 1
           SEARCH WS-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PLAN-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PL-TYPE(WS-PLAN-IDX) = WS-LOOKUP-TYPE
                AND WS-PL-OPTION(WS-PLAN-IDX) = WS-LOOKUP-OPTION
                   SET WS-PLAN-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  7200-FIND-COVERAGE-TYPE - WS-LOOKUP-TYPE TO WS-COV-SUB   *
      *----------------------------------------------------------*
       7200-FIND-COVERAGE-TYPE.

           EVALUATE WS-LOOKUP-TYPE
               WHEN 'M'
                   MOVE 1 TO WS-COV-SUB
               WHEN 'D'
                   MOVE 2 TO WS-COV-SUB
               WHEN OTHER
                   MOVE 3 TO WS-COV-SUB
           END-EVALUATE.

      *----------------------------------------------------------*
      *  7300-PRICE-CURRENT - THE NEW YEAR'S PREMIUM FOR THE      *
      *  CURRENT OPTION AND TIER; WS-TIER-SUB ZERO OR THE OPTION  *
      *  NOT FOUND MEANS IT CANNOT BE PRICED                      *
      *----------------------------------------------------------*
       7300-PRICE-CURRENT.

           MOVE ZERO TO WS-CUR-PREMIUM
           EVALUATE WS-CUR-TIER
               WHEN 'E'
                   MOVE 1 TO WS-TIER-SUB
               WHEN 'S'
                   MOVE 2 TO WS-TIER-SUB
               WHEN 'C'
                   MOVE 3 TO WS-TIER-SUB
               WHEN 'F'
                   MOVE 4 TO WS-TIER-SUB
               WHEN OTHER
                   MOVE 0 TO WS-TIER-SUB
           END-EVALUATE

           MOVE WS-CT-TYPE(WS-COV-SUB) TO WS-LOOKUP-TYPE
           MOVE WS-CUR-OPTION          TO WS-LOOKUP-OPTION
           PERFORM 7100-FIND-PLAN-OPTION

           IF WS-PLAN-FOUND AND WS-TIER-SUB > ZERO
               MOVE WS-PL-PREMIUM(WS-PLAN-IDX, WS-TIER-SUB)
                   TO WS-CUR-PREMIUM
           END-IF.

      *----------------------------------------------------------*
      *  8000-READ-EMP-MASTER - WORKSHEET PASS, KEY ORDER         *
      *----------------------------------------------------------*
       8000-READ-EMP-MASTER.

           READ EMP-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-OE-ELECTION                                    *
      *----------------------------------------------------------*
       8100-READ-OE-ELECTION.

           READ OE-ELECTIONS
               AT END
                   SET END-OF-OE-ELECTIONS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-NEXT-ENROLLMENT                                *
      *----------------------------------------------------------*
       8200-READ-NEXT-ENROLLMENT.

           IF NOT END-OF-ENROLL-MASTER
               READ ENROLL-MASTER NEXT RECORD
                   AT END
                       SET END-OF-ENROLL-MASTER TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'BENOPEN '         TO AUD-PROGRAM-ID
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
