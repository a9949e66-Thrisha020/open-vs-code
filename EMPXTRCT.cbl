       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPXTRCT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : AD-HOC EMPLOYEE EXTRACT, DRIVEN BY A CONTROL
      *            : DECK (XTRCTL) INSTEAD OF A NEW PROGRAM PER
      *            : REQUEST. THE DECK NAMES THE FIELDS TO OUTPUT
      *            : (ANY FIELD OF THE FIELD CATALOG BELOW, DRAWN
      *            : FROM EMPREC, COMPREC, THE HOME ADDRREC ROW IN
      *            : EFFECT TODAY, DEPTREC, AND DIVREC), THE
      *            : SELECTION CRITERIA (EQUAL, RANGE, OR IN-LIST
      *            : ON ANY CATALOG FIELD; ALL CRITERIA MUST
      *            : HOLD), UP TO THREE SORT KEYS (ASCENDING OR
      *            : DESCENDING; TIES KEEP EMPLOYEE-ID ORDER), AND
      *            : THE OUTPUT FORM: FIXED-WIDTH (EACH FIELD AT
      *            : ITS CATALOG WIDTH, NO SEPARATORS) OR CSV WITH
      *            : A COLUMN-NAME ROW. THE EXTRACT (XTROUT) IS
      *            : WRAPPED IN THE STANDARD FILEHDR HEADER AND
      *            : TRAILER; THE TRAILER COUNT IS THE DATA ROWS,
      *            : NOT THE COLUMN-NAME ROW. THE RUN IS AUTHORIZED
      *            : THROUGH AUTHCHK (OPTION 'X'); A DECK THAT
      *            : OUTPUTS, SELECTS, OR SORTS ON A PAY FIELD ALSO
      *            : NEEDS OPTION 'P'. EVERY CARD IS LISTED ON
      *            : XTRRPT; ANY BAD CARD ENDS THE RUN CC 16 WITH
      *            : NO EXTRACT WRITTEN.
      *
      *            : DECK CARDS (COLUMN 1 IS THE CARD TYPE):
      *            :   *  COMMENT, LISTED AND IGNORED
      *            :   O  COL 3 OUTPUT FORM, F FIXED OR C CSV
      *            :      (NO O CARD MEANS FIXED)
      *            :   F  COLS 3-20 FIELD NAME, ONE PER OUTPUT
      *            :      COLUMN, IN OUTPUT ORDER
      *            :   S  COLS 3-20 FIELD NAME, COLS 22-23 EQ, RG,
      *            :      OR IN, COLS 25-80 THE VALUE(S), COMMA
      *            :      SEPARATED: EQ ONE, RG LOW,HIGH, IN UP TO
      *            :      EIGHT. VALUES ARE KEYED AS THE FIELD
      *            :      PRINTS: DATES CCYYMMDD, NUMBERS AT FULL
      *            :      WIDTH WITH LEADING ZEROS, THE PAY RATE
      *            :      AS 00025.00
      *            :   K  COLS 3-20 FIELD NAME, COL 22 A OR D
      *            :      (BLANK IS A), MAJOR KEY FIRST
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XTR-CONTROL ASSIGN TO XTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT ADDR-MASTER ASSIGN TO ADDRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KEY
               FILE STATUS IS WS-ADDR-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT DIV-MASTER  ASSIGN TO DIVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIV-CODE
               FILE STATUS IS WS-DIV-MASTER-STATUS.

      * Selected rows with their sort keys, sorted into XTRSORT.
           SELECT XTR-WORK    ASSIGN TO XTRWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-WORK ASSIGN TO XTRSORT
               ORGANIZATION IS SEQUENTIAL.

           SELECT XTR-OUTPUT  ASSIGN TO XTROUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT XTR-RPT     ASSIGN TO XTRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  XTR-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  XTR-CONTROL-RECORD.
           05  XC-CARD-TYPE     PIC X(01).
               88  XC-COMMENT          VALUE '*'.
               88  XC-OPTION           VALUE 'O'.
               88  XC-FIELD            VALUE 'F'.
               88  XC-SELECT           VALUE 'S'.
               88  XC-SORT-KEY         VALUE 'K'.
           05  FILLER           PIC X(01).
           05  XC-FIELD-NAME    PIC X(18).
           05  FILLER           PIC X(01).
           05  XC-OPERATOR      PIC X(02).
               88  XC-OP-EQUAL         VALUE 'EQ'.
               88  XC-OP-RANGE         VALUE 'RG'.
               88  XC-OP-IN-LIST       VALUE 'IN'.
           05  FILLER           PIC X(01).
           05  XC-VALUES        PIC X(56).
       01  XTR-OPTION-CARD.
           05  FILLER           PIC X(02).
           05  XO-FORMAT        PIC X(01).
               88  XO-FORMAT-VALID     VALUE 'F' 'C'.
           05  FILLER           PIC X(77).

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  ADDR-MASTER.
           COPY ADDRREC.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  DIV-MASTER.
           COPY DIVREC.

       FD  XTR-WORK
           LABEL RECORDS ARE STANDARD.
       01  XTR-WORK-RECORD      PIC X(587).

      * One ascending and one descending slot per sort key; only the
      * slot for the key's direction is filled, the other stays blank
      * and so does not disturb the order. The employee sequence
      * number keeps ties in master order.
       SD  SORT-WORK.
       01  SW-SORT-RECORD.
           05  SW-ASC-1         PIC X(30).
           05  SW-DESC-1        PIC X(30).
           05  SW-ASC-2         PIC X(30).
           05  SW-DESC-2        PIC X(30).
           05  SW-ASC-3         PIC X(30).
           05  SW-DESC-3        PIC X(30).
           05  SW-SEQ           PIC 9(07).
           05  FILLER           PIC X(400).

       FD  SORTED-WORK
           LABEL RECORDS ARE STANDARD.
       01  SORTED-WORK-RECORD.
           05  FILLER           PIC X(187).
           05  SR-LINE          PIC X(400).

       FD  XTR-OUTPUT
           LABEL RECORDS ARE STANDARD.
       01  XTR-OUTPUT-RECORD    PIC X(400).

       FD  XTR-RPT
           LABEL RECORDS ARE STANDARD.
       01  XTR-RPT-LINE         PIC X(120).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-CONTROL-STATUS     PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-ADDR-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DIV-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad extract to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       COPY FILEHDR.

      * Startup authorization through the shared AUTHCHK service;
      * pay fields need the second, narrower grant.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'EMPXTRCT'.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'X'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

       01  WS-CONTROL-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-XTR-CONTROL     VALUE 'Y'.
       01  WS-EMP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-SORTED-EOF-SW PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-WORK     VALUE 'Y'.
       01  WS-ADDR-WALK-SW  PIC X(01)  VALUE 'N'.
           88  WS-ADDR-WALK-DONE      VALUE 'Y'.

       01  WS-OUTPUT-FORMAT PIC X(01)  VALUE 'F'.
           88  WS-FORMAT-FIXED        VALUE 'F'.
           88  WS-FORMAT-CSV          VALUE 'C'.
       01  WS-OPTION-SEEN-SW PIC X(01) VALUE 'N'.
           88  WS-OPTION-SEEN         VALUE 'Y'.

      * Which satellite masters the deck actually references; only
      * those are opened and joined.
       01  WS-NEED-COMP-SW  PIC X(01)  VALUE 'N'.
           88  WS-NEED-COMP           VALUE 'Y'.
       01  WS-NEED-ADDR-SW  PIC X(01)  VALUE 'N'.
           88  WS-NEED-ADDR           VALUE 'Y'.
       01  WS-NEED-DEPT-SW  PIC X(01)  VALUE 'N'.
           88  WS-NEED-DEPT           VALUE 'Y'.
       01  WS-NEED-DIV-SW   PIC X(01)  VALUE 'N'.
           88  WS-NEED-DIV            VALUE 'Y'.
       01  WS-NEED-PAY-SW   PIC X(01)  VALUE 'N'.
           88  WS-NEED-PAY            VALUE 'Y'.

      * The field catalog: every field a deck may name, where it sits
      * in the joined row below, its width, and its kind (X text,
      * N unsigned number, R pay rate printed 99999.99). A 'P' in the
      * last column marks a pay field.
       01  WS-CATALOG-TABLE.
      * Each entry: name (18), source master (1), offset (3), width
      * (3), kind (1), pay flag (1).
           05  FILLER           PIC X(27) VALUE
               'EMP-ID            E001005N '.
           05  FILLER           PIC X(27) VALUE
               'EMP-FNAME         E006015X '.
           05  FILLER           PIC X(27) VALUE
               'EMP-LNAME         E022020X '.
           05  FILLER           PIC X(27) VALUE
               'EMP-DEPT-CODE     E042004X '.
           05  FILLER           PIC X(27) VALUE
               'EMP-HIRE-DATE     E046008N '.
           05  FILLER           PIC X(27) VALUE
               'EMP-STATUS        E054001X '.
           05  FILLER           PIC X(27) VALUE
               'EMP-TERM-DATE     E055008N '.
           05  FILLER           PIC X(27) VALUE
               'EMP-TERM-REASON   E063001X '.
           05  FILLER           PIC X(27) VALUE
               'EMP-LAST-UPD-DATE E064008N '.
           05  FILLER           PIC X(27) VALUE
               'EMP-LAST-UPD-TIME E072006N '.
           05  FILLER           PIC X(27) VALUE
               'EMP-LAST-UPD-SRC  E078001X '.
           05  FILLER           PIC X(27) VALUE
               'EMP-JOB-CODE      E079002X '.
           05  FILLER           PIC X(27) VALUE
               'CMP-PAY-RATE      C086007RP'.
           05  FILLER           PIC X(27) VALUE
               'CMP-PAY-GRADE     C093002X '.
           05  FILLER           PIC X(27) VALUE
               'CMP-EFF-DATE      C095008N '.
           05  FILLER           PIC X(27) VALUE
               'ADR-EFF-DATE      A109008N '.
           05  FILLER           PIC X(27) VALUE
               'ADR-STREET        A117025X '.
           05  FILLER           PIC X(27) VALUE
               'ADR-CITY          A142015X '.
           05  FILLER           PIC X(27) VALUE
               'ADR-STATE         A157002X '.
           05  FILLER           PIC X(27) VALUE
               'ADR-POSTAL-CODE   A159010X '.
           05  FILLER           PIC X(27) VALUE
               'ADR-PHONE         A169012X '.
           05  FILLER           PIC X(27) VALUE
               'DEPT-NAME         D185030X '.
           05  FILLER           PIC X(27) VALUE
               'DEPT-STATUS       D215001X '.
           05  FILLER           PIC X(27) VALUE
               'DEPT-DIV-CODE     D216002X '.
           05  FILLER           PIC X(27) VALUE
               'DEPT-COMPANY      D218002X '.
           05  FILLER           PIC X(27) VALUE
               'DIV-NAME          V222030X '.
           05  FILLER           PIC X(27) VALUE
               'DIV-STATUS        V252001X '.
       01  WS-CATALOG-LIST REDEFINES WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY     OCCURS 27 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-NAME      PIC X(18).
               10  WS-CAT-SOURCE    PIC X(01).
                   88  WS-CAT-FROM-COMP    VALUE 'C'.
                   88  WS-CAT-FROM-ADDR    VALUE 'A'.
                   88  WS-CAT-FROM-DEPT    VALUE 'D'.
                   88  WS-CAT-FROM-DIV     VALUE 'V'.
               10  WS-CAT-OFFSET    PIC 9(03).
               10  WS-CAT-LENGTH    PIC 9(03).
               10  WS-CAT-KIND      PIC X(01).
                   88  WS-CAT-PAY-RATE     VALUE 'R'.
               10  WS-CAT-PAY-SW    PIC X(01).
                   88  WS-CAT-PAY-FIELD    VALUE 'P'.
       01  WS-CAT-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-CAT-FOUND           VALUE 'Y'.

      * One employee with the rows joined to it, laid out in the
      * catalog's offsets: EMPREC, COMPREC, the home ADDRREC row,
      * DEPTREC, DIVREC. A satellite with no row is left blank.
       01  WS-JOIN-AREA.
           05  WS-JOIN-EMP      PIC X(80).
           05  WS-JOIN-COMP     PIC X(22).
           05  WS-JOIN-ADDR     PIC X(78).
           05  WS-JOIN-DEPT     PIC X(39).
           05  WS-JOIN-DIV      PIC X(33).

      * The output columns, in deck order.
       01  WS-FIELD-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 30 TIMES.
               10  WS-FL-CAT        PIC 9(03)  COMP.
       01  WS-FIELD-SUB     PIC 9(03)  COMP VALUE ZERO.
       01  WS-LINE-WIDTH    PIC 9(05)  COMP VALUE ZERO.

      * The selection criteria; every one must hold.
       01  WS-CRIT-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-CRIT-TABLE.
           05  WS-CRIT-ENTRY OCCURS 20 TIMES.
               10  WS-CR-CAT        PIC 9(03)  COMP.
               10  WS-CR-OPERATOR   PIC X(02).
               10  WS-CR-VALUE-COUNT PIC 9(02) COMP.
               10  WS-CR-VALUE      PIC X(30)  OCCURS 8 TIMES.
       01  WS-CRIT-SUB      PIC 9(03)  COMP VALUE ZERO.
       01  WS-VALUE-SUB     PIC 9(02)  COMP VALUE ZERO.

      * The sort keys, major first.
       01  WS-KEY-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 3 TIMES.
               10  WS-KY-CAT        PIC 9(03)  COMP.
               10  WS-KY-DIRECTION  PIC X(01).
                   88  WS-KY-DESCENDING    VALUE 'D'.
       01  WS-KEY-SUB       PIC 9(03)  COMP VALUE ZERO.
       01  WS-SLOT-SUB      PIC 9(03)  COMP VALUE ZERO.

      * The values of one S card, split on the commas.
       01  WS-SPLIT-COUNT   PIC 9(02)  COMP VALUE ZERO.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-VALUE   PIC X(30)  OCCURS 8 TIMES.

       01  WS-SELECT-SW     PIC X(01)  VALUE 'N'.
           88  WS-SELECTED            VALUE 'Y'.
       01  WS-MATCH-SW      PIC X(01)  VALUE 'N'.
           88  WS-MATCHED             VALUE 'Y'.

      * One field's value as it prints, and its width.
       01  WS-FMT-CAT       PIC 9(03)  COMP VALUE ZERO.
       01  WS-FLD-VALUE     PIC X(30)  VALUE SPACE.
       01  WS-FLD-LEN       PIC 9(03)  COMP VALUE ZERO.
       01  WS-TRIM-LEN      PIC 9(03)  COMP VALUE ZERO.
       01  WS-COMMA-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-RATE-WORK     PIC X(07)  VALUE SPACE.
       01  WS-RATE-NUM REDEFINES WS-RATE-WORK PIC S9(05)V99.
       01  WS-RATE-EDIT     PIC 9(05).99.

       01  WS-OUT-LINE      PIC X(400) VALUE SPACE.
       01  WS-OUT-PTR       PIC 9(03)  COMP VALUE 1.

       01  WS-WORK-RECORD.
           05  WS-WK-KEY        PIC X(30)  OCCURS 6 TIMES.
           05  WS-WK-SEQ        PIC 9(07).
           05  WS-WK-LINE       PIC X(400).

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

       01  WS-CARD-MSG      PIC X(38)  VALUE SPACE.
       01  WS-ERROR-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-READ-COUNT    PIC 9(7)   VALUE ZERO.
       01  WS-SELECT-COUNT  PIC 9(7)   VALUE ZERO.
       01  WS-OUTPUT-COUNT  PIC 9(7)   VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(40)  VALUE
               'AD-HOC EMPLOYEE EXTRACT - CONTROL DECK'.
           05  FILLER       PIC X(06)  VALUE 'RUN  '.
           05  WS-TTL-DATE  PIC 9(08).
           05  FILLER       PIC X(66)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(120) VALUE SPACE.

       01  WS-CARD-LINE.
           05  WS-CD-CARD   PIC X(80).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-CD-MSG    PIC X(38).

       01  WS-REJECT-LINE.
           05  FILLER       PIC X(120) VALUE
               '*** CONTROL DECK REJECTED - NO EXTRACT WRITTEN - RUN FAI
      -        'LED CC 16'.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(10)  VALUE 'READ   : '.
           05  WS-TRL-READ  PIC ZZZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  SELECTED : '.
           05  WS-TRL-SELECT PIC ZZZZZZ9.
           05  FILLER       PIC X(12)  VALUE '  WRITTEN : '.
           05  WS-TRL-OUTPUT PIC ZZZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  FORMAT : '.
           05  WS-TRL-FORMAT PIC X(05).
           05  FILLER       PIC X(48)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-ONE-EMPLOYEE
               UNTIL END-OF-EMP-MASTER
           PERFORM 2900-CLOSE-SELECTION

           SORT SORT-WORK
               ON ASCENDING  KEY SW-ASC-1
               ON DESCENDING KEY SW-DESC-1
               ON ASCENDING  KEY SW-ASC-2
               ON DESCENDING KEY SW-DESC-2
               ON ASCENDING  KEY SW-ASC-3
               ON DESCENDING KEY SW-DESC-3
               ON ASCENDING  KEY SW-SEQ
               USING XTR-WORK
               GIVING SORTED-WORK

           PERFORM 3000-OPEN-EXTRACT
           PERFORM 3100-WRITE-ONE-ROW
               UNTIL END-OF-SORTED-WORK
           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - AUTHORIZE, LOAD AND EDIT THE DECK,     *
      *  OPEN THE MASTERS IT NEEDS                                *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           OPEN OUTPUT XTR-RPT
           MOVE WS-RUN-DATE-NUM TO WS-TTL-DATE
           WRITE XTR-RPT-LINE FROM WS-TITLE-LINE
           WRITE XTR-RPT-LINE FROM WS-BLANK-LINE

           CALL 'AUTHCHK' USING WS-AUTH-PROGRAM WS-AUTH-OPTION
               WS-AUTH-STATUS
           IF WS-AUTH-FAILED
               DISPLAY 'EMPXTRCT: RUN NOT AUTHORIZED - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT XTR-CONTROL
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'EMPXTRCT: NO XTRCTL CONTROL DECK - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           PERFORM 1100-LOAD-ONE-CARD
               UNTIL END-OF-XTR-CONTROL
           CLOSE XTR-CONTROL

           IF WS-FIELD-COUNT = ZERO
               MOVE SPACE TO WS-CD-CARD
               MOVE 'NO F CARD - NOTHING TO OUTPUT' TO WS-CD-MSG
               WRITE XTR-RPT-LINE FROM WS-CARD-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-ERROR-COUNT > ZERO
               WRITE XTR-RPT-LINE FROM WS-BLANK-LINE
               WRITE XTR-RPT-LINE FROM WS-REJECT-LINE
               DISPLAY 'EMPXTRCT: ' WS-ERROR-COUNT
                   ' BAD CONTROL CARD(S) - SEE XTRRPT - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           PERFORM 1300-CHECK-PAY-AUTHORITY
           PERFORM 1400-OPEN-MASTERS

           OPEN OUTPUT XTR-WORK
           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-CARD - READ, EDIT, AND LIST ONE CARD       *
      *----------------------------------------------------------*
       1100-LOAD-ONE-CARD.

           READ XTR-CONTROL
               AT END
                   SET END-OF-XTR-CONTROL TO TRUE
               NOT AT END
                   PERFORM 1200-EDIT-CARD
           END-READ.

      *----------------------------------------------------------*
      *  1200-EDIT-CARD                                           *
      *----------------------------------------------------------*
       1200-EDIT-CARD.

           MOVE SPACE TO WS-CARD-MSG

           EVALUATE TRUE
               WHEN XC-COMMENT
                   CONTINUE
               WHEN XC-OPTION
                   PERFORM 1210-EDIT-OPTION-CARD
               WHEN XC-FIELD
                   PERFORM 1220-EDIT-FIELD-CARD
               WHEN XC-SELECT
                   PERFORM 1230-EDIT-SELECT-CARD
               WHEN XC-SORT-KEY
                   PERFORM 1240-EDIT-SORT-CARD
               WHEN OTHER
                   MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-MSG
           END-EVALUATE

           MOVE XTR-CONTROL-RECORD TO WS-CD-CARD
           IF WS-CARD-MSG = SPACE
               MOVE 'OK' TO WS-CD-MSG
           ELSE
               MOVE WS-CARD-MSG TO WS-CD-MSG
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           WRITE XTR-RPT-LINE FROM WS-CARD-LINE.

      *----------------------------------------------------------*
      *  1210-EDIT-OPTION-CARD                                    *
      *----------------------------------------------------------*
       1210-EDIT-OPTION-CARD.

           IF WS-OPTION-SEEN
               MOVE 'SECOND O CARD' TO WS-CARD-MSG
           ELSE
               IF XO-FORMAT-VALID
                   SET WS-OPTION-SEEN TO TRUE
                   MOVE XO-FORMAT TO WS-OUTPUT-FORMAT
               ELSE
                   MOVE 'FORMAT MUST BE F OR C' TO WS-CARD-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1220-EDIT-FIELD-CARD - ONE OUTPUT COLUMN                 *
      *----------------------------------------------------------*
       1220-EDIT-FIELD-CARD.

           PERFORM 1250-FIND-CATALOG-FIELD

           EVALUATE TRUE
               WHEN NOT WS-CAT-FOUND
                   MOVE 'FIELD NOT IN CATALOG' TO WS-CARD-MSG
               WHEN WS-FIELD-COUNT NOT < 30
                   MOVE 'MORE THAN 30 OUTPUT FIELDS' TO WS-CARD-MSG
               WHEN OTHER
                   PERFORM 1260-FIELD-WIDTH
      * A CSV column may add a comma and two quotes.
                   IF WS-LINE-WIDTH + WS-FLD-LEN + 3 > 400
                       MOVE 'OUTPUT ROW WIDER THAN 400'
                           TO WS-CARD-MSG
                   ELSE
                       ADD WS-FLD-LEN 3 TO WS-LINE-WIDTH
                       ADD 1 TO WS-FIELD-COUNT
                       SET WS-FL-CAT(WS-FIELD-COUNT) TO WS-CAT-IDX
                       PERFORM 1270-NOTE-SOURCE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  1230-EDIT-SELECT-CARD - ONE SELECTION CRITERION          *
      *----------------------------------------------------------*
       1230-EDIT-SELECT-CARD.

           PERFORM 1250-FIND-CATALOG-FIELD
           PERFORM 1280-SPLIT-VALUES

           EVALUATE TRUE
               WHEN NOT WS-CAT-FOUND
                   MOVE 'FIELD NOT IN CATALOG' TO WS-CARD-MSG
               WHEN NOT XC-OP-EQUAL AND NOT XC-OP-RANGE
                   AND NOT XC-OP-IN-LIST
                   MOVE 'OPERATOR MUST BE EQ, RG, OR IN'
                       TO WS-CARD-MSG
               WHEN WS-CRIT-COUNT NOT < 20
                   MOVE 'MORE THAN 20 SELECTION CARDS'
                       TO WS-CARD-MSG
               WHEN XC-OP-EQUAL AND WS-SPLIT-COUNT NOT = 1
                   MOVE 'EQ TAKES ONE VALUE' TO WS-CARD-MSG
               WHEN XC-OP-RANGE AND WS-SPLIT-COUNT NOT = 2
                   MOVE 'RG TAKES LOW,HIGH' TO WS-CARD-MSG
               WHEN XC-OP-RANGE
                   AND WS-SPLIT-VALUE(1) > WS-SPLIT-VALUE(2)
                   MOVE 'RG LOW IS ABOVE HIGH' TO WS-CARD-MSG
               WHEN XC-OP-IN-LIST AND WS-SPLIT-COUNT = ZERO
                   MOVE 'IN TAKES ONE TO EIGHT VALUES'
                       TO WS-CARD-MSG
               WHEN OTHER
                   ADD 1 TO WS-CRIT-COUNT
                   SET WS-CR-CAT(WS-CRIT-COUNT) TO WS-CAT-IDX
                   MOVE XC-OPERATOR TO WS-CR-OPERATOR(WS-CRIT-COUNT)
                   MOVE WS-SPLIT-COUNT
                       TO WS-CR-VALUE-COUNT(WS-CRIT-COUNT)
                   PERFORM 1235-KEEP-ONE-VALUE
                       VARYING WS-VALUE-SUB FROM 1 BY 1
                       UNTIL WS-VALUE-SUB > 8
                   PERFORM 1270-NOTE-SOURCE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  1235-KEEP-ONE-VALUE                                      *
      *----------------------------------------------------------*
       1235-KEEP-ONE-VALUE.

           MOVE WS-SPLIT-VALUE(WS-VALUE-SUB)
               TO WS-CR-VALUE(WS-CRIT-COUNT, WS-VALUE-SUB).

      *----------------------------------------------------------*
      *  1240-EDIT-SORT-CARD - ONE SORT KEY                       *
      *----------------------------------------------------------*
       1240-EDIT-SORT-CARD.

           PERFORM 1250-FIND-CATALOG-FIELD

           EVALUATE TRUE
               WHEN NOT WS-CAT-FOUND
                   MOVE 'FIELD NOT IN CATALOG' TO WS-CARD-MSG
               WHEN XC-OPERATOR NOT = 'A ' AND XC-OPERATOR NOT = 'D '
                   AND XC-OPERATOR NOT = SPACE
                   MOVE 'DIRECTION MUST BE A OR D' TO WS-CARD-MSG
               WHEN WS-KEY-COUNT NOT < 3
                   MOVE 'MORE THAN 3 SORT KEYS' TO WS-CARD-MSG
               WHEN OTHER
                   ADD 1 TO WS-KEY-COUNT
                   SET WS-KY-CAT(WS-KEY-COUNT) TO WS-CAT-IDX
                   MOVE XC-OPERATOR(1:1)
                       TO WS-KY-DIRECTION(WS-KEY-COUNT)
                   PERFORM 1270-NOTE-SOURCE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  1250-FIND-CATALOG-FIELD - LEAVES WS-CAT-IDX ON THE ENTRY *
      *----------------------------------------------------------*
       1250-FIND-CATALOG-FIELD.

           MOVE 'N' TO WS-CAT-FOUND-SW
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAT-NAME(WS-CAT-IDX) = XC-FIELD-NAME
                   SET WS-CAT-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  1260-FIELD-WIDTH - THE WIDTH THE FIELD AT WS-CAT-IDX     *
      *  PRINTS AT                                                *
      *----------------------------------------------------------*
       1260-FIELD-WIDTH.

           IF WS-CAT-PAY-RATE(WS-CAT-IDX)
               MOVE 8 TO WS-FLD-LEN
           ELSE
               MOVE WS-CAT-LENGTH(WS-CAT-IDX) TO WS-FLD-LEN
           END-IF.

      *----------------------------------------------------------*
      *  1270-NOTE-SOURCE - WHICH MASTER TO JOIN, AND WHETHER A   *
      *  PAY FIELD IS IN PLAY                                     *
      *----------------------------------------------------------*
       1270-NOTE-SOURCE.

           EVALUATE TRUE
               WHEN WS-CAT-FROM-COMP(WS-CAT-IDX)
                   SET WS-NEED-COMP TO TRUE
               WHEN WS-CAT-FROM-ADDR(WS-CAT-IDX)
                   SET WS-NEED-ADDR TO TRUE
               WHEN WS-CAT-FROM-DEPT(WS-CAT-IDX)
                   SET WS-NEED-DEPT TO TRUE
               WHEN WS-CAT-FROM-DIV(WS-CAT-IDX)
                   SET WS-NEED-DEPT TO TRUE
                   SET WS-NEED-DIV  TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CAT-PAY-FIELD(WS-CAT-IDX)
               SET WS-NEED-PAY TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  1280-SPLIT-VALUES - THE S CARD'S COMMA-SEPARATED VALUES  *
      *----------------------------------------------------------*
       1280-SPLIT-VALUES.

           MOVE SPACE TO WS-SPLIT-TABLE
           MOVE ZERO  TO WS-SPLIT-COUNT
           IF XC-VALUES NOT = SPACE
               UNSTRING XC-VALUES DELIMITED BY ','
                   INTO WS-SPLIT-VALUE(1) WS-SPLIT-VALUE(2)
                        WS-SPLIT-VALUE(3) WS-SPLIT-VALUE(4)
                        WS-SPLIT-VALUE(5) WS-SPLIT-VALUE(6)
                        WS-SPLIT-VALUE(7) WS-SPLIT-VALUE(8)
                   TALLYING IN WS-SPLIT-COUNT
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------*
      *  1300-CHECK-PAY-AUTHORITY - A PAY FIELD ANYWHERE IN THE   *
      *  DECK NEEDS THE 'P' GRANT                                 *
      *----------------------------------------------------------*
       1300-CHECK-PAY-AUTHORITY.

           IF WS-NEED-PAY
               MOVE 'P' TO WS-AUTH-OPTION
               CALL 'AUTHCHK' USING WS-AUTH-PROGRAM WS-AUTH-OPTION
                   WS-AUTH-STATUS
               IF WS-AUTH-FAILED
                   DISPLAY 'EMPXTRCT: DECK NAMES A PAY FIELD AND THE '
                       'SUBMITTER IS NOT AUTHORIZED FOR PAY - '
                       'ABORTING'
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1400-OPEN-MASTERS - THE EMPLOYEE MASTER AND ONLY THE     *
      *  SATELLITES THE DECK NAMES                                *
      *----------------------------------------------------------*
       1400-OPEN-MASTERS.

           OPEN INPUT EMP-MASTER
           IF WS-EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPXTRCT: EMPMAST NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           IF WS-NEED-COMP
               OPEN INPUT COMP-MASTER
               IF WS-COMP-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPXTRCT: COMPMAST NOT AVAILABLE - '
                       'ABORTING'
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF
           IF WS-NEED-ADDR
               OPEN INPUT ADDR-MASTER
               IF WS-ADDR-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPXTRCT: ADDRMAST NOT AVAILABLE - '
                       'ABORTING'
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF
           IF WS-NEED-DEPT
               OPEN INPUT DEPT-MASTER
               IF WS-DEPT-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPXTRCT: DEPTMAST NOT AVAILABLE - '
                       'ABORTING'
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF
           IF WS-NEED-DIV
               OPEN INPUT DIV-MASTER
               IF WS-DIV-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPXTRCT: DIVMAST NOT AVAILABLE - '
                       'ABORTING'
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - BAD DECK, NO AUTHORITY, OR A MISSING    *
      *  MASTER                                                   *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           CLOSE XTR-RPT
           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-SELECT-ONE-EMPLOYEE - JOIN, TEST, AND KEEP          *
      *----------------------------------------------------------*
       2000-SELECT-ONE-EMPLOYEE.

           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-JOIN-EMPLOYEE

           SET WS-SELECTED TO TRUE
           PERFORM 2200-TEST-ONE-CRITERION
               VARYING WS-CRIT-SUB FROM 1 BY 1
               UNTIL WS-CRIT-SUB > WS-CRIT-COUNT
                  OR NOT WS-SELECTED

           IF WS-SELECTED
               ADD 1 TO WS-SELECT-COUNT
               PERFORM 2300-BUILD-WORK-RECORD
           END-IF

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  2100-JOIN-EMPLOYEE - FILL THE JOINED ROW                 *
      *----------------------------------------------------------*
       2100-JOIN-EMPLOYEE.

           MOVE SPACE TO WS-JOIN-AREA
           MOVE EMP-MASTER-RECORD TO WS-JOIN-EMP

           IF WS-NEED-COMP
               MOVE EMP-ID TO CMP-EMP-ID
               READ COMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMP-MASTER-RECORD TO WS-JOIN-COMP
               END-READ
           END-IF

           IF WS-NEED-ADDR
               PERFORM 2110-JOIN-HOME-ADDRESS
           END-IF

           IF WS-NEED-DEPT
               MOVE EMP-DEPT-CODE TO DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-MASTER-RECORD TO WS-JOIN-DEPT
                       IF WS-NEED-DIV
                           MOVE DEPT-DIV-CODE TO DIV-CODE
                           PERFORM 2130-JOIN-DIVISION
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  2110-JOIN-HOME-ADDRESS - THE HOME ROW IN EFFECT AS OF    *
      *  THE RUN DATE, THE SAME WALK DIRFEED USES                 *
      *----------------------------------------------------------*
       2110-JOIN-HOME-ADDRESS.

           MOVE 'N' TO WS-ADDR-WALK-SW
           MOVE EMP-ID TO ADR-EMP-ID
           MOVE 'H'    TO ADR-ADDR-TYPE
           MOVE ZERO   TO ADR-EFF-DATE
           START ADDR-MASTER KEY NOT < ADR-KEY
               INVALID KEY
                   SET WS-ADDR-WALK-DONE TO TRUE
           END-START
           PERFORM 2120-WALK-ADDRESS-ROWS
               UNTIL WS-ADDR-WALK-DONE.

      *----------------------------------------------------------*
      *  2120-WALK-ADDRESS-ROWS                                   *
      *----------------------------------------------------------*
       2120-WALK-ADDRESS-ROWS.

           READ ADDR-MASTER NEXT
               AT END
                   SET WS-ADDR-WALK-DONE TO TRUE
               NOT AT END
                   IF ADR-EMP-ID NOT = EMP-ID
                       OR NOT ADR-TYPE-HOME
                       OR ADR-EFF-DATE > WS-RUN-DATE-NUM
                       SET WS-ADDR-WALK-DONE TO TRUE
                   ELSE
                       MOVE ADDR-MASTER-RECORD TO WS-JOIN-ADDR
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2130-JOIN-DIVISION                                       *
      *----------------------------------------------------------*
       2130-JOIN-DIVISION.

           READ DIV-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DIV-MASTER-RECORD TO WS-JOIN-DIV
           END-READ.

      *----------------------------------------------------------*
      *  2200-TEST-ONE-CRITERION                                  *
      *----------------------------------------------------------*
       2200-TEST-ONE-CRITERION.

           MOVE WS-CR-CAT(WS-CRIT-SUB) TO WS-FMT-CAT
           PERFORM 7000-FORMAT-FIELD

           EVALUATE WS-CR-OPERATOR(WS-CRIT-SUB)
               WHEN 'EQ'
                   IF WS-FLD-VALUE NOT = WS-CR-VALUE(WS-CRIT-SUB, 1)
                       MOVE 'N' TO WS-SELECT-SW
                   END-IF
               WHEN 'RG'
                   IF WS-FLD-VALUE < WS-CR-VALUE(WS-CRIT-SUB, 1)
                       OR WS-FLD-VALUE > WS-CR-VALUE(WS-CRIT-SUB, 2)
                       MOVE 'N' TO WS-SELECT-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-MATCH-SW
                   PERFORM 2210-MATCH-ONE-VALUE
                       VARYING WS-VALUE-SUB FROM 1 BY 1
                       UNTIL WS-VALUE-SUB >
                             WS-CR-VALUE-COUNT(WS-CRIT-SUB)
                          OR WS-MATCHED
                   IF NOT WS-MATCHED
                       MOVE 'N' TO WS-SELECT-SW
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2210-MATCH-ONE-VALUE - ONE ENTRY OF AN IN-LIST           *
      *----------------------------------------------------------*
       2210-MATCH-ONE-VALUE.

           IF WS-FLD-VALUE = WS-CR-VALUE(WS-CRIT-SUB, WS-VALUE-SUB)
               SET WS-MATCHED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2300-BUILD-WORK-RECORD - SORT KEYS PLUS THE OUTPUT ROW   *
      *----------------------------------------------------------*
       2300-BUILD-WORK-RECORD.

           MOVE SPACE TO WS-WORK-RECORD
           PERFORM 2310-BUILD-ONE-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
           MOVE WS-READ-COUNT TO WS-WK-SEQ

           MOVE SPACE TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM 2320-ADD-ONE-COLUMN
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
           MOVE WS-OUT-LINE TO WS-WK-LINE

           WRITE XTR-WORK-RECORD FROM WS-WORK-RECORD.

      *----------------------------------------------------------*
      *  2310-BUILD-ONE-KEY - KEY N GOES TO SLOT 2N-1 ASCENDING   *
      *  OR SLOT 2N DESCENDING                                    *
      *----------------------------------------------------------*
       2310-BUILD-ONE-KEY.

           MOVE WS-KY-CAT(WS-KEY-SUB) TO WS-FMT-CAT
           PERFORM 7000-FORMAT-FIELD
           COMPUTE WS-SLOT-SUB = WS-KEY-SUB * 2
           IF NOT WS-KY-DESCENDING(WS-KEY-SUB)
               SUBTRACT 1 FROM WS-SLOT-SUB
           END-IF
           MOVE WS-FLD-VALUE TO WS-WK-KEY(WS-SLOT-SUB).

      *----------------------------------------------------------*
      *  2320-ADD-ONE-COLUMN - FIXED: THE FULL WIDTH; CSV: THE    *
      *  VALUE WITHOUT TRAILING SPACES, QUOTED IF IT HOLDS A      *
      *  COMMA                                                    *
      *----------------------------------------------------------*
       2320-ADD-ONE-COLUMN.

           MOVE WS-FL-CAT(WS-FIELD-SUB) TO WS-FMT-CAT
           PERFORM 7000-FORMAT-FIELD

           IF WS-FORMAT-FIXED
               STRING WS-FLD-VALUE(1:WS-FLD-LEN) DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           ELSE
               IF WS-FIELD-SUB > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               PERFORM 7100-TRIM-VALUE
               PERFORM 7200-ADD-CSV-VALUE
           END-IF.

      *----------------------------------------------------------*
      *  2900-CLOSE-SELECTION                                     *
      *----------------------------------------------------------*
       2900-CLOSE-SELECTION.

           CLOSE XTR-WORK
           CLOSE EMP-MASTER
           IF WS-NEED-COMP
               CLOSE COMP-MASTER
           END-IF
           IF WS-NEED-ADDR
               CLOSE ADDR-MASTER
           END-IF
           IF WS-NEED-DEPT
               CLOSE DEPT-MASTER
           END-IF
           IF WS-NEED-DIV
               CLOSE DIV-MASTER
           END-IF.

      *----------------------------------------------------------*
      *  3000-OPEN-EXTRACT - HEADER, AND FOR CSV THE COLUMN-NAME  *
      *  ROW                                                      *
      *----------------------------------------------------------*
       3000-OPEN-EXTRACT.

           OPEN INPUT  SORTED-WORK
           OPEN OUTPUT XTR-OUTPUT

           MOVE 'EMPXTRCT' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE XTR-OUTPUT-RECORD FROM WS-FILE-HEADER-LINE

           IF WS-FORMAT-CSV
               MOVE SPACE TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-PTR
               PERFORM 3010-ADD-ONE-HEADING
                   VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
               WRITE XTR-OUTPUT-RECORD FROM WS-OUT-LINE
           END-IF

           PERFORM 8100-READ-SORTED-WORK.

      *----------------------------------------------------------*
      *  3010-ADD-ONE-HEADING - THE CATALOG NAME OF ONE COLUMN    *
      *----------------------------------------------------------*
       3010-ADD-ONE-HEADING.

           SET WS-CAT-IDX TO WS-FL-CAT(WS-FIELD-SUB)
           IF WS-FIELD-SUB > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           STRING WS-CAT-NAME(WS-CAT-IDX) DELIMITED BY SPACE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

      *----------------------------------------------------------*
      *  3100-WRITE-ONE-ROW                                       *
      *----------------------------------------------------------*
       3100-WRITE-ONE-ROW.

           WRITE XTR-OUTPUT-RECORD FROM SR-LINE
           ADD 1 TO WS-OUTPUT-COUNT

           PERFORM 8100-READ-SORTED-WORK.

      *----------------------------------------------------------*
      *  4000-FINALIZE - TRAILER, RUN COUNTS, CLOSE FILES         *
      *----------------------------------------------------------*
       4000-FINALIZE.

           MOVE 'EMPXTRCT' TO FT-PROGRAM-ID
           MOVE WS-OUTPUT-COUNT TO FT-RECORD-COUNT
           WRITE XTR-OUTPUT-RECORD FROM WS-FILE-TRAILER-LINE

           MOVE WS-READ-COUNT   TO WS-TRL-READ
           MOVE WS-SELECT-COUNT TO WS-TRL-SELECT
           MOVE WS-OUTPUT-COUNT TO WS-TRL-OUTPUT
           IF WS-FORMAT-CSV
               MOVE 'CSV'   TO WS-TRL-FORMAT
           ELSE
               MOVE 'FIXED' TO WS-TRL-FORMAT
           END-IF
           WRITE XTR-RPT-LINE FROM WS-BLANK-LINE
           WRITE XTR-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE SORTED-WORK
           CLOSE XTR-OUTPUT
           CLOSE XTR-RPT

           MOVE WS-OUTPUT-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  7000-FORMAT-FIELD - CATALOG ENTRY WS-FMT-CAT OF THE      *
      *  JOINED ROW, AS IT PRINTS, INTO WS-FLD-VALUE/WS-FLD-LEN   *
      *----------------------------------------------------------*
       7000-FORMAT-FIELD.

           SET WS-CAT-IDX TO WS-FMT-CAT
           MOVE SPACE TO WS-FLD-VALUE
           PERFORM 1260-FIELD-WIDTH

           IF WS-CAT-PAY-RATE(WS-CAT-IDX)
               MOVE WS-JOIN-AREA(WS-CAT-OFFSET(WS-CAT-IDX):7)
                   TO WS-RATE-WORK
               IF WS-RATE-NUM NUMERIC
                   MOVE WS-RATE-NUM  TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO WS-FLD-VALUE
               END-IF
           ELSE
               MOVE WS-JOIN-AREA(WS-CAT-OFFSET(WS-CAT-IDX):
                                 WS-CAT-LENGTH(WS-CAT-IDX))
                   TO WS-FLD-VALUE
           END-IF.

      *----------------------------------------------------------*
      *  7100-TRIM-VALUE - WS-TRIM-LEN IS THE VALUE'S LENGTH      *
      *  WITHOUT TRAILING SPACES                                  *
      *----------------------------------------------------------*
       7100-TRIM-VALUE.

           MOVE WS-FLD-LEN TO WS-TRIM-LEN
           PERFORM 7110-BACK-UP-ONE
               UNTIL WS-TRIM-LEN = ZERO
                  OR WS-FLD-VALUE(WS-TRIM-LEN:1) NOT = SPACE.

      *----------------------------------------------------------*
      *  7110-BACK-UP-ONE                                         *
      *----------------------------------------------------------*
       7110-BACK-UP-ONE.

           SUBTRACT 1 FROM WS-TRIM-LEN.

      *----------------------------------------------------------*
      *  7200-ADD-CSV-VALUE - AN EMPTY VALUE ADDS NOTHING         *
      *----------------------------------------------------------*
       7200-ADD-CSV-VALUE.

           IF WS-TRIM-LEN > ZERO
               MOVE ZERO TO WS-COMMA-COUNT
               INSPECT WS-FLD-VALUE(1:WS-TRIM-LEN)
                   TALLYING WS-COMMA-COUNT FOR ALL ','
               IF WS-COMMA-COUNT > ZERO
                   STRING '"' DELIMITED BY SIZE
                          WS-FLD-VALUE(1:WS-TRIM-LEN)
                                DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-FLD-VALUE(1:WS-TRIM-LEN)
                                DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  8000-READ-EMP-MASTER - READ NEXT EMPLOYEE RECORD         *
      *----------------------------------------------------------*
       8000-READ-EMP-MASTER.

           READ EMP-MASTER
               AT END
                   SET END-OF-EMP-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-SORTED-WORK - READ NEXT SORTED ROW             *
      *----------------------------------------------------------*
       8100-READ-SORTED-WORK.

           READ SORTED-WORK
               AT END
                   SET END-OF-SORTED-WORK TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'EMPXTRCT'         TO AUD-PROGRAM-ID
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
