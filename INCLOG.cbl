       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCLOG.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ANNUAL LOG AND SUMMARY OF WORK-RELATED INJURIES
      *            : AND ILLNESSES IN THE REGULATOR'S FORMAT, FROM
      *            : THE INCIDENT MASTER (INCMAST, SEE INCREC). THE
      *            : LOG YEAR AND THE ESTABLISHMENT NAME COME FROM
      *            : LOGPARM; A MISSING OR BAD YEAR MEANS THE YEAR
      *            : BEFORE THE RUN, THE YEAR THE SUMMARY IS POSTED
      *            : FOR. THE LOG PRINTS EVERY CASE DATED IN THE
      *            : YEAR IN CASE-NUMBER ORDER: CASE NUMBER, NAME,
      *            : JOB TITLE (JOBMAST), DATE, WHERE IT HAPPENED
      *            : (THE DEPARTMENT ON THE CASE), THE ONE CASE
      *            : CLASSIFICATION COLUMN (G-J) CHECKED, THE DAYS
      *            : AWAY AND ON RESTRICTION OR TRANSFER (EACH
      *            : CAPPED AT 180 AS THE REGULATOR REQUIRES), THE
      *            : INJURY OR ILLNESS TYPE COLUMN (M1-M6) CHECKED,
      *            : AND THE DESCRIPTION BENEATH. THE SUMMARY PAGE
      *            : TOTALS EACH COLUMN AND GIVES THE ANNUAL AVERAGE
      *            : NUMBER OF EMPLOYEES (PAYMENTS IN THE YEAR'S
      *            : REGULAR PAY RUNS OVER THE NUMBER OF THOSE RUNS)
      *            : AND THE TOTAL HOURS WORKED, BOTH FROM PAYHIST
      *            : WITH VOIDED PAYMENTS LEFT OUT, FOLLOWED BY THE
      *            : CERTIFICATION BLOCK FOR THE EXECUTIVE TO SIGN.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-PARM    ASSIGN TO LOGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INC-MASTER  ASSIGN TO INCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-NUMBER
               FILE STATUS IS WS-INC-MASTER-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT JOB-MASTER  ASSIGN TO JOBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT LOG-RPT     ASSIGN TO INCLRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Log year in 1-4 and the establishment name, as it is to
      * print on the log and summary, in 6-45.
       FD  LOG-PARM
           LABEL RECORDS ARE STANDARD.
       01  LOG-PARM-RECORD.
           05  LP-LOG-YEAR          PIC 9(04).
           05  FILLER               PIC X(01).
           05  LP-ESTABLISHMENT     PIC X(40).
           05  FILLER               PIC X(35).

       FD  INC-MASTER.
           COPY INCREC.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  JOB-MASTER.
           COPY JOBREC.

       FD  LOG-RPT
           LABEL RECORDS ARE STANDARD.
       01  LOG-LINE         PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-INC-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-JOB-MASTER-STATUS    PIC X(02)  VALUE '00'.

      * A missing job code reference file prints the case with a
      * blank title rather than holding up the log.
       01  WS-JOB-AVAIL-SW       PIC X(01)  VALUE 'N'.
           88  WS-JOB-MASTER-AVAILABLE      VALUE 'Y'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-INC-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-INC-MASTER      VALUE 'Y'.
       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PAY-HISTORY     VALUE 'Y'.

       01  WS-LOG-YEAR      PIC 9(04)  VALUE ZERO.
       01  WS-ESTABLISHMENT PIC X(40)  VALUE SPACE.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-CCYY REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR      PIC 9(04).
           05  FILLER           PIC 9(04).

      * The incident date split for the year test and printing.
       01  WS-INC-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-INC-DATE-CCYY REDEFINES WS-INC-DATE.
           05  WS-INC-YEAR      PIC 9(04).
           05  WS-INC-MONTH     PIC 9(02).
           05  WS-INC-DAY       PIC 9(02).

      * The regulator caps each case's day counts at 180.
       01  WS-DAYS-CAP      PIC 9(03)  VALUE 180.
       01  WS-CASE-AWAY     PIC 9(03)  VALUE ZERO.
       01  WS-CASE-RESTR    PIC 9(03)  VALUE ZERO.

      * Column subscripts for the case: classification G-J is
      * death, days away, transfer or restriction, other
      * recordable; type M1-M6 is injury, skin, respiratory,
      * poisoning, hearing loss, all other illnesses.
       01  WS-CLASS-SUB     PIC 9(01)  COMP VALUE ZERO.
       01  WS-TYPE-SUB      PIC 9(01)  COMP VALUE ZERO.

      * Summary totals.
       01  WS-CASE-COUNT    PIC 9(05)  COMP VALUE ZERO.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL   PIC 9(05)  COMP OCCURS 4 TIMES.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL    PIC 9(05)  COMP OCCURS 6 TIMES.
       01  WS-TOT-DAYS-AWAY PIC 9(07)  COMP VALUE ZERO.
       01  WS-TOT-DAYS-RESTR PIC 9(07) COMP VALUE ZERO.
       01  WS-SUB           PIC 9(01)  COMP VALUE ZERO.

      * Employment figures from the pay history. Each distinct
      * regular-run period end in the year is held once; the
      * payments in those runs over their number give the annual
      * average head count.
       01  WS-PER-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-PER-DROP-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-END       PIC 9(08)  OCCURS 60 TIMES
                   INDEXED BY WS-PER-IDX.
       01  WS-REG-PAYMENTS  PIC 9(07)  COMP VALUE ZERO.
       01  WS-AVG-EMPLOYEES PIC 9(07)  COMP VALUE ZERO.
       01  WS-TOT-HOURS     PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-INC-COUNT     PIC 9(7)   COMP VALUE ZERO.
       01  WS-ROW-COUNT     PIC 9(7)   COMP VALUE ZERO.

       01  WS-BLANK-LINE    PIC X(132) VALUE SPACE.

       01  WS-LOG-TITLE.
           05  FILLER       PIC X(51)  VALUE
               'LOG OF WORK-RELATED INJURIES AND ILLNESSES - YEAR'.
           05  WS-LT-YEAR   PIC 9(04).
           05  FILLER       PIC X(77)  VALUE SPACE.

       01  WS-SUMMARY-TITLE.
           05  FILLER       PIC X(55)  VALUE
               'SUMMARY OF WORK-RELATED INJURIES AND ILLNESSES - YEAR'.
           05  WS-ST-YEAR   PIC 9(04).
           05  FILLER       PIC X(73)  VALUE SPACE.

       01  WS-ESTAB-LINE.
           05  FILLER       PIC X(15)  VALUE 'ESTABLISHMENT: '.
           05  WS-EL-NAME   PIC X(40).
           05  FILLER       PIC X(77)  VALUE SPACE.

       01  WS-LOG-COLUMNS-1.
           05  FILLER       PIC X(39)  VALUE '(A)     (B)'.
           05  FILLER       PIC X(31)  VALUE '(C)'.
           05  FILLER       PIC X(11)  VALUE '(D)'.
           05  FILLER       PIC X(07)  VALUE '(E)'.
           05  FILLER       PIC X(12)  VALUE '   CLASSIFY'.
           05  FILLER       PIC X(12)  VALUE '   (K)   (L)'.
           05  FILLER       PIC X(20)  VALUE '  (M) TYPE'.

       01  WS-LOG-COLUMNS-2.
           05  FILLER       PIC X(39)  VALUE 'CASE NO EMPLOYEE NAME'.
           05  FILLER       PIC X(31)  VALUE 'JOB TITLE'.
           05  FILLER       PIC X(11)  VALUE 'DATE'.
           05  FILLER       PIC X(07)  VALUE 'WHERE'.
           05  FILLER       PIC X(12)  VALUE '  G  H  I  J'.
           05  FILLER       PIC X(12)  VALUE '  AWAY RESTR'.
           05  FILLER       PIC X(20)  VALUE '  1  2  3  4  5  6'.

       01  WS-LOG-LINE.
           05  WS-LG-CASE   PIC 9(07).
           05  FILLER       PIC X(01).
           05  WS-LG-NAME   PIC X(30).
           05  FILLER       PIC X(01).
           05  WS-LG-TITLE  PIC X(30).
           05  FILLER       PIC X(01).
           05  WS-LG-DATE.
               10  WS-LG-MM     PIC 9(02).
               10  WS-LG-SL1    PIC X(01).
               10  WS-LG-DD     PIC 9(02).
               10  WS-LG-SL2    PIC X(01).
               10  WS-LG-CCYY   PIC 9(04).
           05  FILLER       PIC X(01).
           05  WS-LG-DEPT   PIC X(04).
           05  FILLER       PIC X(03).
           05  WS-LG-CLASS-COLS.
               10  WS-LG-CLASS-COL OCCURS 4 TIMES.
                   15  FILLER           PIC X(02).
                   15  WS-LG-CLASS-MARK PIC X(01).
           05  FILLER       PIC X(03).
           05  WS-LG-AWAY   PIC ZZ9.
           05  FILLER       PIC X(03).
           05  WS-LG-RESTR  PIC ZZ9.
           05  FILLER       PIC X(01).
           05  WS-LG-TYPE-COLS.
               10  WS-LG-TYPE-COL OCCURS 6 TIMES.
                   15  FILLER           PIC X(02).
                   15  WS-LG-TYPE-MARK  PIC X(01).
           05  FILLER       PIC X(01).

       01  WS-DESC-LINE.
           05  FILLER       PIC X(08)  VALUE SPACE.
           05  FILLER       PIC X(04)  VALUE '(F) '.
           05  WS-DL-DESC   PIC X(30).
           05  FILLER       PIC X(90)  VALUE SPACE.

       01  WS-NO-CASE-LINE  PIC X(132) VALUE
           '  NO RECORDABLE CASES IN THE YEAR'.

       01  WS-LOG-TOTAL-LINE.
           05  FILLER       PIC X(88)  VALUE
               '        PAGE TOTALS'.
           05  WS-LTL-CLASS OCCURS 4 TIMES.
               10  WS-LTL-CLASS-N PIC ZZ9.
           05  FILLER       PIC X(01).
           05  WS-LTL-AWAY  PIC ZZZZ9.
           05  FILLER       PIC X(01).
           05  WS-LTL-RESTR PIC ZZZZ9.
           05  FILLER       PIC X(01).
           05  WS-LTL-TYPE  OCCURS 6 TIMES.
               10  WS-LTL-TYPE-N PIC ZZ9.
           05  FILLER       PIC X(01).

       01  WS-CAP-NOTE-LINE PIC X(132) VALUE
           '  DAYS AWAY (K) AND DAYS OF JOB TRANSFER OR RESTRICTION (L)
      -    'ARE EACH CAPPED AT 180 PER CASE.'.

      * Summary page lines.
       01  WS-SUM-HEADER    PIC X(132) VALUE
           'NUMBER OF CASES'.

       01  WS-SUM-COUNT-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-SC-LABEL  PIC X(50).
           05  WS-SC-COUNT  PIC ZZZZZZ9.
           05  FILLER       PIC X(71)  VALUE SPACE.

       01  WS-SUM-DAYS-HEADER PIC X(132) VALUE
           'NUMBER OF DAYS'.

       01  WS-SUM-TYPE-HEADER PIC X(132) VALUE
           'INJURY AND ILLNESS TYPES'.

       01  WS-SUM-EMPL-HEADER PIC X(132) VALUE
           'EMPLOYMENT INFORMATION'.

       01  WS-SUM-HOURS-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  FILLER       PIC X(50)  VALUE
               'TOTAL HOURS WORKED BY ALL EMPLOYEES LAST YEAR'.
           05  WS-SH-HOURS  PIC ZZZZZZZZ9.
           05  FILLER       PIC X(69)  VALUE SPACE.

       01  WS-CERT-LINE-1.
           05  FILLER       PIC X(45)  VALUE
               'I CERTIFY THAT I HAVE EXAMINED THIS DOCUMENT'.
           05  FILLER       PIC X(49)  VALUE
               'AND THAT TO THE BEST OF MY KNOWLEDGE THE ENTRIES'.
           05  FILLER       PIC X(38)  VALUE
               'ARE TRUE, ACCURATE, AND COMPLETE.'.

       01  WS-CERT-LINE-2   PIC X(132) VALUE
           'COMPANY EXECUTIVE: _____________________________  TITLE: ___
      -    '__________________________'.

       01  WS-CERT-LINE-3   PIC X(132) VALUE
           'PHONE: (___) ___-____                              DATE: ___
      -    '___________'.

       01  WS-PER-FULL-LINE.
           05  FILLER       PIC X(30)  VALUE
               '*** PAY PERIOD TABLE FULL - '.
           05  WS-PF-ROWS   PIC ZZZZ9.
           05  FILLER       PIC X(50)  VALUE
               ' PAYMENTS NOT COUNTED - RUN FAILED CC 16'.
           05  FILLER       PIC X(47)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(16)  VALUE 'INCIDENTS READ: '.
           05  WS-TRL-INCS  PIC ZZZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  CASES LOGGED: '.
           05  WS-TRL-CASES PIC ZZZZ9.
           05  FILLER       PIC X(16)  VALUE '  PAY ROWS READ:'.
           05  WS-TRL-ROWS  PIC ZZZZZZ9.
           05  FILLER       PIC X(65)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INCIDENT
               UNTIL END-OF-INC-MASTER
           PERFORM 2900-FINISH-LOG
           PERFORM 3000-PROCESS-PAY-ROW
               UNTIL END-OF-PAY-HISTORY
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOG YEAR, OPEN FILES, LOG HEADINGS     *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-LOG-YEAR = WS-RUN-YEAR - 1

           PERFORM 1050-READ-LOG-PARM

           OPEN INPUT INC-MASTER
           IF WS-INC-MASTER-STATUS NOT = '00'
               DISPLAY 'INCLOG: INCMAST NOT AVAILABLE - STATUS '
                   WS-INC-MASTER-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'INCLOG: PAYHIST NOT AVAILABLE - STATUS '
                   WS-PAYHIST-STATUS ' - ABORTING RUN'
               CLOSE INC-MASTER
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT  EMP-MASTER
           OPEN INPUT  JOB-MASTER
           IF WS-JOB-MASTER-STATUS = '00'
               SET WS-JOB-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'INCLOG: NO JOBMAST REFERENCE FILE - '
                   'JOB TITLES PRINT BLANK'
           END-IF
           OPEN OUTPUT LOG-RPT

           INITIALIZE WS-CLASS-TOTALS
           INITIALIZE WS-TYPE-TOTALS

           MOVE WS-LOG-YEAR      TO WS-LT-YEAR
           MOVE WS-ESTABLISHMENT TO WS-EL-NAME
           WRITE LOG-LINE FROM WS-LOG-TITLE
           WRITE LOG-LINE FROM WS-ESTAB-LINE
           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-LOG-COLUMNS-1
           WRITE LOG-LINE FROM WS-LOG-COLUMNS-2

           PERFORM 8000-READ-INC-MASTER
           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  1050-READ-LOG-PARM - LOG YEAR AND ESTABLISHMENT NAME     *
      *----------------------------------------------------------*
       1050-READ-LOG-PARM.

           OPEN INPUT LOG-PARM
           IF WS-PARM-STATUS = '00'
               READ LOG-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-LOG-YEAR NUMERIC
                           AND LP-LOG-YEAR > ZERO
                           MOVE LP-LOG-YEAR TO WS-LOG-YEAR
                       END-IF
                       MOVE LP-ESTABLISHMENT TO WS-ESTABLISHMENT
               END-READ
               CLOSE LOG-PARM
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-INCIDENT - EVERY CASE DATED IN THE LOG YEAR *
      *  IS LOGGED                                                *
      *----------------------------------------------------------*
       2000-PROCESS-INCIDENT.

           ADD 1 TO WS-INC-COUNT
           MOVE INC-DATE TO WS-INC-DATE

           IF WS-INC-YEAR = WS-LOG-YEAR
               PERFORM 2100-LOG-CASE
           END-IF

           PERFORM 8000-READ-INC-MASTER.

      *----------------------------------------------------------*
      *  2100-LOG-CASE - THE CASE'S TWO LOG LINES, AND ITS        *
      *  COLUMNS INTO THE SUMMARY                                 *
      *----------------------------------------------------------*
       2100-LOG-CASE.

           ADD 1 TO WS-CASE-COUNT
           MOVE SPACE TO WS-LOG-LINE

           MOVE INC-NUMBER TO WS-LG-CASE
           MOVE INC-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE '*NOT ON FILE*' TO WS-LG-NAME
                   MOVE SPACE           TO EMP-JOB-CODE
               NOT INVALID KEY
                   STRING EMP-LNAME DELIMITED BY '  '
                          ', '      DELIMITED BY SIZE
                          EMP-FNAME DELIMITED BY '  '
                       INTO WS-LG-NAME
                   END-STRING
           END-READ

           IF WS-JOB-MASTER-AVAILABLE AND EMP-JOB-CODE NOT = SPACE
               MOVE EMP-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-TITLE TO WS-LG-TITLE
               END-READ
           END-IF

           MOVE WS-INC-MONTH  TO WS-LG-MM
           MOVE '/'           TO WS-LG-SL1
           MOVE WS-INC-DAY    TO WS-LG-DD
           MOVE '/'           TO WS-LG-SL2
           MOVE WS-INC-YEAR   TO WS-LG-CCYY
           MOVE INC-DEPT-CODE TO WS-LG-DEPT

           EVALUATE TRUE
               WHEN INC-CLASS-DEATH      MOVE 1 TO WS-CLASS-SUB
               WHEN INC-CLASS-DAYS-AWAY  MOVE 2 TO WS-CLASS-SUB
               WHEN INC-CLASS-RESTRICTED MOVE 3 TO WS-CLASS-SUB
               WHEN OTHER                MOVE 4 TO WS-CLASS-SUB
           END-EVALUATE
           MOVE 'X' TO WS-LG-CLASS-MARK(WS-CLASS-SUB)
           ADD 1 TO WS-CLASS-TOTAL(WS-CLASS-SUB)

           EVALUATE TRUE
               WHEN INC-TYPE-INJURY      MOVE 1 TO WS-TYPE-SUB
               WHEN INC-TYPE-SKIN        MOVE 2 TO WS-TYPE-SUB
               WHEN INC-TYPE-RESPIRATORY MOVE 3 TO WS-TYPE-SUB
               WHEN INC-TYPE-POISONING   MOVE 4 TO WS-TYPE-SUB
               WHEN INC-TYPE-HEARING     MOVE 5 TO WS-TYPE-SUB
               WHEN OTHER                MOVE 6 TO WS-TYPE-SUB
           END-EVALUATE
           MOVE 'X' TO WS-LG-TYPE-MARK(WS-TYPE-SUB)
           ADD 1 TO WS-TYPE-TOTAL(WS-TYPE-SUB)

           IF INC-DAYS-AWAY > WS-DAYS-CAP
               MOVE WS-DAYS-CAP   TO WS-CASE-AWAY
           ELSE
               MOVE INC-DAYS-AWAY TO WS-CASE-AWAY
           END-IF
           IF INC-DAYS-RESTRICTED > WS-DAYS-CAP
               MOVE WS-DAYS-CAP         TO WS-CASE-RESTR
           ELSE
               MOVE INC-DAYS-RESTRICTED TO WS-CASE-RESTR
           END-IF
           MOVE WS-CASE-AWAY  TO WS-LG-AWAY
           MOVE WS-CASE-RESTR TO WS-LG-RESTR
           ADD WS-CASE-AWAY   TO WS-TOT-DAYS-AWAY
           ADD WS-CASE-RESTR  TO WS-TOT-DAYS-RESTR

           WRITE LOG-LINE FROM WS-LOG-LINE
           MOVE INC-DESCRIPTION TO WS-DL-DESC
           WRITE LOG-LINE FROM WS-DESC-LINE.

      *----------------------------------------------------------*
      *  2900-FINISH-LOG - COLUMN TOTALS UNDER THE LOG            *
      *----------------------------------------------------------*
       2900-FINISH-LOG.

           IF WS-CASE-COUNT = ZERO
               WRITE LOG-LINE FROM WS-NO-CASE-LINE
           END-IF

           PERFORM 2910-MOVE-CLASS-TOTAL
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 4
           PERFORM 2920-MOVE-TYPE-TOTAL
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6
           MOVE WS-TOT-DAYS-AWAY  TO WS-LTL-AWAY
           MOVE WS-TOT-DAYS-RESTR TO WS-LTL-RESTR
           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-LOG-TOTAL-LINE
           WRITE LOG-LINE FROM WS-CAP-NOTE-LINE.

      *----------------------------------------------------------*
      *  2910-MOVE-CLASS-TOTAL                                    *
      *----------------------------------------------------------*
       2910-MOVE-CLASS-TOTAL.

           MOVE WS-CLASS-TOTAL(WS-SUB) TO WS-LTL-CLASS-N(WS-SUB).

      *----------------------------------------------------------*
      *  2920-MOVE-TYPE-TOTAL                                     *
      *----------------------------------------------------------*
       2920-MOVE-TYPE-TOTAL.

           MOVE WS-TYPE-TOTAL(WS-SUB) TO WS-LTL-TYPE-N(WS-SUB).

      *----------------------------------------------------------*
      *  3000-PROCESS-PAY-ROW - HOURS FROM EVERY PAYMENT IN THE   *
      *  LOG YEAR; HEAD COUNT FROM THE REGULAR RUNS ONLY, SO AN   *
      *  OFF-CYCLE OR FINAL PAYMENT DOES NOT COUNT A PERSON TWICE *
      *----------------------------------------------------------*
       3000-PROCESS-PAY-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF NOT PH-VOIDED
               AND PH-PERIOD-CCYY = WS-LOG-YEAR
               ADD PH-REG-HOURS TO WS-TOT-HOURS
               ADD PH-OT-HOURS  TO WS-TOT-HOURS
               IF PH-REGULAR-RUN
                   PERFORM 3100-NOTE-PERIOD-END
               END-IF
           END-IF

           PERFORM 8100-READ-PAY-HISTORY.

      *----------------------------------------------------------*
      *  3100-NOTE-PERIOD-END - COUNT THE PAYMENT AND HOLD ITS    *
      *  PERIOD END ONCE. A 61ST PERIOD IN A YEAR CANNOT BE HELD: *
      *  ITS PAYMENTS ARE LEFT OUT AND THE RUN ENDS CC 16         *
      *----------------------------------------------------------*
       3100-NOTE-PERIOD-END.

           SET WS-PER-IDX TO 1
           SEARCH WS-PER-END
               AT END
                   ADD 1 TO WS-PER-DROP-COUNT
               WHEN WS-PER-IDX > WS-PER-COUNT
                   ADD 1 TO WS-PER-COUNT
                   MOVE PH-PERIOD-END TO WS-PER-END(WS-PER-IDX)
                   ADD 1 TO WS-REG-PAYMENTS
               WHEN WS-PER-END(WS-PER-IDX) = PH-PERIOD-END
                   ADD 1 TO WS-REG-PAYMENTS
           END-SEARCH.

      *----------------------------------------------------------*
      *  4000-PRINT-SUMMARY - THE ANNUAL SUMMARY PAGE AND THE     *
      *  CERTIFICATION BLOCK                                      *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.

           IF WS-PER-COUNT > ZERO
               COMPUTE WS-AVG-EMPLOYEES ROUNDED =
                   WS-REG-PAYMENTS / WS-PER-COUNT
           ELSE
               MOVE ZERO TO WS-AVG-EMPLOYEES
           END-IF

           MOVE WS-LOG-YEAR TO WS-ST-YEAR
           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-SUMMARY-TITLE
           WRITE LOG-LINE FROM WS-ESTAB-LINE
           WRITE LOG-LINE FROM WS-BLANK-LINE

           WRITE LOG-LINE FROM WS-SUM-HEADER
           MOVE '(G) TOTAL NUMBER OF DEATHS' TO WS-SC-LABEL
           MOVE WS-CLASS-TOTAL(1) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(H) TOTAL CASES WITH DAYS AWAY FROM WORK'
               TO WS-SC-LABEL
           MOVE WS-CLASS-TOTAL(2) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(I) TOTAL CASES WITH JOB TRANSFER OR RESTRICTION'
               TO WS-SC-LABEL
           MOVE WS-CLASS-TOTAL(3) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(J) TOTAL OTHER RECORDABLE CASES' TO WS-SC-LABEL
           MOVE WS-CLASS-TOTAL(4) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE

           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-SUM-DAYS-HEADER
           MOVE '(K) TOTAL DAYS AWAY FROM WORK' TO WS-SC-LABEL
           MOVE WS-TOT-DAYS-AWAY TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(L) TOTAL DAYS OF JOB TRANSFER OR RESTRICTION'
               TO WS-SC-LABEL
           MOVE WS-TOT-DAYS-RESTR TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE

           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-SUM-TYPE-HEADER
           MOVE '(M1) INJURIES' TO WS-SC-LABEL
           MOVE WS-TYPE-TOTAL(1) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(M2) SKIN DISORDERS' TO WS-SC-LABEL
           MOVE WS-TYPE-TOTAL(2) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(M3) RESPIRATORY CONDITIONS' TO WS-SC-LABEL
           MOVE WS-TYPE-TOTAL(3) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(M4) POISONINGS' TO WS-SC-LABEL
           MOVE WS-TYPE-TOTAL(4) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(M5) HEARING LOSS' TO WS-SC-LABEL
           MOVE WS-TYPE-TOTAL(5) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE '(M6) ALL OTHER ILLNESSES' TO WS-SC-LABEL
           MOVE WS-TYPE-TOTAL(6) TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE

           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-SUM-EMPL-HEADER
           MOVE 'ANNUAL AVERAGE NUMBER OF EMPLOYEES' TO WS-SC-LABEL
           MOVE WS-AVG-EMPLOYEES TO WS-SC-COUNT
           WRITE LOG-LINE FROM WS-SUM-COUNT-LINE
           MOVE WS-TOT-HOURS TO WS-SH-HOURS
           WRITE LOG-LINE FROM WS-SUM-HOURS-LINE

           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-CERT-LINE-1
           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-CERT-LINE-2
           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-CERT-LINE-3.

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, RETURN CODE, CLOSE FILES        *
      *----------------------------------------------------------*
       7000-FINALIZE.

           MOVE WS-INC-COUNT  TO WS-TRL-INCS
           MOVE WS-CASE-COUNT TO WS-TRL-CASES
           MOVE WS-ROW-COUNT  TO WS-TRL-ROWS
           WRITE LOG-LINE FROM WS-BLANK-LINE
           WRITE LOG-LINE FROM WS-TRAILER-LINE

           MOVE '00' TO AUD-RETURN-CODE
           IF WS-PER-DROP-COUNT > ZERO
               MOVE WS-PER-DROP-COUNT TO WS-PF-ROWS
               WRITE LOG-LINE FROM WS-PER-FULL-LINE
               DISPLAY 'INCLOG: ' WS-PER-DROP-COUNT ' PAYMENTS '
                   'NOT COUNTED ON PAY PERIOD TABLE OVERFLOW - THE '
                   'HEAD COUNT IS WRONG - RUN FAILED'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
           END-IF

           CLOSE INC-MASTER
           CLOSE PAY-HISTORY
           CLOSE EMP-MASTER
           IF WS-JOB-MASTER-AVAILABLE
               CLOSE JOB-MASTER
           END-IF
           CLOSE LOG-RPT

           MOVE WS-INC-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-INC-MASTER - READ NEXT INCIDENT                *
      *----------------------------------------------------------*
       8000-READ-INC-MASTER.

           READ INC-MASTER NEXT RECORD
               AT END
                   SET END-OF-INC-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-PAY-HISTORY - READ NEXT PAY-HISTORY ROW        *
      *----------------------------------------------------------*
       8100-READ-PAY-HISTORY.

           READ PAY-HISTORY
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'INCLOG  '         TO AUD-PROGRAM-ID
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
