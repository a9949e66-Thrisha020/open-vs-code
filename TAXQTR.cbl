       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXQTR.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : QUARTERLY PAYROLL TAX LIABILITY AND YEAR-END
      *            : WAGE-AND-TAX STATEMENTS. READS THE CUMULATIVE
      *            : PAY-HISTORY FILE (PAYHIST, SEE PAYHREC), SORTS
      *            : BY EMPLOYEE AND PERIOD, AND SUMS THE TAX
      *            : DEDUCTION ENTRIES (FIT/SIT/SSE/MCE) AND TAXABLE
      *            : WAGES FOR THE CALENDAR QUARTER NAMED ON TAXQPARM
      *            : (MISSING OR ZERO MEANS THE QUARTER BEFORE THE
      *            : RUN DATE). PRINTS ONE LINE PER EMPLOYEE AND
      *            : QUARTER TOTALS BY TAX TYPE FOR THE ACCOUNTANTS'
      *            : FILING, THEN RECONCILES EACH TYPE AGAINST THE
      *            : NET CREDITS GLDIST POSTED TO THAT TYPE'S GLMAP
      *            : PAYABLE ACCOUNTS IN JOURNALS (GLJRNL) DATED IN
      *            : THE QUARTER -- CC 8 WHEN ANY TYPE DIFFERS.
      *            : ON THE FOURTH-QUARTER RUN (OR WHEN TAXQPARM
      *            : ASKS FOR IT) ONE WAGE-AND-TAX STATEMENT RECORD
      *            : PER EMPLOYEE (SEE WTSREC) GOES TO TAXWTS INSIDE
      *            : THE STANDARD FILEHDR HEADER AND TRAILER; ANY
      *            : OTHER QUARTER WRITES AN EMPTY WRAPPED FILE.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (EARNINGS BREAKDOWN BY EARNINGS CODE).
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (RUN TYPE).
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (DEPARTMENT, VOID STATUS); A VOIDED
      *                  PAYMENT IS LEFT OUT OF THE TOTALS.
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (DIRECT-DEPOSIT RETURN NOTE).
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (EMPLOYER RETIREMENT MATCH).
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM    ASSIGN TO TAXQPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-HIST ASSIGN TO SRTHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT TAX-ELECTION ASSIGN TO TAXELEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXE-EMP-ID
               FILE STATUS IS WS-TAXELEC-STATUS.

           SELECT GL-MAP      ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-JOURNAL  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT QTR-RPT     ASSIGN TO TAXQRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT WTS-FILE    ASSIGN TO TAXWTS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Optional run card. Missing or zero year/quarter means the
      * quarter before the run date. QP-YEAR-END-SW 'Y' forces the
      * statement file, 'N' suppresses it; blank writes it only on
      * a fourth-quarter run.
       FD  QTR-PARM
           LABEL RECORDS ARE STANDARD.
       01  QTR-PARM-RECORD.
           05  QP-YEAR          PIC 9(04).
           05  QP-QUARTER       PIC 9(01).
           05  QP-YEAR-END-SW   PIC X(01).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID        PIC 9(05).
           05  SD-PERIOD-END    PIC 9(08).
           05  FILLER           PIC X(376).

       FD  SORTED-HIST
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC REPLACING PAY-HISTORY-RECORD
                                      BY SORTED-HIST-RECORD
                                  PH-EMP-ID       BY SH-EMP-ID
                                  PH-PERIOD-END   BY SH-PERIOD-END
                                  PH-PERIOD-CCYY  BY SH-PERIOD-CCYY
                                  PH-PERIOD-MM    BY SH-PERIOD-MM
                                  PH-PERIOD-DD    BY SH-PERIOD-DD
                                  PH-REG-HOURS    BY SH-REG-HOURS
                                  PH-OT-HOURS     BY SH-OT-HOURS
                                  PH-PAY-RATE     BY SH-PAY-RATE
                                  PH-GROSS-PAY    BY SH-GROSS-PAY
                                  PH-TOTAL-DED    BY SH-TOTAL-DED
                                  PH-NET-PAY      BY SH-NET-PAY
                                  PH-TAXABLE-WAGES
                                                  BY SH-TAXABLE-WAGES
                                  PH-DED-COUNT    BY SH-DED-COUNT
                                  PH-DED-ENTRY    BY SH-DED-ENTRY
                                  PH-DED-CODE     BY SH-DED-CODE
                                  PH-DED-TYPE     BY SH-DED-TYPE
                                  PH-DED-AMOUNT   BY SH-DED-AMOUNT
                                  PH-EARN-COUNT   BY SH-EARN-COUNT
                                  PH-EARN-ENTRY   BY SH-EARN-ENTRY
                                  PH-EARN-CODE    BY SH-EARN-CODE
                                  PH-EARN-HOURS   BY SH-EARN-HOURS
                                  PH-EARN-AMOUNT  BY SH-EARN-AMOUNT
                                  PH-EARN-TAXABLE BY SH-EARN-TAXABLE
                                  PH-RUN-TYPE     BY SH-RUN-TYPE
                                  PH-REGULAR-RUN  BY SH-REGULAR-RUN
                                  PH-OFF-CYCLE-RUN
                                                  BY SH-OFF-CYCLE-RUN
                                  PH-FINAL-PAY-RUN
                                                  BY SH-FINAL-PAY-RUN
                                  PH-DEPT-CODE    BY SH-DEPT-CODE
                                  PH-VOID-SW      BY SH-VOID-SW
                                  PH-VOIDED       BY SH-VOIDED
                                  PH-VOID-DATE    BY SH-VOID-DATE
                                  PH-VOID-USER    BY SH-VOID-USER
                                  PH-RETURN-SW    BY SH-RETURN-SW
                                  PH-DEPOSIT-RETURNED
                                                  BY SH-DEPOSIT-RETURNED
                                  PH-RETURN-DATE  BY SH-RETURN-DATE
                                  PH-RETURN-REASON
                                                  BY SH-RETURN-REASON
                                  PH-ER-RET-MATCH BY SH-ER-RET-MATCH.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  TAX-ELECTION
           LABEL RECORDS ARE STANDARD.
           COPY TAXEREC.

      * Same mapping layout GLDIST reads; only the rows whose class
      * is one of the tax codes matter here.
       FD  GL-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-DEPT-CODE     PIC X(04).
           05  GM-CLASS         PIC X(03).
           05  GM-GL-ACCOUNT    PIC X(08).

      * GLDIST's journal, every run's generation concatenated; each
      * keeps its own HH/TT wrapper around the JE entries.
       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-IN    PIC X(80).

       FD  QTR-RPT
           LABEL RECORDS ARE STANDARD.
       01  QTR-LINE         PIC X(80).

       FD  WTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  WTS-RECORD-OUT   PIC X(140).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-TAXELEC-STATUS     PIC X(02)  VALUE '00'.
       01  WS-GLMAP-STATUS       PIC X(02)  VALUE '00'.
       01  WS-GLJRNL-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad filing to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       COPY FILEHDR.
       COPY WTSREC.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-HIST     VALUE 'Y'.
       01  WS-MAP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-GL-MAP          VALUE 'Y'.
       01  WS-JRNL-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-GL-JOURNAL      VALUE 'Y'.
       01  WS-TAXELEC-SW    PIC X(01)  VALUE 'N'.
           88  WS-TAXELEC-AVAILABLE   VALUE 'Y'.
       01  WS-YEAR-END-SW   PIC X(01)  VALUE 'N'.
           88  WS-YEAR-END-RUN        VALUE 'Y'.
       01  WS-PARM-YE-SW    PIC X(01)  VALUE SPACE.

      * The quarter being reported and its first and last dates,
      * compared against period-end and journal run dates as plain
      * CCYYMMDD numbers.
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR      PIC 9(04).
           05  WS-RUN-MONTH     PIC 9(02).
           05  WS-RUN-DAY       PIC 9(02).
       01  WS-RUN-TIME.
           05  WS-RT-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).
       01  WS-TAX-YEAR      PIC 9(04)  VALUE ZERO.
       01  WS-TAX-QUARTER   PIC 9(01)  VALUE ZERO.
       01  WS-QTR-START     PIC 9(08)  VALUE ZERO.
       01  WS-QTR-END       PIC 9(08)  VALUE ZERO.

      * The four tax codes, in report-column order. The same
      * subscript addresses every per-type accumulator below.
       01  WS-TAX-CODE-LIST.
           05  FILLER           PIC X(12)  VALUE 'FITSITSSEMCE'.
       01  WS-TAX-CODE-TABLE REDEFINES WS-TAX-CODE-LIST.
           05  WS-TAX-CODE      PIC X(03)  OCCURS 4 TIMES.
       01  WS-TAX-SUB       PIC 9(02)  COMP VALUE ZERO.
       01  WS-DED-SUB       PIC 9(02)  COMP VALUE ZERO.

      * Per-employee accumulators: the quarter for the liability
      * report, the year through quarter end for the statement.
       01  WS-PREV-EMP-ID   PIC 9(05)  VALUE ZERO.
       01  WS-EMP-OPEN-SW   PIC X(01)  VALUE 'N'.
           88  WS-EMPLOYEE-OPEN       VALUE 'Y'.
       01  WS-EMP-QTR-TAXABLE PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-QTR-PERIODS PIC 9(3)  COMP VALUE ZERO.
       01  WS-EMP-YTD-GROSS   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-YTD-TAXABLE PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-YTD-PRETAX  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-YTD-PERIODS PIC 9(3)  COMP VALUE ZERO.
       01  WS-EMP-TAX-TABLE.
           05  WS-EMP-TAX-ENTRY OCCURS 4 TIMES.
               10  WS-EMP-QTR-TAX   PIC S9(7)V99 COMP-3.
               10  WS-EMP-YTD-TAX   PIC S9(7)V99 COMP-3.

      * Quarter totals by type, from pay history and from the GL.
       01  WS-QTR-TAXABLE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-QTR-TOTAL-TAX PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-TOTAL-TAX  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TYPE-TOTAL-TABLE.
           05  WS-TYPE-TOTAL-ENTRY OCCURS 4 TIMES.
               10  WS-TT-HIST-TAX   PIC S9(11)V99 COMP-3.
               10  WS-TT-GL-TAX     PIC S9(11)V99 COMP-3.
               10  WS-TT-MAPPED-SW  PIC X(01).
                   88  WS-TT-MAPPED           VALUE 'Y'.

      * GLMAP payable accounts carrying a tax class, with the tax
      * subscript each one reconciles to. An account mapped under
      * more than one tax class counts toward the first one loaded.
       01  WS-TAX-ACCT-COUNT PIC 9(03) COMP VALUE ZERO.
       01  WS-TAX-ACCT-TABLE.
           05  WS-TAX-ACCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TA-IDX.
               10  WS-TA-ACCOUNT    PIC X(08).
               10  WS-TA-TAX-SUB    PIC 9(02)  COMP.

      * One GLDIST journal entry, as GLDIST lays it out.
       01  WS-JOURNAL-ENTRY.
           05  WS-JE-TYPE       PIC X(02).
           05  FILLER           PIC X(01).
           05  WS-JE-ACCOUNT    PIC X(08).
           05  FILLER           PIC X(01).
           05  WS-JE-SIDE       PIC X(01).
           05  FILLER           PIC X(01).
           05  WS-JE-AMOUNT     PIC 9(11)V99.
           05  FILLER           PIC X(01).
           05  WS-JE-RUN-DATE   PIC 9(08).
           05  FILLER           PIC X(44).

       01  WS-ROW-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-QTR-ROWS      PIC 9(5)   COMP VALUE ZERO.
       01  WS-EMP-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-NONAME-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-JE-COUNT      PIC 9(5)   COMP VALUE ZERO.
       01  WS-WTS-COUNT     PIC 9(07)  VALUE ZERO.
       01  WS-DIFF-COUNT    PIC 9(02)  COMP VALUE ZERO.
       01  WS-RECON-DIFF    PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(31)  VALUE
               'QUARTERLY PAYROLL TAX LIABILITY'.
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-TTL-YEAR  PIC 9(04).
           05  FILLER       PIC X(02)  VALUE ' Q'.
           05  WS-TTL-QTR   PIC 9(01).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-TTL-START PIC 9(08).
           05  FILLER       PIC X(04)  VALUE ' TO '.
           05  WS-TTL-END   PIC 9(08).
           05  FILLER       PIC X(17)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(35)  VALUE
               'EMP   NAME                  TAXABLE'.
           05  FILLER       PIC X(45)  VALUE
               '       FIT       SIT       SSE       MCE'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID    PIC 9(05).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-NAME  PIC X(18).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-DET-TAXABLE PIC ZZZZZZ9.99-.
           05  WS-DET-TAX-GROUP.
               10  WS-DET-TAX   PIC ZZZZZ9.99- OCCURS 4 TIMES.
           05  FILLER       PIC X(04)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(25)  VALUE 'QUARTER TOTAL'.
           05  WS-TOT-TAXABLE PIC ZZZZZZ9.99-.
           05  WS-TOT-TAX-GROUP.
               10  WS-TOT-TAX   PIC ZZZZZ9.99- OCCURS 4 TIMES.
           05  FILLER       PIC X(04)  VALUE SPACE.

       01  WS-RECON-TITLE   PIC X(80)  VALUE
           'RECONCILIATION TO GL PAYABLE CREDITS (GLDIST JOURNALS)'.

       01  WS-RECON-COLUMN  PIC X(80)  VALUE
           'TYPE     PAY HISTORY      GL PAYABLE      DIFFERENCE'.

       01  WS-RECON-LINE.
           05  WS-RC-TYPE   PIC X(05).
           05  WS-RC-HIST   PIC ZZZZZZZZZ9.99-.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RC-GL     PIC ZZZZZZZZZ9.99-.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RC-DIFF   PIC ZZZZZZZZZ9.99-.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-RC-FLAG   PIC X(15).
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(13)  VALUE 'HIST ROWS  : '.
           05  WS-TRL-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  IN QTR   : '.
           05  WS-TRL-QTR   PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  EMPLOYEES: '.
           05  WS-TRL-EMP   PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE '  GL ROWS  : '.
           05  WS-TRL-JE    PIC ZZZZ9.
           05  FILLER       PIC X(08)  VALUE SPACE.

       01  WS-WTS-TRAILER-LINE.
           05  FILLER       PIC X(29)  VALUE
               'WAGE-AND-TAX STATEMENTS FOR '.
           05  WS-WTL-YEAR  PIC 9(04).
           05  FILLER       PIC X(03)  VALUE ' : '.
           05  WS-WTL-COUNT PIC ZZZZZZ9.
           05  FILLER       PIC X(37)  VALUE SPACE.

       01  WS-NONAME-LINE.
           05  FILLER       PIC X(33)  VALUE
               'EMPLOYEES NOT ON MASTER (NO NAME)'.
           05  FILLER       PIC X(03)  VALUE ' : '.
           05  WS-NNL-COUNT PIC ZZZZ9.
           05  FILLER       PIC X(39)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY-ROW
               UNTIL END-OF-SORTED-HIST
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - RESOLVE THE QUARTER, LOAD THE TAX      *
      *  PAYABLE ACCOUNTS, SORT THE HISTORY, OPEN FILES           *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-RESOLVE-QUARTER

           MOVE 1 TO WS-TAX-SUB
           PERFORM 1150-CLEAR-TYPE-TOTALS
               UNTIL WS-TAX-SUB > 4

           OPEN INPUT GL-MAP
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'TAXQTR: GLMAP CONTROL FILE NOT AVAILABLE - '
                   'ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-ONE-MAP-ROW
               UNTIL END-OF-GL-MAP
           CLOSE GL-MAP

           SORT SORT-WORK
               ON ASCENDING KEY SD-EMP-ID
               ON ASCENDING KEY SD-PERIOD-END
               USING PAY-HISTORY
               GIVING SORTED-HIST

           OPEN INPUT  SORTED-HIST
           OPEN INPUT  EMP-MASTER
           OPEN INPUT  TAX-ELECTION
           IF WS-TAXELEC-STATUS = '00'
               SET WS-TAXELEC-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT QTR-RPT
           OPEN OUTPUT WTS-FILE

           MOVE WS-TAX-YEAR    TO WS-TTL-YEAR
           MOVE WS-TAX-QUARTER TO WS-TTL-QTR
           MOVE WS-QTR-START   TO WS-TTL-START
           MOVE WS-QTR-END     TO WS-TTL-END
           WRITE QTR-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO QTR-LINE
           WRITE QTR-LINE
           WRITE QTR-LINE FROM WS-COLUMN-LINE

           MOVE 'TAXQTR  ' TO FH-PROGRAM-ID
           MOVE WS-RUN-DATE-NUM TO FH-RUN-DATE
           MOVE WS-RT-HHMMSS TO FH-RUN-TIME
           WRITE WTS-RECORD-OUT FROM WS-FILE-HEADER-LINE

           PERFORM 8000-READ-SORTED-HIST.

      *----------------------------------------------------------*
      *  1100-RESOLVE-QUARTER - PARM CARD, ELSE THE QUARTER       *
      *  BEFORE THE RUN DATE; DERIVE ITS FIRST AND LAST DATES     *
      *----------------------------------------------------------*
       1100-RESOLVE-QUARTER.

           COMPUTE WS-TAX-QUARTER = (WS-RUN-MONTH - 1) / 3
           MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           IF WS-TAX-QUARTER = ZERO
               MOVE 4 TO WS-TAX-QUARTER
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF
           OPEN INPUT QTR-PARM
           IF WS-PARM-STATUS = '00'
               READ QTR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QP-YEAR-END-SW TO WS-PARM-YE-SW
                       IF QP-YEAR NUMERIC AND QP-YEAR > ZERO
                           AND QP-QUARTER NUMERIC
                           AND QP-QUARTER > ZERO
                           AND QP-QUARTER < 5
                           MOVE QP-YEAR    TO WS-TAX-YEAR
                           MOVE QP-QUARTER TO WS-TAX-QUARTER
                       END-IF
               END-READ
               CLOSE QTR-PARM
           END-IF

           EVALUATE TRUE
               WHEN WS-PARM-YE-SW = 'Y'
                   SET WS-YEAR-END-RUN TO TRUE
               WHEN WS-PARM-YE-SW = 'N'
                   MOVE 'N' TO WS-YEAR-END-SW
               WHEN WS-TAX-QUARTER = 4
                   SET WS-YEAR-END-RUN TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WS-YEAR-END-SW
           END-EVALUATE

           COMPUTE WS-QTR-START = WS-TAX-YEAR * 10000
               + ((WS-TAX-QUARTER - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QTR-END = WS-TAX-YEAR * 10000
               + (WS-TAX-QUARTER * 3) * 100 + 31.

      *----------------------------------------------------------*
      *  1150-CLEAR-TYPE-TOTALS - ZERO ONE TAX TYPE'S TOTALS      *
      *----------------------------------------------------------*
       1150-CLEAR-TYPE-TOTALS.

           MOVE ZERO TO WS-TT-HIST-TAX(WS-TAX-SUB)
           MOVE ZERO TO WS-TT-GL-TAX(WS-TAX-SUB)
           MOVE 'N'  TO WS-TT-MAPPED-SW(WS-TAX-SUB)
           ADD 1 TO WS-TAX-SUB.

      *----------------------------------------------------------*
      *  1200-LOAD-ONE-MAP-ROW - KEEP ROWS MAPPING A TAX CLASS    *
      *----------------------------------------------------------*
       1200-LOAD-ONE-MAP-ROW.

           READ GL-MAP
               AT END
                   SET END-OF-GL-MAP TO TRUE
               NOT AT END
                   PERFORM 1210-KEEP-TAX-ACCOUNT
           END-READ.

      *----------------------------------------------------------*
      *  1210-KEEP-TAX-ACCOUNT - ONE ENTRY PER DISTINCT ACCOUNT   *
      *----------------------------------------------------------*
       1210-KEEP-TAX-ACCOUNT.

           MOVE ZERO TO WS-DED-SUB
           PERFORM 1220-MATCH-TAX-CLASS
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > 4

           IF WS-DED-SUB > ZERO
               MOVE 'Y' TO WS-TT-MAPPED-SW(WS-DED-SUB)
               SET WS-TA-IDX TO 1
               SEARCH WS-TAX-ACCT-ENTRY
                   AT END
                       DISPLAY 'TAXQTR: TAX ACCOUNT TABLE FULL - '
                           'ROW DROPPED FOR ' GM-DEPT-CODE ' '
                           GM-CLASS
                   WHEN WS-TA-IDX > WS-TAX-ACCT-COUNT
                       ADD 1 TO WS-TAX-ACCT-COUNT
                       MOVE GM-GL-ACCOUNT TO WS-TA-ACCOUNT(WS-TA-IDX)
                       MOVE WS-DED-SUB    TO WS-TA-TAX-SUB(WS-TA-IDX)
                   WHEN WS-TA-ACCOUNT(WS-TA-IDX) = GM-GL-ACCOUNT
                       CONTINUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------*
      *  1220-MATCH-TAX-CLASS - SUBSCRIPT OF THE ROW'S TAX CLASS  *
      *----------------------------------------------------------*
       1220-MATCH-TAX-CLASS.

           IF GM-CLASS = WS-TAX-CODE(WS-TAX-SUB)
               MOVE WS-TAX-SUB TO WS-DED-SUB
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-HISTORY-ROW - ROWS OUTSIDE THE TAX YEAR OR  *
      *  AFTER THE QUARTER ARE PASSED OVER; A NEW EMPLOYEE CLOSES *
      *  THE LAST ONE AND OPENS ITS OWN ACCUMULATORS              *
      *----------------------------------------------------------*
       2000-PROCESS-HISTORY-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF SH-PERIOD-CCYY = WS-TAX-YEAR
               AND SH-PERIOD-END NOT > WS-QTR-END
               AND NOT SH-VOIDED
               IF SH-EMP-ID NOT = WS-PREV-EMP-ID
                   PERFORM 2400-CLOSE-EMPLOYEE
                   PERFORM 2100-OPEN-EMPLOYEE
               END-IF
               PERFORM 2200-ACCUMULATE-ROW
           END-IF

           PERFORM 8000-READ-SORTED-HIST.

      *----------------------------------------------------------*
      *  2100-OPEN-EMPLOYEE - RESET THE EMPLOYEE ACCUMULATORS     *
      *----------------------------------------------------------*
       2100-OPEN-EMPLOYEE.

           MOVE SH-EMP-ID TO WS-PREV-EMP-ID
           SET WS-EMPLOYEE-OPEN TO TRUE
           MOVE ZERO TO WS-EMP-QTR-TAXABLE
           MOVE ZERO TO WS-EMP-QTR-PERIODS
           MOVE ZERO TO WS-EMP-YTD-GROSS
           MOVE ZERO TO WS-EMP-YTD-TAXABLE
           MOVE ZERO TO WS-EMP-YTD-PRETAX
           MOVE ZERO TO WS-EMP-YTD-PERIODS
           MOVE 1 TO WS-TAX-SUB
           PERFORM 2110-CLEAR-EMP-TAX
               UNTIL WS-TAX-SUB > 4.

      *----------------------------------------------------------*
      *  2110-CLEAR-EMP-TAX - ZERO ONE TAX TYPE FOR THE EMPLOYEE  *
      *----------------------------------------------------------*
       2110-CLEAR-EMP-TAX.

           MOVE ZERO TO WS-EMP-QTR-TAX(WS-TAX-SUB)
           MOVE ZERO TO WS-EMP-YTD-TAX(WS-TAX-SUB)
           ADD 1 TO WS-TAX-SUB.

      *----------------------------------------------------------*
      *  2200-ACCUMULATE-ROW - ONE PERIOD INTO THE YEAR-TO-DATE,  *
      *  AND INTO THE QUARTER WHEN IT ENDS INSIDE IT              *
      *----------------------------------------------------------*
       2200-ACCUMULATE-ROW.

           ADD SH-GROSS-PAY     TO WS-EMP-YTD-GROSS
           ADD SH-TAXABLE-WAGES TO WS-EMP-YTD-TAXABLE
           ADD 1 TO WS-EMP-YTD-PERIODS

           IF SH-PERIOD-END NOT < WS-QTR-START
               ADD 1 TO WS-QTR-ROWS
               ADD SH-TAXABLE-WAGES TO WS-EMP-QTR-TAXABLE
               ADD 1 TO WS-EMP-QTR-PERIODS
           END-IF

           IF SH-DED-COUNT > ZERO
               PERFORM 2210-ACCUMULATE-DED-ENTRY
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > SH-DED-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2210-ACCUMULATE-DED-ENTRY - TAX ENTRIES BY TYPE, PRE-TAX *
      *  ('I') ENTRIES INTO THE STATEMENT'S PRE-TAX TOTAL         *
      *----------------------------------------------------------*
       2210-ACCUMULATE-DED-ENTRY.

           EVALUATE SH-DED-TYPE(WS-DED-SUB)
               WHEN 'T'
                   PERFORM 2220-ADD-TAX-ENTRY
                       VARYING WS-TAX-SUB FROM 1 BY 1
                       UNTIL WS-TAX-SUB > 4
               WHEN 'I'
                   ADD SH-DED-AMOUNT(WS-DED-SUB)
                       TO WS-EMP-YTD-PRETAX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2220-ADD-TAX-ENTRY - POST TO THE MATCHING TAX TYPE       *
      *----------------------------------------------------------*
       2220-ADD-TAX-ENTRY.

           IF SH-DED-CODE(WS-DED-SUB) = WS-TAX-CODE(WS-TAX-SUB)
               ADD SH-DED-AMOUNT(WS-DED-SUB)
                   TO WS-EMP-YTD-TAX(WS-TAX-SUB)
               IF SH-PERIOD-END NOT < WS-QTR-START
                   ADD SH-DED-AMOUNT(WS-DED-SUB)
                       TO WS-EMP-QTR-TAX(WS-TAX-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2400-CLOSE-EMPLOYEE - LIABILITY LINE WHEN PAID IN THE    *
      *  QUARTER, STATEMENT RECORD ON A YEAR-END RUN (NOTHING ON  *
      *  THE VERY FIRST BREAK)                                    *
      *----------------------------------------------------------*
       2400-CLOSE-EMPLOYEE.

           IF WS-EMPLOYEE-OPEN
               PERFORM 2410-GET-EMPLOYEE-NAME
               IF WS-EMP-QTR-PERIODS > ZERO
                   PERFORM 2420-WRITE-LIABILITY-LINE
               END-IF
               IF WS-YEAR-END-RUN
                   PERFORM 2450-WRITE-STATEMENT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2410-GET-EMPLOYEE-NAME - NAME FROM THE EMPLOYEE MASTER,  *
      *  FLAGGED WHEN NO LONGER ON FILE                           *
      *----------------------------------------------------------*
       2410-GET-EMPLOYEE-NAME.

           MOVE WS-PREV-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE SPACE TO WT-FNAME
                   MOVE '*NOT ON FILE*' TO WT-LNAME
                   ADD 1 TO WS-NONAME-COUNT
               NOT INVALID KEY
                   MOVE EMP-FNAME TO WT-FNAME
                   MOVE EMP-LNAME TO WT-LNAME
           END-READ.

      *----------------------------------------------------------*
      *  2420-WRITE-LIABILITY-LINE - THE EMPLOYEE'S QUARTER,      *
      *  ROLLED INTO THE QUARTER TOTALS BY TYPE                   *
      *----------------------------------------------------------*
       2420-WRITE-LIABILITY-LINE.

           ADD 1 TO WS-EMP-COUNT
           MOVE WS-PREV-EMP-ID     TO WS-DET-ID
           MOVE WT-LNAME           TO WS-DET-NAME
           MOVE WS-EMP-QTR-TAXABLE TO WS-DET-TAXABLE
           ADD WS-EMP-QTR-TAXABLE  TO WS-QTR-TAXABLE
           PERFORM 2430-POST-EMP-TAX
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > 4
           WRITE QTR-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2430-POST-EMP-TAX - ONE TAX COLUMN AND ITS TOTAL         *
      *----------------------------------------------------------*
       2430-POST-EMP-TAX.

           MOVE WS-EMP-QTR-TAX(WS-TAX-SUB) TO WS-DET-TAX(WS-TAX-SUB)
           ADD WS-EMP-QTR-TAX(WS-TAX-SUB)
               TO WS-TT-HIST-TAX(WS-TAX-SUB).

      *----------------------------------------------------------*
      *  2450-WRITE-STATEMENT - ONE WAGE-AND-TAX STATEMENT FOR    *
      *  THE YEAR; THE WORK STATE COMES FROM THE TAX ELECTION     *
      *----------------------------------------------------------*
       2450-WRITE-STATEMENT.

           MOVE WS-TAX-YEAR        TO WT-TAX-YEAR
           MOVE WS-PREV-EMP-ID     TO WT-EMP-ID
           MOVE SPACE              TO WT-WORK-STATE
           IF WS-TAXELEC-AVAILABLE
               MOVE WS-PREV-EMP-ID TO TXE-EMP-ID
               READ TAX-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TXE-WORK-STATE TO WT-WORK-STATE
               END-READ
           END-IF
           MOVE WS-EMP-YTD-GROSS   TO WT-GROSS-WAGES
           MOVE WS-EMP-YTD-TAXABLE TO WT-TAXABLE-WAGES
           COMPUTE WT-NONTAX-WAGES =
               WS-EMP-YTD-GROSS - WS-EMP-YTD-TAXABLE
           MOVE WS-EMP-YTD-PRETAX  TO WT-PRETAX-DED
           MOVE WS-EMP-YTD-TAX(1)  TO WT-FIT-WITHHELD
           MOVE WS-EMP-YTD-TAX(2)  TO WT-SIT-WITHHELD
           MOVE WS-EMP-YTD-TAX(3)  TO WT-SSE-WITHHELD
           MOVE WS-EMP-YTD-TAX(4)  TO WT-MCE-WITHHELD
           WRITE WTS-RECORD-OUT FROM WAGE-TAX-STMT-RECORD
           ADD 1 TO WS-WTS-COUNT.

      *----------------------------------------------------------*
      *  3000-FINALIZE - LAST EMPLOYEE, QUARTER TOTALS, THE GL    *
      *  RECONCILIATION, STATEMENT-FILE TRAILER, CLOSE            *
      *----------------------------------------------------------*
       3000-FINALIZE.

           PERFORM 2400-CLOSE-EMPLOYEE

           MOVE WS-QTR-TAXABLE TO WS-TOT-TAXABLE
           MOVE 1 TO WS-TAX-SUB
           PERFORM 3050-EDIT-TYPE-TOTAL
               UNTIL WS-TAX-SUB > 4
           MOVE SPACE TO QTR-LINE
           WRITE QTR-LINE
           WRITE QTR-LINE FROM WS-TOTAL-LINE

           PERFORM 3100-LOAD-GL-CREDITS
           PERFORM 3200-PRINT-RECONCILIATION

           MOVE 'TAXQTR  ' TO FT-PROGRAM-ID
           MOVE WS-WTS-COUNT TO FT-RECORD-COUNT
           WRITE WTS-RECORD-OUT FROM WS-FILE-TRAILER-LINE

           MOVE SPACE TO QTR-LINE
           WRITE QTR-LINE
           MOVE WS-ROW-COUNT  TO WS-TRL-ROWS
           MOVE WS-QTR-ROWS   TO WS-TRL-QTR
           MOVE WS-EMP-COUNT  TO WS-TRL-EMP
           MOVE WS-JE-COUNT   TO WS-TRL-JE
           WRITE QTR-LINE FROM WS-TRAILER-LINE
           MOVE WS-TAX-YEAR   TO WS-WTL-YEAR
           MOVE WS-WTS-COUNT  TO WS-WTL-COUNT
           WRITE QTR-LINE FROM WS-WTS-TRAILER-LINE
           IF WS-NONAME-COUNT > ZERO
               MOVE WS-NONAME-COUNT TO WS-NNL-COUNT
               WRITE QTR-LINE FROM WS-NONAME-LINE
           END-IF

           IF WS-DIFF-COUNT > ZERO
               DISPLAY 'TAXQTR: PAY HISTORY DOES NOT AGREE WITH GL '
                   'TAX PAYABLES FOR ' WS-DIFF-COUNT ' TAX TYPE(S)'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE SORTED-HIST
           CLOSE EMP-MASTER
           IF WS-TAXELEC-AVAILABLE
               CLOSE TAX-ELECTION
           END-IF
           CLOSE QTR-RPT
           CLOSE WTS-FILE

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3050-EDIT-TYPE-TOTAL - ONE QUARTER-TOTAL COLUMN          *
      *----------------------------------------------------------*
       3050-EDIT-TYPE-TOTAL.

           MOVE WS-TT-HIST-TAX(WS-TAX-SUB) TO WS-TOT-TAX(WS-TAX-SUB)
           ADD WS-TT-HIST-TAX(WS-TAX-SUB) TO WS-QTR-TOTAL-TAX
           ADD 1 TO WS-TAX-SUB.

      *----------------------------------------------------------*
      *  3100-LOAD-GL-CREDITS - NET CREDITS TO EACH TAX PAYABLE   *
      *  ACCOUNT FROM JOURNALS RUN INSIDE THE QUARTER. A MISSING  *
      *  JOURNAL FILE LEAVES THE GL SIDE AT ZERO.                 *
      *----------------------------------------------------------*
       3100-LOAD-GL-CREDITS.

           OPEN INPUT GL-JOURNAL
           IF WS-GLJRNL-STATUS NOT = '00'
               DISPLAY 'TAXQTR: GLJRNL NOT AVAILABLE - GL SIDE OF '
                   'THE RECONCILIATION IS ZERO'
           ELSE
               PERFORM 3110-READ-ONE-JOURNAL-ROW
                   UNTIL END-OF-GL-JOURNAL
               CLOSE GL-JOURNAL
           END-IF.

      *----------------------------------------------------------*
      *  3110-READ-ONE-JOURNAL-ROW - JE ENTRIES ONLY; EVERY       *
      *  GENERATION'S HH/TT WRAPPER IS PASSED OVER                *
      *----------------------------------------------------------*
       3110-READ-ONE-JOURNAL-ROW.

           READ GL-JOURNAL
               AT END
                   SET END-OF-GL-JOURNAL TO TRUE
               NOT AT END
                   MOVE GL-JOURNAL-IN TO WS-JOURNAL-ENTRY
                   IF WS-JE-TYPE = 'JE'
                       AND WS-JE-RUN-DATE NOT < WS-QTR-START
                       AND WS-JE-RUN-DATE NOT > WS-QTR-END
                       PERFORM 3120-POST-JOURNAL-ENTRY
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  3120-POST-JOURNAL-ENTRY - CREDITS ADD, DEBITS SUBTRACT   *
      *----------------------------------------------------------*
       3120-POST-JOURNAL-ENTRY.

           SET WS-TA-IDX TO 1
           SEARCH WS-TAX-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TA-IDX > WS-TAX-ACCT-COUNT
                   CONTINUE
               WHEN WS-TA-ACCOUNT(WS-TA-IDX) = WS-JE-ACCOUNT
                   ADD 1 TO WS-JE-COUNT
                   MOVE WS-TA-TAX-SUB(WS-TA-IDX) TO WS-TAX-SUB
                   IF WS-JE-SIDE = 'C'
                       ADD WS-JE-AMOUNT TO WS-TT-GL-TAX(WS-TAX-SUB)
                   ELSE
                       SUBTRACT WS-JE-AMOUNT
                           FROM WS-TT-GL-TAX(WS-TAX-SUB)
                   END-IF
           END-SEARCH.

      *----------------------------------------------------------*
      *  3200-PRINT-RECONCILIATION - PAY HISTORY AGAINST THE GL,  *
      *  ONE LINE PER TAX TYPE PLUS THE TOTAL                     *
      *----------------------------------------------------------*
       3200-PRINT-RECONCILIATION.

           MOVE SPACE TO QTR-LINE
           WRITE QTR-LINE
           WRITE QTR-LINE FROM WS-RECON-TITLE
           WRITE QTR-LINE FROM WS-RECON-COLUMN

           PERFORM 3210-PRINT-ONE-TYPE
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > 4

           MOVE 'TOTAL'          TO WS-RC-TYPE
           MOVE WS-QTR-TOTAL-TAX TO WS-RC-HIST
           MOVE WS-GL-TOTAL-TAX  TO WS-RC-GL
           COMPUTE WS-RECON-DIFF = WS-QTR-TOTAL-TAX - WS-GL-TOTAL-TAX
           MOVE WS-RECON-DIFF    TO WS-RC-DIFF
           IF WS-RECON-DIFF = ZERO
               MOVE 'IN BALANCE'   TO WS-RC-FLAG
           ELSE
               MOVE '*OUT OF BAL*' TO WS-RC-FLAG
           END-IF
           WRITE QTR-LINE FROM WS-RECON-LINE.

      *----------------------------------------------------------*
      *  3210-PRINT-ONE-TYPE - FLAG A DIFFERENCE, OR A TYPE THAT  *
      *  WITHHELD TAX BUT HAS NO PAYABLE ACCOUNT ON GLMAP         *
      *----------------------------------------------------------*
       3210-PRINT-ONE-TYPE.

           MOVE WS-TAX-CODE(WS-TAX-SUB)    TO WS-RC-TYPE
           MOVE WS-TT-HIST-TAX(WS-TAX-SUB) TO WS-RC-HIST
           MOVE WS-TT-GL-TAX(WS-TAX-SUB)   TO WS-RC-GL
           ADD WS-TT-GL-TAX(WS-TAX-SUB)    TO WS-GL-TOTAL-TAX
           COMPUTE WS-RECON-DIFF =
               WS-TT-HIST-TAX(WS-TAX-SUB) - WS-TT-GL-TAX(WS-TAX-SUB)
           MOVE WS-RECON-DIFF TO WS-RC-DIFF
           EVALUATE TRUE
               WHEN WS-RECON-DIFF = ZERO
                   MOVE 'IN BALANCE'     TO WS-RC-FLAG
               WHEN NOT WS-TT-MAPPED(WS-TAX-SUB)
                   MOVE '*NOT ON GLMAP*' TO WS-RC-FLAG
                   ADD 1 TO WS-DIFF-COUNT
               WHEN OTHER
                   MOVE '*OUT OF BAL*'   TO WS-RC-FLAG
                   ADD 1 TO WS-DIFF-COUNT
           END-EVALUATE
           WRITE QTR-LINE FROM WS-RECON-LINE.

      *----------------------------------------------------------*
      *  8000-READ-SORTED-HIST - READ NEXT SORTED HISTORY ROW     *
      *----------------------------------------------------------*
       8000-READ-SORTED-HIST.

           READ SORTED-HIST
               AT END
                   SET END-OF-SORTED-HIST TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'TAXQTR  '         TO AUD-PROGRAM-ID
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
