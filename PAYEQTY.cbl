       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYEQTY.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PAY COMPRESSION AND INTERNAL EQUITY REPORT.
      *            : COMPARAT SHOWS WHERE A RATE SITS IN ITS BAND;
      *            : THIS SHOWS WHO IS PAID LESS THAN SOMEONE WITH
      *            : LESS SERVICE DOING THE SAME WORK. EACH ACTIVE
      *            : EMPLOYEE WITH A RATE ON THE COMPENSATION
      *            : MASTER IS GROUPED BY JOB CODE (EMP-JOB-CODE),
      *            : OR BY PAY GRADE AND DEPARTMENT WHEN THE JOB
      *            : CODE IS BLANK OR THE EQTPARM CARD ASKS FOR
      *            : GRADE GROUPING, AND RANKED WITHIN THE GROUP BY
      *            : SERVICE: EMP-HIRE-DATE, OR THE BRIDGED
      *            : ORIGINAL HIRE DATE WHEN PRIORSVC CARRIES A ROW
      *            : (SEE SVCBREC). ANYONE PAID BELOW THE HIGHEST
      *            : RATE OF A LESS-SENIOR COLLEAGUE IN THE GROUP
      *            : BY MORE THAN THE TOLERANCE PERCENT IS FLAGGED,
      *            : AND THE RAISE TO THAT RATE IS THEIR COST TO
      *            : CORRECT, TOTALLED PER GROUP AND OVERALL ON THE
      *            : SAME RATE-DOLLAR BASIS MERITCYC PRICES ON.
      *            : WITH THE DECK SWITCH ON, EACH FLAGGED EMPLOYEE
      *            : ALSO GETS A COMPMNT 'C' ROW IN THE COMPTRAN
      *            : LAYOUT MERITCYC CUTS, SO THE PROPOSAL GOES
      *            : THROUGH THE SAME REVIEW AND COMPMNT STEP AS A
      *            : MERIT CYCLE RATHER THAN A HAND-BUILT DECK.
      *            :
      *            : EQTPARM (OPTIONAL): COLUMN 1 GROUP BASIS (J JOB
      *            : CODE, THE DEFAULT; G GRADE AND DEPARTMENT),
      *            : COLUMNS 2-5 TOLERANCE PERCENT 99V99 (DEFAULT
      *            : 05.00), COLUMN 6 Y TO CUT THE DECK (EQTDECK).
      *            : ENDS CC 4 WHEN ANYONE IS FLAGGED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUITY-PARM ASSIGN TO EQTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT SVC-BRIDGE  ASSIGN TO PRIORSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-EMP-ID
               FILE STATUS IS WS-BRIDGE-STATUS.

           SELECT EQUITY-WORK ASSIGN TO EQTWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK   ASSIGN TO SORTWK.

           SELECT SORTED-WORK ASSIGN TO EQTSORT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EQUITY-RPT  ASSIGN TO EQTYRPT
               ORGANIZATION IS SEQUENTIAL.

      * The COMPMNT change deck, cut only when the parm asks.
           SELECT COMP-TRANS-OUT ASSIGN TO EQTDECK
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EQUITY-PARM
           LABEL RECORDS ARE STANDARD.
       01  EQUITY-PARM-RECORD.
           05  EP-GROUP-BASIS   PIC X(01).
               88  EP-BY-JOB-CODE       VALUE 'J'.
               88  EP-BY-GRADE-DEPT     VALUE 'G'.
           05  EP-TOLERANCE     PIC X(04).
           05  EP-TOLERANCE-NUM REDEFINES EP-TOLERANCE
                                PIC 9(02)V99.
           05  EP-DECK-SW       PIC X(01).
           05  FILLER           PIC X(74).

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  SVC-BRIDGE.
           COPY SVCBREC.

      * One row per ranked employee, in the layout SD-SORT-RECORD
      * and EQ-SORTED-RECORD describe.
       FD  EQUITY-WORK
           LABEL RECORDS ARE STANDARD.
       01  EQUITY-WORK-RECORD   PIC X(55).

       SD  SORT-WORK.
       01  SD-SORT-RECORD.
           05  SD-GROUP-KEY         PIC X(07).
           05  SD-SERVICE-DATE      PIC 9(08).
           05  SD-EMP-ID            PIC 9(05).
           05  FILLER               PIC X(35).

       FD  SORTED-WORK
           LABEL RECORDS ARE STANDARD.
       01  EQ-SORTED-RECORD.
           05  EQ-GROUP-KEY.
               10  EQ-GROUP-BASIS   PIC X(01).
                   88  EQ-GROUP-BY-JOB      VALUE 'J'.
               10  EQ-GROUP-CODE-1  PIC X(02).
               10  EQ-GROUP-CODE-2  PIC X(04).
           05  EQ-SERVICE-DATE      PIC 9(08).
           05  EQ-EMP-ID            PIC 9(05).
           05  EQ-LNAME             PIC X(20).
           05  EQ-DEPT-CODE         PIC X(04).
           05  EQ-PAY-GRADE         PIC X(02).
           05  EQ-PAY-RATE          PIC S9(05)V99.
           05  FILLER               PIC X(02).

       FD  EQUITY-RPT
           LABEL RECORDS ARE STANDARD.
       01  EQUITY-LINE      PIC X(90).

      * Same shape COMPMNT's transaction deck reads (see MERITCYC).
       FD  COMP-TRANS-OUT
           LABEL RECORDS ARE STANDARD.
       01  COMP-TRANS-OUT-RECORD.
           05  CTO-EMP-ID       PIC 9(05).
           05  CTO-ACTION       PIC X(01).
           05  CTO-PAY-RATE     PIC 9(05)V99.
           05  CTO-PAY-GRADE    PIC X(02).
           05  CTO-EFF-DATE     PIC 9(08).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS         PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-BRIDGE-STATUS       PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-EMP-MASTER      VALUE 'Y'.
       01  WS-SORTED-EOF-SW PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-WORK     VALUE 'Y'.

      * Run options from EQTPARM.
       01  WS-GROUP-BASIS   PIC X(01)  VALUE 'J'.
           88  WS-GROUP-BY-JOB        VALUE 'J'.
           88  WS-GROUP-BY-GRADE      VALUE 'G'.
       01  WS-TOLERANCE-PCT PIC 9(02)V99 VALUE 5.00.
       01  WS-DECK-SW       PIC X(01)  VALUE 'N'.
           88  WS-CUT-DECK            VALUE 'Y'.

       01  WS-BRIDGE-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-BRIDGE-AVAILABLE    VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * The row the selection pass writes to EQTWORK.
       01  WS-WORK-RECORD.
           05  WS-WK-GROUP-KEY.
               10  WS-WK-GROUP-BASIS PIC X(01).
               10  WS-WK-GROUP-CODE-1 PIC X(02).
               10  WS-WK-GROUP-CODE-2 PIC X(04).
           05  WS-WK-SERVICE-DATE   PIC 9(08).
           05  WS-WK-EMP-ID         PIC 9(05).
           05  WS-WK-LNAME          PIC X(20).
           05  WS-WK-DEPT-CODE      PIC X(04).
           05  WS-WK-PAY-GRADE      PIC X(02).
           05  WS-WK-PAY-RATE       PIC S9(05)V99.
           05  FILLER               PIC X(02)  VALUE SPACE.

      * One group, most senior first, held so the highest rate of
      * everyone junior to each member can be found walking back up
      * from the least senior. Past the table's end a member cannot
      * be compared and the run ends CC 16.
       01  WS-GRP-COUNT     PIC S9(4)  COMP VALUE ZERO.
       01  WS-GRP-MAX       PIC S9(4)  COMP VALUE 2000.
       01  WS-GRP-SUB       PIC S9(4)  COMP VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  WS-GE-EMP-ID     PIC 9(05).
               10  WS-GE-LNAME      PIC X(20).
               10  WS-GE-DEPT-CODE  PIC X(04).
               10  WS-GE-PAY-GRADE  PIC X(02).
               10  WS-GE-SVC-DATE   PIC 9(08).
               10  WS-GE-PAY-RATE   PIC S9(05)V99 COMP-3.
               10  WS-GE-JUNIOR-MAX PIC S9(05)V99 COMP-3.

       01  WS-CURR-GROUP-KEY PIC X(07) VALUE SPACE.
       01  WS-GROUP-BREAK-SW PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP-RECORD  VALUE 'Y'.

      * The backward walk: the highest rate among strictly later
      * service dates, and among the service date being passed.
       01  WS-MAX-LATER     PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-BUCKET-MAX    PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-BUCKET-DATE   PIC 9(08)  VALUE ZERO.

       01  WS-SHORTFALL     PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-FLAGGED-SW    PIC X(01)  VALUE 'N'.
           88  WS-MEMBER-FLAGGED      VALUE 'Y'.

       01  WS-EMP-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-RANKED-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-NORATE-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-GROUPS-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-FLAG-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-DROP-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-DECK-COUNT    PIC 9(5)   COMP VALUE ZERO.

       01  WS-GROUP-FLAGGED PIC 9(5)   COMP VALUE ZERO.
       01  WS-GROUP-COST    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-COST    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE    PIC X(90) VALUE
           'PAY COMPRESSION AND INTERNAL EQUITY REPORT - RANKED BY SERVI
      -    'CE WITHIN GROUP'.

       01  WS-PARM-LINE.
           05  FILLER       PIC X(11)  VALUE 'TOLERANCE: '.
           05  WS-PL-TOL    PIC Z9.99.
           05  FILLER       PIC X(16)  VALUE '%   GROUPED BY: '.
           05  WS-PL-BASIS  PIC X(24).
           05  FILLER       PIC X(07)  VALUE ' DECK: '.
           05  WS-PL-DECK   PIC X(03).
           05  FILLER       PIC X(24)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(90)  VALUE SPACE.

       01  WS-GROUP-HEAD-LINE.
           05  FILLER       PIC X(07)  VALUE 'GROUP: '.
           05  WS-GH-LABEL-1 PIC X(09).
           05  WS-GH-CODE-1 PIC X(02).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-GH-LABEL-2 PIC X(05).
           05  WS-GH-CODE-2 PIC X(04).
           05  FILLER       PIC X(61)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(06)  VALUE 'RANK'.
           05  FILLER       PIC X(07)  VALUE 'EMP ID'.
           05  FILLER       PIC X(22)  VALUE 'NAME'.
           05  FILLER       PIC X(06)  VALUE 'DEPT'.
           05  FILLER       PIC X(04)  VALUE 'GR'.
           05  FILLER       PIC X(10)  VALUE 'SERVICE'.
           05  FILLER       PIC X(10)  VALUE '    RATE'.
           05  FILLER       PIC X(10)  VALUE 'JUNIOR MX'.
           05  FILLER       PIC X(10)  VALUE '    COST'.
           05  FILLER       PIC X(05)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-RANK  PIC ZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-ID    PIC 9(05).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-LNAME PIC X(20).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-DEPT  PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-GRADE PIC X(02).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-SVC   PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-RATE  PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-JRMAX PIC ZZZZZ.ZZ.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-COST  PIC ZZZZZ.ZZ.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-FLAG  PIC X(05).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER       PIC X(06)  VALUE SPACE.
           05  FILLER       PIC X(09)  VALUE 'MEMBERS: '.
           05  WS-GT-COUNT  PIC ZZZ9.
           05  FILLER       PIC X(11)  VALUE '  FLAGGED: '.
           05  WS-GT-FLAG   PIC ZZZ9.
           05  FILLER       PIC X(19)  VALUE '  COST TO CORRECT: '.
           05  WS-GT-COST   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(27)  VALUE SPACE.

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(06)  VALUE SPACE.
           05  FILLER       PIC X(27)  VALUE
               '*** GROUP TABLE FULL - '.
           05  WS-OVF-COUNT PIC ZZZZ9.
           05  FILLER       PIC X(40)  VALUE
               ' MEMBER(S) NOT RANKED - RUN FAILED CC 16'.
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(10)  VALUE 'ACTIVES : '.
           05  WS-TRL-COUNT PIC ZZZZ9.
           05  FILLER       PIC X(10)  VALUE '  RANKED: '.
           05  WS-TRL-RANKED PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  NO RATE: '.
           05  WS-TRL-NORATE PIC ZZZZ9.
           05  FILLER       PIC X(10)  VALUE '  GROUPS: '.
           05  WS-TRL-GROUPS PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  FLAGGED: '.
           05  WS-TRL-FLAG  PIC ZZZZ9.
           05  FILLER       PIC X(13)  VALUE SPACE.

       01  WS-COST-TRAILER-LINE.
           05  FILLER       PIC X(25)  VALUE
               'TOTAL COST TO CORRECT  : '.
           05  WS-TRL-COST  PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(18)  VALUE '  DECK ROWS CUT: '.
           05  WS-TRL-DECK  PIC ZZZZ9.
           05  FILLER       PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-ONE-EMPLOYEE
               UNTIL END-OF-EMP-MASTER
           PERFORM 2900-CLOSE-SELECTION

           SORT SORT-WORK
               ON ASCENDING KEY SD-GROUP-KEY
               ON ASCENDING KEY SD-SERVICE-DATE
               ON ASCENDING KEY SD-EMP-ID
               USING EQUITY-WORK
               GIVING SORTED-WORK

           PERFORM 3000-OPEN-REPORT
           PERFORM 3100-PROCESS-SORTED-ROW
               UNTIL END-OF-SORTED-WORK
           PERFORM 4000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - RUN OPTIONS, OPEN THE SELECTION FILES  *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           PERFORM 1100-READ-EQUITY-PARM

           OPEN INPUT EMP-MASTER
           IF WS-EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'PAYEQTY: EMPMAST NOT AVAILABLE - STATUS '
                   WS-EMP-MASTER-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT COMP-MASTER
           IF WS-COMP-MASTER-STATUS NOT = '00'
               DISPLAY 'PAYEQTY: COMPMAST NOT AVAILABLE - STATUS '
                   WS-COMP-MASTER-STATUS ' - ABORTING RUN'
               CLOSE EMP-MASTER
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT SVC-BRIDGE
           IF WS-BRIDGE-STATUS = '00'
               SET WS-BRIDGE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PAYEQTY: NO PRIORSVC BRIDGE FILE - '
                   'SERVICE COUNTS FROM EMP-HIRE-DATE ONLY'
           END-IF

           OPEN OUTPUT EQUITY-WORK

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  1100-READ-EQUITY-PARM - OPTIONAL BASIS, TOLERANCE, DECK  *
      *----------------------------------------------------------*
       1100-READ-EQUITY-PARM.

           OPEN INPUT EQUITY-PARM
           IF WS-PARM-STATUS = '00'
               READ EQUITY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EP-BY-GRADE-DEPT
                           SET WS-GROUP-BY-GRADE TO TRUE
                       END-IF
                       IF EP-TOLERANCE NUMERIC
                           MOVE EP-TOLERANCE-NUM TO WS-TOLERANCE-PCT
                       END-IF
                       IF EP-DECK-SW = 'Y'
                           SET WS-CUT-DECK TO TRUE
                       END-IF
               END-READ
               CLOSE EQUITY-PARM
           END-IF.

      *----------------------------------------------------------*
      *  2000-SELECT-ONE-EMPLOYEE - AN ACTIVE EMPLOYEE WITH A     *
      *  RATE GOES TO THE WORK FILE UNDER ITS GROUP AND SERVICE   *
      *  DATE                                                     *
      *----------------------------------------------------------*
       2000-SELECT-ONE-EMPLOYEE.

           IF EMP-ACTIVE
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-ID TO CMP-EMP-ID
               READ COMP-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NORATE-COUNT
                   NOT INVALID KEY
                       PERFORM 2100-BUILD-WORK-ROW
               END-READ
           END-IF

           PERFORM 8000-READ-EMP-MASTER.

      *----------------------------------------------------------*
      *  2100-BUILD-WORK-ROW - GROUP KEY AND BRIDGED SERVICE DATE *
      *----------------------------------------------------------*
       2100-BUILD-WORK-ROW.

           IF WS-GROUP-BY-JOB AND EMP-JOB-CODE NOT = SPACE
               MOVE 'J'           TO WS-WK-GROUP-BASIS
               MOVE EMP-JOB-CODE  TO WS-WK-GROUP-CODE-1
               MOVE SPACE         TO WS-WK-GROUP-CODE-2
           ELSE
               MOVE 'G'           TO WS-WK-GROUP-BASIS
               MOVE CMP-PAY-GRADE TO WS-WK-GROUP-CODE-1
               MOVE EMP-DEPT-CODE TO WS-WK-GROUP-CODE-2
           END-IF

           MOVE EMP-HIRE-DATE TO WS-WK-SERVICE-DATE
           IF WS-BRIDGE-AVAILABLE
               MOVE EMP-ID TO BRG-EMP-ID
               READ SVC-BRIDGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRG-PRIOR-HIRE-DATE
                           TO WS-WK-SERVICE-DATE
               END-READ
           END-IF

           MOVE EMP-ID        TO WS-WK-EMP-ID
           MOVE EMP-LNAME     TO WS-WK-LNAME
           MOVE EMP-DEPT-CODE TO WS-WK-DEPT-CODE
           MOVE CMP-PAY-GRADE TO WS-WK-PAY-GRADE
           MOVE CMP-PAY-RATE  TO WS-WK-PAY-RATE
           WRITE EQUITY-WORK-RECORD FROM WS-WORK-RECORD
           ADD 1 TO WS-RANKED-COUNT.

      *----------------------------------------------------------*
      *  2900-CLOSE-SELECTION - RELEASE THE MASTERS BEFORE THE    *
      *  SORT                                                     *
      *----------------------------------------------------------*
       2900-CLOSE-SELECTION.

           CLOSE EMP-MASTER
           CLOSE COMP-MASTER
           IF WS-BRIDGE-AVAILABLE
               CLOSE SVC-BRIDGE
           END-IF
           CLOSE EQUITY-WORK.

      *----------------------------------------------------------*
      *  3000-OPEN-REPORT - SORTED ROWS, REPORT, OPTIONAL DECK    *
      *----------------------------------------------------------*
       3000-OPEN-REPORT.

           OPEN INPUT  SORTED-WORK
           OPEN OUTPUT EQUITY-RPT
           IF WS-CUT-DECK
               OPEN OUTPUT COMP-TRANS-OUT
           END-IF

           WRITE EQUITY-LINE FROM WS-TITLE-LINE
           MOVE WS-TOLERANCE-PCT TO WS-PL-TOL
           IF WS-GROUP-BY-JOB
               MOVE 'JOB CODE (ELSE GRADE)' TO WS-PL-BASIS
           ELSE
               MOVE 'GRADE AND DEPARTMENT'  TO WS-PL-BASIS
           END-IF
           IF WS-CUT-DECK
               MOVE 'YES' TO WS-PL-DECK
           ELSE
               MOVE 'NO'  TO WS-PL-DECK
           END-IF
           WRITE EQUITY-LINE FROM WS-PARM-LINE
           WRITE EQUITY-LINE FROM WS-BLANK-LINE

           PERFORM 8100-READ-SORTED-WORK.

      *----------------------------------------------------------*
      *  3100-PROCESS-SORTED-ROW - GATHER ONE GROUP, RANK IT AT   *
      *  THE BREAK                                                *
      *----------------------------------------------------------*
       3100-PROCESS-SORTED-ROW.

           IF WS-FIRST-GROUP-RECORD
               MOVE 'N' TO WS-GROUP-BREAK-SW
               PERFORM 3150-START-GROUP
           ELSE
               IF EQ-GROUP-KEY NOT = WS-CURR-GROUP-KEY
                   PERFORM 3200-RANK-GROUP
                   PERFORM 3150-START-GROUP
               END-IF
           END-IF

           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               MOVE EQ-EMP-ID       TO WS-GE-EMP-ID(WS-GRP-COUNT)
               MOVE EQ-LNAME        TO WS-GE-LNAME(WS-GRP-COUNT)
               MOVE EQ-DEPT-CODE    TO WS-GE-DEPT-CODE(WS-GRP-COUNT)
               MOVE EQ-PAY-GRADE    TO WS-GE-PAY-GRADE(WS-GRP-COUNT)
               MOVE EQ-SERVICE-DATE TO WS-GE-SVC-DATE(WS-GRP-COUNT)
               MOVE EQ-PAY-RATE     TO WS-GE-PAY-RATE(WS-GRP-COUNT)
               MOVE ZERO            TO WS-GE-JUNIOR-MAX(WS-GRP-COUNT)
           ELSE
               ADD 1 TO WS-DROP-COUNT
           END-IF

           PERFORM 8100-READ-SORTED-WORK.

      *----------------------------------------------------------*
      *  3150-START-GROUP - GROUP HEADING, EMPTY THE TABLE        *
      *----------------------------------------------------------*
       3150-START-GROUP.

           MOVE EQ-GROUP-KEY TO WS-CURR-GROUP-KEY
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-DROP-COUNT
           MOVE ZERO TO WS-GROUP-FLAGGED
           MOVE ZERO TO WS-GROUP-COST
           ADD 1 TO WS-GROUPS-COUNT

           IF EQ-GROUP-BY-JOB
               MOVE 'JOB CODE ' TO WS-GH-LABEL-1
               MOVE SPACE       TO WS-GH-LABEL-2
           ELSE
               MOVE 'GRADE    ' TO WS-GH-LABEL-1
               MOVE 'DEPT '     TO WS-GH-LABEL-2
           END-IF
           MOVE EQ-GROUP-CODE-1 TO WS-GH-CODE-1
           MOVE EQ-GROUP-CODE-2 TO WS-GH-CODE-2
           WRITE EQUITY-LINE FROM WS-GROUP-HEAD-LINE
           WRITE EQUITY-LINE FROM WS-COLUMN-LINE.

      *----------------------------------------------------------*
      *  3200-RANK-GROUP - JUNIOR MAXIMUMS BOTTOM UP, THEN THE    *
      *  MEMBERS SENIOR FIRST, THEN THE GROUP TOTAL               *
      *----------------------------------------------------------*
       3200-RANK-GROUP.

           MOVE ZERO TO WS-MAX-LATER
           MOVE ZERO TO WS-BUCKET-MAX
           MOVE ZERO TO WS-BUCKET-DATE
           PERFORM 3210-FIND-JUNIOR-MAX
               VARYING WS-GRP-SUB FROM WS-GRP-COUNT BY -1
               UNTIL WS-GRP-SUB < 1

           PERFORM 3220-REPORT-ONE-MEMBER
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT

           MOVE WS-GRP-COUNT     TO WS-GT-COUNT
           MOVE WS-GROUP-FLAGGED TO WS-GT-FLAG
           MOVE WS-GROUP-COST    TO WS-GT-COST
           WRITE EQUITY-LINE FROM WS-GROUP-TOTAL-LINE
           IF WS-DROP-COUNT > ZERO
               MOVE WS-DROP-COUNT TO WS-OVF-COUNT
               WRITE EQUITY-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'PAYEQTY: GROUP ' WS-CURR-GROUP-KEY
                   ' TABLE FULL - ' WS-DROP-COUNT ' NOT RANKED'
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE EQUITY-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------*
      *  3210-FIND-JUNIOR-MAX - THE HIGHEST RATE OF ANYONE WITH A *
      *  LATER SERVICE DATE; A SHARED DATE IS NOT JUNIOR          *
      *----------------------------------------------------------*
       3210-FIND-JUNIOR-MAX.

           IF WS-GE-SVC-DATE(WS-GRP-SUB) NOT = WS-BUCKET-DATE
               IF WS-BUCKET-MAX > WS-MAX-LATER
                   MOVE WS-BUCKET-MAX TO WS-MAX-LATER
               END-IF
               MOVE ZERO TO WS-BUCKET-MAX
               MOVE WS-GE-SVC-DATE(WS-GRP-SUB) TO WS-BUCKET-DATE
           END-IF

           MOVE WS-MAX-LATER TO WS-GE-JUNIOR-MAX(WS-GRP-SUB)
           IF WS-GE-PAY-RATE(WS-GRP-SUB) > WS-BUCKET-MAX
               MOVE WS-GE-PAY-RATE(WS-GRP-SUB) TO WS-BUCKET-MAX
           END-IF.

      *----------------------------------------------------------*
      *  3220-REPORT-ONE-MEMBER - FLAG A SHORTFALL OVER THE       *
      *  TOLERANCE, PRICE IT, AND (DECK ON) CUT THE CHANGE ROW    *
      *----------------------------------------------------------*
       3220-REPORT-ONE-MEMBER.

           MOVE 'N'  TO WS-FLAGGED-SW
           MOVE ZERO TO WS-SHORTFALL
           IF WS-GE-JUNIOR-MAX(WS-GRP-SUB) > WS-GE-PAY-RATE(WS-GRP-SUB)
               COMPUTE WS-SHORTFALL =
                   WS-GE-JUNIOR-MAX(WS-GRP-SUB)
                       - WS-GE-PAY-RATE(WS-GRP-SUB)
               IF WS-SHORTFALL * 100 >
                   WS-GE-JUNIOR-MAX(WS-GRP-SUB) * WS-TOLERANCE-PCT
                   SET WS-MEMBER-FLAGGED TO TRUE
               END-IF
           END-IF

           MOVE WS-GRP-SUB                   TO WS-DET-RANK
           MOVE WS-GE-EMP-ID(WS-GRP-SUB)     TO WS-DET-ID
           MOVE WS-GE-LNAME(WS-GRP-SUB)      TO WS-DET-LNAME
           MOVE WS-GE-DEPT-CODE(WS-GRP-SUB)  TO WS-DET-DEPT
           MOVE WS-GE-PAY-GRADE(WS-GRP-SUB)  TO WS-DET-GRADE
           MOVE WS-GE-SVC-DATE(WS-GRP-SUB)   TO WS-DET-SVC
           MOVE WS-GE-PAY-RATE(WS-GRP-SUB)   TO WS-DET-RATE
           MOVE WS-GE-JUNIOR-MAX(WS-GRP-SUB) TO WS-DET-JRMAX
           IF WS-MEMBER-FLAGGED
               MOVE WS-SHORTFALL TO WS-DET-COST
               MOVE '*LOW*'      TO WS-DET-FLAG
               ADD 1 TO WS-GROUP-FLAGGED
               ADD 1 TO WS-FLAG-COUNT
               ADD WS-SHORTFALL TO WS-GROUP-COST
               ADD WS-SHORTFALL TO WS-GRAND-COST
               IF WS-CUT-DECK
                   PERFORM 3230-WRITE-CHANGE-TRANSACTION
               END-IF
           ELSE
               MOVE ZERO  TO WS-DET-COST
               MOVE SPACE TO WS-DET-FLAG
           END-IF
           WRITE EQUITY-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3230-WRITE-CHANGE-TRANSACTION - ONE COMPMNT 'C' ROW TO   *
      *  THE JUNIOR MAXIMUM, EFFECTIVE THE RUN DATE               *
      *----------------------------------------------------------*
       3230-WRITE-CHANGE-TRANSACTION.

           MOVE WS-GE-EMP-ID(WS-GRP-SUB)     TO CTO-EMP-ID
           MOVE 'C'                          TO CTO-ACTION
           MOVE WS-GE-JUNIOR-MAX(WS-GRP-SUB) TO CTO-PAY-RATE
           MOVE WS-GE-PAY-GRADE(WS-GRP-SUB)  TO CTO-PAY-GRADE
           MOVE WS-RUN-DATE-NUM              TO CTO-EFF-DATE
           WRITE COMP-TRANS-OUT-RECORD
           ADD 1 TO WS-DECK-COUNT.

      *----------------------------------------------------------*
      *  4000-FINALIZE - LAST GROUP, TRAILER, CLOSE FILES         *
      *----------------------------------------------------------*
       4000-FINALIZE.

           IF NOT WS-FIRST-GROUP-RECORD
               PERFORM 3200-RANK-GROUP
           END-IF

           MOVE WS-EMP-COUNT    TO WS-TRL-COUNT
           MOVE WS-RANKED-COUNT TO WS-TRL-RANKED
           MOVE WS-NORATE-COUNT TO WS-TRL-NORATE
           MOVE WS-GROUPS-COUNT TO WS-TRL-GROUPS
           MOVE WS-FLAG-COUNT   TO WS-TRL-FLAG
           WRITE EQUITY-LINE FROM WS-TRAILER-LINE
           MOVE WS-GRAND-COST   TO WS-TRL-COST
           MOVE WS-DECK-COUNT   TO WS-TRL-DECK
           WRITE EQUITY-LINE FROM WS-COST-TRAILER-LINE

           CLOSE SORTED-WORK
           CLOSE EQUITY-RPT
           IF WS-CUT-DECK
               CLOSE COMP-TRANS-OUT
               DISPLAY 'PAYEQTY: ' WS-DECK-COUNT
                   ' CHANGE TRANSACTIONS CUT FOR COMPMNT'
           END-IF

           MOVE WS-RANKED-COUNT TO AUD-RECORD-COUNT
           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN WS-FLAG-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-EMP-MASTER - NEXT EMPLOYEE IN KEY ORDER        *
      *----------------------------------------------------------*
       8000-READ-EMP-MASTER.

           READ EMP-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-SORTED-WORK - NEXT ROW IN GROUP/SERVICE ORDER  *
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

           MOVE 'PAYEQTY '         TO AUD-PROGRAM-ID
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
