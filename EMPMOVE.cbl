       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPMOVE.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : EMPLOYEE MOVEMENT REPORT. GIVEN A DATE RANGE
      *            : (MOVEPARM), WALKS THE CUMULATIVE EMPLOYEE
      *            : HISTORY (EMPHIST, SEE HISTREC) AND DECODES
      *            : EACH ROW'S BEFORE AND AFTER IMAGES INTO
      *            : BUSINESS EVENTS: HIRES AND REHIRES,
      *            : DEPARTMENT TRANSFERS (FROM AND TO), LEAVE,
      *            : RETURN FROM LEAVE, AND TERMINATION. GRADE AND
      *            : RATE CHANGES COME FROM THE SUPERSEDED ROWS
      *            : COMPMNT APPENDS TO RATEHIST (SEE RATEHREC),
      *            : PAIRED WITH THE NEXT ROW OR THE CURRENT
      *            : COMPMAST RATE. MOVES IN AND OUT ARE
      *            : SUBTOTALLED BY DEPARTMENT WITH THE NET CHANGE
      *            : IN ACTIVE HEADCOUNT, AND THAT NET IS TIED TO
      *            : THE HDCSNAP MONTH-END ACTIVE COUNTS (HDCHIST)
      *            : BRACKETING THE RANGE, SO A DIFFERENCE POINTS
      *            : AT A CHANGE THAT NEVER REACHED EMPHIST (A
      *            : DEPTXFER MASS TRANSFER, A RESTORE, A HAND FIX).
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-PARM   ASSIGN TO MOVEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT RATE-HISTORY ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT SORT-RT-WORK ASSIGN TO RTSRTWK.

           SELECT SORTED-RATE ASSIGN TO SRTRATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT HEADCOUNT-HIST ASSIGN TO HDCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HDCHIST-STATUS.

           SELECT MOVE-RPT    ASSIGN TO MOVERPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * FROM AND TO RUN DATES, CCYYMMDD. A ZERO TO-DATE RUNS
      * THROUGH TODAY.
       FD  MOVE-PARM
           LABEL RECORDS ARE STANDARD.
       01  MOVE-PARM-RECORD.
           05  MP-FROM-DATE     PIC 9(08).
           05  MP-TO-DATE       PIC 9(08).

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  RATE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC REPLACING RATE-HISTORY-RECORD
                                   BY IR-RATE-HISTORY-RECORD
                                   RTH-EMP-ID     BY IR-EMP-ID
                                   RTH-PAY-RATE   BY IR-PAY-RATE
                                   RTH-PAY-GRADE  BY IR-PAY-GRADE
                                   RTH-EFF-DATE   BY IR-EFF-DATE
                                   RTH-SUPERSEDED BY IR-SUPERSEDED.

       SD  SORT-RT-WORK.
           COPY RATEHREC REPLACING RATE-HISTORY-RECORD
                                   BY SD-RATE-HISTORY-RECORD
                                   RTH-EMP-ID     BY SD-EMP-ID
                                   RTH-PAY-RATE   BY SD-PAY-RATE
                                   RTH-PAY-GRADE  BY SD-PAY-GRADE
                                   RTH-EFF-DATE   BY SD-EFF-DATE
                                   RTH-SUPERSEDED BY SD-SUPERSEDED.

       FD  SORTED-RATE
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  HEADCOUNT-HIST
           LABEL RECORDS ARE STANDARD.
           COPY HDCREC.

       FD  MOVE-RPT
           LABEL RECORDS ARE STANDARD.
       01  MOVE-RPT-LINE        PIC X(100).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS        PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-RATEHIST-STATUS    PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-HDCHIST-STATUS     PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad movement run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-FROM-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-TO-DATE       PIC 9(08)  VALUE ZERO.

       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-HISTORY         VALUE 'Y'.
       01  WS-RATE-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-RATE     VALUE 'Y'.
       01  WS-HDC-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-HDCHIST         VALUE 'Y'.

      * The rate-history file, the current compensation master, and
      * the headcount history are each optional: a missing one drops
      * its section with a note instead of failing the report.
       01  WS-RATEHIST-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-RATEHIST-AVAILABLE      VALUE 'Y'.
       01  WS-COMPMAST-AVAIL-SW PIC X(01) VALUE 'N'.
           88  WS-COMPMAST-AVAILABLE      VALUE 'Y'.
       01  WS-HDCHIST-AVAIL-SW  PIC X(01) VALUE 'N'.
           88  WS-HDCHIST-AVAILABLE       VALUE 'Y'.

      * The before and after images decoded just far enough to name
      * the event: name, department, status.
       01  WS-BEFORE-FIELDS.
           05  BF-EMP-ID        PIC 9(05).
           05  BF-FNAME         PIC X(15).
           05  FILLER           PIC X(01).
           05  BF-LNAME         PIC X(20).
           05  BF-DEPT-CODE     PIC X(04).
           05  BF-HIRE-DATE     PIC 9(08).
           05  BF-STATUS        PIC X(01).
               88  BF-ACTIVE            VALUE 'A'.
               88  BF-ON-LEAVE          VALUE 'L'.
           05  FILLER           PIC X(26).

       01  WS-AFTER-FIELDS.
           05  AF-EMP-ID        PIC 9(05).
           05  AF-FNAME         PIC X(15).
           05  FILLER           PIC X(01).
           05  AF-LNAME         PIC X(20).
           05  AF-DEPT-CODE     PIC X(04).
           05  AF-HIRE-DATE     PIC 9(08).
           05  AF-STATUS        PIC X(01).
               88  AF-ACTIVE            VALUE 'A'.
               88  AF-ON-LEAVE          VALUE 'L'.
           05  FILLER           PIC X(26).

      * One byte per employee ID, set when a termination row for that
      * employee has gone by. The whole history is read from its
      * first row, so an add for a flagged employee is a rehire --
      * EMPMAINT writes a rehire to EMPHIST as an add with no
      * before-image, the same as a first hire.
       01  WS-TERM-SEEN-TABLE.
           05  WS-TERM-SEEN     PIC X(01) OCCURS 99999 TIMES.

      * Moves by department. NET is the change in ACTIVE headcount
      * the rows caused (an active before-image leaves its
      * department, an active after-image joins its department), so
      * it can be tied to the HDCSNAP active counts; a transfer of an
      * employee on leave is listed but does not move the net.
       01  WS-DEPT-COUNT    PIC 9(03) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES INDEXED BY WS-DT-IDX.
               10  WS-DT-DEPT       PIC X(04).
               10  WS-DT-HIRES      PIC 9(05) COMP.
               10  WS-DT-REHIRES    PIC 9(05) COMP.
               10  WS-DT-XFER-IN    PIC 9(05) COMP.
               10  WS-DT-RETURNS    PIC 9(05) COMP.
               10  WS-DT-XFER-OUT   PIC 9(05) COMP.
               10  WS-DT-LEAVES     PIC 9(05) COMP.
               10  WS-DT-TERMS      PIC 9(05) COMP.
               10  WS-DT-NET        PIC S9(05) COMP.
               10  WS-DT-OPEN-CNT   PIC 9(05) COMP.
               10  WS-DT-CLOSE-CNT  PIC 9(05) COMP.
       01  WS-SWAP-ENTRY    PIC X(44).
       01  WS-SORT-I        PIC 9(03) COMP VALUE ZERO.
       01  WS-SORT-J        PIC 9(03) COMP VALUE ZERO.
       01  WS-LOOKUP-DEPT   PIC X(04)  VALUE SPACE.

       01  WS-TOTAL-ENTRY.
           05  WS-TOT-HIRES     PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-REHIRES   PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-XFER-IN   PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-RETURNS   PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-XFER-OUT  PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-LEAVES    PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-TERMS     PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-NET       PIC S9(05) COMP VALUE ZERO.

      * The HDCSNAP month-ends bracketing the range: the latest
      * snapshot before the from-date and the latest one inside the
      * range. Zero when HDCHIST holds no such snapshot.
       01  WS-OPEN-SNAP-DATE  PIC 9(08)  VALUE ZERO.
       01  WS-CLOSE-SNAP-DATE PIC 9(08)  VALUE ZERO.
       01  WS-EXPECTED-CNT    PIC S9(05) COMP VALUE ZERO.
       01  WS-TIE-DIFF        PIC S9(05) COMP VALUE ZERO.
       01  WS-OUT-OF-TIE-COUNT PIC 9(03) COMP VALUE ZERO.

      * Current superseded rate row and the values that replaced it:
      * the employee's next superseded row, else the current
      * compensation master row.
       01  WS-RATE-CURRENT.
           05  WS-RC-EMP-ID     PIC 9(05).
           05  WS-RC-PAY-RATE   PIC S9(05)V99.
           05  WS-RC-PAY-GRADE  PIC X(02).
           05  WS-RC-EFF-DATE   PIC 9(08).
           05  WS-RC-SUPERSEDED PIC 9(08).
       01  WS-NEW-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-NEW-RATE-FOUND      VALUE 'Y'.
       01  WS-NEW-PAY-RATE  PIC S9(05)V99 VALUE ZERO.
       01  WS-NEW-PAY-GRADE PIC X(02)  VALUE SPACE.

       01  WS-HIST-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
       01  WS-EVENT-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-RATE-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
       01  WS-PROMO-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-DEMO-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-RATECHG-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-RATEEND-COUNT    PIC 9(05) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER           PIC X(26)  VALUE
               'EMPLOYEE MOVEMENT REPORT  '.
           05  WS-TTL-FROM      PIC 9(08).
           05  FILLER           PIC X(04)  VALUE ' TO '.
           05  WS-TTL-TO        PIC 9(08).
           05  FILLER           PIC X(54)  VALUE SPACE.

       01  WS-EVENT-HEADER-LINE PIC X(100) VALUE
           'STATUS AND DEPARTMENT EVENTS FROM EMPHIST'.

       01  WS-EVENT-COLUMN-LINE.
           05  FILLER           PIC X(10)  VALUE 'DATE'.
           05  FILLER           PIC X(07)  VALUE 'EMP ID'.
           05  FILLER           PIC X(21)  VALUE 'LAST NAME'.
           05  FILLER           PIC X(17)  VALUE 'FIRST NAME'.
           05  FILLER           PIC X(12)  VALUE 'EVENT'.
           05  FILLER           PIC X(33)  VALUE 'FROM -> TO'.

       01  WS-EVENT-LINE.
           05  WS-EV-DATE       PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EV-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EV-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-EV-FNAME      PIC X(15).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EV-EVENT      PIC X(10).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-EV-FROM       PIC X(04).
           05  WS-EV-ARROW      PIC X(04).
           05  WS-EV-TO         PIC X(04).
           05  FILLER           PIC X(21)  VALUE SPACE.

       01  WS-RATE-HEADER-LINE PIC X(100) VALUE
           'GRADE AND RATE CHANGES FROM RATEHIST'.

       01  WS-NORATE-LINE   PIC X(100) VALUE
           'NO RATEHIST - GRADE AND RATE CHANGES NOT REPORTED'.

       01  WS-RATE-LINE.
           05  WS-RL-DATE       PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-EVENT      PIC X(10).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  FILLER           PIC X(06)  VALUE 'GRADE '.
           05  WS-RL-OLD-GRADE  PIC X(02).
           05  FILLER           PIC X(04)  VALUE ' -> '.
           05  WS-RL-NEW-GRADE  PIC X(02).
           05  FILLER           PIC X(04)  VALUE SPACE.
           05  FILLER           PIC X(05)  VALUE 'RATE '.
           05  WS-RL-OLD-RATE   PIC ZZZZ9.99.
           05  FILLER           PIC X(04)  VALUE ' -> '.
           05  WS-RL-NEW-RATE-AREA PIC X(08).
           05  WS-RL-NEW-RATE REDEFINES WS-RL-NEW-RATE-AREA
                                PIC ZZZZ9.99.
           05  FILLER           PIC X(20)  VALUE SPACE.

       01  WS-RATE-TOTAL-LINE.
           05  FILLER           PIC X(12)  VALUE 'PROMOTIONS: '.
           05  WS-RT-PROMO      PIC ZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  DEMOTIONS: '.
           05  WS-RT-DEMO       PIC ZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  RATE CHANGES: '.
           05  WS-RT-RATECHG    PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  RATES ENDED: '.
           05  WS-RT-RATEEND    PIC ZZZZ9.
           05  FILLER           PIC X(24)  VALUE SPACE.

       01  WS-DEPT-HEADER-LINE PIC X(100) VALUE
           'MOVES IN AND OUT BY DEPARTMENT (NET = CHANGE IN ACTIVE HEADC
      -    'OUNT)'.

       01  WS-DEPT-COLUMN-LINE.
           05  FILLER           PIC X(06)  VALUE 'DEPT'.
           05  FILLER           PIC X(07)  VALUE '  HIRES'.
           05  FILLER           PIC X(07)  VALUE ' REHIRE'.
           05  FILLER           PIC X(07)  VALUE ' XFR IN'.
           05  FILLER           PIC X(07)  VALUE ' RETURN'.
           05  FILLER           PIC X(07)  VALUE 'XFR OUT'.
           05  FILLER           PIC X(07)  VALUE ' LEAVES'.
           05  FILLER           PIC X(07)  VALUE '  TERMS'.
           05  FILLER           PIC X(08)  VALUE '     NET'.
           05  FILLER           PIC X(37)  VALUE SPACE.

       01  WS-DEPT-LINE.
           05  WS-DL-DEPT       PIC X(04).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-HIRES      PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-REHIRES    PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-XFER-IN    PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-RETURNS    PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-XFER-OUT   PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-LEAVES     PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-TERMS      PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-NET        PIC -ZZZZ9.
           05  FILLER           PIC X(37)  VALUE SPACE.

       01  WS-TIE-HEADER-LINE.
           05  FILLER           PIC X(38)  VALUE
               'NET MOVEMENT AGAINST HDCSNAP ACTIVES  '.
           05  FILLER           PIC X(08)  VALUE 'OPENING '.
           05  WS-TH-OPEN-DATE  PIC 9(08).
           05  FILLER           PIC X(09)  VALUE '  CLOSING'.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-TH-CLOSE-DATE PIC 9(08).
           05  FILLER           PIC X(28)  VALUE SPACE.

       01  WS-NOTIE-LINE    PIC X(100) VALUE
           'NO HDCHIST SNAPSHOTS BRACKET THE RANGE - NET NOT TIED'.

       01  WS-TIE-COLUMN-LINE.
           05  FILLER           PIC X(06)  VALUE 'DEPT'.
           05  FILLER           PIC X(07)  VALUE 'OPENING'.
           05  FILLER           PIC X(08)  VALUE '     NET'.
           05  FILLER           PIC X(08)  VALUE 'EXPECTED'.
           05  FILLER           PIC X(08)  VALUE ' CLOSING'.
           05  FILLER           PIC X(08)  VALUE '    DIFF'.
           05  FILLER           PIC X(55)  VALUE SPACE.

       01  WS-TIE-LINE.
           05  WS-TL-DEPT       PIC X(04).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-TL-OPEN       PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-TL-NET        PIC -ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-TL-EXPECTED   PIC -ZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-TL-CLOSE      PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-TL-DIFF       PIC -ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-TL-FLAG       PIC X(12).
           05  FILLER           PIC X(41)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(14)  VALUE 'HISTORY READ: '.
           05  WS-TRL-HIST      PIC ZZZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  EVENTS: '.
           05  WS-TRL-EVENTS    PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  RATES READ: '.
           05  WS-TRL-RATES     PIC ZZZZZZ9.
           05  FILLER           PIC X(16)  VALUE '  OUT OF TIE:  '.
           05  WS-TRL-OUT-TIE   PIC ZZ9.
           05  FILLER           PIC X(23)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-HISTORY-ROW
               UNTIL END-OF-HISTORY

           PERFORM 3000-REPORT-RATE-CHANGES
           PERFORM 4000-LOAD-HEADCOUNT-SNAPSHOTS
           PERFORM 5000-REPORT-DEPARTMENTS
           PERFORM 6000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - DATE RANGE, FILES, REPORT TITLE        *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT MOVE-PARM
           IF WS-PARM-STATUS = '00'
               READ MOVE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MP-FROM-DATE NUMERIC
                           MOVE MP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF MP-TO-DATE NUMERIC
                           MOVE MP-TO-DATE   TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE MOVE-PARM
           END-IF

           IF WS-TO-DATE = ZERO
               ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           END-IF

           IF WS-FROM-DATE = ZERO OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'EMPMOVE: *** NO VALID DATE RANGE ON MOVEPARM '
                   '- ABORTING RUN ***'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           MOVE ALL 'N' TO WS-TERM-SEEN-TABLE

           OPEN INPUT EMP-HISTORY
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'EMPMOVE: EMPHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               MOVE ZERO TO AUD-RECORD-COUNT
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN OUTPUT MOVE-RPT

           MOVE WS-FROM-DATE TO WS-TTL-FROM
           MOVE WS-TO-DATE   TO WS-TTL-TO
           WRITE MOVE-RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACE TO MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE FROM WS-EVENT-HEADER-LINE
           WRITE MOVE-RPT-LINE FROM WS-EVENT-COLUMN-LINE

           PERFORM 8000-READ-HISTORY.

      *----------------------------------------------------------*
      *  2000-PROCESS-HISTORY-ROW - EVERY ROW KEEPS THE REHIRE    *
      *  FLAGS CURRENT; ONLY ROWS INSIDE THE RANGE ARE DECODED    *
      *----------------------------------------------------------*
       2000-PROCESS-HISTORY-ROW.

           IF EH-RUN-DATE NOT < WS-FROM-DATE
               AND EH-RUN-DATE NOT > WS-TO-DATE
               MOVE EH-BEFORE-IMAGE TO WS-BEFORE-FIELDS
               MOVE EH-AFTER-IMAGE  TO WS-AFTER-FIELDS
               EVALUATE TRUE
                   WHEN EH-ACT-ADD
                       PERFORM 2100-DECODE-ADD
                   WHEN EH-ACT-TERMINATE
                       PERFORM 2200-DECODE-TERMINATE
                   WHEN EH-ACT-CHANGE
                       PERFORM 2300-DECODE-CHANGE
               END-EVALUATE
               PERFORM 2500-APPLY-ACTIVE-NET
           END-IF

           IF EH-ACT-TERMINATE AND EH-EMP-ID > ZERO
               MOVE 'Y' TO WS-TERM-SEEN(EH-EMP-ID)
           END-IF

           PERFORM 8000-READ-HISTORY.

      *----------------------------------------------------------*
      *  2100-DECODE-ADD - A HIRE, OR A REHIRE WHEN THE HISTORY   *
      *  ALREADY HOLDS A TERMINATION FOR THE EMPLOYEE             *
      *----------------------------------------------------------*
       2100-DECODE-ADD.

           MOVE AF-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 2900-FIND-DEPT-ROW

           IF EH-EMP-ID > ZERO AND WS-TERM-SEEN(EH-EMP-ID) = 'Y'
               MOVE 'REHIRE' TO WS-EV-EVENT
               ADD 1 TO WS-DT-REHIRES(WS-DT-IDX)
           ELSE
               MOVE 'HIRE'   TO WS-EV-EVENT
               ADD 1 TO WS-DT-HIRES(WS-DT-IDX)
           END-IF

           MOVE SPACE        TO WS-EV-FROM
           MOVE AF-DEPT-CODE TO WS-EV-TO
           PERFORM 2800-WRITE-EVENT-LINE.

      *----------------------------------------------------------*
      *  2200-DECODE-TERMINATE                                    *
      *----------------------------------------------------------*
       2200-DECODE-TERMINATE.

           MOVE BF-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 2900-FIND-DEPT-ROW
           ADD 1 TO WS-DT-TERMS(WS-DT-IDX)

           MOVE 'TERMINATED' TO WS-EV-EVENT
           MOVE BF-DEPT-CODE TO WS-EV-FROM
           MOVE SPACE        TO WS-EV-TO
           PERFORM 2800-WRITE-EVENT-LINE.

      *----------------------------------------------------------*
      *  2300-DECODE-CHANGE - A CHANGE ROW MAY CARRY A STATUS     *
      *  MOVE, A DEPARTMENT MOVE, BOTH, OR NEITHER (A NAME OR JOB *
      *  CORRECTION, WHICH IS NOT MOVEMENT)                       *
      *----------------------------------------------------------*
       2300-DECODE-CHANGE.

           IF BF-ACTIVE AND AF-ON-LEAVE
               MOVE BF-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD 1 TO WS-DT-LEAVES(WS-DT-IDX)
               MOVE 'LEAVE'      TO WS-EV-EVENT
               MOVE BF-DEPT-CODE TO WS-EV-FROM
               MOVE SPACE        TO WS-EV-TO
               PERFORM 2800-WRITE-EVENT-LINE
           END-IF

           IF BF-ON-LEAVE AND AF-ACTIVE
               MOVE AF-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD 1 TO WS-DT-RETURNS(WS-DT-IDX)
               MOVE 'RETURN'     TO WS-EV-EVENT
               MOVE SPACE        TO WS-EV-FROM
               MOVE AF-DEPT-CODE TO WS-EV-TO
               PERFORM 2800-WRITE-EVENT-LINE
           END-IF

           IF BF-DEPT-CODE NOT = AF-DEPT-CODE
               MOVE BF-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD 1 TO WS-DT-XFER-OUT(WS-DT-IDX)
               MOVE AF-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD 1 TO WS-DT-XFER-IN(WS-DT-IDX)
               MOVE 'TRANSFER'   TO WS-EV-EVENT
               MOVE BF-DEPT-CODE TO WS-EV-FROM
               MOVE AF-DEPT-CODE TO WS-EV-TO
               PERFORM 2800-WRITE-EVENT-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2500-APPLY-ACTIVE-NET - AN ACTIVE BEFORE-IMAGE LEAVES    *
      *  ITS DEPARTMENT'S ACTIVE COUNT, AN ACTIVE AFTER-IMAGE     *
      *  JOINS ITS DEPARTMENT'S, WHATEVER THE ACTION WAS          *
      *----------------------------------------------------------*
       2500-APPLY-ACTIVE-NET.

           IF BF-ACTIVE
               MOVE BF-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               SUBTRACT 1 FROM WS-DT-NET(WS-DT-IDX)
           END-IF

           IF AF-ACTIVE
               MOVE AF-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD 1 TO WS-DT-NET(WS-DT-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  2800-WRITE-EVENT-LINE - NAME FROM THE AFTER-IMAGE, OR    *
      *  THE BEFORE-IMAGE WHEN THE AFTER-IMAGE IS EMPTY           *
      *----------------------------------------------------------*
       2800-WRITE-EVENT-LINE.

           MOVE EH-RUN-DATE TO WS-EV-DATE
           MOVE EH-EMP-ID   TO WS-EV-EMP-ID
           IF AF-LNAME NOT = SPACE
               MOVE AF-LNAME TO WS-EV-LNAME
               MOVE AF-FNAME TO WS-EV-FNAME
           ELSE
               MOVE BF-LNAME TO WS-EV-LNAME
               MOVE BF-FNAME TO WS-EV-FNAME
           END-IF
           IF WS-EV-FROM = SPACE OR WS-EV-TO = SPACE
               MOVE SPACE  TO WS-EV-ARROW
           ELSE
               MOVE ' -> ' TO WS-EV-ARROW
           END-IF

           WRITE MOVE-RPT-LINE FROM WS-EVENT-LINE
           ADD 1 TO WS-EVENT-COUNT.

      *----------------------------------------------------------*
      *  2900-FIND-DEPT-ROW - LOCATE OR ADD THE DEPARTMENT'S ROW, *
      *  LEAVING WS-DT-IDX ON IT                                  *
      *----------------------------------------------------------*
       2900-FIND-DEPT-ROW.

           SET WS-DT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   PERFORM 2950-ADD-DEPT-ROW
               WHEN WS-DT-IDX > WS-DEPT-COUNT
                   PERFORM 2950-ADD-DEPT-ROW
               WHEN WS-DT-DEPT(WS-DT-IDX) = WS-LOOKUP-DEPT
                   CONTINUE
           END-SEARCH.

      *----------------------------------------------------------*
      *  2950-ADD-DEPT-ROW                                        *
      *----------------------------------------------------------*
       2950-ADD-DEPT-ROW.

           IF WS-DEPT-COUNT < 200
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DT-IDX TO WS-DEPT-COUNT
               MOVE WS-LOOKUP-DEPT TO WS-DT-DEPT(WS-DT-IDX)
               MOVE ZERO TO WS-DT-HIRES(WS-DT-IDX)
                            WS-DT-REHIRES(WS-DT-IDX)
                            WS-DT-XFER-IN(WS-DT-IDX)
                            WS-DT-RETURNS(WS-DT-IDX)
                            WS-DT-XFER-OUT(WS-DT-IDX)
                            WS-DT-LEAVES(WS-DT-IDX)
                            WS-DT-TERMS(WS-DT-IDX)
                            WS-DT-NET(WS-DT-IDX)
                            WS-DT-OPEN-CNT(WS-DT-IDX)
                            WS-DT-CLOSE-CNT(WS-DT-IDX)
           ELSE
               SET WS-DT-IDX TO WS-DEPT-COUNT
               DISPLAY 'EMPMOVE: DEPARTMENT TABLE FULL - DEPARTMENT '
                   WS-LOOKUP-DEPT ' ROLLED INTO THE LAST LINE - ITS '
                   'COUNTS ARE NOT ITS OWN'
           END-IF.

      *----------------------------------------------------------*
      *  3000-REPORT-RATE-CHANGES - RATEHIST SORTED BY EMPLOYEE   *
      *  AND SUPERSEDED DATE, SO EACH ROW'S REPLACEMENT IS THE    *
      *  NEXT ROW FOR THE SAME EMPLOYEE OR THE CURRENT COMPMAST   *
      *  RATE                                                     *
      *----------------------------------------------------------*
       3000-REPORT-RATE-CHANGES.

           MOVE SPACE TO MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE FROM WS-RATE-HEADER-LINE

           OPEN INPUT RATE-HISTORY
           IF WS-RATEHIST-STATUS = '00'
               SET WS-RATEHIST-AVAILABLE TO TRUE
               CLOSE RATE-HISTORY
               PERFORM 3050-SORT-AND-READ-RATES
           ELSE
               WRITE MOVE-RPT-LINE FROM WS-NORATE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3050-SORT-AND-READ-RATES                                 *
      *----------------------------------------------------------*
       3050-SORT-AND-READ-RATES.

           OPEN INPUT COMP-MASTER
           IF WS-COMP-MASTER-STATUS = '00'
               SET WS-COMPMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPMOVE: NO COMPMAST - THE LAST SUPERSEDED '
                   'RATE PER EMPLOYEE REPORTS AS ENDED'
           END-IF

           SORT SORT-RT-WORK
               ON ASCENDING KEY SD-EMP-ID
               ON ASCENDING KEY SD-SUPERSEDED
               ON ASCENDING KEY SD-EFF-DATE
               USING RATE-HISTORY
               GIVING SORTED-RATE

           OPEN INPUT SORTED-RATE
           PERFORM 8100-READ-SORTED-RATE
           PERFORM 3100-PROCESS-RATE-ROW
               UNTIL END-OF-SORTED-RATE
           CLOSE SORTED-RATE

           IF WS-COMPMAST-AVAILABLE
               CLOSE COMP-MASTER
           END-IF

           MOVE WS-PROMO-COUNT   TO WS-RT-PROMO
           MOVE WS-DEMO-COUNT    TO WS-RT-DEMO
           MOVE WS-RATECHG-COUNT TO WS-RT-RATECHG
           MOVE WS-RATEEND-COUNT TO WS-RT-RATEEND
           WRITE MOVE-RPT-LINE FROM WS-RATE-TOTAL-LINE.

      *----------------------------------------------------------*
      *  3100-PROCESS-RATE-ROW - HOLD THE ROW, READ AHEAD, AND    *
      *  REPORT IT WHEN IT WAS SUPERSEDED INSIDE THE RANGE        *
      *----------------------------------------------------------*
       3100-PROCESS-RATE-ROW.

           MOVE RTH-EMP-ID     TO WS-RC-EMP-ID
           MOVE RTH-PAY-RATE   TO WS-RC-PAY-RATE
           MOVE RTH-PAY-GRADE  TO WS-RC-PAY-GRADE
           MOVE RTH-EFF-DATE   TO WS-RC-EFF-DATE
           MOVE RTH-SUPERSEDED TO WS-RC-SUPERSEDED

           PERFORM 8100-READ-SORTED-RATE

           IF WS-RC-SUPERSEDED NOT < WS-FROM-DATE
               AND WS-RC-SUPERSEDED NOT > WS-TO-DATE
               PERFORM 3200-FIND-REPLACEMENT-RATE
               PERFORM 3300-WRITE-RATE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3200-FIND-REPLACEMENT-RATE                               *
      *----------------------------------------------------------*
       3200-FIND-REPLACEMENT-RATE.

           MOVE 'N' TO WS-NEW-FOUND-SW

           IF NOT END-OF-SORTED-RATE
               AND RTH-EMP-ID = WS-RC-EMP-ID
               MOVE RTH-PAY-RATE  TO WS-NEW-PAY-RATE
               MOVE RTH-PAY-GRADE TO WS-NEW-PAY-GRADE
               SET WS-NEW-RATE-FOUND TO TRUE
           ELSE
               IF WS-COMPMAST-AVAILABLE
                   MOVE WS-RC-EMP-ID TO CMP-EMP-ID
                   READ COMP-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CMP-PAY-RATE  TO WS-NEW-PAY-RATE
                           MOVE CMP-PAY-GRADE TO WS-NEW-PAY-GRADE
                           SET WS-NEW-RATE-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3300-WRITE-RATE-LINE - A HIGHER GRADE IS A PROMOTION, A  *
      *  LOWER ONE A DEMOTION, THE SAME GRADE A RATE CHANGE; NO   *
      *  REPLACEMENT MEANS THE RATE ROW WAS DELETED               *
      *----------------------------------------------------------*
       3300-WRITE-RATE-LINE.

           MOVE WS-RC-SUPERSEDED TO WS-RL-DATE
           MOVE WS-RC-EMP-ID     TO WS-RL-EMP-ID
           MOVE WS-RC-PAY-GRADE  TO WS-RL-OLD-GRADE
           MOVE WS-RC-PAY-RATE   TO WS-RL-OLD-RATE

           IF WS-NEW-RATE-FOUND
               MOVE WS-NEW-PAY-GRADE TO WS-RL-NEW-GRADE
               MOVE WS-NEW-PAY-RATE  TO WS-RL-NEW-RATE
               EVALUATE TRUE
                   WHEN WS-NEW-PAY-GRADE > WS-RC-PAY-GRADE
                       MOVE 'PROMOTION'  TO WS-RL-EVENT
                       ADD 1 TO WS-PROMO-COUNT
                   WHEN WS-NEW-PAY-GRADE < WS-RC-PAY-GRADE
                       MOVE 'DEMOTION'   TO WS-RL-EVENT
                       ADD 1 TO WS-DEMO-COUNT
                   WHEN OTHER
                       MOVE 'RATE CHG'   TO WS-RL-EVENT
                       ADD 1 TO WS-RATECHG-COUNT
               END-EVALUATE
           ELSE
               MOVE SPACE        TO WS-RL-NEW-GRADE
               MOVE SPACE        TO WS-RL-NEW-RATE-AREA
               MOVE 'RATE ENDED' TO WS-RL-EVENT
               ADD 1 TO WS-RATEEND-COUNT
           END-IF

           WRITE MOVE-RPT-LINE FROM WS-RATE-LINE.

      *----------------------------------------------------------*
      *  4000-LOAD-HEADCOUNT-SNAPSHOTS - FIRST PASS PICKS THE     *
      *  OPENING AND CLOSING SNAPSHOT DATES, SECOND PASS LOADS    *
      *  THEIR ACTIVE COUNTS INTO THE DEPARTMENT TABLE            *
      *----------------------------------------------------------*
       4000-LOAD-HEADCOUNT-SNAPSHOTS.

           OPEN INPUT HEADCOUNT-HIST
           IF WS-HDCHIST-STATUS = '00'
               SET WS-HDCHIST-AVAILABLE TO TRUE
               PERFORM 8200-READ-HDCHIST
               PERFORM 4100-NOTE-SNAPSHOT-DATE
                   UNTIL END-OF-HDCHIST
               CLOSE HEADCOUNT-HIST
           END-IF

           IF WS-OPEN-SNAP-DATE > ZERO AND WS-CLOSE-SNAP-DATE > ZERO
               MOVE 'N' TO WS-HDC-EOF-SW
               OPEN INPUT HEADCOUNT-HIST
               PERFORM 8200-READ-HDCHIST
               PERFORM 4200-LOAD-SNAPSHOT-COUNT
                   UNTIL END-OF-HDCHIST
               CLOSE HEADCOUNT-HIST
           END-IF.

      *----------------------------------------------------------*
      *  4100-NOTE-SNAPSHOT-DATE                                  *
      *----------------------------------------------------------*
       4100-NOTE-SNAPSHOT-DATE.

           IF HC-SNAP-DATE < WS-FROM-DATE
               IF HC-SNAP-DATE > WS-OPEN-SNAP-DATE
                   MOVE HC-SNAP-DATE TO WS-OPEN-SNAP-DATE
               END-IF
           ELSE
               IF HC-SNAP-DATE NOT > WS-TO-DATE
                   AND HC-SNAP-DATE > WS-CLOSE-SNAP-DATE
                   MOVE HC-SNAP-DATE TO WS-CLOSE-SNAP-DATE
               END-IF
           END-IF

           PERFORM 8200-READ-HDCHIST.

      *----------------------------------------------------------*
      *  4200-LOAD-SNAPSHOT-COUNT                                 *
      *----------------------------------------------------------*
       4200-LOAD-SNAPSHOT-COUNT.

           IF HC-SNAP-DATE = WS-OPEN-SNAP-DATE
               MOVE HC-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD HC-ACTIVE-COUNT TO WS-DT-OPEN-CNT(WS-DT-IDX)
           END-IF

           IF HC-SNAP-DATE = WS-CLOSE-SNAP-DATE
               MOVE HC-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 2900-FIND-DEPT-ROW
               ADD HC-ACTIVE-COUNT TO WS-DT-CLOSE-CNT(WS-DT-IDX)
           END-IF

           PERFORM 8200-READ-HDCHIST.

      *----------------------------------------------------------*
      *  5000-REPORT-DEPARTMENTS - SUBTOTALS BY DEPARTMENT, THEN  *
      *  THE TIE TO THE HDCSNAP MONTH-END ACTIVE COUNTS           *
      *----------------------------------------------------------*
       5000-REPORT-DEPARTMENTS.

           PERFORM 5100-SORT-DEPT-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-DEPT-COUNT

           MOVE SPACE TO MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE FROM WS-DEPT-HEADER-LINE
           WRITE MOVE-RPT-LINE FROM WS-DEPT-COLUMN-LINE

           PERFORM 5200-WRITE-DEPT-LINE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT

           MOVE 'TOTL'          TO WS-DL-DEPT
           MOVE WS-TOT-HIRES    TO WS-DL-HIRES
           MOVE WS-TOT-REHIRES  TO WS-DL-REHIRES
           MOVE WS-TOT-XFER-IN  TO WS-DL-XFER-IN
           MOVE WS-TOT-RETURNS  TO WS-DL-RETURNS
           MOVE WS-TOT-XFER-OUT TO WS-DL-XFER-OUT
           MOVE WS-TOT-LEAVES   TO WS-DL-LEAVES
           MOVE WS-TOT-TERMS    TO WS-DL-TERMS
           MOVE WS-TOT-NET      TO WS-DL-NET
           WRITE MOVE-RPT-LINE FROM WS-DEPT-LINE

           MOVE SPACE TO MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE
           IF WS-OPEN-SNAP-DATE = ZERO OR WS-CLOSE-SNAP-DATE = ZERO
               WRITE MOVE-RPT-LINE FROM WS-NOTIE-LINE
           ELSE
               MOVE WS-OPEN-SNAP-DATE  TO WS-TH-OPEN-DATE
               MOVE WS-CLOSE-SNAP-DATE TO WS-TH-CLOSE-DATE
               WRITE MOVE-RPT-LINE FROM WS-TIE-HEADER-LINE
               WRITE MOVE-RPT-LINE FROM WS-TIE-COLUMN-LINE
               PERFORM 5300-WRITE-TIE-LINE
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEPT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  5100-SORT-DEPT-PASS - ONE BUBBLE PASS INTO DEPARTMENT    *
      *  CODE ORDER                                               *
      *----------------------------------------------------------*
       5100-SORT-DEPT-PASS.

           PERFORM 5150-COMPARE-AND-SWAP
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > WS-DEPT-COUNT - WS-SORT-I.

      *----------------------------------------------------------*
      *  5150-COMPARE-AND-SWAP - ADJACENT PAIR IN CODE ORDER      *
      *----------------------------------------------------------*
       5150-COMPARE-AND-SWAP.

           IF WS-DT-DEPT(WS-SORT-J) > WS-DT-DEPT(WS-SORT-J + 1)
               MOVE WS-DEPT-ENTRY(WS-SORT-J)     TO WS-SWAP-ENTRY
               MOVE WS-DEPT-ENTRY(WS-SORT-J + 1)
                   TO WS-DEPT-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY
                   TO WS-DEPT-ENTRY(WS-SORT-J + 1)
           END-IF.

      *----------------------------------------------------------*
      *  5200-WRITE-DEPT-LINE - ONE DEPARTMENT'S MOVES, ROLLED    *
      *  INTO THE TOTAL LINE                                      *
      *----------------------------------------------------------*
       5200-WRITE-DEPT-LINE.

           MOVE WS-DT-DEPT(WS-DT-IDX)     TO WS-DL-DEPT
           MOVE WS-DT-HIRES(WS-DT-IDX)    TO WS-DL-HIRES
           MOVE WS-DT-REHIRES(WS-DT-IDX)  TO WS-DL-REHIRES
           MOVE WS-DT-XFER-IN(WS-DT-IDX)  TO WS-DL-XFER-IN
           MOVE WS-DT-RETURNS(WS-DT-IDX)  TO WS-DL-RETURNS
           MOVE WS-DT-XFER-OUT(WS-DT-IDX) TO WS-DL-XFER-OUT
           MOVE WS-DT-LEAVES(WS-DT-IDX)   TO WS-DL-LEAVES
           MOVE WS-DT-TERMS(WS-DT-IDX)    TO WS-DL-TERMS
           MOVE WS-DT-NET(WS-DT-IDX)      TO WS-DL-NET
           WRITE MOVE-RPT-LINE FROM WS-DEPT-LINE

           ADD WS-DT-HIRES(WS-DT-IDX)    TO WS-TOT-HIRES
           ADD WS-DT-REHIRES(WS-DT-IDX)  TO WS-TOT-REHIRES
           ADD WS-DT-XFER-IN(WS-DT-IDX)  TO WS-TOT-XFER-IN
           ADD WS-DT-RETURNS(WS-DT-IDX)  TO WS-TOT-RETURNS
           ADD WS-DT-XFER-OUT(WS-DT-IDX) TO WS-TOT-XFER-OUT
           ADD WS-DT-LEAVES(WS-DT-IDX)   TO WS-TOT-LEAVES
           ADD WS-DT-TERMS(WS-DT-IDX)    TO WS-TOT-TERMS
           ADD WS-DT-NET(WS-DT-IDX)      TO WS-TOT-NET.

      *----------------------------------------------------------*
      *  5300-WRITE-TIE-LINE - OPENING ACTIVES PLUS THE NET MUST  *
      *  EQUAL THE CLOSING ACTIVES                                *
      *----------------------------------------------------------*
       5300-WRITE-TIE-LINE.

           COMPUTE WS-EXPECTED-CNT =
               WS-DT-OPEN-CNT(WS-DT-IDX) + WS-DT-NET(WS-DT-IDX)
           COMPUTE WS-TIE-DIFF =
               WS-DT-CLOSE-CNT(WS-DT-IDX) - WS-EXPECTED-CNT

           MOVE WS-DT-DEPT(WS-DT-IDX)      TO WS-TL-DEPT
           MOVE WS-DT-OPEN-CNT(WS-DT-IDX)  TO WS-TL-OPEN
           MOVE WS-DT-NET(WS-DT-IDX)       TO WS-TL-NET
           MOVE WS-EXPECTED-CNT            TO WS-TL-EXPECTED
           MOVE WS-DT-CLOSE-CNT(WS-DT-IDX) TO WS-TL-CLOSE
           MOVE WS-TIE-DIFF                TO WS-TL-DIFF
           IF WS-TIE-DIFF = ZERO
               MOVE SPACE TO WS-TL-FLAG
           ELSE
               MOVE '*OUT OF TIE*' TO WS-TL-FLAG
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           END-IF

           WRITE MOVE-RPT-LINE FROM WS-TIE-LINE.

      *----------------------------------------------------------*
      *  6000-FINALIZE - TRAILER, CLOSE FILES. A DEPARTMENT OUT   *
      *  OF TIE ENDS THE STEP CC 4.                               *
      *----------------------------------------------------------*
       6000-FINALIZE.

           MOVE WS-HIST-READ-COUNT  TO WS-TRL-HIST
           MOVE WS-EVENT-COUNT      TO WS-TRL-EVENTS
           MOVE WS-RATE-READ-COUNT  TO WS-TRL-RATES
           MOVE WS-OUT-OF-TIE-COUNT TO WS-TRL-OUT-TIE
           MOVE SPACE TO MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE
           WRITE MOVE-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE EMP-HISTORY
           CLOSE MOVE-RPT

           IF WS-OUT-OF-TIE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           MOVE WS-HIST-READ-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-HISTORY - NEXT EMPHIST ROW                     *
      *----------------------------------------------------------*
       8000-READ-HISTORY.

           READ EMP-HISTORY
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-SORTED-RATE - NEXT SORTED RATEHIST ROW         *
      *----------------------------------------------------------*
       8100-READ-SORTED-RATE.

           READ SORTED-RATE
               AT END
                   SET END-OF-SORTED-RATE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-READ-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  8200-READ-HDCHIST - NEXT HEADCOUNT SNAPSHOT ROW          *
      *----------------------------------------------------------*
       8200-READ-HDCHIST.

           READ HEADCOUNT-HIST
               AT END
                   SET END-OF-HDCHIST TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'EMPMOVE '         TO AUD-PROGRAM-ID
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
