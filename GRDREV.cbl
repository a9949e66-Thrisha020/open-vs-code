       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDREV.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : SALARY STRUCTURE REVISION. TAKES A PROPOSED
      *            : BAND-ADJUSTMENT DECK (GRVIN: A PERCENT PER
      *            : GRADE, OR A GRADE'S NEW MINIMUM, MIDPOINT, AND
      *            : MAXIMUM) AND A RUN-MODE PARM WITH THE
      *            : EFFECTIVE DATE (GRVPARM), AND PRICES THE
      *            : REVISION AGAINST THE COMPENSATION MASTER
      *            : BEFORE ANY BAND MOVES: THE GREEN CIRCLE
      *            : (ACTIVES BELOW THE NEW MINIMUM) WITH THE COST
      *            : OF BRINGING EACH UP TO IT, THE RED CIRCLE
      *            : (ACTIVES ABOVE THE NEW MAXIMUM, WHOSE RATE IS
      *            : FROZEN - COMPMNT'S BAND CHECK REJECTS ANY
      *            : CHANGE THAT LEAVES A RATE ABOVE THE BAND),
      *            : AND EACH GRADE'S AVERAGE COMPA-RATIO UNDER THE
      *            : OLD AND THE NEW MIDPOINT. THE PROPOSE PASS (P)
      *            : ONLY REPORTS; THE APPLY PASS (A) LOADS THE NEW
      *            : BANDS TO GRADMAST THE WAY GRDLOAD DOES AND
      *            : CUTS THE COMPTRAN CHANGE DECK FOR COMPMNT
      *            : RAISING EACH GREEN-CIRCLE RATE TO THE NEW
      *            : MINIMUM ON THE EFFECTIVE DATE. A DECK WITH ANY
      *            : REJECTED ROW IS NEVER APPLIED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-PARM    ASSIGN TO GRVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REV-IN      ASSIGN TO GRVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-IN-STATUS.

           SELECT GRADE-MASTER ASSIGN TO GRADMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-GRADE
               FILE STATUS IS WS-GRADE-MASTER-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT REV-RPT     ASSIGN TO GRVRPT
               ORGANIZATION IS SEQUENTIAL.

      * The COMPMNT change deck, cut only by the apply pass.
           SELECT COMP-TRANS-OUT ASSIGN TO COMPTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * P PROPOSES, A APPLIES. ANYTHING ELSE, OR NO EFFECTIVE DATE,
      * STOPS THE RUN BEFORE A NUMBER IS PRICED.
       FD  REV-PARM
           LABEL RECORDS ARE STANDARD.
       01  REV-PARM-RECORD.
           05  RP-RUN-MODE      PIC X(01).
               88  RP-MODE-PROPOSE      VALUE 'P'.
               88  RP-MODE-APPLY        VALUE 'A'.
           05  RP-EFF-DATE      PIC 9(08).

      * One row per grade to revise. A P row moves the grade's
      * whole band by GV-PERCENT; a B row gives the new band
      * outright (and may introduce a grade not yet on GRADMAST).
       FD  REV-IN
           LABEL RECORDS ARE STANDARD.
       01  REV-IN-RECORD.
           05  GV-GRADE         PIC X(02).
           05  GV-ADJ-TYPE      PIC X(01).
               88  GV-BY-PERCENT        VALUE 'P'.
               88  GV-NEW-BAND          VALUE 'B'.
           05  GV-PERCENT       PIC 9(02)V99.
           05  GV-MINIMUM       PIC 9(05)V99.
           05  GV-MIDPOINT      PIC 9(05)V99.
           05  GV-MAXIMUM       PIC 9(05)V99.

       FD  GRADE-MASTER.
           COPY GRADEREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  REV-RPT
           LABEL RECORDS ARE STANDARD.
       01  REV-RPT-LINE     PIC X(100).

      * Same shape COMPMNT's transaction deck reads.
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
       01  WS-REV-IN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-GRADE-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad structure revision to the
      * exact version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-REV-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-REV-IN          VALUE 'Y'.
       01  WS-COMP-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-COMP-MASTER     VALUE 'Y'.

       01  WS-RUN-MODE      PIC X(01)  VALUE 'P'.
           88  WS-MODE-PROPOSE        VALUE 'P'.
           88  WS-MODE-APPLY          VALUE 'A'.
       01  WS-EFF-DATE      PIC 9(08)  VALUE ZERO.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-ROW-ACCEPTED        VALUE 'Y'.
           88  WS-ROW-REJECTED        VALUE 'N'.
       01  WS-REJECT-REASON PIC X(26)  VALUE SPACE.

      * Standard paid hours in a year (52 weeks of 40), to put an
      * hourly raise in annual dollars.
       01  WS-ANNUAL-HOURS  PIC 9(04)  VALUE 2080.

      * The revised grades: the band on file today, the proposed
      * band, and what the revision does to the grade's people.
       01  WS-REV-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-REV-IDX.
               10  WS-RV-GRADE      PIC X(02).
               10  WS-RV-OLD-MIN    PIC S9(05)V99 COMP-3.
               10  WS-RV-OLD-MID    PIC S9(05)V99 COMP-3.
               10  WS-RV-OLD-MAX    PIC S9(05)V99 COMP-3.
               10  WS-RV-NEW-MIN    PIC S9(05)V99 COMP-3.
               10  WS-RV-NEW-MID    PIC S9(05)V99 COMP-3.
               10  WS-RV-NEW-MAX    PIC S9(05)V99 COMP-3.
               10  WS-RV-HEADS      PIC 9(05)  COMP.
               10  WS-RV-OLD-CR-SUM PIC S9(07)V9 COMP-3.
               10  WS-RV-NEW-CR-SUM PIC S9(07)V9 COMP-3.
               10  WS-RV-GREEN      PIC 9(05)  COMP.
               10  WS-RV-GREEN-COST PIC S9(09)V99 COMP-3.
               10  WS-RV-RED        PIC 9(05)  COMP.

      * The proposed band for the deck row being validated.
       01  WS-NEW-MIN       PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-MID       PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-MAX       PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-GRADE-ON-FILE-SW PIC X(01) VALUE 'N'.
           88  WS-GRADE-ON-FILE       VALUE 'Y'.

       01  WS-RAISE         PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-ANNUAL-COST   PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-OVER          PIC S9(05)V99 COMP-3 VALUE ZERO.
       01  WS-COMPA-RATIO   PIC S9(03)V9  COMP-3 VALUE ZERO.
       01  WS-AVG-RATIO     PIC S9(03)V9  COMP-3 VALUE ZERO.

       01  WS-ROW-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)   COMP VALUE ZERO.
       01  WS-LOAD-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-GREEN-COUNT   PIC 9(5)   COMP VALUE ZERO.
       01  WS-RED-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-DECK-COUNT    PIC 9(5)   COMP VALUE ZERO.
       01  WS-GREEN-TOTAL   PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(29)  VALUE
               'SALARY STRUCTURE REVISION - '.
           05  WS-TTL-MODE  PIC X(12).
           05  FILLER       PIC X(18)  VALUE '  EFFECTIVE DATE: '.
           05  WS-TTL-EFF-DATE PIC 9(08).
           05  FILLER       PIC X(33)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(100) VALUE SPACE.

       01  WS-BAND-HEADER-1.
           05  FILLER       PIC X(10)  VALUE 'BANDS'.
           05  FILLER       PIC X(27)  VALUE
               '---- BAND ON FILE -------'.
           05  FILLER       PIC X(63)  VALUE
               '---- PROPOSED BAND ------'.

       01  WS-BAND-HEADER-2.
           05  FILLER       PIC X(10)  VALUE ' GR   TYPE'.
           05  FILLER       PIC X(27)  VALUE
               '     MIN      MID      MAX'.
           05  FILLER       PIC X(63)  VALUE
               '     MIN      MID      MAX  RESULT'.

       01  WS-BAND-LINE.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-GRADE  PIC X(02).
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-BL-TYPE   PIC X(01).
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-BL-OLD-MIN PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-OLD-MID PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-OLD-MAX PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-NEW-MIN PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-NEW-MID PIC ZZZZ9.99.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-NEW-MAX PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-BL-RESULT PIC X(08).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-BL-REASON PIC X(26).

       01  WS-GREEN-HEADER  PIC X(100) VALUE
           'GREEN CIRCLE - BELOW THE NEW MINIMUM, RAISED TO IT'.

       01  WS-RED-HEADER    PIC X(100) VALUE
           'RED CIRCLE - ABOVE THE NEW MAXIMUM, RATE FROZEN'.

       01  WS-EMP-COLUMN-LINE.
           05  FILLER       PIC X(36)  VALUE
               '  EMP ID  NAME                  DEPT'.
           05  FILLER       PIC X(24)  VALUE
               '  GR      RATE      BAND'.
           05  FILLER       PIC X(40)  VALUE
               '  PER HOUR      ANNUAL'.

       01  WS-EMP-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-ID     PIC 9(05).
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-EL-LNAME  PIC X(20).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-DEPT   PIC X(04).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-GRADE  PIC X(02).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-RATE   PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-BAND   PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-HOURLY PIC ZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-ANNUAL PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-EL-FLAG   PIC X(15).

       01  WS-GRADE-HEADER  PIC X(100) VALUE
           'COMPA-RATIO BY GRADE - RATE AS A PERCENT OF MIDPOINT'.

       01  WS-GRADE-COLUMN-LINE.
           05  FILLER       PIC X(38)  VALUE
               '  GRADE  HEADS  OLD CR  NEW CR  GREEN'.
           05  FILLER       PIC X(62)  VALUE
               '   GREEN COST    RED'.

       01  WS-GRADE-LINE.
           05  FILLER       PIC X(04)  VALUE SPACE.
           05  WS-GL-GRADE  PIC X(02).
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-GL-HEADS  PIC ZZZZ9.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-GL-OLD-CR PIC ZZ9.9.
           05  FILLER       PIC X(03)  VALUE SPACE.
           05  WS-GL-NEW-CR PIC ZZ9.9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-GL-GREEN  PIC ZZZZ9.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-GL-GREEN-COST PIC ZZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-GL-RED    PIC ZZZZ9.
           05  FILLER       PIC X(43)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(12)  VALUE 'DECK ROWS : '.
           05  WS-TRL-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(11)  VALUE '  REJECT : '.
           05  WS-TRL-REJECT PIC ZZZZ9.
           05  FILLER       PIC X(10)  VALUE '  GREEN : '.
           05  WS-TRL-GREEN PIC ZZZZ9.
           05  FILLER       PIC X(08)  VALUE '  RED : '.
           05  WS-TRL-RED   PIC ZZZZ9.
           05  FILLER       PIC X(15)  VALUE '  GREEN COST : '.
           05  WS-TRL-COST  PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-REJECT-LINE   PIC X(100) VALUE
           '*** DECK HAS REJECTED ROWS - FIX AND RERUN BEFORE APPLYING'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REV-ROW
               UNTIL END-OF-REV-IN
           PERFORM 2800-CHECK-DECK
           PERFORM 3000-GREEN-CIRCLE-PASS
           PERFORM 4000-RED-CIRCLE-PASS
           PERFORM 5000-GRADE-SUMMARY
           PERFORM 6000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - RESOLVE THE MODE AND DATE, OPEN FILES  *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT REV-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'GRDREV: GRVPARM RUN MODE NOT SUPPLIED - '
                   'ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           READ REV-PARM
               AT END
                   DISPLAY 'GRDREV: GRVPARM EMPTY - ABORTING'
                   PERFORM 1900-ABORT-RUN
           END-READ
           IF NOT RP-MODE-PROPOSE AND NOT RP-MODE-APPLY
               DISPLAY 'GRDREV: RUN MODE MUST BE P OR A - '
                   'ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           IF RP-EFF-DATE NOT NUMERIC OR RP-EFF-DATE = ZERO
               DISPLAY 'GRDREV: GRVPARM EFFECTIVE DATE MISSING - '
                   'ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           MOVE RP-RUN-MODE TO WS-RUN-MODE
           MOVE RP-EFF-DATE TO WS-EFF-DATE
           CLOSE REV-PARM

           OPEN INPUT REV-IN
           IF WS-REV-IN-STATUS NOT = '00'
               DISPLAY 'GRDREV: GRVIN REVISION DECK NOT '
                   'AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O GRADE-MASTER
           ELSE
               OPEN INPUT GRADE-MASTER
           END-IF
           IF WS-GRADE-MASTER-STATUS NOT = '00'
               DISPLAY 'GRDREV: GRADMAST NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF

           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT REV-RPT
           IF WS-MODE-APPLY
               OPEN OUTPUT COMP-TRANS-OUT
           END-IF

           IF WS-MODE-APPLY
               MOVE 'APPLY PASS  ' TO WS-TTL-MODE
           ELSE
               MOVE 'PROPOSE PASS' TO WS-TTL-MODE
           END-IF
           MOVE WS-EFF-DATE TO WS-TTL-EFF-DATE
           WRITE REV-RPT-LINE FROM WS-TITLE-LINE
           WRITE REV-RPT-LINE FROM WS-BLANK-LINE
           WRITE REV-RPT-LINE FROM WS-BAND-HEADER-1
           WRITE REV-RPT-LINE FROM WS-BAND-HEADER-2

           PERFORM 8000-READ-REV-IN.

      *----------------------------------------------------------*
      *  1900-ABORT-RUN - NOTHING PRICED, NOTHING LOADED          *
      *----------------------------------------------------------*
       1900-ABORT-RUN.

           MOVE 16 TO RETURN-CODE
           MOVE '16' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL
           STOP RUN.

      *----------------------------------------------------------*
      *  2000-PROCESS-REV-ROW - VALIDATE ONE DECK ROW AND ADD IT  *
      *  TO THE REVISION TABLE                                    *
      *----------------------------------------------------------*
       2000-PROCESS-REV-ROW.

           SET WS-ROW-ACCEPTED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-ROW-COUNT
           MOVE ZERO TO GRD-MINIMUM
           MOVE ZERO TO GRD-MIDPOINT
           MOVE ZERO TO GRD-MAXIMUM
           MOVE ZERO TO WS-NEW-MIN
           MOVE ZERO TO WS-NEW-MID
           MOVE ZERO TO WS-NEW-MAX

           PERFORM 2100-VALIDATE-REV-ROW

           IF WS-ROW-ACCEPTED
               ADD 1 TO WS-REV-COUNT
               SET WS-REV-IDX TO WS-REV-COUNT
               MOVE GV-GRADE     TO WS-RV-GRADE(WS-REV-IDX)
               MOVE GRD-MINIMUM  TO WS-RV-OLD-MIN(WS-REV-IDX)
               MOVE GRD-MIDPOINT TO WS-RV-OLD-MID(WS-REV-IDX)
               MOVE GRD-MAXIMUM  TO WS-RV-OLD-MAX(WS-REV-IDX)
               MOVE WS-NEW-MIN   TO WS-RV-NEW-MIN(WS-REV-IDX)
               MOVE WS-NEW-MID   TO WS-RV-NEW-MID(WS-REV-IDX)
               MOVE WS-NEW-MAX   TO WS-RV-NEW-MAX(WS-REV-IDX)
               MOVE ZERO TO WS-RV-HEADS(WS-REV-IDX)
               MOVE ZERO TO WS-RV-OLD-CR-SUM(WS-REV-IDX)
               MOVE ZERO TO WS-RV-NEW-CR-SUM(WS-REV-IDX)
               MOVE ZERO TO WS-RV-GREEN(WS-REV-IDX)
               MOVE ZERO TO WS-RV-GREEN-COST(WS-REV-IDX)
               MOVE ZERO TO WS-RV-RED(WS-REV-IDX)
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           PERFORM 2900-WRITE-BAND-LINE

           PERFORM 8000-READ-REV-IN.

      *----------------------------------------------------------*
      *  2100-VALIDATE-REV-ROW - ONE ROW PER GRADE; A PERCENT ROW *
      *  NEEDS THE GRADE ON FILE; THE RESULTING BAND MUST RUN     *
      *  MINIMUM THROUGH MAXIMUM, AS GRDLOAD REQUIRES             *
      *----------------------------------------------------------*
       2100-VALIDATE-REV-ROW.

           IF GV-GRADE = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'GRADE IS BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-ACCEPTED
               AND NOT GV-BY-PERCENT AND NOT GV-NEW-BAND
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TYPE MUST BE P OR B' TO WS-REJECT-REASON
           END-IF

           IF WS-ROW-ACCEPTED AND WS-REV-COUNT > ZERO
               SET WS-REV-IDX TO 1
               SEARCH WS-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REV-IDX > WS-REV-COUNT
                       CONTINUE
                   WHEN WS-RV-GRADE(WS-REV-IDX) = GV-GRADE
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'GRADE ALREADY IN THE DECK'
                           TO WS-REJECT-REASON
               END-SEARCH
           END-IF

           IF WS-ROW-ACCEPTED AND WS-REV-COUNT NOT < 50
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'MORE THAN 50 GRADES' TO WS-REJECT-REASON
           END-IF

           MOVE 'N' TO WS-GRADE-ON-FILE-SW
           IF WS-ROW-ACCEPTED
               MOVE GV-GRADE TO GRD-GRADE
               READ GRADE-MASTER
                   INVALID KEY
                       MOVE ZERO TO GRD-MINIMUM
                       MOVE ZERO TO GRD-MIDPOINT
                       MOVE ZERO TO GRD-MAXIMUM
                   NOT INVALID KEY
                       SET WS-GRADE-ON-FILE TO TRUE
               END-READ
           END-IF

           IF WS-ROW-ACCEPTED AND GV-BY-PERCENT
               PERFORM 2110-PRICE-PERCENT-ROW
           END-IF

           IF WS-ROW-ACCEPTED AND GV-NEW-BAND
               IF GV-MINIMUM NOT NUMERIC
                   OR GV-MIDPOINT NOT NUMERIC
                   OR GV-MAXIMUM NOT NUMERIC
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'BAND VALUE NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE GV-MINIMUM  TO WS-NEW-MIN
                   MOVE GV-MIDPOINT TO WS-NEW-MID
                   MOVE GV-MAXIMUM  TO WS-NEW-MAX
               END-IF
           END-IF

           IF WS-ROW-ACCEPTED
               AND (WS-NEW-MIN > WS-NEW-MID
                   OR WS-NEW-MID > WS-NEW-MAX
                   OR WS-NEW-MID = ZERO)
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'BAND NOT MIN/MID/MAX ORDER' TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------*
      *  2110-PRICE-PERCENT-ROW - MOVE THE WHOLE BAND ON FILE     *
      *----------------------------------------------------------*
       2110-PRICE-PERCENT-ROW.

           IF NOT WS-GRADE-ON-FILE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'GRADE NOT ON GRADMAST' TO WS-REJECT-REASON
           ELSE
               IF GV-PERCENT NOT NUMERIC OR GV-PERCENT = ZERO
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'PERCENT MISSING' TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-NEW-MIN ROUNDED =
                       GRD-MINIMUM + GRD-MINIMUM * GV-PERCENT / 100
                   COMPUTE WS-NEW-MID ROUNDED =
                       GRD-MIDPOINT + GRD-MIDPOINT * GV-PERCENT / 100
                   COMPUTE WS-NEW-MAX ROUNDED =
                       GRD-MAXIMUM + GRD-MAXIMUM * GV-PERCENT / 100
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2800-CHECK-DECK - A DECK WITH ANY REJECT IS NEVER        *
      *  APPLIED: THE APPLY PASS STOPS HERE WITH NOTHING LOADED   *
      *----------------------------------------------------------*
       2800-CHECK-DECK.

           IF WS-REJECT-COUNT > ZERO
               WRITE REV-RPT-LINE FROM WS-BLANK-LINE
               WRITE REV-RPT-LINE FROM WS-REJECT-LINE
               IF WS-MODE-APPLY
                   DISPLAY 'GRDREV: ' WS-REJECT-COUNT
                       ' DECK ROW(S) REJECTED - NOTHING APPLIED'
                   CLOSE REV-IN
                   CLOSE GRADE-MASTER
                   CLOSE EMP-MASTER
                   CLOSE REV-RPT
                   CLOSE COMP-TRANS-OUT
                   PERFORM 1900-ABORT-RUN
               END-IF
           END-IF

           IF WS-MODE-APPLY
               PERFORM 2810-LOAD-NEW-BAND
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               DISPLAY 'GRDREV: ' WS-LOAD-COUNT
                   ' GRADE BAND(S) LOADED TO GRADMAST'
           END-IF.

      *----------------------------------------------------------*
      *  2810-LOAD-NEW-BAND - WRITE A NEW GRADE, OR REWRITE AN    *
      *  EXISTING ONE, AS GRDLOAD DOES                            *
      *----------------------------------------------------------*
       2810-LOAD-NEW-BAND.

           MOVE WS-RV-GRADE(WS-REV-IDX)   TO GRD-GRADE
           MOVE WS-RV-NEW-MIN(WS-REV-IDX) TO GRD-MINIMUM
           MOVE WS-RV-NEW-MID(WS-REV-IDX) TO GRD-MIDPOINT
           MOVE WS-RV-NEW-MAX(WS-REV-IDX) TO GRD-MAXIMUM

           WRITE GRADE-MASTER-RECORD
               INVALID KEY
                   REWRITE GRADE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'GRDREV: WRITE TO GRADMAST '
                               'FAILED FOR GRADE ' GRD-GRADE
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

      *----------------------------------------------------------*
      *  2900-WRITE-BAND-LINE - ONE LINE PER DECK ROW             *
      *----------------------------------------------------------*
       2900-WRITE-BAND-LINE.

           MOVE GV-GRADE     TO WS-BL-GRADE
           MOVE GV-ADJ-TYPE  TO WS-BL-TYPE
           MOVE GRD-MINIMUM  TO WS-BL-OLD-MIN
           MOVE GRD-MIDPOINT TO WS-BL-OLD-MID
           MOVE GRD-MAXIMUM  TO WS-BL-OLD-MAX
           MOVE WS-NEW-MIN   TO WS-BL-NEW-MIN
           MOVE WS-NEW-MID   TO WS-BL-NEW-MID
           MOVE WS-NEW-MAX   TO WS-BL-NEW-MAX

           IF WS-ROW-ACCEPTED
               IF WS-GRADE-ON-FILE
                   MOVE 'REVISED'  TO WS-BL-RESULT
               ELSE
                   MOVE 'NEW'      TO WS-BL-RESULT
               END-IF
               MOVE SPACE          TO WS-BL-REASON
           ELSE
               MOVE 'REJECTED'     TO WS-BL-RESULT
               MOVE WS-REJECT-REASON TO WS-BL-REASON
           END-IF

           WRITE REV-RPT-LINE FROM WS-BAND-LINE.

      *----------------------------------------------------------*
      *  3000-GREEN-CIRCLE-PASS - EVERY ACTIVE IN A REVISED GRADE *
      *  COUNTS TOWARD ITS COMPA-RATIOS; THOSE BELOW THE NEW      *
      *  MINIMUM ARE PRICED UP TO IT                              *
      *----------------------------------------------------------*
       3000-GREEN-CIRCLE-PASS.

           WRITE REV-RPT-LINE FROM WS-BLANK-LINE
           WRITE REV-RPT-LINE FROM WS-GREEN-HEADER
           WRITE REV-RPT-LINE FROM WS-EMP-COLUMN-LINE

           PERFORM 7000-OPEN-COMP-MASTER
           PERFORM 3100-GREEN-CIRCLE-EMPLOYEE
               UNTIL END-OF-COMP-MASTER
           CLOSE COMP-MASTER.

      *----------------------------------------------------------*
      *  3100-GREEN-CIRCLE-EMPLOYEE                               *
      *----------------------------------------------------------*
       3100-GREEN-CIRCLE-EMPLOYEE.

           PERFORM 7200-FIND-REVISED-ACTIVE

           IF WS-ROW-ACCEPTED
               ADD 1 TO WS-RV-HEADS(WS-REV-IDX)
               IF WS-RV-OLD-MID(WS-REV-IDX) > ZERO
                   COMPUTE WS-COMPA-RATIO ROUNDED =
                       CMP-PAY-RATE * 100 / WS-RV-OLD-MID(WS-REV-IDX)
                   ADD WS-COMPA-RATIO TO WS-RV-OLD-CR-SUM(WS-REV-IDX)
               END-IF
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   CMP-PAY-RATE * 100 / WS-RV-NEW-MID(WS-REV-IDX)
               ADD WS-COMPA-RATIO TO WS-RV-NEW-CR-SUM(WS-REV-IDX)

               IF CMP-PAY-RATE < WS-RV-NEW-MIN(WS-REV-IDX)
                   PERFORM 3200-PRICE-GREEN-CIRCLE
               END-IF
           END-IF

           PERFORM 8100-READ-COMP-MASTER.

      *----------------------------------------------------------*
      *  3200-PRICE-GREEN-CIRCLE - RAISE TO THE NEW MINIMUM       *
      *----------------------------------------------------------*
       3200-PRICE-GREEN-CIRCLE.

           COMPUTE WS-RAISE =
               WS-RV-NEW-MIN(WS-REV-IDX) - CMP-PAY-RATE
           COMPUTE WS-ANNUAL-COST = WS-RAISE * WS-ANNUAL-HOURS

           ADD 1 TO WS-RV-GREEN(WS-REV-IDX)
           ADD WS-ANNUAL-COST TO WS-RV-GREEN-COST(WS-REV-IDX)
           ADD 1 TO WS-GREEN-COUNT
           ADD WS-ANNUAL-COST TO WS-GREEN-TOTAL

           MOVE WS-RV-NEW-MIN(WS-REV-IDX) TO WS-EL-BAND
           MOVE WS-RAISE       TO WS-EL-HOURLY
           MOVE WS-ANNUAL-COST TO WS-EL-ANNUAL
           IF WS-MODE-APPLY
               PERFORM 3300-WRITE-CHANGE-TRANSACTION
               MOVE 'RAISE CUT'    TO WS-EL-FLAG
           ELSE
               MOVE SPACE          TO WS-EL-FLAG
           END-IF
           PERFORM 7300-WRITE-EMP-LINE.

      *----------------------------------------------------------*
      *  3300-WRITE-CHANGE-TRANSACTION - ONE COMPMNT 'C' ROW TO   *
      *  THE NEW MINIMUM, EFFECTIVE THE REVISION DATE             *
      *----------------------------------------------------------*
       3300-WRITE-CHANGE-TRANSACTION.

           MOVE CMP-EMP-ID                TO CTO-EMP-ID
           MOVE 'C'                       TO CTO-ACTION
           MOVE WS-RV-NEW-MIN(WS-REV-IDX) TO CTO-PAY-RATE
           MOVE CMP-PAY-GRADE             TO CTO-PAY-GRADE
           MOVE WS-EFF-DATE               TO CTO-EFF-DATE
           WRITE COMP-TRANS-OUT-RECORD
           ADD 1 TO WS-DECK-COUNT.

      *----------------------------------------------------------*
      *  4000-RED-CIRCLE-PASS - ACTIVES ABOVE THE NEW MAXIMUM     *
      *----------------------------------------------------------*
       4000-RED-CIRCLE-PASS.

           WRITE REV-RPT-LINE FROM WS-BLANK-LINE
           WRITE REV-RPT-LINE FROM WS-RED-HEADER
           WRITE REV-RPT-LINE FROM WS-EMP-COLUMN-LINE

           PERFORM 7000-OPEN-COMP-MASTER
           PERFORM 4100-RED-CIRCLE-EMPLOYEE
               UNTIL END-OF-COMP-MASTER
           CLOSE COMP-MASTER.

      *----------------------------------------------------------*
      *  4100-RED-CIRCLE-EMPLOYEE - THE RATE STANDS BUT CANNOT    *
      *  MOVE UNTIL THE BAND CATCHES UP WITH IT                   *
      *----------------------------------------------------------*
       4100-RED-CIRCLE-EMPLOYEE.

           PERFORM 7200-FIND-REVISED-ACTIVE

           IF WS-ROW-ACCEPTED
               IF CMP-PAY-RATE > WS-RV-NEW-MAX(WS-REV-IDX)
                   COMPUTE WS-OVER =
                       CMP-PAY-RATE - WS-RV-NEW-MAX(WS-REV-IDX)
                   COMPUTE WS-ANNUAL-COST =
                       WS-OVER * WS-ANNUAL-HOURS
                   ADD 1 TO WS-RV-RED(WS-REV-IDX)
                   ADD 1 TO WS-RED-COUNT
                   MOVE WS-RV-NEW-MAX(WS-REV-IDX) TO WS-EL-BAND
                   MOVE WS-OVER        TO WS-EL-HOURLY
                   MOVE WS-ANNUAL-COST TO WS-EL-ANNUAL
                   MOVE 'FROZEN'       TO WS-EL-FLAG
                   PERFORM 7300-WRITE-EMP-LINE
               END-IF
           END-IF

           PERFORM 8100-READ-COMP-MASTER.

      *----------------------------------------------------------*
      *  5000-GRADE-SUMMARY - WHERE EACH REVISED GRADE LANDS      *
      *----------------------------------------------------------*
       5000-GRADE-SUMMARY.

           WRITE REV-RPT-LINE FROM WS-BLANK-LINE
           WRITE REV-RPT-LINE FROM WS-GRADE-HEADER
           WRITE REV-RPT-LINE FROM WS-GRADE-COLUMN-LINE

           PERFORM 5100-WRITE-GRADE-LINE
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT.

      *----------------------------------------------------------*
      *  5100-WRITE-GRADE-LINE                                    *
      *----------------------------------------------------------*
       5100-WRITE-GRADE-LINE.

           MOVE WS-RV-GRADE(WS-REV-IDX) TO WS-GL-GRADE
           MOVE WS-RV-HEADS(WS-REV-IDX) TO WS-GL-HEADS
           MOVE ZERO TO WS-GL-OLD-CR
           MOVE ZERO TO WS-GL-NEW-CR
           IF WS-RV-HEADS(WS-REV-IDX) > ZERO
               COMPUTE WS-AVG-RATIO ROUNDED =
                   WS-RV-OLD-CR-SUM(WS-REV-IDX)
                       / WS-RV-HEADS(WS-REV-IDX)
               MOVE WS-AVG-RATIO TO WS-GL-OLD-CR
               COMPUTE WS-AVG-RATIO ROUNDED =
                   WS-RV-NEW-CR-SUM(WS-REV-IDX)
                       / WS-RV-HEADS(WS-REV-IDX)
               MOVE WS-AVG-RATIO TO WS-GL-NEW-CR
           END-IF
           MOVE WS-RV-GREEN(WS-REV-IDX)      TO WS-GL-GREEN
           MOVE WS-RV-GREEN-COST(WS-REV-IDX) TO WS-GL-GREEN-COST
           MOVE WS-RV-RED(WS-REV-IDX)        TO WS-GL-RED
           WRITE REV-RPT-LINE FROM WS-GRADE-LINE.

      *----------------------------------------------------------*
      *  6000-FINALIZE - TRAILER, CLOSE FILES                     *
      *----------------------------------------------------------*
       6000-FINALIZE.

           MOVE WS-ROW-COUNT    TO WS-TRL-ROWS
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           MOVE WS-GREEN-COUNT  TO WS-TRL-GREEN
           MOVE WS-RED-COUNT    TO WS-TRL-RED
           MOVE WS-GREEN-TOTAL  TO WS-TRL-COST
           WRITE REV-RPT-LINE FROM WS-BLANK-LINE
           WRITE REV-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE REV-IN
           CLOSE GRADE-MASTER
           CLOSE EMP-MASTER
           CLOSE REV-RPT
           IF WS-MODE-APPLY
               CLOSE COMP-TRANS-OUT
               DISPLAY 'GRDREV: ' WS-DECK-COUNT
                   ' CHANGE TRANSACTIONS CUT FOR COMPMNT'
           END-IF

           MOVE '00' TO AUD-RETURN-CODE
           IF RETURN-CODE = 16
               MOVE '16' TO AUD-RETURN-CODE
           ELSE
               IF WS-MODE-PROPOSE AND WS-REJECT-COUNT > ZERO
                   DISPLAY 'GRDREV: ' WS-REJECT-COUNT
                       ' DECK ROW(S) REJECTED - FIX BEFORE APPLY'
                   MOVE 8 TO RETURN-CODE
                   MOVE '08' TO AUD-RETURN-CODE
               END-IF
           END-IF

           MOVE WS-ROW-COUNT TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  7000-OPEN-COMP-MASTER - START A PASS OVER COMPMAST       *
      *----------------------------------------------------------*
       7000-OPEN-COMP-MASTER.

           MOVE 'N' TO WS-COMP-EOF-SW
           OPEN INPUT COMP-MASTER
           IF WS-COMP-MASTER-STATUS NOT = '00'
               DISPLAY 'GRDREV: COMPMAST NOT AVAILABLE - ABORTING'
               PERFORM 1900-ABORT-RUN
           END-IF
           PERFORM 8100-READ-COMP-MASTER.

      *----------------------------------------------------------*
      *  7200-FIND-REVISED-ACTIVE - ACCEPTED WHEN THE RATE'S      *
      *  GRADE IS BEING REVISED AND THE EMPLOYEE IS ACTIVE;       *
      *  WS-REV-IDX IS LEFT ON THE GRADE                          *
      *----------------------------------------------------------*
       7200-FIND-REVISED-ACTIVE.

           SET WS-ROW-REJECTED TO TRUE
           IF WS-REV-COUNT > ZERO
               SET WS-REV-IDX TO 1
               SEARCH WS-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REV-IDX > WS-REV-COUNT
                       CONTINUE
                   WHEN WS-RV-GRADE(WS-REV-IDX) = CMP-PAY-GRADE
                       SET WS-ROW-ACCEPTED TO TRUE
               END-SEARCH
           END-IF

           IF WS-ROW-ACCEPTED
               MOVE CMP-EMP-ID TO EMP-ID
               READ EMP-MASTER
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
               END-READ
           END-IF

           IF WS-ROW-ACCEPTED AND NOT EMP-ACTIVE
               SET WS-ROW-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  7300-WRITE-EMP-LINE - ONE GREEN- OR RED-CIRCLE LINE      *
      *----------------------------------------------------------*
       7300-WRITE-EMP-LINE.

           MOVE CMP-EMP-ID    TO WS-EL-ID
           MOVE EMP-LNAME     TO WS-EL-LNAME
           MOVE EMP-DEPT-CODE TO WS-EL-DEPT
           MOVE CMP-PAY-GRADE TO WS-EL-GRADE
           MOVE CMP-PAY-RATE  TO WS-EL-RATE
           WRITE REV-RPT-LINE FROM WS-EMP-LINE.

      *----------------------------------------------------------*
      *  8000-READ-REV-IN - READ NEXT DECK ROW                    *
      *----------------------------------------------------------*
       8000-READ-REV-IN.

           READ REV-IN
               AT END
                   SET END-OF-REV-IN TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-COMP-MASTER - READ NEXT RATE IN KEY ORDER      *
      *----------------------------------------------------------*
       8100-READ-COMP-MASTER.

           READ COMP-MASTER NEXT RECORD
               AT END
                   SET END-OF-COMP-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'GRDREV  '         TO AUD-PROGRAM-ID
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
