       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYINQ.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ONLINE (CICS) PAY-STUB INQUIRY TRANSACTION, IN
      *            : THE EMPINQ/LVINQ STYLE. A USER KEYS AN
      *            : EMPLOYEE ID AND GETS BACK THE LAST SIX PAY
      *            : PERIODS ON THE PAY HISTORY (PAYHIST, SEE
      *            : PAYHREC), NEWEST FIRST; KEYING A LINE NUMBER
      *            : FROM THAT LIST SHOWS THE PERIOD'S HOURS, RATE,
      *            : GROSS, EVERY DEDUCTION TAKEN IN THE PRIORITY
      *            : ORDER PAYCALC APPLIED IT, AND NET -- SO "WHY
      *            : WAS MY NET LOWER LAST WEEK" NO LONGER MEANS
      *            : PULLING THE PAYCALC REGISTER FROM THE REPORT
      *            : ARCHIVE. PAYHIST IS READ THROUGH ITS EMPLOYEE-
      *            : ID ALTERNATE-INDEX PATH (PAYHISTE, NON-UNIQUE,
      *            : UPGRADED AS THE BATCH SIDE APPENDS), WHICH
      *            : RETURNS AN EMPLOYEE'S ROWS IN THE ORDER THEY
      *            : WERE WRITTEN.
      *            : PAY IS MORE SENSITIVE THAN ADDRESS DATA, SO
      *            : EVERY TURN FIRST CHECKS THE EMPSIGN SESSION'S
      *            : USER (THROUGH SESSCHK, AS EVERY MENU
      *            : TRANSACTION DOES) AGAINST THE AUTHCTL PROFILES
      *            : THE BATCH AUTHCHK GATE READS (PROGRAM PAYINQ,
      *            : OPTION I;
      *            : A BLANK COLUMN MEANS "ANY"). A USER WITH NO
      *            : MATCHING ROW -- OR ANY USER WHEN THE PROFILES
      *            : CANNOT BE READ -- IS REFUSED. EVERY LOOKUP,
      *            : REFUSED OR NOT, WRITES ONE ACCESS-LOG ENTRY
      *            : (SEE ACCREC) TO THE EMPQ TD QUEUE EMPINQ
      *            : FEEDS, SO EMPACCRPT'S WHO-VIEWED-WHOM COVERAGE
      *            : EXTENDS TO PAY DATA.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  THE AUTHCTL CHECK MOVED TO SESSCHK: EVERY TURN,
      *                  THE FIRST INCLUDED, NOW NEEDS A LIVE EMPSIGN
      *                  SIGN-ON SESSION WHOSE USER'S PROFILE GRANTS
      *                  PAYINQ; A REFUSED USER IS STILL LOGGED 'R'
      *                  AGAINST THE EMPLOYEE ASKED FOR. PF3 RETURNS TO
      *                  THE EMPSIGN MENU. THE FIRST SCREEN LISTS THE
      *                  SESSION'S CURRENT EMPLOYEE, AND A LISTED
      *                  EMPLOYEE BECOMES IT. ACCESS-LOG ENTRIES CARRY
      *                  THE SIGNED-ON USER.
      *

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      *  EMPLOYEE AND PAY-HISTORY RECORDS, SAME LAYOUTS THE BATCH
      *  SIDE USES
      *----------------------------------------------------------*
       COPY EMPREC.
       COPY PAYHREC.

      * One access-log entry per terminal interaction, to the EMPQ
      * transient data queue (see ACCREC).
       COPY ACCREC.
       01  WS-ABSTIME           PIC S9(15) COMP-3.

      * What the user typed: an employee ID, or a line number from
      * the period list on the screen.
       01  WS-INQ-INPUT         PIC X(20).
       01  WS-INQ-INPUT-ID REDEFINES WS-INQ-INPUT.
           05  WS-INQ-ID-DIGITS PIC X(05).
           05  FILLER           PIC X(15).
       01  WS-INQ-INPUT-SEL REDEFINES WS-INQ-INPUT.
           05  WS-INQ-SEL-DIGIT PIC X(01).
           05  WS-INQ-SEL-REST  PIC X(19).

       01  WS-EMP-ID-INPUT      PIC 9(05).
           88  WS-EMP-ID-BLANK          VALUE ZERO.

       01  WS-SEL-NUMBER        PIC 9(01) VALUE ZERO.

      * The terminal's EMPSIGN session (see SESSCA): who is signed
      * on, whether this transaction is on their menu, and the
      * employee being worked on. PF3 goes back to the menu.
       COPY SESSCA.
       01  WS-PF3-AID           PIC X(01) VALUE '3'.
       01  WS-SESSION-SCREEN    PIC X(79).

       01  WS-RESP              PIC S9(08) COMP.
       01  WS-RESP2             PIC S9(08) COMP.

      * Conversation state carried across pseudo-conversational
      * turns: blank state = waiting for an employee ID; 'L' = the
      * period list for WS-CA-EMP-ID is on the screen. Each listed
      * period keeps its position along the PAYHISTE path and its
      * period end and run type, so a selection rereads exactly the
      * row the user saw.
       01  WS-COMMAREA.
           05  WS-CA-STATE      PIC X(01).
               88  WS-CA-LIST-SHOWN     VALUE 'L'.
           05  WS-CA-EMP-ID     PIC 9(05).
           05  WS-CA-FNAME      PIC X(15).
           05  WS-CA-LNAME      PIC X(20).
           05  WS-CA-PER-COUNT  PIC 9(01).
           05  WS-CA-PERIOD     OCCURS 6 TIMES.
               10  WS-CA-PER-ROW    PIC 9(05).
               10  WS-CA-PER-END    PIC 9(08).
               10  WS-CA-PER-RUN    PIC X(01).

      * The browse keeps the newest six rows seen so far; the list
      * shows them newest first.
       01  WS-LIST-MAX          PIC 9(04) COMP VALUE 6.
       01  WS-LIST-AMOUNTS.
           05  WS-LA-ENTRY      OCCURS 6 TIMES.
               10  WS-LA-GROSS      PIC S9(07)V99.
               10  WS-LA-NET        PIC S9(07)V99.
               10  WS-LA-STATUS     PIC X(12).
       01  WS-ROW-NUMBER        PIC 9(05) COMP VALUE ZERO.
       01  WS-PER-I             PIC 9(04) COMP VALUE ZERO.
       01  WS-PER-J             PIC 9(04) COMP VALUE ZERO.
       01  WS-DED-I             PIC 9(04) COMP VALUE ZERO.
       01  WS-BROWSE-DONE-SW    PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE           VALUE 'Y'.

       01  WS-INQUIRY-SCREEN.
           05  FILLER           PIC X(79) VALUE
               'PAY STUB INQUIRY -- ENTER EMPLOYEE ID: '.

      * Period list: a heading, up to six periods, and a footer.
       01  WS-LIST-SCREEN.
           05  WS-LS-TITLE.
               10  FILLER       PIC X(20) VALUE
                   'PAY PERIODS FOR   : '.
               10  WS-LS-EMP-ID PIC 9(05).
               10  FILLER       PIC X(01) VALUE SPACE.
               10  WS-LS-FNAME  PIC X(15).
               10  FILLER       PIC X(01) VALUE SPACE.
               10  WS-LS-LNAME  PIC X(20).
               10  FILLER       PIC X(17) VALUE SPACE.
           05  WS-LS-LINE       OCCURS 6 TIMES PIC X(79).
           05  WS-LS-FOOTER     PIC X(79).

       01  WS-PERIOD-LINE.
           05  WS-PL-NUMBER     PIC 9(01).
           05  FILLER           PIC X(02) VALUE '. '.
           05  FILLER           PIC X(11) VALUE 'PERIOD END '.
           05  WS-PL-PERIOD-END PIC 9(08).
           05  FILLER           PIC X(06) VALUE '  RUN '.
           05  WS-PL-RUN-TYPE   PIC X(01).
           05  FILLER           PIC X(08) VALUE '  GROSS '.
           05  WS-PL-GROSS      PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(06) VALUE '  NET '.
           05  WS-PL-NET        PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACE.
           05  WS-PL-STATUS     PIC X(12).

      * Pay stub: heading, hours/rate/gross, up to twelve deduction
      * lines in the order they were taken, totals, and a footer.
       01  WS-STUB-SCREEN.
           05  WS-SS-TITLE.
               10  FILLER       PIC X(20) VALUE
                   'PAY STUB          : '.
               10  WS-SS-EMP-ID PIC 9(05).
               10  FILLER       PIC X(01) VALUE SPACE.
               10  WS-SS-FNAME  PIC X(15).
               10  FILLER       PIC X(01) VALUE SPACE.
               10  WS-SS-LNAME  PIC X(20).
               10  FILLER       PIC X(17) VALUE SPACE.
           05  WS-SS-PERIOD.
               10  FILLER       PIC X(20) VALUE
                   'PERIOD END        : '.
               10  WS-SS-PERIOD-END PIC 9(08).
               10  FILLER       PIC X(07) VALUE '  RUN: '.
               10  WS-SS-RUN-TYPE   PIC X(01).
               10  FILLER       PIC X(08) VALUE '  DEPT: '.
               10  WS-SS-DEPT   PIC X(04).
               10  FILLER       PIC X(02) VALUE SPACE.
               10  WS-SS-STATUS PIC X(29).
           05  WS-SS-EARNINGS.
               10  FILLER       PIC X(10) VALUE 'REG HRS : '.
               10  WS-SS-REG-HOURS  PIC ZZ9.99.
               10  FILLER       PIC X(11) VALUE '  OT HRS : '.
               10  WS-SS-OT-HOURS   PIC ZZ9.99.
               10  FILLER       PIC X(09) VALUE '  RATE : '.
               10  WS-SS-RATE   PIC ZZZZ9.99.
               10  FILLER       PIC X(10) VALUE '  GROSS : '.
               10  WS-SS-GROSS  PIC -ZZZZZZ9.99.
               10  FILLER       PIC X(08) VALUE SPACE.
           05  WS-SS-DED-LINE   OCCURS 12 TIMES PIC X(79).
           05  WS-SS-TOTALS.
               10  FILLER       PIC X(19) VALUE
                   'TOTAL DEDUCTIONS : '.
               10  WS-SS-TOTAL-DED  PIC -ZZZZZZ9.99.
               10  FILLER       PIC X(12) VALUE '  NET PAY : '.
               10  WS-SS-NET    PIC -ZZZZZZ9.99.
               10  FILLER       PIC X(26) VALUE SPACE.
           05  WS-SS-FOOTER     PIC X(79).

       01  WS-DEDUCTION-LINE.
           05  FILLER           PIC X(04) VALUE SPACE.
           05  FILLER           PIC X(11) VALUE 'DEDUCTION  '.
           05  WS-DL-CODE       PIC X(03).
           05  FILLER           PIC X(08) VALUE '  TYPE: '.
           05  WS-DL-TYPE       PIC X(01).
           05  FILLER           PIC X(04) VALUE SPACE.
           05  WS-DL-AMOUNT     PIC -ZZZZ9.99.
           05  FILLER           PIC X(39) VALUE SPACE.

       01  WS-NOPAY-SCREEN.
           05  FILLER           PIC X(09) VALUE 'EMP ID : '.
           05  WS-NP-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(28) VALUE
               ' NO PAY HISTORY ON FILE'.

       01  WS-NOTFOUND-SCREEN.
           05  FILLER           PIC X(09) VALUE 'EMP ID : '.
           05  WS-NF-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(20) VALUE 'NOT FOUND ON FILE'.

       01  WS-CHANGED-SCREEN    PIC X(79) VALUE
           'PAY HISTORY HAS CHANGED -- PLEASE RE-ENTER EMPLOYEE ID'.

       01  WS-BADINPUT-SCREEN   PIC X(79) VALUE
           'PLEASE ENTER A NUMERIC EMPLOYEE ID OR A LINE NUMBER'.

       LINKAGE SECTION.

      * Conversation state from the prior pseudo-conversational turn
      * (see WS-COMMAREA).
       01  DFHCOMMAREA.
           05  CA-STATE         PIC X(01).
           05  CA-EMP-ID        PIC 9(05).
           05  CA-FNAME         PIC X(15).
           05  CA-LNAME         PIC X(20).
           05  CA-PER-COUNT     PIC 9(01).
           05  CA-PERIOD        OCCURS 6 TIMES.
               10  CA-PER-ROW       PIC 9(05).
               10  CA-PER-END       PIC 9(08).
               10  CA-PER-RUN       PIC X(01).

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  EVERY TURN FIRST CHECKS THE USER'S SESSION AND
      *  AUTHORIZATION; PF3 GOES BACK TO THE MENU. FIRST ENTRY
      *  (NO COMMAREA) LISTS THE SESSION'S CURRENT EMPLOYEE'S
      *  PERIODS, IF ANY, OR PROMPTS FOR AN EMPLOYEE ID. LATER
      *  ENTRIES EITHER LIST A NEWLY KEYED EMPLOYEE'S PERIODS OR
      *  SHOW THE STUB FOR A LINE NUMBER PICKED FROM THE LIST ON
      *  THE SCREEN.
      *----------------------------------------------------------*
       0000-MAIN-LOGIC.
           MOVE SPACE TO WS-COMMAREA
           MOVE ZERO  TO WS-CA-EMP-ID
           MOVE ZERO  TO WS-CA-PER-COUNT

           IF EIBCALEN > 0 AND EIBAID = WS-PF3-AID
               PERFORM 0400-RETURN-TO-MENU
           END-IF

           PERFORM 0500-CHECK-SESSION
           IF NOT SC-STATUS-OK
               PERFORM 0550-REFUSE-SESSION
           END-IF

           IF EIBCALEN = 0
               IF SC-EMP-ID > ZERO
                   MOVE SC-EMP-ID TO WS-EMP-ID-INPUT
                   PERFORM 2500-LIST-PAY-PERIODS
               ELSE
                   PERFORM 1000-SEND-PROMPT
               END-IF
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-LOOKUP
           END-IF

           EXEC CICS RETURN
               TRANSID('PAYI')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC

           GOBACK.

      *----------------------------------------------------------*
      *  0400-RETURN-TO-MENU
      *  PF3: THE EMPSIGN MENU REPLACES THIS TRANSACTION AT ONCE.
      *----------------------------------------------------------*
       0400-RETURN-TO-MENU.
           EXEC CICS RETURN
               TRANSID('EMPS')
               IMMEDIATE
           END-EXEC.

      *----------------------------------------------------------*
      *  0500-CHECK-SESSION
      *  EVERY TURN: THE TERMINAL MUST HAVE A LIVE EMPSIGN SESSION
      *  WHOSE USER'S AUTHCTL PROFILE GRANTS PAYINQ. THE
      *  SESSION'S USER GOES ON EVERY ACCESS-LOG ENTRY.
      *----------------------------------------------------------*
       0500-CHECK-SESSION.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-SESSION TO TRUE
           MOVE 'PAYINQ  ' TO SC-PROGRAM
           MOVE ZERO TO SC-EMP-ID
           PERFORM 0650-LINK-SESSCHK
           MOVE SC-USERID TO ACC-USERID.

      *----------------------------------------------------------*
      *  0550-REFUSE-SESSION
      *  NO SESSION, AN IDLE ONE, OR A USER WHOSE PROFILE DOES
      *  NOT GRANT THIS TRANSACTION: SAY WHICH AND END THE
      *  CONVERSATION. A REFUSED USER IS LOGGED.
      *----------------------------------------------------------*
       0550-REFUSE-SESSION.
           EVALUATE TRUE
               WHEN SC-NOT-AUTHORIZED
                   MOVE SPACE TO WS-INQ-INPUT
                   IF EIBCALEN > 0
                       MOVE DFHCOMMAREA TO WS-COMMAREA
                       EXEC CICS RECEIVE
                           INTO(WS-INQ-INPUT)
                           LENGTH(LENGTH OF WS-INQ-INPUT)
                           NOHANDLE
                       END-EXEC
                   END-IF
                   IF WS-INQ-ID-DIGITS NUMERIC
                       MOVE WS-INQ-ID-DIGITS TO ACC-EMP-ID
                   ELSE
                       MOVE WS-CA-EMP-ID TO ACC-EMP-ID
                   END-IF
                   MOVE 'R' TO ACC-RESULT
                   PERFORM 2900-WRITE-ACCESS-LOG
                   MOVE 'NOT AUTHORIZED FOR PAY INQUIRY'
                       TO WS-SESSION-SCREEN
               WHEN SC-TIMED-OUT
                   MOVE 'SESSION TIMED OUT -- ENTER EMPS TO SIGN ON'
                       TO WS-SESSION-SCREEN
               WHEN OTHER
                   MOVE 'NOT SIGNED ON -- ENTER EMPS TO SIGN ON'
                       TO WS-SESSION-SCREEN
           END-EVALUATE

           EXEC CICS SEND TEXT
               FROM(WS-SESSION-SCREEN)
               LENGTH(LENGTH OF WS-SESSION-SCREEN)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------*
      *  0600-SET-CURRENT-EMPLOYEE
      *  THE EMPLOYEE JUST SHOWN BECOMES THE SESSION'S CURRENT
      *  EMPLOYEE, CARRIED TO THE NEXT MENU TRANSACTION.
      *----------------------------------------------------------*
       0600-SET-CURRENT-EMPLOYEE.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-SET-EMPLOYEE TO TRUE
           MOVE EMP-ID TO SC-EMP-ID
           PERFORM 0650-LINK-SESSCHK.

      *----------------------------------------------------------*
      *  0650-LINK-SESSCHK
      *  A SESSION SERVICE THAT CANNOT BE REACHED GRANTS NOTHING.
      *----------------------------------------------------------*
       0650-LINK-SESSCHK.
           EXEC CICS LINK
               PROGRAM('SESSCHK')
               COMMAREA(SESSION-CHECK-AREA)
               LENGTH(LENGTH OF SESSION-CHECK-AREA)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SC-NO-SESSION TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  1000-SEND-PROMPT
      *----------------------------------------------------------*
       1000-SEND-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-INQUIRY-SCREEN)
               LENGTH(LENGTH OF WS-INQUIRY-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  2000-RECEIVE-AND-LOOKUP
      *----------------------------------------------------------*
       2000-RECEIVE-AND-LOOKUP.
           MOVE SPACE TO WS-INQ-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INQ-INPUT)
               LENGTH(LENGTH OF WS-INQ-INPUT)
               NOHANDLE
           END-EXEC

           EVALUATE TRUE
      * A line number from the period list on the screen
               WHEN WS-CA-LIST-SHOWN
                AND WS-INQ-SEL-DIGIT NUMERIC
                AND WS-INQ-SEL-REST = SPACE
                   MOVE WS-INQ-SEL-DIGIT TO WS-SEL-NUMBER
                   IF WS-SEL-NUMBER = ZERO
                      OR WS-SEL-NUMBER > WS-CA-PER-COUNT
                       PERFORM 3000-SEND-BAD-INPUT
                   ELSE
                       PERFORM 2700-SHOW-PAY-STUB
                   END-IF
      * A numeric employee ID starts a new list
               WHEN WS-INQ-ID-DIGITS NUMERIC
                   MOVE WS-INQ-ID-DIGITS TO WS-EMP-ID-INPUT
                   IF WS-EMP-ID-BLANK
                       PERFORM 3000-SEND-BAD-INPUT
                   ELSE
                       PERFORM 2500-LIST-PAY-PERIODS
                   END-IF
               WHEN OTHER
                   PERFORM 3000-SEND-BAD-INPUT
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2500-LIST-PAY-PERIODS
      *  THE EMPLOYEE MASTER SUPPLIES THE NAME; THE PAYHISTE PATH
      *  SUPPLIES THE PERIODS. THE WHOLE RUN OF THE EMPLOYEE'S
      *  ROWS IS WALKED, KEEPING THE NEWEST SIX.
      *----------------------------------------------------------*
       2500-LIST-PAY-PERIODS.
           MOVE SPACE TO WS-CA-STATE
           MOVE ZERO  TO WS-CA-PER-COUNT
           MOVE WS-EMP-ID-INPUT TO EMP-ID
           MOVE WS-EMP-ID-INPUT TO ACC-EMP-ID

           EXEC CICS READ
               DATASET('EMPMAST')
               INTO(EMP-MASTER-RECORD)
               RIDFLD(EMP-ID)
               KEYLENGTH(LENGTH OF EMP-ID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO ACC-RESULT
               PERFORM 2900-WRITE-ACCESS-LOG
               PERFORM 2950-SEND-NOTFOUND
           ELSE
               MOVE WS-EMP-ID-INPUT TO WS-CA-EMP-ID
               MOVE EMP-FNAME       TO WS-CA-FNAME
               MOVE EMP-LNAME       TO WS-CA-LNAME
               MOVE ZERO            TO WS-ROW-NUMBER
               PERFORM 2550-START-HISTORY-BROWSE
               PERFORM 2560-READ-NEXT-PERIOD
                   UNTIL WS-BROWSE-DONE
               PERFORM 2590-END-HISTORY-BROWSE

               IF WS-CA-PER-COUNT = ZERO
                   MOVE 'N' TO ACC-RESULT
                   PERFORM 2900-WRITE-ACCESS-LOG
                   PERFORM 2960-SEND-NO-PAY
               ELSE
                   MOVE 'F' TO ACC-RESULT
                   PERFORM 2900-WRITE-ACCESS-LOG
                   PERFORM 0600-SET-CURRENT-EMPLOYEE
                   MOVE 'L' TO WS-CA-STATE
                   PERFORM 2600-SEND-PERIOD-LIST
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2550-START-HISTORY-BROWSE
      *  POSITION ON THE FIRST PAYHIST ROW FOR WS-CA-EMP-ID.
      *----------------------------------------------------------*
       2550-START-HISTORY-BROWSE.
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE WS-CA-EMP-ID TO PH-EMP-ID

           EXEC CICS STARTBR
               DATASET('PAYHISTE')
               RIDFLD(PH-EMP-ID)
               KEYLENGTH(LENGTH OF PH-EMP-ID)
               EQUAL
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2560-READ-NEXT-PERIOD
      *  ONE ROW ALONG THE PATH INTO THE NEWEST-SIX WINDOW; ONCE
      *  THE WINDOW IS FULL THE OLDEST ENTRY DROPS OFF THE FRONT.
      *----------------------------------------------------------*
       2560-READ-NEXT-PERIOD.
           PERFORM 2580-READ-HISTORY-ROW

           IF NOT WS-BROWSE-DONE
               IF WS-CA-PER-COUNT < WS-LIST-MAX
                   ADD 1 TO WS-CA-PER-COUNT
               ELSE
                   PERFORM 2570-SHIFT-PERIOD
                       VARYING WS-PER-I FROM 1 BY 1
                       UNTIL WS-PER-I >= WS-LIST-MAX
               END-IF
               MOVE WS-ROW-NUMBER
                   TO WS-CA-PER-ROW(WS-CA-PER-COUNT)
               MOVE PH-PERIOD-END
                   TO WS-CA-PER-END(WS-CA-PER-COUNT)
               MOVE PH-RUN-TYPE
                   TO WS-CA-PER-RUN(WS-CA-PER-COUNT)
               MOVE PH-GROSS-PAY
                   TO WS-LA-GROSS(WS-CA-PER-COUNT)
               MOVE PH-NET-PAY
                   TO WS-LA-NET(WS-CA-PER-COUNT)
               EVALUATE TRUE
                   WHEN PH-VOIDED
                       MOVE 'VOIDED'
                           TO WS-LA-STATUS(WS-CA-PER-COUNT)
                   WHEN PH-DEPOSIT-RETURNED
                       MOVE 'DD RETURNED'
                           TO WS-LA-STATUS(WS-CA-PER-COUNT)
                   WHEN OTHER
                       MOVE SPACE
                           TO WS-LA-STATUS(WS-CA-PER-COUNT)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  2570-SHIFT-PERIOD
      *----------------------------------------------------------*
       2570-SHIFT-PERIOD.
           COMPUTE WS-PER-J = WS-PER-I + 1
           MOVE WS-CA-PERIOD(WS-PER-J) TO WS-CA-PERIOD(WS-PER-I)
           MOVE WS-LA-ENTRY(WS-PER-J)  TO WS-LA-ENTRY(WS-PER-I).

      *----------------------------------------------------------*
      *  2580-READ-HISTORY-ROW
      *  ONE READNEXT ALONG THE PAYHISTE PATH. DUPKEY ONLY SAYS
      *  MORE ROWS FOR THE SAME EMPLOYEE FOLLOW; THE BROWSE IS
      *  OVER WHEN THE FILE ENDS OR THE EMPLOYEE CHANGES.
      *----------------------------------------------------------*
       2580-READ-HISTORY-ROW.
           IF NOT WS-BROWSE-DONE
               EXEC CICS READNEXT
                   DATASET('PAYHISTE')
                   INTO(PAY-HISTORY-RECORD)
                   RIDFLD(PH-EMP-ID)
                   KEYLENGTH(LENGTH OF PH-EMP-ID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                  AND WS-RESP NOT = DFHRESP(DUPKEY)
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF PH-EMP-ID NOT = WS-CA-EMP-ID
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-ROW-NUMBER
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2590-END-HISTORY-BROWSE
      *----------------------------------------------------------*
       2590-END-HISTORY-BROWSE.
           EXEC CICS ENDBR
               DATASET('PAYHISTE')
               NOHANDLE
           END-EXEC.

      *----------------------------------------------------------*
      *  2600-SEND-PERIOD-LIST
      *  NEWEST FIRST: LINE 1 IS THE LAST ROW IN THE WINDOW.
      *----------------------------------------------------------*
       2600-SEND-PERIOD-LIST.
           MOVE WS-CA-EMP-ID TO WS-LS-EMP-ID
           MOVE WS-CA-FNAME  TO WS-LS-FNAME
           MOVE WS-CA-LNAME  TO WS-LS-LNAME
           PERFORM 2650-BUILD-PERIOD-LINE
               VARYING WS-PER-I FROM 1 BY 1
               UNTIL WS-PER-I > WS-LIST-MAX
           MOVE 'KEY A LINE NUMBER FOR ITS PAY STUB, OR AN EMPLOYEE ID'
               TO WS-LS-FOOTER

           EXEC CICS SEND TEXT
               FROM(WS-LIST-SCREEN)
               LENGTH(LENGTH OF WS-LIST-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  2650-BUILD-PERIOD-LINE
      *  SCREEN LINE WS-PER-I SHOWS WINDOW ENTRY
      *  (COUNT - WS-PER-I + 1); LINES PAST THE COUNT ARE BLANK.
      *----------------------------------------------------------*
       2650-BUILD-PERIOD-LINE.
           MOVE SPACE TO WS-LS-LINE(WS-PER-I)
           IF WS-PER-I NOT > WS-CA-PER-COUNT
               COMPUTE WS-PER-J = WS-CA-PER-COUNT - WS-PER-I + 1
               MOVE WS-PER-I                TO WS-PL-NUMBER
               MOVE WS-CA-PER-END(WS-PER-J) TO WS-PL-PERIOD-END
               MOVE WS-CA-PER-RUN(WS-PER-J) TO WS-PL-RUN-TYPE
               MOVE WS-LA-GROSS(WS-PER-J)   TO WS-PL-GROSS
               MOVE WS-LA-NET(WS-PER-J)     TO WS-PL-NET
               MOVE WS-LA-STATUS(WS-PER-J)  TO WS-PL-STATUS
               MOVE WS-PERIOD-LINE TO WS-LS-LINE(WS-PER-I)
           END-IF.

      *----------------------------------------------------------*
      *  2700-SHOW-PAY-STUB
      *  REREAD THE ROW THE SELECTED LINE STANDS FOR. IF IT IS NO
      *  LONGER THE PERIOD THE USER SAW, SAY SO RATHER THAN SHOW
      *  SOMEONE ELSE'S NUMBERS.
      *----------------------------------------------------------*
       2700-SHOW-PAY-STUB.
           COMPUTE WS-PER-J = WS-CA-PER-COUNT - WS-SEL-NUMBER + 1
           PERFORM 2750-READ-LISTED-ROW
           MOVE WS-CA-EMP-ID TO ACC-EMP-ID

           IF WS-BROWSE-DONE
               MOVE 'N' TO ACC-RESULT
               PERFORM 2900-WRITE-ACCESS-LOG
               MOVE SPACE TO WS-CA-STATE
               EXEC CICS SEND TEXT
                   FROM(WS-CHANGED-SCREEN)
                   LENGTH(LENGTH OF WS-CHANGED-SCREEN)
                   ERASE
               END-EXEC
           ELSE
               MOVE 'F' TO ACC-RESULT
               PERFORM 2900-WRITE-ACCESS-LOG
               PERFORM 2800-SEND-PAY-STUB
           END-IF.

      *----------------------------------------------------------*
      *  2750-READ-LISTED-ROW
      *  WALK THE PATH TO WINDOW ENTRY WS-PER-J'S ROW POSITION.
      *  WS-BROWSE-DONE COMES BACK ON WHEN THE ROW IS GONE OR NO
      *  LONGER CARRIES THE LISTED PERIOD END AND RUN TYPE.
      *----------------------------------------------------------*
       2750-READ-LISTED-ROW.
           MOVE ZERO TO WS-ROW-NUMBER
           PERFORM 2550-START-HISTORY-BROWSE
           PERFORM 2580-READ-HISTORY-ROW
               UNTIL WS-BROWSE-DONE
                  OR WS-ROW-NUMBER = WS-CA-PER-ROW(WS-PER-J)
           PERFORM 2590-END-HISTORY-BROWSE

           IF NOT WS-BROWSE-DONE
               IF PH-PERIOD-END NOT = WS-CA-PER-END(WS-PER-J)
                  OR PH-RUN-TYPE NOT = WS-CA-PER-RUN(WS-PER-J)
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2800-SEND-PAY-STUB
      *  THE DEDUCTION ENTRIES ARE SHOWN IN THE ORDER PAYCALC
      *  STORED THEM, WHICH IS THE ORDER IT TOOK THEM.
      *----------------------------------------------------------*
       2800-SEND-PAY-STUB.
           MOVE WS-CA-EMP-ID  TO WS-SS-EMP-ID
           MOVE WS-CA-FNAME   TO WS-SS-FNAME
           MOVE WS-CA-LNAME   TO WS-SS-LNAME
           MOVE PH-PERIOD-END TO WS-SS-PERIOD-END
           MOVE PH-RUN-TYPE   TO WS-SS-RUN-TYPE
           MOVE PH-DEPT-CODE  TO WS-SS-DEPT
           EVALUATE TRUE
               WHEN PH-VOIDED
                   MOVE 'VOIDED'                TO WS-SS-STATUS
               WHEN PH-DEPOSIT-RETURNED
                   MOVE 'DEPOSIT RETURNED BY BANK' TO WS-SS-STATUS
               WHEN OTHER
                   MOVE SPACE                   TO WS-SS-STATUS
           END-EVALUATE
           MOVE PH-REG-HOURS  TO WS-SS-REG-HOURS
           MOVE PH-OT-HOURS   TO WS-SS-OT-HOURS
           MOVE PH-PAY-RATE   TO WS-SS-RATE
           MOVE PH-GROSS-PAY  TO WS-SS-GROSS

           PERFORM 2850-BUILD-DEDUCTION-LINE
               VARYING WS-DED-I FROM 1 BY 1
               UNTIL WS-DED-I > 12

           MOVE PH-TOTAL-DED  TO WS-SS-TOTAL-DED
           MOVE PH-NET-PAY    TO WS-SS-NET
           MOVE 'KEY ANOTHER LINE NUMBER, OR AN EMPLOYEE ID'
               TO WS-SS-FOOTER

           EXEC CICS SEND TEXT
               FROM(WS-STUB-SCREEN)
               LENGTH(LENGTH OF WS-STUB-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  2850-BUILD-DEDUCTION-LINE
      *----------------------------------------------------------*
       2850-BUILD-DEDUCTION-LINE.
           MOVE SPACE TO WS-SS-DED-LINE(WS-DED-I)
           IF WS-DED-I NOT > PH-DED-COUNT
               MOVE PH-DED-CODE(WS-DED-I)   TO WS-DL-CODE
               MOVE PH-DED-TYPE(WS-DED-I)   TO WS-DL-TYPE
               MOVE PH-DED-AMOUNT(WS-DED-I) TO WS-DL-AMOUNT
               MOVE WS-DEDUCTION-LINE TO WS-SS-DED-LINE(WS-DED-I)
           END-IF.

      *----------------------------------------------------------*
      *  2900-WRITE-ACCESS-LOG
      *  ONE ENTRY PER LOOKUP TO THE SAME EMPQ QUEUE EMPINQ FEEDS,
      *  SO EMPACCRPT COVERS PAY-DATA VIEWS AND REFUSALS TOO.
      *----------------------------------------------------------*
       2900-WRITE-ACCESS-LOG.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(ACC-DATE)
               TIME(ACC-TIME)
           END-EXEC
           MOVE EIBTRMID        TO ACC-TERMINAL
           MOVE 'PAYINQ  '      TO ACC-PROGRAM

           EXEC CICS WRITEQ TD
               QUEUE('EMPQ')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(LENGTH OF ACCESS-LOG-RECORD)
               NOHANDLE
           END-EXEC.

      *----------------------------------------------------------*
      *  2950-SEND-NOTFOUND
      *----------------------------------------------------------*
       2950-SEND-NOTFOUND.
           MOVE WS-EMP-ID-INPUT TO WS-NF-EMP-ID

           EXEC CICS SEND TEXT
               FROM(WS-NOTFOUND-SCREEN)
               LENGTH(LENGTH OF WS-NOTFOUND-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  2960-SEND-NO-PAY
      *  THE EMPLOYEE EXISTS BUT HAS NEVER BEEN PAID.
      *----------------------------------------------------------*
       2960-SEND-NO-PAY.
           MOVE WS-EMP-ID-INPUT TO WS-NP-EMP-ID

           EXEC CICS SEND TEXT
               FROM(WS-NOPAY-SCREEN)
               LENGTH(LENGTH OF WS-NOPAY-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  3000-SEND-BAD-INPUT
      *----------------------------------------------------------*
       3000-SEND-BAD-INPUT.
           EXEC CICS SEND TEXT
               FROM(WS-BADINPUT-SCREEN)
               LENGTH(LENGTH OF WS-BADINPUT-SCREEN)
               ERASE
           END-EXEC.
