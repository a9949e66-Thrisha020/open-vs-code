       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPSIGN.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ONLINE (CICS) SIGN-ON AND MENU TRANSACTION
      *            : (EMPS), IN FRONT OF THE EMPINQ, EMPUPDT, LVINQ,
      *            : DPTRINQ AND PAYINQ TRANSACTIONS, SO USERS NO
      *            : LONGER NEED TO KNOW EACH TRANSACTION CODE AND
      *            : EVERY SCREEN KNOWS WHO IS AT THE TERMINAL.
      *            : THE USER KEYS A USER ID AND PASSWORD. THE ID
      *            : MUST NOT BE LOCKED (SIGNCTL, SEE SGNREC), ITS
      *            : AUTHCTL PROFILE MUST GRANT AT LEAST ONE MENU
      *            : TRANSACTION, AND THE PASSWORD MUST PASS CICS
      *            : SIGNON. A GOOD SIGN-ON OPENS THE TERMINAL'S
      *            : SESSION (SEE SESSREC) AND SHOWS A MENU OF
      *            : ONLY THE TRANSACTIONS THE PROFILE GRANTS
      *            : (SESSCHK DECIDES EACH). THE THIRD FAILURE IN
      *            : A ROW LOCKS THE USER ID UNTIL AUTHMNT UNLOCKS
      *            : IT. THE MENU STARTS THE CHOSEN TRANSACTION,
      *            : OPTIONALLY SETTING THE EMPLOYEE TO WORK ON
      *            : FIRST; PF3 IN ANY OF THEM COMES BACK HERE.
      *            : SIGN-ONS, REJECTED SIGN-ONS AND LOCKOUTS EACH
      *            : WRITE ONE ACCESS-LOG ENTRY (SEE ACCREC) TO THE
      *            : EMPQ TD QUEUE FOR EMPACCRPT; SESSCHK LOGS
      *            : SIGN-OFFS AND TIMEOUTS.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Session service requests (see SESSCA) and the session this
      * program opens (see SESSREC).
       COPY SESSCA.
       COPY SESSREC.
       01  WS-SESSION-QUEUE.
           05  FILLER           PIC X(04) VALUE 'ESES'.
           05  WS-SQ-TERMID     PIC X(04).

      * The user ID's failed-sign-on count and lock.
       COPY SGNREC.
       01  WS-SGN-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-SGN-FOUND             VALUE 'Y'.
       01  WS-MAX-FAILURES      PIC 9(01) VALUE 3.
       01  WS-SIGNON-OK-SW      PIC X(01) VALUE 'N'.
           88  WS-SIGNON-OK             VALUE 'Y'.

      * One access-log entry per sign-on event, to the EMPQ
      * transient data queue (see ACCREC).
       COPY ACCREC.
       01  WS-ABSTIME           PIC S9(15) COMP-3.
       01  WS-NOW-DATE          PIC 9(08).
       01  WS-NOW-TIME          PIC 9(06).

       01  WS-RESP              PIC S9(08) COMP.
       01  WS-RESP2             PIC S9(08) COMP.

      * Sign-on entry: user ID in 1-8, password in 10-17.
       01  WS-SIGNON-INPUT.
           05  SI-USERID        PIC X(08).
           05  FILLER           PIC X(01).
           05  SI-PASSWORD      PIC X(08).
           05  FILLER           PIC X(03).

      * Menu entry: the line number in 1, optionally an employee ID
      * in 3-7; X in 1 signs off.
       01  WS-MENU-INPUT.
           05  MI-CHOICE        PIC X(01).
               88  MI-SIGN-OFF          VALUE 'X' 'x'.
           05  FILLER           PIC X(01).
           05  MI-EMP-ID        PIC X(05).
           05  FILLER           PIC X(13).
       01  WS-CHOICE-NUM        PIC 9(01) VALUE ZERO.
       01  WS-EMP-ID-NUM        PIC 9(05) VALUE ZERO.
       01  WS-SAVE-PROGRAM      PIC X(08) VALUE SPACE.

      * Every transaction the menu can offer, in menu order.
       01  WS-ITEM-SEED.
           05  FILLER  PIC X(42) VALUE
               'EMPIEMPINQ  EMPLOYEE INQUIRY              '.
           05  FILLER  PIC X(42) VALUE
               'EMPUEMPUPDT EMPLOYEE UPDATE               '.
           05  FILLER  PIC X(42) VALUE
               'LVIQLVINQ   LEAVE BALANCE INQUIRY         '.
           05  FILLER  PIC X(42) VALUE
               'DPTRDPTRINQ DEPARTMENT ROSTER             '.
           05  FILLER  PIC X(42) VALUE
               'PAYIPAYINQ  PAY STUB INQUIRY              '.
       01  WS-ITEM-TABLE REDEFINES WS-ITEM-SEED.
           05  WS-ITEM-ENTRY OCCURS 5 TIMES.
               10  WS-IT-TRANSID    PIC X(04).
               10  WS-IT-PROGRAM    PIC X(08).
               10  WS-IT-TITLE      PIC X(30).
       01  WS-ITEM-COUNT        PIC 9(04) COMP VALUE 5.
       01  WS-ITEM-I            PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-I            PIC 9(04) COMP VALUE ZERO.

      * Conversation state carried across pseudo-conversational
      * turns: 'S' = the sign-on prompt is on the screen; 'M' = the
      * menu is, with the item behind each of its lines.
       01  WS-COMMAREA.
           05  WS-CA-STATE      PIC X(01).
               88  WS-CA-SIGNON-SHOWN   VALUE 'S'.
               88  WS-CA-MENU-SHOWN     VALUE 'M'.
           05  WS-CA-MENU-COUNT PIC 9(01).
           05  WS-CA-MENU-ITEM  PIC 9(01) OCCURS 5 TIMES.

       01  WS-SIGNON-SCREEN.
           05  FILLER           PIC X(79) VALUE
               'SIGN ON -- ENTER USER ID (1-8) AND PASSWORD (10-17): '.

      * Menu: a heading, up to five transactions, and a footer.
       01  WS-MENU-SCREEN.
           05  WS-MS-TITLE.
               10  FILLER       PIC X(17) VALUE 'MAIN MENU  USER: '.
               10  WS-MS-USERID PIC X(08).
               10  FILLER       PIC X(22) VALUE
                   '   CURRENT EMPLOYEE: '.
               10  WS-MS-EMP-ID PIC X(05).
               10  FILLER       PIC X(27) VALUE SPACE.
           05  WS-MS-LINE       OCCURS 5 TIMES PIC X(79).
           05  WS-MS-FOOTER     PIC X(79) VALUE
               'KEY A LINE NO. (AND EMPLOYEE ID IN 3-7), X = SIGN OFF'.

       01  WS-MENU-LINE.
           05  FILLER           PIC X(02) VALUE SPACE.
           05  WS-ML-NUMBER     PIC 9(01).
           05  FILLER           PIC X(02) VALUE '. '.
           05  WS-ML-TITLE      PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACE.
           05  WS-ML-TRANSID    PIC X(04).
           05  FILLER           PIC X(38) VALUE SPACE.

       01  WS-REJECTED-SCREEN   PIC X(79) VALUE
           'SIGN-ON REJECTED -- CHECK USER ID AND PASSWORD'.

       01  WS-LOCKED-SCREEN     PIC X(79) VALUE
           'USER ID IS LOCKED -- CALL SECURITY ADMINISTRATION'.

       01  WS-SIGNED-OFF-SCREEN PIC X(79) VALUE
           'SIGNED OFF'.

       01  WS-TIMEOUT-SCREEN    PIC X(79) VALUE
           'SESSION TIMED OUT -- PLEASE SIGN ON AGAIN'.

       01  WS-BADCHOICE-SCREEN  PIC X(79) VALUE
           'PLEASE KEY A LINE NUMBER FROM THE MENU, OR X'.

       LINKAGE SECTION.

      * Conversation state from the prior pseudo-conversational turn
      * (see WS-COMMAREA).
       01  DFHCOMMAREA.
           05  CA-STATE         PIC X(01).
           05  CA-MENU-COUNT    PIC 9(01).
           05  CA-MENU-ITEM     PIC 9(01) OCCURS 5 TIMES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  FIRST ENTRY (NO COMMAREA -- TYPED AT A CLEAR SCREEN, OR
      *  PF3 FROM A MENU TRANSACTION) SHOWS THE MENU WHEN THE
      *  TERMINAL IS ALREADY SIGNED ON, ELSE THE SIGN-ON PROMPT.
      *  LATER ENTRIES TAKE THE SIGN-ON OR THE MENU CHOICE. A
      *  CHOSEN TRANSACTION STARTS AT ONCE IN PLACE OF THIS ONE;
      *  A SIGN-OFF ENDS THE CONVERSATION.
      *----------------------------------------------------------*
       0000-MAIN-LOGIC.
           MOVE SPACE    TO WS-COMMAREA
           MOVE ZERO     TO WS-CA-MENU-COUNT
           MOVE EIBTRMID TO WS-SQ-TERMID

           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF WS-CA-MENU-SHOWN
                   PERFORM 3000-TAKE-MENU-CHOICE
               ELSE
                   PERFORM 2000-TAKE-SIGNON
               END-IF
           END-IF

           IF WS-CA-STATE = SPACE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID('EMPS')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF

           GOBACK.

      *----------------------------------------------------------*
      *  1000-FIRST-ENTRY
      *----------------------------------------------------------*
       1000-FIRST-ENTRY.
           MOVE SPACE TO SC-PROGRAM
           PERFORM 8000-CHECK-SESSION

           IF SC-STATUS-OK
               PERFORM 4000-SEND-MENU
           ELSE
               PERFORM 1100-SEND-SIGNON
           END-IF.

      *----------------------------------------------------------*
      *  1100-SEND-SIGNON
      *----------------------------------------------------------*
       1100-SEND-SIGNON.
           MOVE 'S' TO WS-CA-STATE

           EXEC CICS SEND TEXT
               FROM(WS-SIGNON-SCREEN)
               LENGTH(LENGTH OF WS-SIGNON-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  2000-TAKE-SIGNON
      *  A LOCKED ID IS TURNED AWAY BEFORE ITS PASSWORD IS TRIED.
      *  OTHERWISE THE ID MUST HAVE A MENU AND THE PASSWORD MUST
      *  PASS; ANY REFUSAL COUNTS TOWARD THE LOCK.
      *----------------------------------------------------------*
       2000-TAKE-SIGNON.
           MOVE SPACE TO WS-SIGNON-INPUT
           EXEC CICS RECEIVE
               INTO(WS-SIGNON-INPUT)
               LENGTH(LENGTH OF WS-SIGNON-INPUT)
               NOHANDLE
           END-EXEC

           IF SI-USERID = SPACE
               PERFORM 1100-SEND-SIGNON
           ELSE
               MOVE SI-USERID TO ACC-USERID
               PERFORM 2100-READ-SIGNON-CONTROL

               IF SGN-LOCKED
                   MOVE 'B' TO ACC-RESULT
                   PERFORM 9000-WRITE-ACCESS-LOG
                   PERFORM 2900-RELEASE-SIGNON-CONTROL
                   PERFORM 2950-SEND-LOCKED
               ELSE
                   PERFORM 2200-BUILD-MENU
                   MOVE 'N' TO WS-SIGNON-OK-SW
                   IF WS-CA-MENU-COUNT > ZERO
                       EXEC CICS SIGNOFF
                           NOHANDLE
                       END-EXEC
                       EXEC CICS SIGNON
                           USERID(SI-USERID)
                           PASSWORD(SI-PASSWORD)
                           RESP(WS-RESP)
                           RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-SIGNON-OK TO TRUE
                       END-IF
                   END-IF
                   MOVE SPACE TO SI-PASSWORD

                   IF WS-SIGNON-OK
                       PERFORM 2500-SIGNON-ACCEPTED
                   ELSE
                       PERFORM 2600-SIGNON-REJECTED
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2100-READ-SIGNON-CONTROL
      *  READ FOR UPDATE; AN ID NEVER SEEN BEFORE STARTS CLEAN.
      *----------------------------------------------------------*
       2100-READ-SIGNON-CONTROL.
           MOVE 'N' TO WS-SGN-FOUND-SW
           MOVE SI-USERID TO SGN-USERID

           EXEC CICS READ
               DATASET('SIGNCTL')
               INTO(SIGNON-CONTROL-RECORD)
               RIDFLD(SGN-USERID)
               KEYLENGTH(LENGTH OF SGN-USERID)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SGN-FOUND TO TRUE
           ELSE
               MOVE SPACE     TO SIGNON-CONTROL-RECORD
               MOVE SI-USERID TO SGN-USERID
               MOVE ZERO      TO SGN-FAILED-COUNT
               SET SGN-NOT-LOCKED TO TRUE
               MOVE ZERO      TO SGN-LOCK-DATE SGN-LOCK-TIME
               MOVE ZERO      TO SGN-LAST-SIGNON-DATE
                                 SGN-LAST-SIGNON-TIME
           END-IF.

      *----------------------------------------------------------*
      *  2200-BUILD-MENU
      *  ONE MENU LINE PER TRANSACTION SESSCHK SAYS THE PROFILE
      *  GRANTS. NONE AT ALL MEANS THE ID IS NOT AN ONLINE USER.
      *----------------------------------------------------------*
       2200-BUILD-MENU.
           MOVE ZERO TO WS-CA-MENU-COUNT
           PERFORM 2250-CHECK-ONE-ITEM
               VARYING WS-ITEM-I FROM 1 BY 1
               UNTIL WS-ITEM-I > WS-ITEM-COUNT.

      *----------------------------------------------------------*
      *  2250-CHECK-ONE-ITEM
      *----------------------------------------------------------*
       2250-CHECK-ONE-ITEM.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-PROGRAM TO TRUE
           MOVE SI-USERID TO SC-USERID
           MOVE WS-IT-PROGRAM(WS-ITEM-I) TO SC-PROGRAM
           MOVE ZERO TO SC-EMP-ID
           PERFORM 8100-LINK-SESSCHK

           IF SC-STATUS-OK
               ADD 1 TO WS-CA-MENU-COUNT
               MOVE WS-ITEM-I TO WS-CA-MENU-ITEM(WS-CA-MENU-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *  2500-SIGNON-ACCEPTED
      *  CLEAR THE FAILURE COUNT, OPEN THE SESSION, LOG, MENU.
      *----------------------------------------------------------*
       2500-SIGNON-ACCEPTED.
           PERFORM 8500-GET-TIME
           MOVE ZERO        TO SGN-FAILED-COUNT
           MOVE WS-NOW-DATE TO SGN-LAST-SIGNON-DATE
           MOVE WS-NOW-TIME TO SGN-LAST-SIGNON-TIME
           PERFORM 2800-SAVE-SIGNON-CONTROL

           MOVE SI-USERID   TO SES-USERID
           MOVE WS-NOW-DATE TO SES-SIGNON-DATE
           MOVE WS-NOW-TIME TO SES-SIGNON-TIME
           MOVE WS-ABSTIME  TO SES-LAST-ACTIVITY
           MOVE ZERO        TO SES-EMP-ID

           EXEC CICS DELETEQ TS
               QUEUE(WS-SESSION-QUEUE)
               NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TS
               QUEUE(WS-SESSION-QUEUE)
               FROM(SESSION-RECORD)
               LENGTH(LENGTH OF SESSION-RECORD)
               NOHANDLE
           END-EXEC

           MOVE 'I' TO ACC-RESULT
           PERFORM 9000-WRITE-ACCESS-LOG

           MOVE SI-USERID TO SC-USERID
           MOVE ZERO      TO SC-EMP-ID
           PERFORM 4100-SEND-MENU-SCREEN.

      *----------------------------------------------------------*
      *  2600-SIGNON-REJECTED
      *  THE FAILURE IS LOGGED; THE ONE THAT REACHES THE LIMIT
      *  LOCKS THE ID AND IS LOGGED AS THE LOCKOUT.
      *----------------------------------------------------------*
       2600-SIGNON-REJECTED.
           PERFORM 8500-GET-TIME
           ADD 1 TO SGN-FAILED-COUNT

           IF SGN-FAILED-COUNT >= WS-MAX-FAILURES
               SET SGN-LOCKED TO TRUE
               MOVE WS-NOW-DATE TO SGN-LOCK-DATE
               MOVE WS-NOW-TIME TO SGN-LOCK-TIME
               PERFORM 2800-SAVE-SIGNON-CONTROL
               MOVE 'L' TO ACC-RESULT
               PERFORM 9000-WRITE-ACCESS-LOG
               PERFORM 2950-SEND-LOCKED
           ELSE
               PERFORM 2800-SAVE-SIGNON-CONTROL
               MOVE 'B' TO ACC-RESULT
               PERFORM 9000-WRITE-ACCESS-LOG
               PERFORM 2650-SEND-REJECTED
           END-IF.

      *----------------------------------------------------------*
      *  2650-SEND-REJECTED
      *----------------------------------------------------------*
       2650-SEND-REJECTED.
           MOVE 'S' TO WS-CA-STATE

           EXEC CICS SEND TEXT
               FROM(WS-REJECTED-SCREEN)
               LENGTH(LENGTH OF WS-REJECTED-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  2800-SAVE-SIGNON-CONTROL
      *----------------------------------------------------------*
       2800-SAVE-SIGNON-CONTROL.
           IF WS-SGN-FOUND
               EXEC CICS REWRITE
                   DATASET('SIGNCTL')
                   FROM(SIGNON-CONTROL-RECORD)
                   NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   DATASET('SIGNCTL')
                   FROM(SIGNON-CONTROL-RECORD)
                   RIDFLD(SGN-USERID)
                   KEYLENGTH(LENGTH OF SGN-USERID)
                   NOHANDLE
               END-EXEC
           END-IF.

      *----------------------------------------------------------*
      *  2900-RELEASE-SIGNON-CONTROL
      *  NOTHING TO CHANGE ON A LOCKED ID; DROP THE UPDATE HOLD.
      *----------------------------------------------------------*
       2900-RELEASE-SIGNON-CONTROL.
           IF WS-SGN-FOUND
               EXEC CICS UNLOCK
                   DATASET('SIGNCTL')
                   NOHANDLE
               END-EXEC
           END-IF.

      *----------------------------------------------------------*
      *  2950-SEND-LOCKED
      *  THE CONVERSATION ENDS; TYPING EMPS STARTS A NEW ONE.
      *----------------------------------------------------------*
       2950-SEND-LOCKED.
           MOVE SPACE TO WS-CA-STATE

           EXEC CICS SEND TEXT
               FROM(WS-LOCKED-SCREEN)
               LENGTH(LENGTH OF WS-LOCKED-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  3000-TAKE-MENU-CHOICE
      *  THE SESSION IS RECHECKED FIRST: AN IDLE ONE HAS TIMED
      *  OUT AND GOES BACK TO SIGN-ON.
      *----------------------------------------------------------*
       3000-TAKE-MENU-CHOICE.
           MOVE SPACE TO WS-MENU-INPUT
           EXEC CICS RECEIVE
               INTO(WS-MENU-INPUT)
               LENGTH(LENGTH OF WS-MENU-INPUT)
               NOHANDLE
           END-EXEC

           MOVE SPACE TO SC-PROGRAM
           PERFORM 8000-CHECK-SESSION

           EVALUATE TRUE
               WHEN SC-TIMED-OUT
                   PERFORM 3900-SEND-TIMED-OUT
               WHEN NOT SC-STATUS-OK
                   PERFORM 1100-SEND-SIGNON
               WHEN MI-SIGN-OFF
                   PERFORM 3500-SIGN-OFF
               WHEN MI-CHOICE NUMERIC
                   MOVE MI-CHOICE TO WS-CHOICE-NUM
                   IF WS-CHOICE-NUM = ZERO
                      OR WS-CHOICE-NUM > WS-CA-MENU-COUNT
                       PERFORM 3800-SEND-BAD-CHOICE
                   ELSE
                       PERFORM 3100-START-CHOICE
                   END-IF
               WHEN OTHER
                   PERFORM 3800-SEND-BAD-CHOICE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  3100-START-CHOICE
      *  A KEYED EMPLOYEE ID BECOMES THE SESSION'S CURRENT
      *  EMPLOYEE, THEN THE CHOSEN TRANSACTION REPLACES THIS ONE
      *  AT ONCE (ITS OWN TRANSACTION SECURITY STILL APPLIES) AND
      *  OPENS ON ITS FIRST SCREEN.
      *----------------------------------------------------------*
       3100-START-CHOICE.
           IF MI-EMP-ID NUMERIC
               MOVE MI-EMP-ID TO WS-EMP-ID-NUM
               IF WS-EMP-ID-NUM > ZERO
                   MOVE SPACE TO SESSION-CHECK-AREA
                   SET SC-SET-EMPLOYEE TO TRUE
                   MOVE WS-EMP-ID-NUM TO SC-EMP-ID
                   PERFORM 8100-LINK-SESSCHK
               END-IF
           END-IF

           MOVE WS-CA-MENU-ITEM(WS-CHOICE-NUM) TO WS-ITEM-I
           EXEC CICS RETURN
               TRANSID(WS-IT-TRANSID(WS-ITEM-I))
               IMMEDIATE
           END-EXEC.

      *----------------------------------------------------------*
      *  3500-SIGN-OFF
      *----------------------------------------------------------*
       3500-SIGN-OFF.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-SIGN-OFF TO TRUE
           PERFORM 8100-LINK-SESSCHK
           MOVE SPACE TO WS-CA-STATE

           EXEC CICS SEND TEXT
               FROM(WS-SIGNED-OFF-SCREEN)
               LENGTH(LENGTH OF WS-SIGNED-OFF-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  3800-SEND-BAD-CHOICE
      *----------------------------------------------------------*
       3800-SEND-BAD-CHOICE.
           EXEC CICS SEND TEXT
               FROM(WS-BADCHOICE-SCREEN)
               LENGTH(LENGTH OF WS-BADCHOICE-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  3900-SEND-TIMED-OUT
      *  SESSCHK HAS ALREADY ENDED THE SESSION; THE NEXT ENTRY IS
      *  A SIGN-ON.
      *----------------------------------------------------------*
       3900-SEND-TIMED-OUT.
           MOVE 'S' TO WS-CA-STATE

           EXEC CICS SEND TEXT
               FROM(WS-TIMEOUT-SCREEN)
               LENGTH(LENGTH OF WS-TIMEOUT-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  4000-SEND-MENU
      *  THE MENU FOR AN ALREADY SIGNED-ON TERMINAL, REBUILT FROM
      *  THE CURRENT PROFILE.
      *----------------------------------------------------------*
       4000-SEND-MENU.
           MOVE SC-USERID TO SI-USERID
           PERFORM 2200-BUILD-MENU
           MOVE SI-USERID TO SC-USERID
           MOVE SES-EMP-ID TO SC-EMP-ID
           PERFORM 4100-SEND-MENU-SCREEN.

      *----------------------------------------------------------*
      *  4100-SEND-MENU-SCREEN
      *----------------------------------------------------------*
       4100-SEND-MENU-SCREEN.
           MOVE 'M' TO WS-CA-STATE
           MOVE SC-USERID TO WS-MS-USERID
           IF SC-EMP-ID > ZERO
               MOVE SC-EMP-ID TO WS-MS-EMP-ID
           ELSE
               MOVE 'NONE'    TO WS-MS-EMP-ID
           END-IF

           PERFORM 4150-BUILD-MENU-LINE
               VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > 5

           EXEC CICS SEND TEXT
               FROM(WS-MENU-SCREEN)
               LENGTH(LENGTH OF WS-MENU-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  4150-BUILD-MENU-LINE
      *  LINES PAST THE USER'S MENU ARE BLANK.
      *----------------------------------------------------------*
       4150-BUILD-MENU-LINE.
           MOVE SPACE TO WS-MS-LINE(WS-LINE-I)
           IF WS-LINE-I NOT > WS-CA-MENU-COUNT
               MOVE WS-CA-MENU-ITEM(WS-LINE-I) TO WS-ITEM-I
               MOVE WS-LINE-I                 TO WS-ML-NUMBER
               MOVE WS-IT-TITLE(WS-ITEM-I)    TO WS-ML-TITLE
               MOVE WS-IT-TRANSID(WS-ITEM-I)  TO WS-ML-TRANSID
               MOVE WS-MENU-LINE TO WS-MS-LINE(WS-LINE-I)
           END-IF.

      *----------------------------------------------------------*
      *  8000-CHECK-SESSION
      *  THE TERMINAL'S SESSION, FOR SC-PROGRAM (BLANK = ANY).
      *----------------------------------------------------------*
       8000-CHECK-SESSION.
           MOVE SC-PROGRAM TO WS-SAVE-PROGRAM
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-SESSION TO TRUE
           MOVE WS-SAVE-PROGRAM TO SC-PROGRAM
           MOVE ZERO TO SC-EMP-ID
           PERFORM 8100-LINK-SESSCHK
           MOVE SC-EMP-ID TO SES-EMP-ID.

      *----------------------------------------------------------*
      *  8100-LINK-SESSCHK
      *  A SESSION SERVICE THAT CANNOT BE REACHED GRANTS NOTHING.
      *----------------------------------------------------------*
       8100-LINK-SESSCHK.
           SET SC-NO-SESSION TO TRUE

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
      *  8500-GET-TIME
      *----------------------------------------------------------*
       8500-GET-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

      *----------------------------------------------------------*
      *  9000-WRITE-ACCESS-LOG
      *  ONE ENTRY PER SIGN-ON EVENT AGAINST THE USER ID KEYED,
      *  TO THE SAME EMPQ QUEUE THE INQUIRIES FEED.
      *----------------------------------------------------------*
       9000-WRITE-ACCESS-LOG.
           PERFORM 8500-GET-TIME
           MOVE WS-NOW-DATE     TO ACC-DATE
           MOVE WS-NOW-TIME     TO ACC-TIME
           MOVE EIBTRMID        TO ACC-TERMINAL
           MOVE 'EMPSIGN '      TO ACC-PROGRAM
           MOVE ZERO            TO ACC-EMP-ID

           EXEC CICS WRITEQ TD
               QUEUE('EMPQ')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(LENGTH OF ACCESS-LOG-RECORD)
               NOHANDLE
           END-EXEC.
