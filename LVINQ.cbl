      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EVERY TURN NOW NEEDS A LIVE EMPSIGN SIGN-ON
      *                  SESSION WHOSE AUTHCTL PROFILE GRANTS LVINQ
      *                  (CHECKED BY SESSCHK); ANYTHING ELSE IS REFUSED
      *                  AND A REFUSED USER LOGGED 'R'. PF3 RETURNS TO
      *                  THE EMPSIGN MENU. THE FIRST SCREEN SHOWS THE
      *                  SESSION'S CURRENT EMPLOYEE, AND A LOOKUP THAT
      *                  FINDS A BALANCE MAKES ITS EMPLOYEE CURRENT.
      *                  ACCESS-LOG ENTRIES CARRY THE SIGNED-ON USER.
      * 10/15/2026  RSM  THE RESULT SCREEN ADDS THE EMPLOYEE'S
      *                  PROTECTED-LEAVE USAGE, ENTITLEMENT AND HOURS
      *                  LEFT FROM PLVMAST AS OF PLVWKLY'S LAST WEEKLY
      *                  TALLY.
      *

       ENVIRONMENT DIVISION.
       COPY EMPREC.
       COPY LEAVEREC.

      * The employee's protected-leave case, if any, and its rolling
      * 12-month usage as of PLVWKLY's last weekly run (see PLVREC).
       COPY PLVREC.
       01  WS-PROT-LEFT         PIC S9(05)V99 COMP-3 VALUE ZERO.

      * One access-log entry per terminal interaction, to the EMPQ
      * transient data queue (see ACCREC).
       COPY ACCREC.
       01  WS-EMP-ID-INPUT      PIC 9(05).
           88  WS-EMP-ID-BLANK          VALUE ZERO.

      * The terminal's EMPSIGN session (see SESSCA): who is signed
      * on, whether this transaction is on their menu, and the
      * employee being worked on. PF3 goes back to the menu.
       COPY SESSCA.
       01  WS-PF3-AID           PIC X(01) VALUE '3'.
       01  WS-SESSION-SCREEN    PIC X(79).

       01  WS-RESP              PIC S9(08) COMP.
       01  WS-RESP2             PIC S9(08) COMP.

           05  WS-RS-TAKEN      PIC -ZZZZ9.99.
           05  FILLER           PIC X(12) VALUE ' LAST ACCR: '.
           05  WS-RS-LAST-ACCR  PIC 9(06).
           05  WS-RS-PROT-AREA  PIC X(63).

       01  WS-PROT-TEXT.
           05  FILLER           PIC X(15) VALUE ' PROT LV USED: '.
           05  WS-PT-USED       PIC ZZZ9.99.
           05  FILLER           PIC X(04) VALUE ' OF '.
           05  WS-PT-ENTITLE    PIC ZZZ9.99.
           05  FILLER           PIC X(07) VALUE ' LEFT: '.
           05  WS-PT-LEFT       PIC -ZZZ9.99.
           05  FILLER           PIC X(07) VALUE ' AS OF '.
           05  WS-PT-AS-OF      PIC 9(08).

       01  WS-NO-PROT-TEXT      PIC X(63) VALUE
           ' NO PROTECTED-LEAVE CASE ON FILE'.

       01  WS-NOT-TALLIED-TEXT  PIC X(63) VALUE
           ' PROTECTED-LEAVE CASE NOT YET TALLIED'.

       01  WS-NOLEAVE-SCREEN.
           05  FILLER           PIC X(09) VALUE 'EMP ID : '.

      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  EVERY TURN NEEDS A SIGNED-ON SESSION; PF3 GOES BACK TO
      *  THE MENU. FIRST ENTRY (NO COMMAREA) SHOWS THE SESSION'S
      *  CURRENT EMPLOYEE, IF ANY, OR PROMPTS FOR AN EMPLOYEE ID.
      *  LATER ENTRIES LOOK THE KEYED ID UP ON THE LEAVE MASTER.
      *----------------------------------------------------------*
       0000-MAIN-LOGIC.
           MOVE 'P' TO WS-CA-STATE

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
                   PERFORM 2500-LOOKUP-LEAVE-BALANCE
               ELSE
                   PERFORM 1000-SEND-PROMPT
               END-IF
           ELSE
               PERFORM 2000-RECEIVE-AND-LOOKUP
           END-IF

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
      *  WHOSE USER'S AUTHCTL PROFILE GRANTS LVINQ. THE
      *  SESSION'S USER GOES ON EVERY ACCESS-LOG ENTRY.
      *----------------------------------------------------------*
       0500-CHECK-SESSION.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-SESSION TO TRUE
           MOVE 'LVINQ   ' TO SC-PROGRAM
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
                   MOVE ZERO TO ACC-EMP-ID
                   MOVE 'R'  TO ACC-RESULT
                   PERFORM 2900-WRITE-ACCESS-LOG
                   MOVE 'NOT AUTHORIZED FOR LEAVE BALANCE INQUIRY'
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
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'F' TO ACC-RESULT
                   PERFORM 2900-WRITE-ACCESS-LOG
                   PERFORM 0600-SET-CURRENT-EMPLOYEE
                   PERFORM 2600-SEND-FOUND
               ELSE
                   MOVE 'N' TO ACC-RESULT
               LVE-LAST-ACCRUAL / 100
           MOVE WS-LAST-ACCR-CCYYMM TO WS-RS-LAST-ACCR

           MOVE EMP-ID            TO PLV-EMP-ID
           EXEC CICS READ
               DATASET('PLVMAST')
               INTO(PROT-LEAVE-RECORD)
               RIDFLD(PLV-EMP-ID)
               KEYLENGTH(LENGTH OF PLV-EMP-ID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-NO-PROT-TEXT     TO WS-RS-PROT-AREA
               WHEN PLV-AS-OF-DATE = ZERO
                   MOVE WS-NOT-TALLIED-TEXT TO WS-RS-PROT-AREA
               WHEN OTHER
                   COMPUTE WS-PROT-LEFT =
                       PLV-ENTITLE-HOURS - PLV-USED-HOURS
                   MOVE PLV-USED-HOURS    TO WS-PT-USED
                   MOVE PLV-ENTITLE-HOURS TO WS-PT-ENTITLE
                   MOVE WS-PROT-LEFT      TO WS-PT-LEFT
                   MOVE PLV-AS-OF-DATE    TO WS-PT-AS-OF
                   MOVE WS-PROT-TEXT      TO WS-RS-PROT-AREA
           END-EVALUATE

           EXEC CICS SEND TEXT
               FROM(WS-RESULT-SCREEN)
               LENGTH(LENGTH OF WS-RESULT-SCREEN)
