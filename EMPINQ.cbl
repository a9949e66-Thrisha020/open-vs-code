      *                  ZERO-ID SEARCH MARKER, SO "WHO VIEWED
      *                  WHOM" AND NOT-FOUND PROBING HOLD FOR THE
      *                  NAME PATH TOO.
      * 10/15/2026  RSM  EVERY TURN NOW NEEDS A LIVE EMPSIGN SIGN-ON
      *                  SESSION WHOSE AUTHCTL PROFILE GRANTS EMPINQ
      *                  (CHECKED BY SESSCHK); ANYTHING ELSE IS REFUSED
      *                  AND A REFUSED USER LOGGED 'R'. PF3 RETURNS TO
      *                  THE EMPSIGN MENU. THE FIRST SCREEN SHOWS THE
      *                  SESSION'S CURRENT EMPLOYEE, AND A KEYED LOOKUP
      *                  THAT FINDS ONE BECOMES IT. ACCESS-LOG ENTRIES
      *                  CARRY THE SIGNED-ON USER.
      *

       ENVIRONMENT DIVISION.
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


      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  EVERY TURN NEEDS A SIGNED-ON SESSION; PF3 GOES BACK TO
      *  THE MENU. FIRST ENTRY (NO COMMAREA) SHOWS THE SESSION'S
      *  CURRENT EMPLOYEE, IF ANY, OR PROMPTS FOR AN EMPLOYEE ID
      *  OR LAST NAME. LATER ENTRIES HAVE THE USER'S INPUT: A NUMERIC
      *  ENTRY IS A KEYED ID LOOKUP, ANYTHING ELSE STARTS A NAME
      *  SEARCH, AND AN EMPTY ENTRY DURING AN ACTIVE NAME SEARCH
      *  PAGES FORWARD THROUGH THE REMAINING MATCHES.
           MOVE SPACE TO WS-CA-LNAME
           MOVE ZERO  TO WS-CA-SHOWN

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
                   PERFORM 2500-LOOKUP-EMPLOYEE
               ELSE
                   PERFORM 1000-SEND-PROMPT
               END-IF
           ELSE
               MOVE CA-LNAME TO WS-CA-LNAME
               MOVE CA-SHOWN TO WS-CA-SHOWN

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
      *  WHOSE USER'S AUTHCTL PROFILE GRANTS EMPINQ. THE
      *  SESSION'S USER GOES ON EVERY ACCESS-LOG ENTRY.
      *----------------------------------------------------------*
       0500-CHECK-SESSION.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-SESSION TO TRUE
           MOVE 'EMPINQ  ' TO SC-PROGRAM
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
                   MOVE 'NOT AUTHORIZED FOR EMPLOYEE INQUIRY'
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
      *  FIRST TURN OF THE TRANSACTION: JUST ASK FOR AN EMPLOYEE ID.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'F' TO ACC-RESULT
               PERFORM 2900-WRITE-ACCESS-LOG
               PERFORM 0600-SET-CURRENT-EMPLOYEE
               PERFORM 2600-SEND-FOUND
           ELSE
               MOVE 'N' TO ACC-RESULT
