      *                  DEPARTMENT ROW INSTEAD OF TRUSTING A
      *                  BUFFER THIS TASK NEVER FILLED, SO THE
      *                  PAGE-2+ TITLE CARRIES THE REAL NAME.
      * 10/15/2026  RSM  EVERY TURN NOW NEEDS A LIVE EMPSIGN SIGN-ON
      *                  SESSION WHOSE AUTHCTL PROFILE GRANTS DPTRINQ
      *                  (CHECKED BY SESSCHK); ANYTHING ELSE IS REFUSED
      *                  AND A REFUSED USER LOGGED 'R'. PF3 RETURNS TO
      *                  THE EMPSIGN MENU. ACCESS-LOG ENTRIES CARRY THE
      *                  SIGNED-ON USER.
      *

       ENVIRONMENT DIVISION.
           05  WS-INQ-DEPT-CODE PIC X(04).
           05  FILLER           PIC X(16).

      * The terminal's EMPSIGN session (see SESSCA): who is signed
      * on and whether this transaction is on their menu. PF3 goes
      * back to the menu.
       COPY SESSCA.
       01  WS-PF3-AID           PIC X(01) VALUE '3'.
       01  WS-SESSION-SCREEN    PIC X(79).

       01  WS-RESP              PIC S9(08) COMP.
       01  WS-RESP2             PIC S9(08) COMP.


      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  EVERY TURN NEEDS A SIGNED-ON SESSION; PF3 GOES BACK TO
      *  THE MENU. FIRST ENTRY (NO COMMAREA) PROMPTS FOR A
      *  DEPARTMENT CODE.
      *  LATER ENTRIES EITHER START A FRESH ROSTER BROWSE OR, ON
      *  AN EMPTY ENTRY DURING AN ACTIVE BROWSE, PAGE FORWARD.
      *----------------------------------------------------------*
           MOVE SPACE TO WS-CA-DEPT
           MOVE ZERO  TO WS-CA-SHOWN

           IF EIBCALEN > 0 AND EIBAID = WS-PF3-AID
               PERFORM 0400-RETURN-TO-MENU
           END-IF

           PERFORM 0500-CHECK-SESSION
           IF NOT SC-STATUS-OK
               PERFORM 0550-REFUSE-SESSION
           END-IF

           IF EIBCALEN = 0
               PERFORM 1000-SEND-PROMPT
           ELSE

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
      *  WHOSE USER'S AUTHCTL PROFILE GRANTS DPTRINQ. THE
      *  SESSION'S USER GOES ON EVERY ACCESS-LOG ENTRY.
      *----------------------------------------------------------*
       0500-CHECK-SESSION.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-SESSION TO TRUE
           MOVE 'DPTRINQ ' TO SC-PROGRAM
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
                   MOVE 'NOT AUTHORIZED FOR DEPARTMENT ROSTER'
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
