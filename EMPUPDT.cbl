      *                  REPORTED TO THE USER AS A MISSING
      *                  EMPLOYEE NOR COUNTED BY EMPACCRPT AS A
      *                  NOT-FOUND PROBE.
      * 10/15/2026  RSM  THE UPDATE LINE TAKES A JOB CODE AFTER THE
      *                  DEPARTMENT; A KEYED CODE MUST BE AN ACTIVE ROW
      *                  ON JOBMAST (SEE JOBREC), AS IN EMPMAINT. THE
      *                  BEFORE-IMAGE FOLLOWS EMPREC TO 80 BYTES.
      * 10/15/2026  RSM  EVERY TURN NOW NEEDS A LIVE EMPSIGN SIGN-ON
      *                  SESSION WHOSE AUTHCTL PROFILE GRANTS EMPUPDT
      *                  (CHECKED BY SESSCHK), ON TOP OF THE EMPU
      *                  TRANSACTION SECURITY; ANYTHING ELSE IS REFUSED
      *                  AND A REFUSED USER LOGGED 'R'. PF3 RETURNS TO
      *                  THE EMPSIGN MENU. THE PROMPT NAMES THE
      *                  SESSION'S CURRENT EMPLOYEE, A BLANK ID UPDATES
      *                  IT, AND AN APPLIED CHANGE MAKES ITS EMPLOYEE
      *                  CURRENT. ACCESS-LOG ENTRIES CARRY THE SIGNED-ON
      *                  USER.
      *

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------*
       COPY EMPREC.
       COPY DEPTREC.
       COPY JOBREC.

      * One access-log entry per applied change, to the EMPQ
      * transient data queue (see ACCREC).
      * The master record as read, before this change touched it:
      * the history row's before-image and the source of the old
      * report-index key.
       01  WS-BEFORE-IMAGE      PIC X(80).
       01  WS-BEFORE-VIEW REDEFINES WS-BEFORE-IMAGE.
           05  WS-BV-EMP-ID     PIC 9(05).
           05  WS-BV-FNAME      PIC X(15).
           05  FILLER           PIC X(01).
           05  WS-BV-LNAME      PIC X(20).
           05  WS-BV-DEPT-CODE  PIC X(04).
           05  FILLER           PIC X(35).

       01  WS-OLD-REPORT-KEY.
           05  WS-OK-DEPT-CODE  PIC X(04).
               ' - REBUILD WITH RPTNDXB'.

      * Update line as typed in from the terminal: the employee ID
      * followed by the replacement name/department/job fields, any
      * of which may be left blank to keep the master's current value
      * (the same convention as EMPMAINT's change transaction).
       01  WS-UPDATE-INPUT.
           05  UI-EMP-ID        PIC X(05).
           05  UI-FNAME         PIC X(15).
           05  UI-LNAME         PIC X(20).
           05  UI-DEPT-CODE     PIC X(04).
           05  UI-JOB-CODE      PIC X(02).

       01  WS-EMP-ID-NUM        PIC 9(05) VALUE ZERO.

      * The terminal's EMPSIGN session (see SESSCA): who is signed
      * on, whether this transaction is on their menu, and the
      * employee being worked on. PF3 goes back to the menu.
       COPY SESSCA.
       01  WS-PF3-AID           PIC X(01) VALUE '3'.
       01  WS-SESSION-SCREEN    PIC X(79).

       01  WS-RESP              PIC S9(08) COMP.
       01  WS-RESP2             PIC S9(08) COMP.

      * they can be SEND TEXT'd without a BMS map, as EMPINQ does.
       01  WS-PROMPT-SCREEN.
           05  FILLER           PIC X(79) VALUE
               'EMPLOYEE UPDATE -- ENTER ID,FNAME,LNAME,DEPT,JOB: '.

       01  WS-CURRENT-PROMPT-SCREEN.
           05  FILLER           PIC X(27) VALUE
               'EMPLOYEE UPDATE -- CURRENT '.
           05  WS-CP-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(47) VALUE
               ' -- ID (BLANK=CURRENT),FNAME,LNAME,DEPT,JOB: '.

       01  WS-APPLIED-SCREEN.
           05  FILLER           PIC X(13) VALUE 'EMP ID     : '.
       01  WS-BADDEPT-SCREEN    PIC X(50) VALUE
           'DEPARTMENT NOT ON FILE OR INACTIVE'.

       01  WS-BADJOB-SCREEN     PIC X(50) VALUE
           'JOB CODE NOT ON FILE OR INACTIVE'.

       01  WS-NOTAPPLD-SCREEN.
           05  FILLER           PIC X(13) VALUE 'EMP ID     : '.
           05  WS-NA-EMP-ID     PIC 9(05).

      *----------------------------------------------------------*
      *  0000-MAIN-LOGIC
      *  EVERY TURN NEEDS A SIGNED-ON SESSION; PF3 GOES BACK TO
      *  THE MENU. FIRST ENTRY (NO COMMAREA) PROMPTS FOR THE
      *  UPDATE LINE.
      *  SECOND ENTRY (COMMAREA PRESENT) HAS THE FIELDS KEYED BY
      *  THE USER AND APPLIES THE CHANGE.
      *----------------------------------------------------------*
       0000-MAIN-LOGIC.
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
      *  WHOSE USER'S AUTHCTL PROFILE GRANTS EMPUPDT. THE
      *  SESSION'S USER GOES ON EVERY ACCESS-LOG ENTRY.
      *----------------------------------------------------------*
       0500-CHECK-SESSION.
           MOVE SPACE TO SESSION-CHECK-AREA
           SET SC-CHECK-SESSION TO TRUE
           MOVE 'EMPUPDT ' TO SC-PROGRAM
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
                   PERFORM 2550-STAMP-LAST-UPDATE
                   MOVE WS-UPD-DATE   TO ACC-DATE
                   MOVE WS-UPD-TIME   TO ACC-TIME
                   MOVE EIBTRMID      TO ACC-TERMINAL
                   MOVE 'EMPUPDT '    TO ACC-PROGRAM
                   MOVE ZERO          TO ACC-EMP-ID
                   MOVE 'R'           TO ACC-RESULT
                   EXEC CICS WRITEQ TD
                       QUEUE('EMPQ')
                       FROM(ACCESS-LOG-RECORD)
                       LENGTH(LENGTH OF ACCESS-LOG-RECORD)
                       NOHANDLE
                   END-EXEC
                   MOVE 'NOT AUTHORIZED FOR EMPLOYEE UPDATE'
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
      *  FIRST TURN OF THE TRANSACTION: ASK FOR THE UPDATE LINE,
      *  NAMING THE SESSION'S CURRENT EMPLOYEE WHEN THERE IS ONE.
      *----------------------------------------------------------*
       1000-SEND-PROMPT.
           IF SC-EMP-ID > ZERO
               MOVE SC-EMP-ID TO WS-CP-EMP-ID
               EXEC CICS SEND TEXT
                   FROM(WS-CURRENT-PROMPT-SCREEN)
                   LENGTH(LENGTH OF WS-CURRENT-PROMPT-SCREEN)
                   ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM(WS-PROMPT-SCREEN)
                   LENGTH(LENGTH OF WS-PROMPT-SCREEN)
                   ERASE
               END-EXEC
           END-IF.

      *----------------------------------------------------------*
      *  2000-RECEIVE-AND-UPDATE
      *  SECOND TURN: READ WHAT THE USER TYPED, RUN THE SAME EDITS
      *  EMPMAINT'S CHANGE TRANSACTION RUNS, AND APPLY THE CHANGE.
      *  A BLANK ID MEANS THE SESSION'S CURRENT EMPLOYEE.
      *----------------------------------------------------------*
       2000-RECEIVE-AND-UPDATE.
           MOVE SPACE TO WS-UPDATE-INPUT

           SET WS-EDITS-PASSED TO TRUE

           IF UI-EMP-ID = SPACE AND SC-EMP-ID > ZERO
               MOVE SC-EMP-ID TO UI-EMP-ID
           END-IF

           IF UI-EMP-ID NOT NUMERIC
               SET WS-EDITS-FAILED TO TRUE
               PERFORM 3000-SEND-BAD-INPUT
               PERFORM 2100-VALIDATE-DEPT-CODE
           END-IF

           IF WS-EDITS-PASSED AND UI-JOB-CODE NOT = SPACE
               PERFORM 2200-VALIDATE-JOB-CODE
           END-IF

           IF WS-EDITS-PASSED
               PERFORM 2500-APPLY-UPDATE
           END-IF.
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-VALIDATE-JOB-CODE
      *  SAME RULE AS EMPMAINT'S BATCH EDIT: A KEYED JOB CODE
      *  MUST BE AN ACTIVE ROW ON THE JOBMAST REFERENCE MASTER.
      *----------------------------------------------------------*
       2200-VALIDATE-JOB-CODE.
           MOVE UI-JOB-CODE TO JOB-CODE

           EXEC CICS READ
               DATASET('JOBMAST')
               INTO(JOB-MASTER-RECORD)
               RIDFLD(JOB-CODE)
               KEYLENGTH(LENGTH OF JOB-CODE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-EDITS-FAILED TO TRUE
               PERFORM 3200-SEND-BAD-JOB
           ELSE
               IF JOB-INACTIVE
                   SET WS-EDITS-FAILED TO TRUE
                   PERFORM 3200-SEND-BAD-JOB
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2500-APPLY-UPDATE
      *  READ-FOR-UPDATE, APPLY THE NON-BLANK FIELDS (A BLANK
               IF UI-DEPT-CODE NOT = SPACE
                   MOVE UI-DEPT-CODE TO EMP-DEPT-CODE
               END-IF
               IF UI-JOB-CODE NOT = SPACE
                   MOVE UI-JOB-CODE TO EMP-JOB-CODE
               END-IF

               PERFORM 2550-STAMP-LAST-UPDATE

                   PERFORM 2580-QUEUE-HISTORY
                   PERFORM 2600-WRITE-UPDATE-AUDIT
                   PERFORM 2650-WRITE-ACCESS-LOG
                   PERFORM 0600-SET-CURRENT-EMPLOYEE
                   PERFORM 2800-SEND-APPLIED
               ELSE
                   PERFORM 2750-SEND-NOT-APPLIED
               LENGTH(LENGTH OF WS-BADDEPT-SCREEN)
               ERASE
           END-EXEC.

      *----------------------------------------------------------*
      *  3200-SEND-BAD-JOB
      *----------------------------------------------------------*
       3200-SEND-BAD-JOB.
           EXEC CICS SEND TEXT
               FROM(WS-BADJOB-SCREEN)
               LENGTH(LENGTH OF WS-BADJOB-SCREEN)
               ERASE
           END-EXEC.
