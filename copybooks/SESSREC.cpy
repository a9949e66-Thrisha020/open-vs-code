      *----------------------------------------------------------*
      *  SESSREC.CPY                                              *
      *  ONLINE SIGN-ON SESSION, ONE PER TERMINAL, HELD AS ITEM 1 *
      *  OF TEMPORARY-STORAGE QUEUE 'ESES' + TERMINAL ID. EMPSIGN *
      *  WRITES IT AT A GOOD SIGN-ON; SESSCHK READS IT ON EVERY   *
      *  TURN OF EVERY TRANSACTION ON THE MENU, TIMES IT OUT      *
      *  AFTER INACTIVITY, AND DELETES IT AT SIGN-OFF. IT TIES    *
      *  THE TERMINAL TO A PERSON FOR THE ACCESS LOG AND CARRIES  *
      *  THE EMPLOYEE BEING WORKED ON FROM SCREEN TO SCREEN.      *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  SESSION-RECORD.
           05  SES-USERID        PIC X(08).
           05  SES-SIGNON-DATE   PIC 9(08).
           05  SES-SIGNON-TIME   PIC 9(06).
      * ABSTIME (MILLISECONDS) OF THE LAST TURN, FOR THE TIMEOUT.
           05  SES-LAST-ACTIVITY PIC S9(15) COMP-3.
      * THE EMPLOYEE LAST LOOKED UP OR CHANGED; ZERO FOR NONE.
           05  SES-EMP-ID        PIC 9(05).
