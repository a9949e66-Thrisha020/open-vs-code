      *----------------------------------------------------------*
      *  SESSCA.CPY                                               *
      *  COMMAREA FOR EXEC CICS LINK TO SESSCHK, THE SIGN-ON      *
      *  SESSION SERVICE EVERY TRANSACTION ON THE EMPSIGN MENU    *
      *  USES, SO ALL OF THEM IDENTIFY THE USER, TIME OUT AND     *
      *  CHECK AUTHCTL THE SAME WAY.                              *
      *    C - CHECK THE TERMINAL'S SESSION; WHEN SC-PROGRAM IS   *
      *        NOT BLANK, ALSO THAT ITS USER MAY RUN THAT PROGRAM *
      *        ONLINE. RETURNS THE USER AND CURRENT EMPLOYEE.     *
      *    A - MAY SC-USERID RUN SC-PROGRAM ONLINE (NO SESSION    *
      *        NEEDED; EMPSIGN BUILDS ITS MENU WITH IT).          *
      *    E - MAKE SC-EMP-ID THE SESSION'S CURRENT EMPLOYEE.     *
      *    O - SIGN THE TERMINAL OFF.                             *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  SESSION-CHECK-AREA.
           05  SC-REQUEST       PIC X(01).
               88  SC-CHECK-SESSION     VALUE 'C'.
               88  SC-CHECK-PROGRAM     VALUE 'A'.
               88  SC-SET-EMPLOYEE      VALUE 'E'.
               88  SC-SIGN-OFF          VALUE 'O'.
           05  SC-PROGRAM       PIC X(08).
           05  SC-USERID        PIC X(08).
           05  SC-EMP-ID        PIC 9(05).
           05  SC-STATUS        PIC X(01).
               88  SC-STATUS-OK         VALUE 'Y'.
               88  SC-NO-SESSION        VALUE 'N'.
               88  SC-TIMED-OUT         VALUE 'T'.
               88  SC-NOT-AUTHORIZED    VALUE 'R'.
