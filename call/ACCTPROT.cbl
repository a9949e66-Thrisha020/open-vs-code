       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPROT.

      * Shared bank-account protection routine, callable like
      * AUTHCHK. DDMAST holds DDP-ACCOUNT only in protected form;
      * this is the one place that knows how to turn a clear
      * account into its protected form and back, so no program
      * ever carries its own copy of the scheme. Functions:
      *   'P'  protect a clear account (DDMNT, DDRETURN, TESTCLON
      *        and DDPROT when they store one, ACCTSCAN when it
      *        looks for one). The result is always the same for
      *        the same account, so protected values can be
      *        compared with each other without recovering either.
      *   'R'  recover the clear account from its protected form.
      *        Only the programs that build a bank file may do this
      *        (DDPAYFIL, and VOIDPAY for its reversing debits);
      *        any other caller is refused with LK-STATUS-FAILED
      *        and an operator message, and gets spaces back.
      *   'M'  mask a protected account for printing - asterisks
      *        and the last four digits. The clear value is worked
      *        out internally and never handed back.
      *   'C'  mask a clear account for printing, for programs that
      *        are handed a clear account by the bank or a deck.
      * Each position of the account is shifted through the digits
      * and letters by its own amount, the amounts coming from the
      * ACCTKEY control record (17 two-digit shifts) that security
      * holds; spaces stay spaces, so a protected account is the
      * same length as the clear one. ACCTKEY is read on the first
      * call only. A missing or empty ACCTKEY fails every call -
      * without it nothing can be protected or recovered, and no
      * caller may fall back to the clear value.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-KEY     ASSIGN TO ACCTKEY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-KEY
           LABEL RECORDS ARE STANDARD.
       01  ACCT-KEY-RECORD.
           05  AK-SHIFT         PIC 9(02) OCCURS 17 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-ACCTKEY-STATUS   PIC X(02) VALUE '00'.

       01  WS-KEY-LOADED-SW PIC X(01) VALUE 'N'.
           88  WS-KEY-LOADED          VALUE 'Y'.
       01  WS-KEY-VALID-SW  PIC X(01) VALUE 'N'.
           88  WS-KEY-VALID           VALUE 'Y'.

       01  WS-KEY-SHIFTS.
           05  WS-KEY-SHIFT     PIC 9(02) OCCURS 17 TIMES.

      * The 36 characters a protected position may take.
       01  WS-ALPHABET-VALUES.
           05  FILLER           PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-ALPHABET REDEFINES WS-ALPHABET-VALUES.
           05  WS-ALPHA-CHAR    PIC X(01) OCCURS 36 TIMES.

       01  WS-WORK-ACCOUNT.
           05  WS-WORK-CHAR     PIC X(01) OCCURS 17 TIMES.
       01  WS-CLEAR-ACCOUNT.
           05  WS-CLEAR-CHAR    PIC X(01) OCCURS 17 TIMES.

       01  WS-POS-SUB       PIC 9(02) COMP VALUE ZERO.
       01  WS-ALPHA-SUB     PIC 9(02) COMP VALUE ZERO.
       01  WS-FOUND-SUB     PIC 9(02) COMP VALUE ZERO.
       01  WS-LAST-POS      PIC 9(02) COMP VALUE ZERO.
       01  WS-FIRST-POS     PIC 9(02) COMP VALUE ZERO.
       01  WS-SHIFTED       PIC 9(03) COMP VALUE ZERO.
       01  WS-QUOTIENT      PIC 9(03) COMP VALUE ZERO.
       01  WS-REMAINDER     PIC 9(03) COMP VALUE ZERO.

       01  WS-DIRECTION-SW  PIC X(01) VALUE 'P'.
           88  WS-SHIFT-FORWARD       VALUE 'P'.
           88  WS-SHIFT-BACK          VALUE 'R'.

       LINKAGE SECTION.
      * 'P' protect, 'R' recover, 'M' mask protected, 'C' mask
      * clear.
       01  LK-PROT-FUNCTION      PIC X(01).

      * The calling program's own PROGRAM-ID, padded to eight.
       01  LK-PROT-CALLER        PIC X(08).

       01  LK-PROT-IN            PIC X(17).
       01  LK-PROT-OUT           PIC X(17).

       COPY LKRETSTS.

       PROCEDURE DIVISION USING LK-PROT-FUNCTION, LK-PROT-CALLER,
                                 LK-PROT-IN, LK-PROT-OUT,
                                 LK-RETURN-STATUS.

       MAIN-PARA.
           SET LK-STATUS-OK TO TRUE
           MOVE SPACE TO LK-PROT-OUT

           IF NOT WS-KEY-LOADED
               PERFORM LOAD-KEY-PARA
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-KEY-VALID
                   DISPLAY 'ACCTPROT: ACCTKEY CONTROL RECORD NOT '
                       'AVAILABLE - ' LK-PROT-CALLER ' REFUSED'
                   SET LK-STATUS-FAILED TO TRUE
               WHEN LK-PROT-FUNCTION = 'P'
                   MOVE LK-PROT-IN TO WS-WORK-ACCOUNT
                   SET WS-SHIFT-FORWARD TO TRUE
                   PERFORM SHIFT-ACCOUNT-PARA
                   MOVE WS-WORK-ACCOUNT TO LK-PROT-OUT
               WHEN LK-PROT-FUNCTION = 'R'
                   IF LK-PROT-CALLER = 'DDPAYFIL'
                       OR LK-PROT-CALLER = 'VOIDPAY '
                       MOVE LK-PROT-IN TO WS-WORK-ACCOUNT
                       SET WS-SHIFT-BACK TO TRUE
                       PERFORM SHIFT-ACCOUNT-PARA
                       MOVE WS-WORK-ACCOUNT TO LK-PROT-OUT
                   ELSE
                       DISPLAY 'ACCTPROT: ' LK-PROT-CALLER
                           ' MAY NOT RECOVER ACCOUNT NUMBERS - '
                           'REFUSED'
                       SET LK-STATUS-FAILED TO TRUE
                   END-IF
               WHEN LK-PROT-FUNCTION = 'M'
                   MOVE LK-PROT-IN TO WS-WORK-ACCOUNT
                   SET WS-SHIFT-BACK TO TRUE
                   PERFORM SHIFT-ACCOUNT-PARA
                   MOVE WS-WORK-ACCOUNT TO WS-CLEAR-ACCOUNT
                   PERFORM MASK-ACCOUNT-PARA
               WHEN LK-PROT-FUNCTION = 'C'
                   MOVE LK-PROT-IN TO WS-CLEAR-ACCOUNT
                   PERFORM MASK-ACCOUNT-PARA
               WHEN OTHER
                   DISPLAY 'ACCTPROT: FUNCTION ' LK-PROT-FUNCTION
                       ' NOT RECOGNIZED - ' LK-PROT-CALLER
                   SET LK-STATUS-FAILED TO TRUE
           END-EVALUATE

           MOVE SPACE TO WS-WORK-ACCOUNT
           MOVE SPACE TO WS-CLEAR-ACCOUNT

           EXIT PROGRAM.

      * Read the shift amounts once per run. Every shift must be
      * numeric and at least one must be non-zero, or the key is
      * treated as missing.
       LOAD-KEY-PARA.
           SET WS-KEY-LOADED TO TRUE
           MOVE 'N' TO WS-KEY-VALID-SW

           OPEN INPUT ACCT-KEY
           IF WS-ACCTKEY-STATUS = '00'
               READ ACCT-KEY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACCT-KEY-RECORD IS NUMERIC
                           AND ACCT-KEY-RECORD NOT = ZERO
                           MOVE ACCT-KEY-RECORD TO WS-KEY-SHIFTS
                           SET WS-KEY-VALID TO TRUE
                       END-IF
               END-READ
               CLOSE ACCT-KEY
           END-IF.

      * Shift every non-blank position of WS-WORK-ACCOUNT forward
      * (protect) or back (recover) through the alphabet. A
      * character outside the alphabet is left as it stands.
       SHIFT-ACCOUNT-PARA.
           PERFORM SHIFT-ONE-POSITION-PARA
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > 17.

       SHIFT-ONE-POSITION-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           IF WS-WORK-CHAR(WS-POS-SUB) NOT = SPACE
               PERFORM FIND-ALPHA-PARA
                   VARYING WS-ALPHA-SUB FROM 1 BY 1
                   UNTIL WS-ALPHA-SUB > 36 OR WS-FOUND-SUB > ZERO
           END-IF

           IF WS-FOUND-SUB > ZERO
               IF WS-SHIFT-FORWARD
                   COMPUTE WS-SHIFTED = WS-FOUND-SUB - 1
                       + WS-KEY-SHIFT(WS-POS-SUB)
               ELSE
                   COMPUTE WS-SHIFTED = WS-FOUND-SUB - 1 + 360
                       - WS-KEY-SHIFT(WS-POS-SUB)
               END-IF
               DIVIDE WS-SHIFTED BY 36 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               ADD 1 TO WS-REMAINDER
               MOVE WS-ALPHA-CHAR(WS-REMAINDER)
                   TO WS-WORK-CHAR(WS-POS-SUB)
           END-IF.

       FIND-ALPHA-PARA.
           IF WS-ALPHA-CHAR(WS-ALPHA-SUB) = WS-WORK-CHAR(WS-POS-SUB)
               MOVE WS-ALPHA-SUB TO WS-FOUND-SUB
           END-IF.

      * Asterisks followed by the last four characters of the clear
      * account in WS-CLEAR-ACCOUNT; a short account is all stars.
       MASK-ACCOUNT-PARA.
           MOVE ZERO TO WS-LAST-POS
           PERFORM FIND-LAST-PARA
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > 17

           IF WS-LAST-POS > 4
               COMPUTE WS-FIRST-POS = WS-LAST-POS - 3
               MOVE '****' TO LK-PROT-OUT(1:4)
               MOVE WS-CLEAR-ACCOUNT(WS-FIRST-POS:4)
                   TO LK-PROT-OUT(5:4)
           ELSE
               IF WS-LAST-POS > ZERO
                   MOVE '****' TO LK-PROT-OUT(1:4)
               END-IF
           END-IF.

       FIND-LAST-PARA.
           IF WS-CLEAR-CHAR(WS-POS-SUB) NOT = SPACE
               MOVE WS-POS-SUB TO WS-LAST-POS
           END-IF.
