      *                  (RETROPAY) CAN REPRICE A PERIOD AT A
      *                  CORRECTED RATE INSTEAD OF ONLY SEEING
      *                  THE DOLLARS THAT CAME OUT.
      * 10/15/2026  RSM  ADDED THE TAXABLE WAGES AND ROOM FOR
      *                  TWELVE DEDUCTION ENTRIES, MATCHING PAYDTL,
      *                  SO EACH TAX WITHHELD (TYPE T) SURVIVES IN
      *                  THE HISTORY FOR THE QUARTERLY AND
      *                  YEAR-END TAX REPORTING.
      * 10/15/2026  RSM  ADDED THE EARNINGS BREAKDOWN BY EARNINGS
      *                  CODE, MATCHING PAYDTL.
      * 10/15/2026  RSM  ADDED THE RUN TYPE (REGULAR, OFF-CYCLE,
      *                  FINAL PAY), MATCHING PAYDTL.
      * 10/15/2026  RSM  ADDED THE DEPARTMENT PAID UNDER AND THE VOID
      *                  STATUS. A VOIDED ROW (VOIDPAY) IS KEPT,
      *                  MARKED WITH WHO VOIDED IT AND WHEN, AND IS
      *                  LEFT OUT OF EVERY WAGE AND TAX TOTAL.
      * 10/15/2026  RSM  ADDED THE DIRECT-DEPOSIT RETURN NOTE. A
      *                  DEPOSIT THE BANK SENT BACK (DDRETURN) IS
      *                  MARKED WITH THE DATE AND THE BANK'S REASON
      *                  CODE; ITS WAGES STILL COUNT, ONLY THE WAY
      *                  THEY WERE PAID CHANGED.
      * 10/15/2026  RSM  ADDED THE EMPLOYER'S RETIREMENT-PLAN MATCH,
      *                  MATCHING PAYDTL, SO THE PLAN'S YEAR-TO-DATE
      *                  CONTRIBUTIONS AND MATCH COME FROM HISTORY.
      * 10/15/2026  RSM  NO LAYOUT CHANGE: THE PAYINQ PAY-STUB
      *                  INQUIRY NOW READS THE HISTORY ONLINE
      *                  THROUGH ITS EMPLOYEE-ID ALTERNATE-INDEX
      *                  PATH (PAYHISTE, ON PH-EMP-ID).
      *
       01  PAY-HISTORY-RECORD.
           05  PH-EMP-ID        PIC 9(05).
           05  PH-GROSS-PAY     PIC S9(07)V99.
           05  PH-TOTAL-DED     PIC S9(07)V99.
           05  PH-NET-PAY       PIC S9(07)V99.
           05  PH-TAXABLE-WAGES PIC S9(07)V99.
      * EACH DEDUCTION ACTUALLY TAKEN THAT PERIOD, IN THE PRIORITY
      * ORDER IT WAS APPLIED (SEE DEDREC FOR THE PRIORITY BANDS;
      * TAX ENTRIES, TYPE T, ARE TAKEN AHEAD OF THEM).
           05  PH-DED-COUNT     PIC 9(02).
           05  PH-DED-ENTRY OCCURS 12 TIMES.
               10  PH-DED-CODE      PIC X(03).
               10  PH-DED-TYPE      PIC X(01).
               10  PH-DED-AMOUNT    PIC S9(05)V99.
      * EACH EARNINGS CODE PAID THAT PERIOD (SEE EARNREC); THE
      * AMOUNTS ADD TO PH-GROSS-PAY.
           05  PH-EARN-COUNT    PIC 9(02).
           05  PH-EARN-ENTRY OCCURS 8 TIMES.
               10  PH-EARN-CODE     PIC X(03).
               10  PH-EARN-HOURS    PIC 9(03)V99.
               10  PH-EARN-AMOUNT   PIC S9(07)V99.
               10  PH-EARN-TAXABLE  PIC X(01).
      * THE PAY RUN THAT WROTE THE ROW; AN OFF-CYCLE ROW'S PERIOD
      * END IS ITS PAYMENT DATE.
           05  PH-RUN-TYPE      PIC X(01).
               88  PH-REGULAR-RUN       VALUE 'R'.
               88  PH-OFF-CYCLE-RUN     VALUE 'O'.
               88  PH-FINAL-PAY-RUN     VALUE 'F'.
           05  PH-DEPT-CODE     PIC X(04).
      * SPACE WHILE THE PAYMENT STANDS; 'V' ONCE VOIDPAY HAS VOIDED
      * IT (THE MONEY REVERSED AT THE BANK AND IN THE LEDGER).
           05  PH-VOID-SW       PIC X(01).
               88  PH-VOIDED            VALUE 'V'.
           05  PH-VOID-DATE     PIC 9(08).
           05  PH-VOID-USER     PIC X(08).
      * SPACE WHILE THE DEPOSIT STANDS; 'R' ONCE THE BANK HAS SENT IT
      * BACK AND DDRETURN HAS QUEUED THE NET PAY TO A CHECK.
           05  PH-RETURN-SW     PIC X(01).
               88  PH-DEPOSIT-RETURNED  VALUE 'R'.
           05  PH-RETURN-DATE   PIC 9(08).
           05  PH-RETURN-REASON PIC X(03).
      * THE EMPLOYER'S MATCH ON THAT PERIOD'S RETIREMENT CONTRIBUTION
      * (THE RET DEDUCTION ENTRY, TYPE R OR A).
           05  PH-ER-RET-MATCH  PIC S9(07)V99.
