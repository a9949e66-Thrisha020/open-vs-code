      * MODIFICATION HISTORY
      * --------------------
      * 09/02/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (TAXABLE WAGES, TWELVE DEDUCTION ENTRIES).
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (EARNINGS BREAKDOWN BY EARNINGS CODE).
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (RUN TYPE).
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (DEPARTMENT, VOID STATUS); A VOIDED
      *                  PAYMENT IS LEFT OUT OF THE TOTALS.
      * 10/15/2026  RSM  EACH PERIOD LINE SHOWS THE PAY DATE: THE
      *                  CHECK DATE FROM THE PAY CALENDAR (PAYCAL
      *                  THROUGH PAYPER, SEE PCALREC) FOR A REGULAR
      *                  PERIOD, THE PAYMENT DATE FOR AN OFF-CYCLE
      *                  ONE. A PERIOD NOT ON THE CALENDAR PRINTS
      *                  DASHES.
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (DIRECT-DEPOSIT RETURN NOTE).
      * 10/15/2026  RSM  THE RUN NOW WRITES ONE MACHINE-READABLE
      *                  JOB-SUMMARY ROW (SEE JOBSUM) -- HISTORY ROWS
      *                  READ, AND STATEMENTS WITH NO NAME ON THE MASTER
      *                  AS REJECTED -- SO THE OPERATIONS STATUS PAGE
      *                  (OPSTATUS) SHOWS THE STEP AND THE PAYROLL-CYCLE
      *                  CERTIFICATE (PAYCERT) CAN PROVE ITS HAND-OFF. A
      *                  STEP ENDING CC 16 IS FLAGGED ABNORMAL.
      * 10/15/2026  RSM  SORT RECORD FOLLOWS PAYHREC'S NEW LENGTH
      *                  (EMPLOYER RETIREMENT MATCH).
      *

       ENVIRONMENT DIVISION.
           SELECT STMT-RPT    ASSIGN TO EARNRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOB-SUMMARY ASSIGN TO JOBSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       01  SD-SORT-RECORD.
           05  SD-EMP-ID        PIC 9(05).
           05  SD-PERIOD-END    PIC 9(08).
           05  FILLER           PIC X(376).

       FD  SORTED-HIST
           LABEL RECORDS ARE STANDARD.
                                  PH-GROSS-PAY    BY SH-GROSS-PAY
                                  PH-TOTAL-DED    BY SH-TOTAL-DED
                                  PH-NET-PAY      BY SH-NET-PAY
                                  PH-TAXABLE-WAGES
                                                  BY SH-TAXABLE-WAGES
                                  PH-DED-COUNT    BY SH-DED-COUNT
                                  PH-DED-ENTRY    BY SH-DED-ENTRY
                                  PH-DED-CODE     BY SH-DED-CODE
                                  PH-DED-TYPE     BY SH-DED-TYPE
                                  PH-DED-AMOUNT   BY SH-DED-AMOUNT
                                  PH-EARN-COUNT   BY SH-EARN-COUNT
                                  PH-EARN-ENTRY   BY SH-EARN-ENTRY
                                  PH-EARN-CODE    BY SH-EARN-CODE
                                  PH-EARN-HOURS   BY SH-EARN-HOURS
                                  PH-EARN-AMOUNT  BY SH-EARN-AMOUNT
                                  PH-EARN-TAXABLE BY SH-EARN-TAXABLE
                                  PH-RUN-TYPE     BY SH-RUN-TYPE
                                  PH-REGULAR-RUN  BY SH-REGULAR-RUN
                                  PH-OFF-CYCLE-RUN
                                                  BY SH-OFF-CYCLE-RUN
                                  PH-FINAL-PAY-RUN
                                                  BY SH-FINAL-PAY-RUN
                                  PH-DEPT-CODE    BY SH-DEPT-CODE
                                  PH-VOID-SW      BY SH-VOID-SW
                                  PH-VOIDED       BY SH-VOIDED
                                  PH-VOID-DATE    BY SH-VOID-DATE
                                  PH-VOID-USER    BY SH-VOID-USER
                                  PH-RETURN-SW    BY SH-RETURN-SW
                                  PH-DEPOSIT-RETURNED
                                                  BY SH-DEPOSIT-RETURNED
                                  PH-RETURN-DATE  BY SH-RETURN-DATE
                                  PH-RETURN-REASON
                                                  BY SH-RETURN-REASON
                                  PH-ER-RET-MATCH BY SH-ER-RET-MATCH.

       FD  EMP-MASTER.
           COPY EMPREC.
           LABEL RECORDS ARE STANDARD.
       01  STMT-LINE        PIC X(80).

       FD  JOB-SUMMARY
           LABEL RECORDS ARE STANDARD.
       01  JOB-SUMMARY-RECORD   PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).
       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-JOBSUM-FILE-STATUS PIC X(02)  VALUE '00'.
       COPY JOBSUM.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS     PIC X(02)  VALUE '00'.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad statement run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.03'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED-HIST     VALUE 'Y'.
           05  WS-RUN-YEAR      PIC 9(04).
           05  FILLER           PIC 9(04).

      * Pay-calendar lookup through PAYPER (see CALL/PAYPER.CBL). A
      * space pay group matches whichever group ends on the date.
       01  WS-PAY-GROUP     PIC X(02)  VALUE SPACE.
       01  WS-CAL-FUNCTION  PIC X(01)  VALUE 'E'.
       01  WS-CAL-LOOKUP-DATE PIC 9(08) VALUE ZERO.
       COPY PCALREC.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-PAYCAL-STATUS
                               LK-STATUS-OK      BY WS-PAYCAL-OK
                               LK-STATUS-WARNING BY WS-PAYCAL-WARNING
                               LK-STATUS-FAILED  BY WS-PAYCAL-FAILED.

       01  WS-ROW-COUNT     PIC 9(5)   COMP VALUE ZERO.
       01  WS-YEAR-ROWS     PIC 9(5)   COMP VALUE ZERO.
       01  WS-STMT-COUNT    PIC 9(5)   COMP VALUE ZERO.
           05  WS-EH-FLAG   PIC X(15).
           05  FILLER       PIC X(11)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER       PIC X(40)  VALUE
               '  PERIOD END  PAY DATE       GROSS   DED'.
           05  FILLER       PIC X(40)  VALUE
               'UCTIONS          NET'.

       01  WS-DETAIL-LINE.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-DATE  PIC 9(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-PAY-DATE PIC X(08).
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-GROSS PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-DED   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02)  VALUE SPACE.
           05  WS-DET-NET   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(22)  VALUE SPACE.

       01  WS-YTD-LINE.
           05  FILLER       PIC X(12)  VALUE '  YTD TOTAL '.
           ADD 1 TO WS-ROW-COUNT

           IF SH-PERIOD-CCYY = WS-STMT-YEAR
               AND NOT SH-VOIDED
               ADD 1 TO WS-YEAR-ROWS
               IF SH-EMP-ID NOT = WS-PREV-EMP-ID
                   PERFORM 2400-CLOSE-STATEMENT
       2200-PRINT-PERIOD-LINE.

           MOVE SH-PERIOD-END TO WS-DET-DATE
           IF SH-OFF-CYCLE-RUN OR SH-FINAL-PAY-RUN
               MOVE SH-PERIOD-END TO WS-DET-PAY-DATE
           ELSE
               MOVE SH-PERIOD-END TO WS-CAL-LOOKUP-DATE
               CALL 'PAYPER' USING WS-CAL-FUNCTION WS-PAY-GROUP
                   WS-CAL-LOOKUP-DATE PAY-CALENDAR-RECORD
                   WS-PAYCAL-STATUS
               IF WS-PAYCAL-OK
                   MOVE PCL-CHECK-DATE TO WS-DET-PAY-DATE
               ELSE
                   MOVE '--------' TO WS-DET-PAY-DATE
               END-IF
           END-IF
           MOVE SH-GROSS-PAY  TO WS-DET-GROSS
           MOVE SH-TOTAL-DED  TO WS-DET-DED
           MOVE SH-NET-PAY    TO WS-DET-NET
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL

      * One machine-readable summary row for the operations status
      * page and the payroll-cycle certificate (PAYCERT).
           OPEN EXTEND JOB-SUMMARY
           IF WS-JOBSUM-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOB-SUMMARY
           END-IF
           MOVE 'EARNSTMT' TO JS-PROGRAM-ID
           MOVE WS-ROW-COUNT TO JS-RECORDS-READ
           MOVE WS-NONAME-COUNT TO JS-RECORDS-REJECTED
           MOVE WS-RUN-DATE-NUM TO JS-RUN-DATE
           IF RETURN-CODE < 16
               SET JS-NORMAL-COMPLETION TO TRUE
           ELSE
               SET JS-ABNORMAL-COMPLETION TO TRUE
           END-IF
           WRITE JOB-SUMMARY-RECORD FROM WS-JOB-SUMMARY-LINE
           CLOSE JOB-SUMMARY.

      *----------------------------------------------------------*
      *  8000-READ-SORTED-HIST - READ NEXT SORTED HISTORY ROW     *
