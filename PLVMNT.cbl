       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLVMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : PROTECTED-LEAVE CASE MAINTENANCE AGAINST THE
      *            : CASE FILE VSAM KSDS (PLVMAST, KEYED BY EMPLOYEE
      *            : ID, SEE PLVREC), IN THE SAME TRANSACTION-DECK
      *            : STYLE AS INCMNT. AN ADD OPENS A CASE (REASON,
      *            : CERTIFICATION DATE, CONTINUOUS OR INTERMITTENT)
      *            : FOR AN EMPLOYEE ON EMP-MASTER WHO IS NOT
      *            : TERMINATED AND HAS NO CASE OPEN; A CLOSED CASE
      *            : ALREADY ON FILE MOVES TO THE PRIOR-CASE FIELDS
      *            : SO ITS USAGE STILL COUNTS IN THE ROLLING WINDOW.
      *            : A CHANGE CORRECTS AN OPEN CASE (TYPICALLY THE
      *            : CERTIFICATION DATE ONCE IT ARRIVES) AND A CLOSE
      *            : ENDS IT. THE USAGE ITSELF IS TALLIED WEEKLY BY
      *            : PLVWKLY, NOT HERE. PRODUCES A MAINTENANCE-
      *            : APPLIED REPORT SHOWING EVERY TRANSACTION AND
      *            : WHETHER IT WAS APPLIED OR REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLV-TRANS   ASSIGN TO PLVTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PLV-MASTER  ASSIGN TO PLVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLV-EMP-ID
               FILE STATUS IS WS-PLV-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-RPT   ASSIGN TO PLVMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per case action. PTX-ACTION selects it. PTX-DATE is
      * the case start on an add and the last day of the case on a
      * close; zero means the run date. On an add the reason and
      * type are keyed and a blank certification date means it is
      * still pending; on a change a blank field leaves the current
      * value alone.
       FD  PLV-TRANS
           LABEL RECORDS ARE STANDARD.
       01  PLV-TRANS-RECORD.
           05  PTX-EMP-ID       PIC 9(05).
           05  PTX-ACTION       PIC X(01).
               88  PTX-ADD              VALUE 'A'.
               88  PTX-CHANGE           VALUE 'C'.
               88  PTX-CLOSE            VALUE 'X'.
           05  PTX-DATE         PIC 9(08).
           05  PTX-REASON       PIC X(01).
           05  PTX-CERT-DATE-X  PIC X(08).
           05  PTX-CERT-DATE    REDEFINES PTX-CERT-DATE-X
                                PIC 9(08).
           05  PTX-LEAVE-TYPE   PIC X(01).
           05  FILLER           PIC X(56).

       FD  PLV-MASTER.
           COPY PLVREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-PLV-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-PLV-TRANS       VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'PLVMNT  '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DATEUTL linkage-shaped working-storage so the case dates are
      * validated, and checked against the hire date, the run date
      * and each other, by the shared date service (see CCYYDATE
      * and CALL/DATEUTL.CBL).
       01  WS-DATEUTL-FUNCTION       PIC X(01).
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE1
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE1-NUM
                                DT-CCYY          BY WS-DU-D1-CCYY
                                DT-MM            BY WS-DU-D1-MM
                                DT-DD            BY WS-DU-D1-DD.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-DATE2
                                WS-CCYYMMDD-NUM  BY WS-DU-DATE2-NUM
                                DT-CCYY          BY WS-DU-D2-CCYY
                                DT-MM            BY WS-DU-D2-MM
                                DT-DD            BY WS-DU-D2-DD.
       01  WS-DATEUTL-DAYS-TO-ADD    PIC S9(05) VALUE ZERO.
       COPY CCYYDATE REPLACING WS-CCYYMMDD-DATE BY WS-DU-RESULT-DATE
                                WS-CCYYMMDD-NUM  BY WS-DU-RESULT-NUM
                                DT-CCYY          BY WS-DU-R-CCYY
                                DT-MM            BY WS-DU-R-MM
                                DT-DD            BY WS-DU-R-DD.
       01  WS-DATEUTL-COMPARE-RESULT PIC S9(01) VALUE ZERO.
       01  WS-DATEUTL-VALID-SW       PIC X(01) VALUE 'Y'.
           88  WS-DATEUTL-DATE-IS-VALID    VALUE 'Y'.

       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.
       01  WS-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-TRANS-APPLIED       VALUE 'Y'.
           88  WS-TRANS-REJECTED      VALUE 'N'.

      * Set when the case row was read for this transaction, so the
      * detail line only shows a case it found, and so an add knows
      * to reopen the row rather than write a new one.
       01  WS-PLV-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-PLV-FOUND           VALUE 'Y'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-TRANS-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADD-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-CHANGE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-CLOSE-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID        PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-START     PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON-CD PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-TYPE      PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATUS    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(09)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(08)  VALUE 'TRANS : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  ADD : '.
           05  WS-TRL-ADD       PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  CHG : '.
           05  WS-TRL-CHANGE    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  CLS : '.
           05  WS-TRL-CLOSE     PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(15)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL END-OF-PLV-TRANS
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES                             *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           CALL 'AUTHCHK' USING WS-AUTH-PROGRAM WS-AUTH-OPTION
               WS-AUTH-STATUS
           IF WS-AUTH-FAILED
               DISPLAY 'PLVMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  PLV-TRANS
           OPEN I-O    PLV-MASTER
           IF WS-PLV-MASTER-STATUS NOT = '00'
               OPEN OUTPUT PLV-MASTER
               CLOSE PLV-MASTER
               OPEN I-O PLV-MASTER
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-PLV-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE CASE ACTION         *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE 'N' TO WS-PLV-FOUND-SW
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN PTX-ADD
                   MOVE 'OPEN'        TO WS-ACTION-DESC
               WHEN PTX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
               WHEN PTX-CLOSE
                   MOVE 'CLOSE'       TO WS-ACTION-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-TRANS-APPLIED
               IF PTX-EMP-ID NOT NUMERIC
                  OR PTX-EMP-ID = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2050-VALIDATE-EFFECTIVE-DATE
           END-IF

           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN PTX-ADD
                       PERFORM 2100-APPLY-OPEN
                   WHEN PTX-CHANGE
                       PERFORM 2200-APPLY-CHANGE
                   WHEN PTX-CLOSE
                       PERFORM 2300-APPLY-CLOSE
               END-EVALUATE
           END-IF

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-PLV-TRANS.

      *----------------------------------------------------------*
      *  2050-VALIDATE-EFFECTIVE-DATE - PTX-DATE (ZERO FOR THE    *
      *  RUN DATE) MUST PASS DATEUTL AND NOT FALL AFTER THE RUN   *
      *  DATE. A CHANGE CARRIES NO DATE OF ITS OWN                *
      *----------------------------------------------------------*
       2050-VALIDATE-EFFECTIVE-DATE.

           IF PTX-DATE NUMERIC AND PTX-DATE NOT = ZERO
               MOVE PTX-DATE        TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-EFFECTIVE-DATE
           END-IF

           IF PTX-ADD OR PTX-CLOSE
               MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE1-NUM
               PERFORM 2070-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DATE INVALID' TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-APPLIED
                   MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE1-NUM
                   MOVE WS-RUN-DATE-NUM   TO WS-DU-DATE2-NUM
                   PERFORM 2080-COMPARE-DATES
                   IF WS-DATEUTL-COMPARE-RESULT > ZERO
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'DATE IS IN THE FUTURE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2060-READ-CASE - THE EMPLOYEE'S CASE ROW                 *
      *----------------------------------------------------------*
       2060-READ-CASE.

           MOVE PTX-EMP-ID TO PLV-EMP-ID
           READ PLV-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PLV-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  2065-READ-EMPLOYEE - THE CASE'S EMPLOYEE ON EMP-MASTER   *
      *----------------------------------------------------------*
       2065-READ-EMPLOYEE.

           MOVE PTX-EMP-ID TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON EMP-MASTER'
                       TO WS-REJECT-REASON
           END-READ.

      *----------------------------------------------------------*
      *  2070-VALIDATE-ONE-DATE - WS-DU-DATE1 THROUGH DATEUTL     *
      *----------------------------------------------------------*
       2070-VALIDATE-ONE-DATE.

           MOVE 'V' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  2080-COMPARE-DATES - WS-DU-DATE1 AGAINST WS-DU-DATE2     *
      *----------------------------------------------------------*
       2080-COMPARE-DATES.

           MOVE 'C' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  2100-APPLY-OPEN - A NEW CASE. THE EMPLOYEE MUST BE ON    *
      *  EMP-MASTER, NOT TERMINATED, AND HIRED BY THE CASE START; *
      *  A CASE ALREADY ON FILE MUST BE CLOSED BEFORE IT, AND     *
      *  BECOMES THE PRIOR CASE                                   *
      *----------------------------------------------------------*
       2100-APPLY-OPEN.

           PERFORM 2065-READ-EMPLOYEE
           IF WS-TRANS-APPLIED AND EMP-TERMINATED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-REASON
           END-IF
           IF WS-TRANS-APPLIED
               MOVE EMP-HIRE-DATE     TO WS-DU-DATE1-NUM
               MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE2-NUM
               PERFORM 2080-COMPARE-DATES
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CASE STARTS BEFORE HIRE DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               PERFORM 2060-READ-CASE
               IF WS-PLV-FOUND
                   IF PLV-CASE-OPEN
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'CASE ALREADY OPEN' TO WS-REJECT-REASON
                   ELSE
                       MOVE PLV-CLOSED-DATE   TO WS-DU-DATE1-NUM
                       MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE2-NUM
                       PERFORM 2080-COMPARE-DATES
                       IF WS-DATEUTL-COMPARE-RESULT NOT < ZERO
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'STARTS BEFORE LAST CASE ENDED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               IF WS-PLV-FOUND
                   MOVE PLV-CASE-START  TO PLV-PRIOR-START
                   MOVE PLV-CLOSED-DATE TO PLV-PRIOR-END
                   MOVE PLV-LEAVE-TYPE  TO PLV-PRIOR-TYPE
               ELSE
                   INITIALIZE PROT-LEAVE-RECORD
                   MOVE PTX-EMP-ID      TO PLV-EMP-ID
                   MOVE SPACE           TO PLV-PRIOR-TYPE
               END-IF
               MOVE WS-EFFECTIVE-DATE TO PLV-CASE-START
               MOVE PTX-REASON        TO PLV-REASON
               MOVE PTX-LEAVE-TYPE    TO PLV-LEAVE-TYPE
               MOVE ZERO              TO PLV-CERT-DATE
               MOVE ZERO              TO PLV-CLOSED-DATE
               SET PLV-CASE-OPEN      TO TRUE
               IF PTX-CERT-DATE-X NOT = SPACE
                   PERFORM 2160-EDIT-CERT-DATE
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               PERFORM 2150-EDIT-CASE-FIELDS
           END-IF
           IF WS-TRANS-APPLIED
               MOVE WS-RUN-DATE-NUM TO PLV-LAST-UPD-DATE
               IF WS-PLV-FOUND
                   REWRITE PROT-LEAVE-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'REWRITE TO PLVMAST FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   WRITE PROT-LEAVE-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'WRITE TO PLVMAST FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               SET WS-PLV-FOUND TO TRUE
               ADD 1 TO WS-ADD-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2150-EDIT-CASE-FIELDS - THE CASE AS IT WILL BE WRITTEN   *
      *  MUST CARRY A KNOWN REASON AND LEAVE TYPE                 *
      *----------------------------------------------------------*
       2150-EDIT-CASE-FIELDS.

           EVALUATE TRUE
               WHEN NOT PLV-RSN-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'LEAVE REASON INVALID' TO WS-REJECT-REASON
               WHEN NOT PLV-TYPE-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'LEAVE TYPE MUST BE C OR I'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2160-EDIT-CERT-DATE - A KEYED CERTIFICATION DATE MUST    *
      *  PASS DATEUTL AND NOT FALL AFTER THE RUN DATE             *
      *----------------------------------------------------------*
       2160-EDIT-CERT-DATE.

           IF PTX-CERT-DATE-X NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CERTIFICATION DATE INVALID' TO WS-REJECT-REASON
           ELSE
               MOVE PTX-CERT-DATE TO WS-DU-DATE1-NUM
               PERFORM 2070-VALIDATE-ONE-DATE
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CERTIFICATION DATE INVALID'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE PTX-CERT-DATE   TO WS-DU-DATE1-NUM
                   MOVE WS-RUN-DATE-NUM TO WS-DU-DATE2-NUM
                   PERFORM 2080-COMPARE-DATES
                   IF WS-DATEUTL-COMPARE-RESULT > ZERO
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'CERTIFICATION DATE IN FUTURE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PTX-CERT-DATE TO PLV-CERT-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - CORRECT THE REASON, TYPE OR          *
      *  CERTIFICATION DATE OF AN OPEN CASE                       *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2060-READ-CASE
           IF NOT WS-PLV-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'NO CASE ON FILE' TO WS-REJECT-REASON
           END-IF
           IF WS-TRANS-APPLIED AND NOT PLV-CASE-OPEN
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CASE IS CLOSED' TO WS-REJECT-REASON
           END-IF
           IF WS-TRANS-APPLIED
               IF PTX-REASON NOT = SPACE
                   MOVE PTX-REASON     TO PLV-REASON
               END-IF
               IF PTX-LEAVE-TYPE NOT = SPACE
                   MOVE PTX-LEAVE-TYPE TO PLV-LEAVE-TYPE
               END-IF
               IF PTX-CERT-DATE-X NOT = SPACE
                   PERFORM 2160-EDIT-CERT-DATE
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               PERFORM 2150-EDIT-CASE-FIELDS
           END-IF
           IF WS-TRANS-APPLIED
               PERFORM 2800-REWRITE-CASE
           END-IF
           IF WS-TRANS-APPLIED
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-CLOSE - THE OPEN CASE ENDS ON THE GIVEN DATE, *
      *  NOT BEFORE IT STARTED. THE EMPLOYEE MAY STILL BE ON 'L'  *
      *  (ENTITLEMENT USED UP); PLVWKLY KEEPS LISTING THEM        *
      *----------------------------------------------------------*
       2300-APPLY-CLOSE.

           PERFORM 2060-READ-CASE
           IF NOT WS-PLV-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'NO CASE ON FILE' TO WS-REJECT-REASON
           END-IF
           IF WS-TRANS-APPLIED AND NOT PLV-CASE-OPEN
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-REASON
           END-IF
           IF WS-TRANS-APPLIED
               MOVE PLV-CASE-START    TO WS-DU-DATE1-NUM
               MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE2-NUM
               PERFORM 2080-COMPARE-DATES
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CLOSE BEFORE CASE START'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               SET PLV-CASE-CLOSED    TO TRUE
               MOVE WS-EFFECTIVE-DATE TO PLV-CLOSED-DATE
               PERFORM 2800-REWRITE-CASE
           END-IF
           IF WS-TRANS-APPLIED
               ADD 1 TO WS-CLOSE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2800-REWRITE-CASE                                        *
      *----------------------------------------------------------*
       2800-REWRITE-CASE.

           MOVE WS-RUN-DATE-NUM TO PLV-LAST-UPD-DATE
           REWRITE PROT-LEAVE-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'REWRITE TO PLVMAST FAILED'
                       TO WS-REJECT-REASON
           END-REWRITE.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED    *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE PTX-EMP-ID        TO WS-DET-ID
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           IF WS-PLV-FOUND
               MOVE PLV-CASE-START TO WS-DET-START
               MOVE PLV-REASON     TO WS-DET-REASON-CD
               MOVE PLV-LEAVE-TYPE TO WS-DET-TYPE
               MOVE PLV-STATUS     TO WS-DET-STATUS
           ELSE
               MOVE ZERO           TO WS-DET-START
               MOVE SPACE          TO WS-DET-REASON-CD
               MOVE SPACE          TO WS-DET-TYPE
               MOVE SPACE          TO WS-DET-STATUS
           END-IF
           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-TRANS-COUNT   TO WS-TRL-COUNT
           MOVE WS-ADD-COUNT     TO WS-TRL-ADD
           MOVE WS-CHANGE-COUNT  TO WS-TRL-CHANGE
           MOVE WS-CLOSE-COUNT   TO WS-TRL-CLOSE
           MOVE WS-REJECT-COUNT  TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE PLV-TRANS
           CLOSE PLV-MASTER
           CLOSE EMP-MASTER
           CLOSE MAINT-RPT

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-PLV-TRANS - READ NEXT CASE TRANSACTION         *
      *----------------------------------------------------------*
       8000-READ-PLV-TRANS.

           READ PLV-TRANS
               AT END
                   SET END-OF-PLV-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'PLVMNT  '         TO AUD-PROGRAM-ID
           MOVE WS-PROGRAM-VERSION TO AUD-PROGRAM-VERSION

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           ACCEPT WS-AUDIT-DATE-CCYY FROM DATE YYYYMMDD
           MOVE WS-AUD-MM TO AUD-START-MM
           MOVE WS-AUD-DD TO AUD-START-DD
           MOVE WS-AUD-YY TO AUD-START-YY
           MOVE WS-AUD-CCYY TO AUD-START-CCYY
           MOVE WS-AUD-HH TO AUD-START-HH
           MOVE WS-AUD-MN TO AUD-START-MN
           MOVE WS-AUD-SS TO AUD-START-SS

           COMPUTE WS-AUD-START-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS.

      *----------------------------------------------------------*
      *  9700-WRITE-AUDIT-RECORD - LOG ONE JOB AUDIT-TRAIL ENTRY  *
      *----------------------------------------------------------*
       9700-WRITE-AUDIT-RECORD.

           ACCEPT WS-AUDIT-DATE FROM DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUD-MM TO AUD-END-MM
           MOVE WS-AUD-DD TO AUD-END-DD
           MOVE WS-AUD-YY TO AUD-END-YY
           MOVE WS-AUD-HH TO AUD-END-HH
           MOVE WS-AUD-MN TO AUD-END-MN
           MOVE WS-AUD-SS TO AUD-END-SS

           COMPUTE WS-AUD-END-SECS =
               WS-AUD-HH * 3600 + WS-AUD-MN * 60 + WS-AUD-SS
           IF WS-AUD-END-SECS < WS-AUD-START-SECS
               ADD 86400 TO WS-AUD-END-SECS
           END-IF
           COMPUTE AUD-ELAPSED-SECONDS =
               WS-AUD-END-SECS - WS-AUD-START-SECS

           WRITE AUDIT-LINE FROM WS-AUDIT-LINE.
