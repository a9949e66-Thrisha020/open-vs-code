       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCMNT.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : WORKPLACE INJURY AND ILLNESS INCIDENT MAINTENANCE
      *            : AGAINST THE INCIDENT MASTER VSAM KSDS (INCMAST,
      *            : KEYED BY INCIDENT NUMBER, SEE INCREC), IN THE
      *            : SAME TRANSACTION-DECK STYLE AS PROBMNT. AN ADD
      *            : MUST NAME AN EMPLOYEE ON EMP-MASTER AND TAKES
      *            : THE EMPLOYEE'S DEPARTMENT AS OF THE RUN SO THE
      *            : RATE REPORTS CHARGE THE CASE WHERE IT HAPPENED.
      *            : A LOST-TIME ('L') TRANSACTION ON AN OPEN DAYS-
      *            : AWAY CASE PUTS THE EMPLOYEE ON LEAVE OF ABSENCE
      *            : AND A RETURN ('R') BRINGS THEM BACK, BY CUTTING
      *            : THE EMPMAINT 'L' AND 'R' TRANSACTIONS INTO THE
      *            : INCLOA DECK THE JCL CONCATENATES ONTO EMPEDIT'S
      *            : RAWTRAN INPUT, ENDING WITH ITS OWN 'BH' BATCH
      *            : HEADER AS PROBMNT'S DECK DOES. EACH RUN WRITES
      *            : A NEW INCLOA GDG GENERATION; EMPNIGHT'S
      *            : PRE-EDIT READS EVERY GENERATION ON FILE AND THE
      *            : CHAIN ROLLS THEM OFF ONCE ITS MAINT STEP HAS
      *            : APPLIED THEM, SO EACH CUT ROW REACHES EMPMAINT
      *            : ONE NIGHT ONLY. A CASE CANNOT BE CLOSED WHILE
      *            : ITS LEAVE IS STILL OPEN. PRODUCES A
      *            : MAINTENANCE-APPLIED REPORT SHOWING EVERY
      *            : TRANSACTION AND WHETHER IT WAS APPLIED OR
      *            : REJECTED.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  INCLOA IS NOW A GDG, ONE GENERATION PER
      *                  RUN, ROLLED OFF BY EMPNIGHT AFTER MAINT SO
      *                  A LEAVE OR RETURN IS NOT FED IN TWICE.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-TRANS   ASSIGN TO INCTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT INC-MASTER  ASSIGN TO INCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INC-NUMBER
               FILE STATUS IS WS-INC-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      * Leave and return transactions in EMPMAINT's deck shape.
           SELECT INC-LOA-OUT ASSIGN TO INCLOA
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-RPT   ASSIGN TO INCMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One row per incident action. ITX-ACTION selects it. On an
      * add every field is keyed; on a change a blank (or, for the
      * day counts, non-numeric) field leaves the current value
      * alone. ITX-DATE is the incident date on an add and the
      * leave or return date on an L or R; zero means the run date.
       FD  INC-TRANS
           LABEL RECORDS ARE STANDARD.
       01  INC-TRANS-RECORD.
           05  ITX-INC-NUMBER   PIC 9(07).
           05  ITX-ACTION       PIC X(01).
               88  ITX-ADD              VALUE 'A'.
               88  ITX-CHANGE           VALUE 'C'.
               88  ITX-LOST-TIME        VALUE 'L'.
               88  ITX-RETURN           VALUE 'R'.
               88  ITX-CLOSE            VALUE 'X'.
           05  ITX-EMP-ID       PIC 9(05).
           05  ITX-DATE         PIC 9(08).
           05  ITX-INJURY-TYPE  PIC X(01).
           05  ITX-CASE-CLASS   PIC X(01).
           05  ITX-DAYS-AWAY-X  PIC X(03).
           05  ITX-DAYS-AWAY    REDEFINES ITX-DAYS-AWAY-X
                                PIC 9(03).
           05  ITX-DAYS-RESTR-X PIC X(03).
           05  ITX-DAYS-RESTR   REDEFINES ITX-DAYS-RESTR-X
                                PIC 9(03).
           05  ITX-DESCRIPTION  PIC X(30).

       FD  INC-MASTER.
           COPY INCREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  INC-LOA-OUT
           LABEL RECORDS ARE STANDARD.
       01  INC-LOA-OUT-RECORD.
           05  ILO-EMP-ID       PIC 9(05).
           05  ILO-ACTION       PIC X(01).
           05  ILO-FNAME        PIC X(15).
           05  ILO-LNAME        PIC X(20).
           05  ILO-DEPT-CODE    PIC X(04).
           05  ILO-HIRE-DATE    PIC 9(08).
           05  ILO-TERM-DATE    PIC 9(08).
           05  ILO-TERM-REASON  PIC X(01).
           05  ILO-JOB-CODE     PIC X(02).

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-INC-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-INC-TRANS       VALUE 'Y'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'INCMNT  '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * DATEUTL linkage-shaped working-storage so the incident and
      * leave dates are validated, and checked against the hire
      * date and the run date, by the shared date service (see
      * CCYYDATE and CALL/DATEUTL.CBL).
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

      * Set when the incident row was read (or built) for this
      * transaction, so the detail line only shows a case it found.
       01  WS-INC-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-INC-FOUND           VALUE 'Y'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.

       01  WS-TRANS-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADD-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-CHANGE-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-LOA-COUNT     PIC 9(5)  COMP VALUE ZERO.
       01  WS-RETURN-COUNT  PIC 9(5)  COMP VALUE ZERO.
       01  WS-CLOSE-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(5)  COMP VALUE ZERO.

      * The trailing batch header the leave deck carries, in
      * EMPEDIT's own 'BH' shape; EMPEDIT adds every header's
      * count to the expected deck total wherever the header sits.
       01  WS-INC-BATCH-HEADER.
           05  FILLER       PIC X(02)  VALUE 'BH'.
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-IBH-COUNT PIC 9(05)  VALUE ZERO.
           05  FILLER       PIC X(56)  VALUE SPACE.

       01  WS-ACTION-DESC   PIC X(10) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-NUMBER    PIC 9(07).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ID        PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ACTION    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-CLASS     PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-STATUS    PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-REASON    PIC X(30).
           05  FILLER           PIC X(12)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(08)  VALUE 'TRANS : '.
           05  WS-TRL-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  ADD : '.
           05  WS-TRL-ADD       PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  CHG : '.
           05  WS-TRL-CHANGE    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  LOA : '.
           05  WS-TRL-LOA       PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  RTN : '.
           05  WS-TRL-RETURN    PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  CLS : '.
           05  WS-TRL-CLOSE     PIC ZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  REJ : '.
           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(01)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL END-OF-INC-TRANS
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
               DISPLAY 'INCMNT: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD

           OPEN INPUT  INC-TRANS
           OPEN I-O    INC-MASTER
           IF WS-INC-MASTER-STATUS NOT = '00'
               OPEN OUTPUT INC-MASTER
               CLOSE INC-MASTER
               OPEN I-O INC-MASTER
           END-IF
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT INC-LOA-OUT
           OPEN OUTPUT MAINT-RPT

           PERFORM 8000-READ-INC-TRANS.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE INCIDENT ACTION     *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.

           SET WS-TRANS-APPLIED TO TRUE
           MOVE 'N' TO WS-INC-FOUND-SW
           MOVE SPACE TO WS-REJECT-REASON
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
               WHEN ITX-ADD
                   MOVE 'ADD'         TO WS-ACTION-DESC
               WHEN ITX-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-DESC
               WHEN ITX-LOST-TIME
                   MOVE 'LOST TIME'   TO WS-ACTION-DESC
               WHEN ITX-RETURN
                   MOVE 'RETURN'      TO WS-ACTION-DESC
               WHEN ITX-CLOSE
                   MOVE 'CLOSE'       TO WS-ACTION-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-ACTION-DESC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-TRANS-APPLIED
               IF ITX-INC-NUMBER NOT NUMERIC
                  OR ITX-INC-NUMBER = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INCIDENT NUMBER MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2050-VALIDATE-EFFECTIVE-DATE
           END-IF

           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN ITX-ADD
                       PERFORM 2100-APPLY-ADD
                   WHEN ITX-CHANGE
                       PERFORM 2200-APPLY-CHANGE
                   WHEN ITX-LOST-TIME
                       PERFORM 2300-APPLY-LOST-TIME
                   WHEN ITX-RETURN
                       PERFORM 2400-APPLY-RETURN
                   WHEN ITX-CLOSE
                       PERFORM 2500-APPLY-CLOSE
               END-EVALUATE
           END-IF

           PERFORM 2900-WRITE-DETAIL-LINE

           PERFORM 8000-READ-INC-TRANS.

      *----------------------------------------------------------*
      *  2050-VALIDATE-EFFECTIVE-DATE - ITX-DATE (ZERO FOR THE    *
      *  RUN DATE) MUST PASS DATEUTL AND NOT FALL AFTER THE RUN   *
      *  DATE. A CHANGE OR CLOSE CARRIES NO DATE OF ITS OWN       *
      *----------------------------------------------------------*
       2050-VALIDATE-EFFECTIVE-DATE.

           IF ITX-DATE NUMERIC AND ITX-DATE NOT = ZERO
               MOVE ITX-DATE        TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-EFFECTIVE-DATE
           END-IF

           IF ITX-ADD OR ITX-LOST-TIME OR ITX-RETURN
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
      *  2060-READ-INCIDENT - THE CASE MUST ALREADY BE ON FILE    *
      *----------------------------------------------------------*
       2060-READ-INCIDENT.

           MOVE ITX-INC-NUMBER TO INC-NUMBER
           READ INC-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INCIDENT NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET WS-INC-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  2065-READ-EMPLOYEE - THE CASE'S EMPLOYEE ON EMP-MASTER   *
      *----------------------------------------------------------*
       2065-READ-EMPLOYEE.

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
      *  2100-APPLY-ADD - A NEW CASE. THE EMPLOYEE MUST BE ON     *
      *  EMP-MASTER AND HIRED BY THE INCIDENT DATE; THE TYPE,     *
      *  CLASS AND DESCRIPTION MUST ALL BE KEYED                  *
      *----------------------------------------------------------*
       2100-APPLY-ADD.

           MOVE ITX-INC-NUMBER TO INC-NUMBER
           READ INC-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INCIDENT ALREADY ON FILE'
                       TO WS-REJECT-REASON
           END-READ

           IF WS-TRANS-APPLIED
               MOVE ITX-EMP-ID TO EMP-ID
               PERFORM 2065-READ-EMPLOYEE
           END-IF

           IF WS-TRANS-APPLIED
               MOVE EMP-HIRE-DATE     TO WS-DU-DATE1-NUM
               MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE2-NUM
               PERFORM 2080-COMPARE-DATES
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INCIDENT BEFORE HIRE DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               INITIALIZE INCIDENT-RECORD
               MOVE ITX-INC-NUMBER    TO INC-NUMBER
               MOVE ITX-EMP-ID        TO INC-EMP-ID
               MOVE WS-EFFECTIVE-DATE TO INC-DATE
               MOVE EMP-DEPT-CODE     TO INC-DEPT-CODE
               MOVE ITX-INJURY-TYPE   TO INC-INJURY-TYPE
               MOVE ITX-CASE-CLASS    TO INC-CASE-CLASS
               IF ITX-DAYS-AWAY NUMERIC
                   MOVE ITX-DAYS-AWAY  TO INC-DAYS-AWAY
               END-IF
               IF ITX-DAYS-RESTR NUMERIC
                   MOVE ITX-DAYS-RESTR TO INC-DAYS-RESTRICTED
               END-IF
               MOVE ITX-DESCRIPTION   TO INC-DESCRIPTION
               SET INC-OPEN           TO TRUE
               MOVE WS-RUN-DATE-NUM   TO INC-LAST-UPD-DATE
               SET WS-INC-FOUND       TO TRUE
               PERFORM 2150-EDIT-CASE-FIELDS
           END-IF

           IF WS-TRANS-APPLIED
               WRITE INCIDENT-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'WRITE TO INCMAST FAILED'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-ADD-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2150-EDIT-CASE-FIELDS - THE CASE AS IT WILL BE WRITTEN   *
      *  MUST CARRY A KNOWN INJURY TYPE AND CASE CLASS AND A      *
      *  DESCRIPTION                                              *
      *----------------------------------------------------------*
       2150-EDIT-CASE-FIELDS.

           EVALUATE TRUE
               WHEN NOT INC-TYPE-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INJURY TYPE INVALID' TO WS-REJECT-REASON
               WHEN NOT INC-CLASS-VALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CASE CLASS INVALID' TO WS-REJECT-REASON
               WHEN INC-DESCRIPTION = SPACE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - CORRECT THE TYPE, CLASS, DAY COUNTS  *
      *  OR DESCRIPTION OF A CASE. A CASE WITH ITS LEAVE STILL    *
      *  OPEN MUST STAY A DAYS-AWAY CASE                          *
      *----------------------------------------------------------*
       2200-APPLY-CHANGE.

           PERFORM 2060-READ-INCIDENT

           IF WS-TRANS-APPLIED
               IF ITX-INJURY-TYPE NOT = SPACE
                   MOVE ITX-INJURY-TYPE TO INC-INJURY-TYPE
               END-IF
               IF ITX-CASE-CLASS NOT = SPACE
                   MOVE ITX-CASE-CLASS  TO INC-CASE-CLASS
               END-IF
               IF ITX-DAYS-AWAY NUMERIC
                   MOVE ITX-DAYS-AWAY   TO INC-DAYS-AWAY
               END-IF
               IF ITX-DAYS-RESTR NUMERIC
                   MOVE ITX-DAYS-RESTR  TO INC-DAYS-RESTRICTED
               END-IF
               IF ITX-DESCRIPTION NOT = SPACE
                   MOVE ITX-DESCRIPTION TO INC-DESCRIPTION
               END-IF
               PERFORM 2150-EDIT-CASE-FIELDS
           END-IF

           IF WS-TRANS-APPLIED
               IF INC-LOA-DATE NOT = ZERO
                  AND INC-RETURN-DATE = ZERO
                  AND NOT INC-LOST-TIME
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'LEAVE OPEN - CLASS MUST BE A'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2800-REWRITE-INCIDENT
           END-IF

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2300-APPLY-LOST-TIME - AN OPEN DAYS-AWAY CASE PUTS THE   *
      *  EMPLOYEE ON LEAVE OF ABSENCE: THE LEAVE DATE IS SET ON   *
      *  THE CASE AND THE EMPMAINT 'L' TRANSACTION CUT. ONE LEAVE *
      *  PER CASE; THE EMPLOYEE MUST BE ACTIVE                    *
      *----------------------------------------------------------*
       2300-APPLY-LOST-TIME.

           PERFORM 2060-READ-INCIDENT

           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN NOT INC-OPEN
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'INCIDENT IS CLOSED' TO WS-REJECT-REASON
                   WHEN NOT INC-LOST-TIME
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'NOT A DAYS-AWAY CASE'
                           TO WS-REJECT-REASON
                   WHEN INC-LOA-DATE NOT = ZERO
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'LEAVE ALREADY TAKEN ON CASE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-TRANS-APPLIED
               MOVE INC-EMP-ID TO EMP-ID
               PERFORM 2065-READ-EMPLOYEE
           END-IF

           IF WS-TRANS-APPLIED AND NOT EMP-ACTIVE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE WS-EFFECTIVE-DATE TO INC-LOA-DATE
               PERFORM 2800-REWRITE-INCIDENT
           END-IF

           IF WS-TRANS-APPLIED
               MOVE 'L' TO ILO-ACTION
               PERFORM 2700-WRITE-LOA-TRANSACTION
               ADD 1 TO WS-LOA-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2400-APPLY-RETURN - THE EMPLOYEE COMES BACK FROM THE     *
      *  CASE'S LEAVE: THE RETURN DATE IS SET AND THE EMPMAINT    *
      *  'R' TRANSACTION CUT. THE LEAVE MUST HAVE BEEN APPLIED    *
      *  TO EMP-MASTER BY THE NIGHTLY RUN FIRST                   *
      *----------------------------------------------------------*
       2400-APPLY-RETURN.

           PERFORM 2060-READ-INCIDENT

           IF WS-TRANS-APPLIED
               IF INC-LOA-DATE = ZERO OR INC-RETURN-DATE NOT = ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'NO OPEN LEAVE ON CASE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE INC-LOA-DATE      TO WS-DU-DATE1-NUM
               MOVE WS-EFFECTIVE-DATE TO WS-DU-DATE2-NUM
               PERFORM 2080-COMPARE-DATES
               IF WS-DATEUTL-COMPARE-RESULT > ZERO
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'RETURN BEFORE LEAVE DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-APPLIED
               MOVE INC-EMP-ID TO EMP-ID
               PERFORM 2065-READ-EMPLOYEE
           END-IF

           IF WS-TRANS-APPLIED AND NOT EMP-ON-LEAVE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'EMPLOYEE NOT YET ON LEAVE' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-APPLIED
               MOVE WS-EFFECTIVE-DATE TO INC-RETURN-DATE
               IF ITX-DAYS-AWAY NUMERIC
                   MOVE ITX-DAYS-AWAY TO INC-DAYS-AWAY
               END-IF
               PERFORM 2800-REWRITE-INCIDENT
           END-IF

           IF WS-TRANS-APPLIED
               MOVE 'R' TO ILO-ACTION
               PERFORM 2700-WRITE-LOA-TRANSACTION
               ADD 1 TO WS-RETURN-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2500-APPLY-CLOSE - THE CASE IS CLOSED. NOT WHILE THE     *
      *  EMPLOYEE IS STILL ON THE CASE'S LEAVE                    *
      *----------------------------------------------------------*
       2500-APPLY-CLOSE.

           PERFORM 2060-READ-INCIDENT

           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN NOT INC-OPEN
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'INCIDENT ALREADY CLOSED'
                           TO WS-REJECT-REASON
                   WHEN INC-LOA-DATE NOT = ZERO
                    AND INC-RETURN-DATE = ZERO
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'LEAVE STILL OPEN ON CASE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-TRANS-APPLIED
               SET INC-CLOSED       TO TRUE
               MOVE WS-RUN-DATE-NUM TO INC-CLOSED-DATE
               PERFORM 2800-REWRITE-INCIDENT
           END-IF

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-CLOSE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2700-WRITE-LOA-TRANSACTION - ONE EMPMAINT LEAVE OR       *
      *  RETURN ROW; BOTH NEED ONLY THE ID AND THE ACTION         *
      *----------------------------------------------------------*
       2700-WRITE-LOA-TRANSACTION.

           MOVE INC-EMP-ID        TO ILO-EMP-ID
           MOVE SPACE             TO ILO-FNAME
           MOVE SPACE             TO ILO-LNAME
           MOVE SPACE             TO ILO-DEPT-CODE
           MOVE ZERO              TO ILO-HIRE-DATE
           MOVE ZERO              TO ILO-TERM-DATE
           MOVE SPACE             TO ILO-TERM-REASON
           MOVE SPACE             TO ILO-JOB-CODE
           WRITE INC-LOA-OUT-RECORD.

      *----------------------------------------------------------*
      *  2800-REWRITE-INCIDENT                                    *
      *----------------------------------------------------------*
       2800-REWRITE-INCIDENT.

           MOVE WS-RUN-DATE-NUM TO INC-LAST-UPD-DATE
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'REWRITE TO INCMAST FAILED'
                       TO WS-REJECT-REASON
           END-REWRITE.

      *----------------------------------------------------------*
      *  2900-WRITE-DETAIL-LINE - ONE LINE PER TRANSACTION,       *
      *  SHOWING WHAT WAS ATTEMPTED AND WHETHER IT WAS APPLIED    *
      *----------------------------------------------------------*
       2900-WRITE-DETAIL-LINE.

           MOVE ITX-INC-NUMBER    TO WS-DET-NUMBER
           MOVE WS-ACTION-DESC    TO WS-DET-ACTION
           IF WS-INC-FOUND
               MOVE INC-EMP-ID     TO WS-DET-ID
               MOVE INC-CASE-CLASS TO WS-DET-CLASS
               MOVE INC-STATUS     TO WS-DET-STATUS
           ELSE
               MOVE ZERO           TO WS-DET-ID
               MOVE SPACE          TO WS-DET-CLASS
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
           MOVE WS-LOA-COUNT     TO WS-TRL-LOA
           MOVE WS-RETURN-COUNT  TO WS-TRL-RETURN
           MOVE WS-CLOSE-COUNT   TO WS-TRL-CLOSE
           MOVE WS-REJECT-COUNT  TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE

           COMPUTE WS-IBH-COUNT = WS-LOA-COUNT + WS-RETURN-COUNT
           WRITE INC-LOA-OUT-RECORD FROM WS-INC-BATCH-HEADER

           CLOSE INC-TRANS
           CLOSE INC-MASTER
           CLOSE EMP-MASTER
           CLOSE INC-LOA-OUT
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
      *  8000-READ-INC-TRANS - READ NEXT INCIDENT TRANSACTION     *
      *----------------------------------------------------------*
       8000-READ-INC-TRANS.

           READ INC-TRANS
               AT END
                   SET END-OF-INC-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'INCMNT  '         TO AUD-PROGRAM-ID
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
