      *                  BE TIED OUT. A MISSING BENENRL FILE
      *                  FALLS BACK TO THE OLD BLANKET-ACTIVE
      *                  SELECTION WITH AN OPERATOR MESSAGE.
      * 10/15/2026  RSM  THE EMPLOYEE RECORD NOW CARRIES THE
      *                  ENROLLMENT'S COVERAGE TIER AND A RECORD
      *                  TYPE (E) IN ITS LAST BYTE, AND EACH
      *                  EXTRACTED EMPLOYEE IS FOLLOWED BY A
      *                  DEPENDENT DETAIL RECORD (TYPE D) FOR EVERY
      *                  SPOUSE OR CHILD COVERED ON THE RUN DATE
      *                  (DEPNMAST, SEE DEPNREC). A CHILD WHO HAS
      *                  REACHED THE PLAN'S AGE LIMIT HAS COVERAGE
      *                  ENDED THE DAY BEFORE THAT BIRTHDAY, IS NOT
      *                  SENT, AND IS LISTED ON THE AGE-OUT NOTICE
      *                  LIST (BENAGEO). THE FILE TRAILER COUNT
      *                  INCLUDES THE DEPENDENT RECORDS. A MISSING
      *                  DEPNMAST FILE SENDS EMPLOYEES ONLY WITH AN
      *                  OPERATOR MESSAGE.
      *

       ENVIRONMENT DIVISION.
               RECORD KEY IS ENR-EMP-ID
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT DEPN-MASTER ASSIGN TO DEPNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEPN-STATUS.

           SELECT CARRIER-EXTRACT ASSIGN TO BENEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-RPT ASSIGN TO BENRPT
               ORGANIZATION IS SEQUENTIAL.

      * Children whose coverage this run ended at the age limit.
           SELECT AGEOUT-RPT  ASSIGN TO BENAGEO
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  ENROLL-MASTER.
           COPY ENRLREC.

       FD  DEPN-MASTER.
           COPY DEPNREC.

      * The carrier's fixed-width record spec, wrapped by the shared
      * FILEHDR header and trailer records as the first and last rows.
       FD  CARRIER-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RPT-LINE     PIC X(80).

       FD  AGEOUT-RPT
           LABEL RECORDS ARE STANDARD.
       01  AGEOUT-LINE          PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad extract run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.02'.

      * Standard header/trailer wrapper so the carrier's intake can
      * confirm the file came from this run and is complete.
       01  WS-ELIG-DATE-NUM  PIC 9(08) VALUE ZERO.
       01  WS-WAIT-DAYS      PIC S9(05) VALUE +90.

      * Dependent detail. A missing DEPNMAST file sends employees
      * only. A child's coverage ends the day before the birthday
      * that reaches the plan's age limit.
       01  WS-DEPN-STATUS    PIC X(02) VALUE '00'.
       01  WS-DEPN-AVAIL-SW  PIC X(01) VALUE 'N'.
           88  WS-DEPN-AVAILABLE        VALUE 'Y'.
       01  WS-DEPN-EOF-SW    PIC X(01) VALUE 'N'.
           88  END-OF-EMP-DEPENDENTS    VALUE 'Y'.
       01  WS-CHILD-AGE-LIMIT PIC 9(02) VALUE 26.
       01  WS-AGEOUT-END-NUM PIC 9(08) VALUE ZERO.
       01  WS-DEPENDENT-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-AGEOUT-COUNT   PIC 9(5)  COMP VALUE ZERO.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
      * CCYYDATE.CPY and CALL/DATEUTL.CBL).
       01  WS-DATEUTL-FUNCTION       PIC X(01).
           05  BC-FNAME         PIC X(15).
           05  BC-DEPT-CODE     PIC X(04).
           05  BC-HIRE-DATE     PIC 9(08).
           05  BC-COVERAGE-TIER PIC X(01).
           05  FILLER           PIC X(26) VALUE SPACE.
           05  BC-RECORD-TYPE   PIC X(01) VALUE 'E'.

      * The carrier's dependent detail record, one per covered
      * spouse or child, following its employee's record.
       01  WS-CARRIER-DEPENDENT.
           05  BD-EMP-ID        PIC 9(05).
           05  BD-DEP-SEQ       PIC 9(02).
           05  BD-RELATIONSHIP  PIC X(01).
           05  BD-LNAME         PIC X(20).
           05  BD-FNAME         PIC X(15).
           05  BD-BIRTH-DATE    PIC 9(08).
           05  BD-COV-START     PIC 9(08).
           05  BD-COV-END       PIC 9(08).
           05  FILLER           PIC X(12) VALUE SPACE.
           05  BD-RECORD-TYPE   PIC X(01) VALUE 'D'.

      * Extracted-per-department tallies, kept in ascending code
      * order by an insertion shift as records arrive.
           05  WS-TRL-NOTSEL    PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.

       01  WS-DEPN-TRAILER-LINE.
           05  FILLER           PIC X(15)  VALUE 'DEPENDENTS   : '.
           05  WS-TRL-DEPN      PIC ZZZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  AGED OUT: '.
           05  WS-TRL-AGEOUT    PIC ZZZZ9.
           05  FILLER           PIC X(41)  VALUE SPACE.

       01  WS-AGEOUT-TITLE-LINE PIC X(80) VALUE
           'BENEFITS DEPENDENT AGE-OUT NOTICES - COVERAGE ENDED'.

       01  WS-AGEOUT-DETAIL-LINE.
           05  WS-AO-EMP-ID     PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AO-SEQ        PIC 9(02).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-AO-LNAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AO-FNAME      PIC X(15).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AO-BIRTH      PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-AO-COV-END    PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  FILLER           PIC X(06)  VALUE 'TIER: '.
           05  WS-AO-TIER       PIC X(01).
           05  FILLER           PIC X(07)  VALUE SPACE.

       01  WS-AGEOUT-TRAILER-LINE.
           05  FILLER           PIC X(20)  VALUE 'CHILDREN AGED OUT : '.
           05  WS-AOT-COUNT     PIC ZZZZ9.
           05  FILLER           PIC X(55)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

                   'FALLING BACK TO BLANKET ACTIVE SELECTION'
           END-IF

           OPEN I-O DEPN-MASTER
           IF WS-DEPN-STATUS = '00'
               SET WS-DEPN-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BENEXTR: NO DEPNMAST DEPENDENTS FILE - '
                   'EMPLOYEE RECORDS ONLY'
           END-IF
           OPEN OUTPUT AGEOUT-RPT
           WRITE AGEOUT-LINE FROM WS-AGEOUT-TITLE-LINE
           MOVE SPACE TO AGEOUT-LINE
           WRITE AGEOUT-LINE

           MOVE 'BENEXTR ' TO FH-PROGRAM-ID
           ACCEPT FH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
                   MOVE EMP-FNAME     TO BC-FNAME
                   MOVE EMP-DEPT-CODE TO BC-DEPT-CODE
                   MOVE EMP-HIRE-DATE TO BC-HIRE-DATE
                   IF WS-ENROLL-AVAILABLE
                       MOVE ENR-COVERAGE-TIER TO BC-COVERAGE-TIER
                   ELSE
                       MOVE SPACE TO BC-COVERAGE-TIER
                   END-IF
                   WRITE CARRIER-EXTRACT-RECORD
                       FROM WS-CARRIER-RECORD
                   ADD 1 TO WS-EXTRACT-COUNT
                   PERFORM 2100-TALLY-DEPARTMENT
                   IF WS-DEPN-AVAILABLE
                       PERFORM 2200-EXTRACT-DEPENDENTS
                   END-IF
               END-IF
           END-IF

               MOVE 1 TO WS-DP-COUNT(WS-INS-POS)
           END-IF.

      *----------------------------------------------------------*
      *  2200-EXTRACT-DEPENDENTS - WALK THE EMPLOYEE'S ROWS ON    *
      *  DEPNMAST                                                 *
      *----------------------------------------------------------*
       2200-EXTRACT-DEPENDENTS.

           MOVE 'N'    TO WS-DEPN-EOF-SW
           MOVE EMP-ID TO DEP-EMP-ID
           MOVE ZERO   TO DEP-SEQ
           START DEPN-MASTER KEY IS NOT LESS THAN DEP-KEY
               INVALID KEY
                   SET END-OF-EMP-DEPENDENTS TO TRUE
           END-START

           PERFORM 2210-READ-NEXT-DEPENDENT
               UNTIL END-OF-EMP-DEPENDENTS.

      *----------------------------------------------------------*
      *  2210-READ-NEXT-DEPENDENT - AGE-OUT CHECK, THEN A D       *
      *  RECORD WHEN COVERED ON THE RUN DATE; THE WALK ENDS AT    *
      *  THE NEXT EMPLOYEE                                        *
      *----------------------------------------------------------*
       2210-READ-NEXT-DEPENDENT.

           READ DEPN-MASTER NEXT RECORD
               AT END
                   SET END-OF-EMP-DEPENDENTS TO TRUE
           END-READ

           IF NOT END-OF-EMP-DEPENDENTS
               IF DEP-EMP-ID NOT = EMP-ID
                   SET END-OF-EMP-DEPENDENTS TO TRUE
               ELSE
                   IF DEP-CHILD AND NOT DEP-AGED-OUT
                       PERFORM 2220-CHECK-AGE-OUT
                   END-IF
                   IF DEP-COV-START NOT > WS-RUN-DATE-NUM
                      AND (DEP-COVERAGE-OPEN
                           OR DEP-COV-END NOT < WS-RUN-DATE-NUM)
                       PERFORM 2240-WRITE-DEPENDENT-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2220-CHECK-AGE-OUT - THE BIRTHDAY THAT REACHES THE AGE   *
      *  LIMIT (29 FEBRUARY ROLLS TO 1 MARCH IN A COMMON YEAR);   *
      *  ONCE IT HAS COME, COVERAGE ENDS THE DAY BEFORE UNLESS IT *
      *  ALREADY ENDED SOONER                                     *
      *----------------------------------------------------------*
       2220-CHECK-AGE-OUT.

           MOVE DEP-BIRTH-DATE TO WS-DU-DATE1-NUM
           ADD WS-CHILD-AGE-LIMIT TO WS-DU-D1-CCYY
           MOVE 'V' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW
           IF NOT WS-DATEUTL-DATE-IS-VALID
               MOVE 03 TO WS-DU-D1-MM
               MOVE 01 TO WS-DU-D1-DD
           END-IF

           IF WS-DU-DATE1-NUM NOT > WS-RUN-DATE-NUM
               MOVE -1 TO WS-DATEUTL-DAYS-TO-ADD
               MOVE 'A' TO WS-DATEUTL-FUNCTION
               CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                   WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                   WS-DATEUTL-VALID-SW
               MOVE WS-DU-RESULT-NUM TO WS-AGEOUT-END-NUM
               IF DEP-COVERAGE-OPEN
                  OR DEP-COV-END > WS-AGEOUT-END-NUM
                   PERFORM 2230-END-CHILD-COVERAGE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2230-END-CHILD-COVERAGE - MARK THE ROW AGED OUT AND PUT  *
      *  IT ON THE NOTICE LIST WITH THE EMPLOYEE'S TIER, WHICH    *
      *  MAY NEED CHANGING                                        *
      *----------------------------------------------------------*
       2230-END-CHILD-COVERAGE.

           MOVE WS-AGEOUT-END-NUM TO DEP-COV-END
           SET DEP-AGED-OUT TO TRUE
           REWRITE DEPENDENT-RECORD
               INVALID KEY
                   DISPLAY 'BENEXTR: DEPNMAST REWRITE FAILED FOR '
                       DEP-EMP-ID '/' DEP-SEQ
           END-REWRITE

           ADD 1 TO WS-AGEOUT-COUNT
           MOVE DEP-EMP-ID     TO WS-AO-EMP-ID
           MOVE DEP-SEQ        TO WS-AO-SEQ
           MOVE DEP-LNAME      TO WS-AO-LNAME
           MOVE DEP-FNAME      TO WS-AO-FNAME
           MOVE DEP-BIRTH-DATE TO WS-AO-BIRTH
           MOVE DEP-COV-END    TO WS-AO-COV-END
           MOVE BC-COVERAGE-TIER TO WS-AO-TIER
           WRITE AGEOUT-LINE FROM WS-AGEOUT-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2240-WRITE-DEPENDENT-RECORD                              *
      *----------------------------------------------------------*
       2240-WRITE-DEPENDENT-RECORD.

           MOVE DEP-EMP-ID       TO BD-EMP-ID
           MOVE DEP-SEQ          TO BD-DEP-SEQ
           MOVE DEP-RELATIONSHIP TO BD-RELATIONSHIP
           MOVE DEP-LNAME        TO BD-LNAME
           MOVE DEP-FNAME        TO BD-FNAME
           MOVE DEP-BIRTH-DATE   TO BD-BIRTH-DATE
           MOVE DEP-COV-START    TO BD-COV-START
           MOVE DEP-COV-END      TO BD-COV-END
           WRITE CARRIER-EXTRACT-RECORD FROM WS-CARRIER-DEPENDENT
           ADD 1 TO WS-DEPENDENT-COUNT.

      *----------------------------------------------------------*
      *  3000-FINALIZE - FILE TRAILER, CONTROL REPORT, CLOSE      *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE 'BENEXTR ' TO FT-PROGRAM-ID
           COMPUTE FT-RECORD-COUNT =
               WS-EXTRACT-COUNT + WS-DEPENDENT-COUNT
           WRITE CARRIER-EXTRACT-RECORD FROM WS-FILE-TRAILER-LINE

           PERFORM 3100-WRITE-DEPT-LINE
           MOVE WS-WAIT-COUNT   TO WS-TRL-WAIT
           MOVE WS-NOTSEL-COUNT TO WS-TRL-NOTSEL
           WRITE CONTROL-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-DEPENDENT-COUNT TO WS-TRL-DEPN
           MOVE WS-AGEOUT-COUNT    TO WS-TRL-AGEOUT
           WRITE CONTROL-RPT-LINE FROM WS-DEPN-TRAILER-LINE

           MOVE WS-AGEOUT-COUNT TO WS-AOT-COUNT
           MOVE SPACE TO AGEOUT-LINE
           WRITE AGEOUT-LINE
           WRITE AGEOUT-LINE FROM WS-AGEOUT-TRAILER-LINE
           CLOSE AGEOUT-RPT

           IF WS-ENROLL-AVAILABLE
               CLOSE ENROLL-MASTER
           END-IF
           IF WS-DEPN-AVAILABLE
               CLOSE DEPN-MASTER
           END-IF

           CLOSE EMP-MASTER
           CLOSE CARRIER-EXTRACT
           CLOSE CONTROL-RPT

           COMPUTE AUD-RECORD-COUNT =
               WS-EXTRACT-COUNT + WS-DEPENDENT-COUNT
           MOVE '00' TO AUD-RETURN-CODE
           PERFORM 9700-WRITE-AUDIT-RECORD

