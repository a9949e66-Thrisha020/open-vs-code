      *                  MISSING REFERENCE FILE SKIPS THE CHECK
      *                  WITH AN OPERATOR MESSAGE, THE SAME
      *                  FALLBACK EMPMAINT GIVES DEPTMAST.
      * 10/15/2026  RSM  PERIOD-CLOSE LOCK. AN ADD OR CHANGE DATED ON
      *                  OR BEFORE THE LAST PAY PERIOD PAYCALC CLOSED
      *                  (SHARED PERCLOSE SERVICE) IS REJECTED. WITH
      *                  THE RETROVRD OPERATOR OVERRIDE IT IS APPLIED
      *                  AND A RATE REQUEST IS QUEUED ON RETROQ (SEE
      *                  RTRQREC) FOR RETROPAY; THE REPORT MARKS EACH
      *                  ONE ROUTED TO RETRO.
      *

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

      * Optional operator override: a 'Y' record lets a change dated
      * inside a closed pay period through, routed to retro pay.
           SELECT RETRO-OVERRIDE ASSIGN TO RETROVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-OVERRIDE-STATUS.

      * Retro-pay request queue, written EXTEND so requests build up
      * until RETROPAY works them.
           SELECT RETRO-QUEUE ASSIGN TO RETROQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETROQ-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC.

       FD  RETRO-OVERRIDE
           LABEL RECORDS ARE STANDARD.
       01  RETRO-OVERRIDE-RECORD.
           05  RO-OVERRIDE-SW   PIC X(01).

       FD  RETRO-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY RTRQREC.

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad maintenance run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.03'.

      * The grade reference master is read-validated on every add
      * and change. If the file itself cannot be opened the run
       01  WS-RATEHIST-STATUS    PIC X(02)  VALUE '00'.
       01  WS-RUN-DATE-NUM       PIC 9(08)  VALUE ZERO.

      * Period-close lock through the shared PERCLOSE service: the
      * latest period-end PAYCALC has paid. Zero means nothing is
      * closed yet and every date is open.
       01  WS-CLOSE-FUNCTION     PIC X(01)  VALUE 'Q'.
       01  WS-CLOSED-THROUGH     PIC 9(08)  VALUE ZERO.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-CLOSE-STATUS
                               LK-STATUS-OK      BY WS-CLOSE-OK
                               LK-STATUS-WARNING BY WS-CLOSE-WARNING
                               LK-STATUS-FAILED  BY WS-CLOSE-FAILED.
       01  WS-RETRO-OVERRIDE-STATUS PIC X(02) VALUE '00'.
       01  WS-RETRO-OVERRIDE-SW  PIC X(01)  VALUE 'N'.
           88  WS-RETRO-OVERRIDE-SUPPLIED   VALUE 'Y'.
       01  WS-RETROQ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RETRO-SW           PIC X(01)  VALUE 'N'.
           88  WS-ROUTED-TO-RETRO           VALUE 'Y'.
       01  WS-RETRO-COUNT        PIC 9(5)   COMP VALUE ZERO.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-COMP-TRANS      VALUE 'Y'.

           05  WS-TRL-REJECT    PIC ZZZZ9.
           05  FILLER           PIC X(04)  VALUE SPACE.

       01  WS-RETRO-TRAILER-LINE.
           05  FILLER           PIC X(18)  VALUE 'ROUTED TO RETRO : '.
           05  WS-TRL-RETRO     PIC ZZZZ9.
           05  FILLER           PIC X(19)  VALUE
               '  CLOSED THROUGH : '.
           05  WS-TRL-CLOSED    PIC 9(08).
           05  FILLER           PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

                   'GRADE BAND VALIDATION SKIPPED'
           END-IF

           PERFORM 1100-GET-PERIOD-CLOSE

           PERFORM 8000-READ-COMP-TRANS.

      *----------------------------------------------------------*
      *  1100-GET-PERIOD-CLOSE - THE CLOSED-THROUGH DATE FROM     *
      *  PERCLOSE, THE RETROVRD OVERRIDE, AND THE RETRO QUEUE     *
      *----------------------------------------------------------*
       1100-GET-PERIOD-CLOSE.

           MOVE 'Q' TO WS-CLOSE-FUNCTION
           CALL 'PERCLOSE' USING WS-CLOSE-FUNCTION WS-CLOSED-THROUGH
               WS-CLOSE-STATUS
           IF NOT WS-CLOSE-OK
               MOVE ZERO TO WS-CLOSED-THROUGH
               DISPLAY 'COMPMNT: NO PAYCLOSE CONTROL - CLOSED-'
                   'PERIOD CHECK SKIPPED'
           END-IF

           OPEN INPUT RETRO-OVERRIDE
           IF WS-RETRO-OVERRIDE-STATUS = '00'
               READ RETRO-OVERRIDE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RO-OVERRIDE-SW = 'Y'
                           SET WS-RETRO-OVERRIDE-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE RETRO-OVERRIDE
           END-IF

           IF WS-RETRO-OVERRIDE-SUPPLIED
               DISPLAY 'COMPMNT: RETRO OVERRIDE SUPPLIED - CLOSED-'
                   'PERIOD CHANGES ROUTED TO RETRO PAY'
               OPEN EXTEND RETRO-QUEUE
               IF WS-RETROQ-STATUS NOT = '00'
                   OPEN OUTPUT RETRO-QUEUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION - APPLY ONE ADD/CHANGE/DELETE   *
      *----------------------------------------------------------*

           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 'N' TO WS-RETRO-SW
           ADD 1 TO WS-TRANS-COUNT

           EVALUATE TRUE
      *----------------------------------------------------------*
      *  2150-VALIDATE-COMP-FIELDS - COMMON ADD/CHANGE EDITS:     *
      *  THE EMPLOYEE MUST EXIST ON EMP-MASTER, THE RATE MUST BE  *
      *  NUMERIC, AND THE EFFECTIVE DATE MUST PASS DATEUTL AND    *
      *  FALL AFTER THE LAST CLOSED PAY PERIOD                    *
      *----------------------------------------------------------*
       2150-VALIDATE-COMP-FIELDS.

               AND WS-GRADE-MASTER-AVAILABLE
               AND CTX-PAY-GRADE NOT = SPACE
               PERFORM 2170-VALIDATE-GRADE-BAND
           END-IF

           IF WS-TRANS-APPLIED
               PERFORM 2180-CHECK-PERIOD-CLOSE
           END-IF.

      *----------------------------------------------------------*
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2180-CHECK-PERIOD-CLOSE - A RATE DATED INSIDE A PERIOD   *
      *  ALREADY PAID IS REJECTED, OR UNDER THE OVERRIDE IS LET   *
      *  THROUGH AND ROUTED TO RETRO PAY                          *
      *----------------------------------------------------------*
       2180-CHECK-PERIOD-CLOSE.

           IF WS-CLOSED-THROUGH > ZERO
               AND CTX-EFF-DATE NOT > WS-CLOSED-THROUGH
               IF WS-RETRO-OVERRIDE-SUPPLIED
                   SET WS-ROUTED-TO-RETRO TO TRUE
               ELSE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'INSIDE CLOSED PAY PERIOD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2200-APPLY-CHANGE - UPDATE RATE/GRADE/EFFECTIVE DATE ON  *
      *  AN EXISTING RECORD                                       *
           IF WS-TRANS-APPLIED
               MOVE 'APPLIED'  TO WS-DET-RESULT
               MOVE SPACE      TO WS-DET-REASON
               IF WS-ROUTED-TO-RETRO
                   MOVE 'ROUTED TO RETRO-PAY QUEUE'
                       TO WS-DET-REASON
                   PERFORM 2950-QUEUE-RETRO-REQUEST
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-REJECT-REASON TO WS-DET-REASON

           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2950-QUEUE-RETRO-REQUEST - ONE RATE REQUEST FOR RETROPAY *
      *  COVERING THE EFFECTIVE DATE THROUGH THE CLOSE            *
      *----------------------------------------------------------*
       2950-QUEUE-RETRO-REQUEST.

           MOVE SPACE             TO RETRO-REQUEST-RECORD
           MOVE CTX-EMP-ID        TO RQ-EMP-ID
           MOVE CTX-EFF-DATE      TO RQ-FROM-DATE
           MOVE WS-CLOSED-THROUGH TO RQ-TO-DATE
           MOVE 'R'               TO RQ-CHANGE-TYPE
           MOVE 'COMPMNT '        TO RQ-SOURCE-PGM
           MOVE WS-RUN-DATE-NUM   TO RQ-QUEUED-DATE
           MOVE WS-ACTION-DESC    TO RQ-REFERENCE
           WRITE RETRO-REQUEST-RECORD
           ADD 1 TO WS-RETRO-COUNT.

      *----------------------------------------------------------*
      *  3000-FINALIZE - WRITE TRAILER, CLOSE FILES               *
      *----------------------------------------------------------*
           MOVE WS-DELETE-COUNT TO WS-TRL-DELETE
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           WRITE MAINT-RPT-LINE FROM WS-TRAILER-LINE
           MOVE WS-RETRO-COUNT    TO WS-TRL-RETRO
           MOVE WS-CLOSED-THROUGH TO WS-TRL-CLOSED
           WRITE MAINT-RPT-LINE FROM WS-RETRO-TRAILER-LINE

           CLOSE COMP-TRANS
           CLOSE COMP-MASTER
           IF WS-GRADE-MASTER-AVAILABLE
               CLOSE GRADE-MASTER
           END-IF
           IF WS-RETRO-OVERRIDE-SUPPLIED
               CLOSE RETRO-QUEUE
           END-IF

           MOVE WS-TRANS-COUNT TO AUD-RECORD-COUNT
           MOVE '00' TO AUD-RETURN-CODE
