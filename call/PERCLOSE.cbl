       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

      * Shared payroll period-close service, callable like RUNLEDGR.
      * COMPMNT and DEDMNT used to take a change dated inside a pay
      * period that had already been paid, and nobody noticed until
      * RETROPAY was run by hand. PAYCALC now closes each regular
      * period it completes here, and the maintenance programs ask
      * here before applying anything dated on or before the close.
      * The control file (PAYCLOSE) is a single record holding the
      * latest period-end date paid; LK-CLOSE-FUNCTION selects:
      *   'Q' - QUERY: LK-CLOSE-DATE comes back with the closed-
      *         through date (zero when nothing is closed yet)
      *   'C' - CLOSE: move the closed-through date forward to
      *         LK-CLOSE-DATE. A date at or before the one on file
      *         leaves it alone, so a rerun or a late off-cycle can
      *         never reopen a period.
      * A missing control file on a query answers zero with
      * LK-STATUS-WARNING so first rollout cannot dead-stop the
      * maintenance runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CONTROL ASSIGN TO PAYCLOSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-CONTROL-RECORD.
           05  PCS-CLOSED-THROUGH   PIC 9(08).
           05  PCS-CLOSED-DATE      PIC 9(08).
           05  PCS-CLOSED-TIME      PIC 9(06).
           05  FILLER               PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-CLOSE-FILE-STATUS PIC X(02) VALUE '00'.

       01  WS-ON-FILE-THROUGH   PIC 9(08) VALUE ZERO.

       01  WS-CLOSE-STAMP-DATE  PIC 9(08) VALUE ZERO.
       01  WS-CLOSE-STAMP-TIME.
           05  WS-CS-HHMMSS     PIC 9(06).
           05  FILLER           PIC 9(02).

       LINKAGE SECTION.
       01  LK-CLOSE-FUNCTION     PIC X(01).
           88  LK-FUNC-QUERY           VALUE 'Q'.
           88  LK-FUNC-CLOSE           VALUE 'C'.

       01  LK-CLOSE-DATE         PIC 9(08).

       COPY LKRETSTS.

       PROCEDURE DIVISION USING LK-CLOSE-FUNCTION, LK-CLOSE-DATE,
                                 LK-RETURN-STATUS.

       MAIN-PARA.
           SET LK-STATUS-OK TO TRUE

           EVALUATE TRUE
               WHEN LK-FUNC-QUERY
                   PERFORM QUERY-CLOSE-PARA
               WHEN LK-FUNC-CLOSE
                   PERFORM CLOSE-PERIOD-PARA
               WHEN OTHER
                   DISPLAY 'PERCLOSE: UNKNOWN FUNCTION '
                       LK-CLOSE-FUNCTION
                   SET LK-STATUS-FAILED TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

      * What is the latest period-end paid? A missing or empty
      * control file means nothing is closed yet: zero, with a
      * warning so the caller can decide whether that is alarming.
       QUERY-CLOSE-PARA.
           MOVE ZERO TO LK-CLOSE-DATE
           PERFORM READ-CONTROL-PARA
           IF WS-CLOSE-FILE-STATUS NOT = '00'
               SET LK-STATUS-WARNING TO TRUE
           ELSE
               MOVE WS-ON-FILE-THROUGH TO LK-CLOSE-DATE
           END-IF.

      * Close through the date passed. The record is rewritten whole
      * (the file is cut fresh), and only ever moves forward.
       CLOSE-PERIOD-PARA.
           PERFORM READ-CONTROL-PARA

           IF LK-CLOSE-DATE NOT > WS-ON-FILE-THROUGH
               CONTINUE
           ELSE
               OPEN OUTPUT CLOSE-CONTROL
               IF WS-CLOSE-FILE-STATUS NOT = '00'
                   DISPLAY 'PERCLOSE: CONTROL FILE NOT AVAILABLE - '
                       'PERIOD NOT CLOSED'
                   SET LK-STATUS-FAILED TO TRUE
               ELSE
                   ACCEPT WS-CLOSE-STAMP-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CLOSE-STAMP-TIME FROM TIME
                   MOVE SPACE               TO CLOSE-CONTROL-RECORD
                   MOVE LK-CLOSE-DATE       TO PCS-CLOSED-THROUGH
                   MOVE WS-CLOSE-STAMP-DATE TO PCS-CLOSED-DATE
                   MOVE WS-CS-HHMMSS        TO PCS-CLOSED-TIME
                   WRITE CLOSE-CONTROL-RECORD
                   CLOSE CLOSE-CONTROL
               END-IF
           END-IF.

      * Pick up the closed-through date on file, zero when there is
      * no file or no record in it.
       READ-CONTROL-PARA.
           MOVE ZERO TO WS-ON-FILE-THROUGH
           OPEN INPUT CLOSE-CONTROL
           IF WS-CLOSE-FILE-STATUS = '00'
               READ CLOSE-CONTROL
                   AT END
                       MOVE '10' TO WS-CLOSE-FILE-STATUS
                   NOT AT END
                       IF PCS-CLOSED-THROUGH NUMERIC
                           MOVE PCS-CLOSED-THROUGH
                               TO WS-ON-FILE-THROUGH
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL
               IF WS-ON-FILE-THROUGH = ZERO
                   MOVE '10' TO WS-CLOSE-FILE-STATUS
               END-IF
           END-IF.
