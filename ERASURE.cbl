      *            : EMPASOF RECONSTRUCTIONS AND THE NIGHTLY
      *            : RECONCILIATIONS STILL BALANCE. PRODUCES A
      *            : CERTIFICATE REPORT OF EVERY FILE AND ROW
      *            : TOUCHED. AUTHCHK-GATED, OBVIOUSLY. REFUSES
      *            : (CC 16) AN EMPLOYEE UNDER LEGAL HOLD
      *            : (LEGLHOLD).
      *
      * MODIFICATION HISTORY
      * --------------------
      *                  170 TO HISTREC'S TRUE 175 BYTES - THE
      *                  OLD WIDTH CUT THE LAST-UPDATE STAMP OFF
      *                  EVERY AFTER-IMAGE.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      * 10/15/2026  RSM  REFUSES THE SUBJECT (CC 16) WHILE A LEGAL HOLD
      *                  IS IN FORCE ON LEGLHOLD, OR WHEN LEGLHOLD
      *                  CANNOT BE READ.
      *

       ENVIRONMENT DIVISION.
           SELECT ACCLOG-OUT  ASSIGN TO EMPACCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEGAL-HOLD  ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-EMP-ID
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.

           SELECT CERT-RPT    ASSIGN TO ERASRPT
               ORGANIZATION IS SEQUENTIAL.

                                 EMP-LAST-UPD-SRC  BY AR-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY AR-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY AR-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY AR-JOB-CODE.

       FD  ADDR-MASTER.
           COPY ADDRREC.

       FD  HIST-OUT
           LABEL RECORDS ARE STANDARD.
       01  HIST-OUT-RECORD      PIC X(179).

       FD  HIST-INDEX.
           COPY HISTNDX.
           LABEL RECORDS ARE STANDARD.
       01  ACCLOG-OUT-RECORD    PIC X(80).

       FD  LEGAL-HOLD.
           COPY LHLDREC.

       FD  CERT-RPT
           LABEL RECORDS ARE STANDARD.
       01  CERT-RPT-LINE    PIC X(80).
       01  WS-HIST-IN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-HIST-NDX-STATUS    PIC X(02)  VALUE '00'.
       01  WS-ACCLOG-IN-STATUS   PIC X(02)  VALUE '00'.
       01  WS-LEGAL-HOLD-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin an erasure run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.03'.

      * Startup authorization through the shared AUTHCHK service.
      * Option M marks this a maintenance run.
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

       01  WS-SUBJECT-ID    PIC 9(05)  VALUE ZERO.
       01  WS-RUN-DATE-NUM  PIC 9(08)  VALUE ZERO.

      * The tombstone carried into every scrubbed field, and the
      * tombstone employee id the access log takes (a name never
           05  IM-FNAME         PIC X(15).
           05  FILLER           PIC X(01).
           05  IM-LNAME         PIC X(20).
           05  FILLER           PIC X(39).

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(34)  VALUE
           MOVE EP-EMP-ID TO WS-SUBJECT-ID
           CLOSE ERASE-PARM

      * Legal's preservation order outranks an erasure request: no
      * scrub while a hold is in force, and none if the holds
      * cannot be checked.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           OPEN INPUT LEGAL-HOLD
           IF WS-LEGAL-HOLD-STATUS NOT = '00'
               DISPLAY 'ERASURE: LEGLHOLD NOT AVAILABLE - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SUBJECT-ID TO LH-EMP-ID
           READ LEGAL-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LH-RELEASE-DATE = ZERO
                       OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                       DISPLAY 'ERASURE: SUBJECT UNDER LEGAL HOLD - '
                           'ABORTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE LEGAL-HOLD

           OPEN OUTPUT CERT-RPT
           MOVE WS-SUBJECT-ID TO WS-TTL-ID
           WRITE CERT-RPT-LINE FROM WS-TITLE-LINE
