       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VSMREORG.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : SCHEDULED REORGANIZATION OF THE KSDS MASTERS.
      *            : READS THE REQUESTS VSAMMON WROTE (VSMREORQ, SEE
      *            : VSMRQREC) FOR EVERY CLUSTER OVER ITS SPLIT OR
      *            : FREE-SPACE THRESHOLD AND, FOR EACH ONE, UNDER
      *            : FLOCKMGR EXCLUSIVE LOCKS: UNLOADS THE CLUSTER
      *            : IN KEY ORDER TO ITS UNLOAD FILE, READS THE
      *            : UNLOAD BACK AND PROVES ITS COUNT AGAINST BOTH
      *            : THE UNLOAD AND THE CATALOG'S RECORD COUNT, THEN
      *            : RELOADS THE CLUSTER FROM IT (THE CLUSTERS ARE
      *            : DEFINED REUSE, SO THE OUTPUT OPEN EMPTIES THEM,
      *            : AS IN RSTRSET) AND PROVES THE RELOADED COUNT.
      *            : A CLUSTER WHOSE UNLOAD DOES NOT PROVE IS LEFT
      *            : UNTOUCHED. EMPMAST IS LOCKED FOR EVERY CLUSTER,
      *            : BEING THE LOCK EVERY EMPLOYEE-FILE UPDATER
      *            : HOLDS; EMPHNDX AND RPTNDX ARE ONLY UPDATED
      *            : UNDER IT, THE OTHER MASTERS ALSO TAKE THEIR
      *            : OWN. NO REQUESTS IS A NORMAL WEEK. CC 4 WHEN A
      *            : CLUSTER IS SKIPPED (UNKNOWN, OR A LOCK NOT
      *            : GRANTED); CC 16 WHEN A COUNT DOES NOT PROVE.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORG-REQUEST ASSIGN TO VSMREORQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT ADDR-MASTER ASSIGN TO ADDRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADR-KEY
               FILE STATUS IS WS-ADDR-MASTER-STATUS.

           SELECT DED-MASTER  ASSIGN TO DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-MASTER-STATUS.

           SELECT HIST-INDEX  ASSIGN TO EMPHNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIST-NDX-STATUS.

           SELECT RPT-INDEX   ASSIGN TO RPTNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RX-REPORT-KEY
               FILE STATUS IS WS-RPTNDX-STATUS.

           SELECT UNL-EMP     ASSIGN TO UNLEMP
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-COMP    ASSIGN TO UNLCOMP
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-ADDR    ASSIGN TO UNLADDR
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-DED     ASSIGN TO UNLDED
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-HNDX    ASSIGN TO UNLHNDX
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-RPTX    ASSIGN TO UNLRPTX
               ORGANIZATION IS SEQUENTIAL.

           SELECT REORG-RPT   ASSIGN TO REORGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORG-REQUEST
           LABEL RECORDS ARE STANDARD.
           COPY VSMRQREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  ADDR-MASTER.
           COPY ADDRREC.

       FD  DED-MASTER.
           COPY DEDREC.

       FD  HIST-INDEX.
           COPY HISTNDX.

       FD  RPT-INDEX.
           COPY RPTNDX.

       FD  UNL-EMP
           LABEL RECORDS ARE STANDARD.
       01  UNL-EMP-RECORD       PIC X(80).

       FD  UNL-COMP
           LABEL RECORDS ARE STANDARD.
       01  UNL-COMP-RECORD      PIC X(22).

       FD  UNL-ADDR
           LABEL RECORDS ARE STANDARD.
       01  UNL-ADDR-RECORD      PIC X(78).

       FD  UNL-DED
           LABEL RECORDS ARE STANDARD.
       01  UNL-DED-RECORD       PIC X(82).

       FD  UNL-HNDX
           LABEL RECORDS ARE STANDARD.
       01  UNL-HNDX-RECORD      PIC X(183).

       FD  UNL-RPTX
           LABEL RECORDS ARE STANDARD.
       01  UNL-RPTX-RECORD      PIC X(44).

       FD  REORG-RPT
           LABEL RECORDS ARE STANDARD.
       01  REORG-RPT-LINE       PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.
       01  WS-REQUEST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-ADDR-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DED-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-HIST-NDX-STATUS    PIC X(02)  VALUE '00'.
       01  WS-RPTNDX-STATUS      PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad reorganization to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

      * Serialization through the shared FLOCKMGR lock manager:
      * EMPMAST exclusively for every cluster, and the cluster's own
      * resource as well where it has one.
       01  WS-LOCK-FUNCTION    PIC X(01) VALUE SPACE.
       01  WS-LOCK-RESOURCE    PIC X(08) VALUE SPACE.
       01  WS-LOCK-HOLDER      PIC X(08) VALUE 'VSMREORG'.
       01  WS-LOCK-MODE-HELD   PIC X(01) VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-LOCK-STATUS
                               LK-STATUS-OK      BY WS-LOCK-OK
                               LK-STATUS-WARNING BY WS-LOCK-WARNING
                               LK-STATUS-FAILED  BY WS-LOCK-FAILED.

      * The resources held for the cluster in hand, in the order
      * taken and released.
       01  WS-HELD-TABLE.
           05  WS-HELD-RESOURCE PIC X(08) OCCURS 2 TIMES.
       01  WS-LOCKED-COUNT  PIC 9(02) COMP VALUE ZERO.
       01  WS-RELEASE-I     PIC 9(02) COMP VALUE ZERO.
       01  WS-LOCK-DENIED-SW PIC X(01) VALUE 'N'.
           88  WS-LOCK-DENIED         VALUE 'Y'.

       01  WS-REQUEST-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-REORG-REQUEST   VALUE 'Y'.
       01  WS-FILE-EOF-SW   PIC X(01) VALUE 'N'.
           88  WS-FILE-DONE           VALUE 'Y'.

      * Which cluster the request names.
       01  WS-CLUSTER-KIND  PIC X(01) VALUE SPACE.
           88  WS-KIND-EMP            VALUE 'E'.
           88  WS-KIND-COMP           VALUE 'C'.
           88  WS-KIND-ADDR           VALUE 'A'.
           88  WS-KIND-DED            VALUE 'D'.
           88  WS-KIND-HNDX           VALUE 'H'.
           88  WS-KIND-RPTX           VALUE 'R'.
           88  WS-KIND-KNOWN          VALUE 'E' 'C' 'A' 'D' 'H' 'R'.

       01  WS-UNLOAD-COUNT  PIC 9(10) VALUE ZERO.
       01  WS-VERIFY-COUNT  PIC 9(10) VALUE ZERO.
       01  WS-RELOAD-COUNT  PIC 9(10) VALUE ZERO.
       01  WS-LOAD-ERRORS   PIC 9(07) VALUE ZERO.

       01  WS-REQUEST-COUNT PIC 9(03) COMP VALUE ZERO.
       01  WS-DONE-COUNT    PIC 9(03) COMP VALUE ZERO.
       01  WS-SKIP-COUNT    PIC 9(03) COMP VALUE ZERO.
       01  WS-FAIL-COUNT    PIC 9(03) COMP VALUE ZERO.

       01  WS-TITLE-LINE    PIC X(80) VALUE
           'VSAM CLUSTER REORGANIZATION'.

       01  WS-NONE-LINE     PIC X(80) VALUE
           'NO CLUSTER CROSSED ITS THRESHOLD - NOTHING REORGANIZED'.

       01  WS-BLANK-LINE    PIC X(80) VALUE SPACE.

       01  WS-REQUEST-LINE.
           05  WS-RQ-CLUSTER    PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RQ-DSN        PIC X(44).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RQ-REASON     PIC X(18).
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER           PIC X(10)  VALUE '  CATALOG '.
           05  WS-CN-CATALOG    PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(09)  VALUE '  UNLOAD '.
           05  WS-CN-UNLOAD     PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(09)  VALUE '  VERIFY '.
           05  WS-CN-VERIFY     PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(09)  VALUE '  RELOAD '.
           05  WS-CN-RELOAD     PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACE.

       01  WS-VERDICT-LINE.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-VD-TEXT       PIC X(78).

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(11)  VALUE 'REQUESTS : '.
           05  WS-TRL-REQUESTS  PIC ZZ9.
           05  FILLER           PIC X(17)  VALUE
               '  REORGANIZED : '.
           05  WS-TRL-DONE      PIC ZZ9.
           05  FILLER           PIC X(13)  VALUE '  SKIPPED : '.
           05  WS-TRL-SKIPPED   PIC ZZ9.
           05  FILLER           PIC X(12)  VALUE '  FAILED : '.
           05  WS-TRL-FAILED    PIC ZZ9.
           05  FILLER           PIC X(15)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL END-OF-REORG-REQUEST
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - NO REQUEST FILE, OR AN EMPTY ONE, IS   *
      *  A WEEK WITH NOTHING TO REORGANIZE                        *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN OUTPUT REORG-RPT
           WRITE REORG-RPT-LINE FROM WS-TITLE-LINE
           WRITE REORG-RPT-LINE FROM WS-BLANK-LINE

           OPEN INPUT REORG-REQUEST
           IF WS-REQUEST-STATUS NOT = '00'
               SET END-OF-REORG-REQUEST TO TRUE
           ELSE
               PERFORM 8000-READ-REQUEST
           END-IF

           IF END-OF-REORG-REQUEST
               WRITE REORG-RPT-LINE FROM WS-NONE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  2000-PROCESS-REQUEST - LOCK, UNLOAD, VERIFY, RELOAD,     *
      *  PROVE, RELEASE                                           *
      *----------------------------------------------------------*
       2000-PROCESS-REQUEST.

           ADD 1 TO WS-REQUEST-COUNT
           MOVE VSR-CLUSTER TO WS-RQ-CLUSTER
           MOVE VSR-DSN     TO WS-RQ-DSN
           MOVE VSR-REASON  TO WS-RQ-REASON
           WRITE REORG-RPT-LINE FROM WS-REQUEST-LINE

           MOVE ZERO TO WS-UNLOAD-COUNT
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-RELOAD-COUNT
           MOVE ZERO TO WS-LOAD-ERRORS

           EVALUATE VSR-CLUSTER
               WHEN 'EMPMAST '
                   SET WS-KIND-EMP  TO TRUE
               WHEN 'COMPMAST'
                   SET WS-KIND-COMP TO TRUE
               WHEN 'ADDRMAST'
                   SET WS-KIND-ADDR TO TRUE
               WHEN 'DEDMAST '
                   SET WS-KIND-DED  TO TRUE
               WHEN 'EMPHNDX '
                   SET WS-KIND-HNDX TO TRUE
               WHEN 'RPTNDX  '
                   SET WS-KIND-RPTX TO TRUE
               WHEN OTHER
                   MOVE SPACE TO WS-CLUSTER-KIND
           END-EVALUATE

           IF NOT WS-KIND-KNOWN
               MOVE 'SKIPPED - NOT A CLUSTER THIS JOB REORGANIZES'
                   TO WS-VD-TEXT
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM 2100-ACQUIRE-LOCKS
               IF WS-LOCK-DENIED
                   MOVE 'SKIPPED - LOCK NOT GRANTED, AN UPDATER IS RUNN
      -                 'ING' TO WS-VD-TEXT
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   PERFORM 2200-REORGANIZE-CLUSTER
               END-IF
               PERFORM 9450-RELEASE-ALL-LOCKS
           END-IF

           WRITE REORG-RPT-LINE FROM WS-VERDICT-LINE
           WRITE REORG-RPT-LINE FROM WS-BLANK-LINE

           PERFORM 8000-READ-REQUEST.

      *----------------------------------------------------------*
      *  2100-ACQUIRE-LOCKS - EMPMAST, THEN THE CLUSTER'S OWN.    *
      *  ONE DENIAL FREES WHAT WAS TAKEN AND SKIPS THE CLUSTER    *
      *----------------------------------------------------------*
       2100-ACQUIRE-LOCKS.

           MOVE ZERO TO WS-LOCKED-COUNT
           MOVE 'N'  TO WS-LOCK-DENIED-SW
           MOVE 'EMPMAST ' TO WS-LOCK-RESOURCE
           PERFORM 2150-ACQUIRE-ONE-LOCK
           IF NOT WS-LOCK-DENIED
               AND (WS-KIND-COMP OR WS-KIND-ADDR OR WS-KIND-DED)
               MOVE VSR-CLUSTER TO WS-LOCK-RESOURCE
               PERFORM 2150-ACQUIRE-ONE-LOCK
           END-IF.

      *----------------------------------------------------------*
      *  2150-ACQUIRE-ONE-LOCK                                    *
      *----------------------------------------------------------*
       2150-ACQUIRE-ONE-LOCK.

           MOVE 'X' TO WS-LOCK-FUNCTION
           CALL 'FLOCKMGR' USING WS-LOCK-FUNCTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-MODE-HELD WS-LOCK-STATUS
           IF WS-LOCK-OK
               ADD 1 TO WS-LOCKED-COUNT
               MOVE WS-LOCK-RESOURCE
                   TO WS-HELD-RESOURCE(WS-LOCKED-COUNT)
           ELSE
               DISPLAY 'VSMREORG: LOCK NOT GRANTED FOR '
                   WS-LOCK-RESOURCE ' - ' VSR-CLUSTER
                   ' NOT REORGANIZED'
               SET WS-LOCK-DENIED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  2200-REORGANIZE-CLUSTER - THE UNLOAD MUST AGREE WITH     *
      *  ITSELF AND WITH THE CATALOG BEFORE THE CLUSTER IS        *
      *  EMPTIED; THE RELOAD MUST THEN AGREE WITH THE UNLOAD      *
      *----------------------------------------------------------*
       2200-REORGANIZE-CLUSTER.

           EVALUATE TRUE
               WHEN WS-KIND-EMP
                   PERFORM 3100-UNLOAD-EMP-MASTER
               WHEN WS-KIND-COMP
                   PERFORM 3200-UNLOAD-COMP-MASTER
               WHEN WS-KIND-ADDR
                   PERFORM 3300-UNLOAD-ADDR-MASTER
               WHEN WS-KIND-DED
                   PERFORM 3400-UNLOAD-DED-MASTER
               WHEN WS-KIND-HNDX
                   PERFORM 3500-UNLOAD-HIST-INDEX
               WHEN WS-KIND-RPTX
                   PERFORM 3600-UNLOAD-RPT-INDEX
           END-EVALUATE

           IF WS-VERIFY-COUNT NOT = WS-UNLOAD-COUNT
               OR WS-UNLOAD-COUNT NOT = VSR-CATALOG-COUNT
               MOVE '*UNLOAD COUNT OFF* - CLUSTER NOT RELOADED, LEFT A
      -            'S IT WAS' TO WS-VD-TEXT
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN WS-KIND-EMP
                       PERFORM 4100-RELOAD-EMP-MASTER
                   WHEN WS-KIND-COMP
                       PERFORM 4200-RELOAD-COMP-MASTER
                   WHEN WS-KIND-ADDR
                       PERFORM 4300-RELOAD-ADDR-MASTER
                   WHEN WS-KIND-DED
                       PERFORM 4400-RELOAD-DED-MASTER
                   WHEN WS-KIND-HNDX
                       PERFORM 4500-RELOAD-HIST-INDEX
                   WHEN WS-KIND-RPTX
                       PERFORM 4600-RELOAD-RPT-INDEX
               END-EVALUATE
               IF WS-RELOAD-COUNT = WS-UNLOAD-COUNT
                   AND WS-LOAD-ERRORS = ZERO
                   MOVE 'REORGANIZED' TO WS-VD-TEXT
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   MOVE '*RELOAD COUNT OFF* - RESTORE FROM THE UNLOAD F
      -                'ILE BEFORE ANY UPDATE RUNS' TO WS-VD-TEXT
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-IF

           MOVE VSR-CATALOG-COUNT TO WS-CN-CATALOG
           MOVE WS-UNLOAD-COUNT   TO WS-CN-UNLOAD
           MOVE WS-VERIFY-COUNT   TO WS-CN-VERIFY
           MOVE WS-RELOAD-COUNT   TO WS-CN-RELOAD
           WRITE REORG-RPT-LINE FROM WS-COUNT-LINE.

      *----------------------------------------------------------*
      *  3000-FINALIZE - TRAILER, CLOSE FILES, CONDITION CODE     *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE WS-REQUEST-COUNT TO WS-TRL-REQUESTS
           MOVE WS-DONE-COUNT    TO WS-TRL-DONE
           MOVE WS-SKIP-COUNT    TO WS-TRL-SKIPPED
           MOVE WS-FAIL-COUNT    TO WS-TRL-FAILED
           WRITE REORG-RPT-LINE FROM WS-TRAILER-LINE

           IF WS-REQUEST-STATUS = '00'
               CLOSE REORG-REQUEST
           END-IF
           CLOSE REORG-RPT

           MOVE WS-DONE-COUNT TO AUD-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > ZERO
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN WS-SKIP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-UNLOAD-EMP-MASTER - UNLOAD, THEN READ IT BACK       *
      *----------------------------------------------------------*
       3100-UNLOAD-EMP-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  EMP-MASTER
           OPEN OUTPUT UNL-EMP
           PERFORM 3150-UNLOAD-ONE-EMP-ROW
               UNTIL WS-FILE-DONE
           CLOSE EMP-MASTER
           CLOSE UNL-EMP

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT UNL-EMP
           PERFORM 3160-VERIFY-ONE-EMP-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-EMP.

       3150-UNLOAD-ONE-EMP-ROW.

           READ EMP-MASTER
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   WRITE UNL-EMP-RECORD FROM EMP-MASTER-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

       3160-VERIFY-ONE-EMP-ROW.

           READ UNL-EMP
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  3200-UNLOAD-COMP-MASTER                                  *
      *----------------------------------------------------------*
       3200-UNLOAD-COMP-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  COMP-MASTER
           OPEN OUTPUT UNL-COMP
           PERFORM 3250-UNLOAD-ONE-COMP-ROW
               UNTIL WS-FILE-DONE
           CLOSE COMP-MASTER
           CLOSE UNL-COMP

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT UNL-COMP
           PERFORM 3260-VERIFY-ONE-COMP-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-COMP.

       3250-UNLOAD-ONE-COMP-ROW.

           READ COMP-MASTER
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   WRITE UNL-COMP-RECORD FROM COMP-MASTER-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

       3260-VERIFY-ONE-COMP-ROW.

           READ UNL-COMP
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  3300-UNLOAD-ADDR-MASTER                                  *
      *----------------------------------------------------------*
       3300-UNLOAD-ADDR-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  ADDR-MASTER
           OPEN OUTPUT UNL-ADDR
           PERFORM 3350-UNLOAD-ONE-ADDR-ROW
               UNTIL WS-FILE-DONE
           CLOSE ADDR-MASTER
           CLOSE UNL-ADDR

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT UNL-ADDR
           PERFORM 3360-VERIFY-ONE-ADDR-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-ADDR.

       3350-UNLOAD-ONE-ADDR-ROW.

           READ ADDR-MASTER
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   WRITE UNL-ADDR-RECORD FROM ADDR-MASTER-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

       3360-VERIFY-ONE-ADDR-ROW.

           READ UNL-ADDR
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  3400-UNLOAD-DED-MASTER                                   *
      *----------------------------------------------------------*
       3400-UNLOAD-DED-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  DED-MASTER
           OPEN OUTPUT UNL-DED
           PERFORM 3450-UNLOAD-ONE-DED-ROW
               UNTIL WS-FILE-DONE
           CLOSE DED-MASTER
           CLOSE UNL-DED

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT UNL-DED
           PERFORM 3460-VERIFY-ONE-DED-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-DED.

       3450-UNLOAD-ONE-DED-ROW.

           READ DED-MASTER
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   WRITE UNL-DED-RECORD FROM DEDUCT-MASTER-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

       3460-VERIFY-ONE-DED-ROW.

           READ UNL-DED
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  3500-UNLOAD-HIST-INDEX                                   *
      *----------------------------------------------------------*
       3500-UNLOAD-HIST-INDEX.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  HIST-INDEX
           OPEN OUTPUT UNL-HNDX
           PERFORM 3550-UNLOAD-ONE-HNDX-ROW
               UNTIL WS-FILE-DONE
           CLOSE HIST-INDEX
           CLOSE UNL-HNDX

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT UNL-HNDX
           PERFORM 3560-VERIFY-ONE-HNDX-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-HNDX.

       3550-UNLOAD-ONE-HNDX-ROW.

           READ HIST-INDEX
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   WRITE UNL-HNDX-RECORD FROM HIST-INDEX-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

       3560-VERIFY-ONE-HNDX-ROW.

           READ UNL-HNDX
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  3600-UNLOAD-RPT-INDEX                                    *
      *----------------------------------------------------------*
       3600-UNLOAD-RPT-INDEX.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  RPT-INDEX
           OPEN OUTPUT UNL-RPTX
           PERFORM 3650-UNLOAD-ONE-RPTX-ROW
               UNTIL WS-FILE-DONE
           CLOSE RPT-INDEX
           CLOSE UNL-RPTX

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT UNL-RPTX
           PERFORM 3660-VERIFY-ONE-RPTX-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-RPTX.

       3650-UNLOAD-ONE-RPTX-ROW.

           READ RPT-INDEX
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   WRITE UNL-RPTX-RECORD FROM RPT-INDEX-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

       3660-VERIFY-ONE-RPTX-ROW.

           READ UNL-RPTX
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  4100-RELOAD-EMP-MASTER - THE OUTPUT OPEN EMPTIES THE     *
      *  REUSE CLUSTER; THE UNLOAD IS ALREADY IN KEY ORDER        *
      *----------------------------------------------------------*
       4100-RELOAD-EMP-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  UNL-EMP
           OPEN OUTPUT EMP-MASTER
           PERFORM 4150-RELOAD-ONE-EMP-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-EMP
           CLOSE EMP-MASTER.

       4150-RELOAD-ONE-EMP-ROW.

           READ UNL-EMP
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   MOVE UNL-EMP-RECORD TO EMP-MASTER-RECORD
                   WRITE EMP-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'VSMREORG: EMPMAST RELOAD FAILED'
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

      *----------------------------------------------------------*
      *  4200-RELOAD-COMP-MASTER                                  *
      *----------------------------------------------------------*
       4200-RELOAD-COMP-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  UNL-COMP
           OPEN OUTPUT COMP-MASTER
           PERFORM 4250-RELOAD-ONE-COMP-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-COMP
           CLOSE COMP-MASTER.

       4250-RELOAD-ONE-COMP-ROW.

           READ UNL-COMP
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   MOVE UNL-COMP-RECORD TO COMP-MASTER-RECORD
                   WRITE COMP-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'VSMREORG: COMPMAST RELOAD FAILED'
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

      *----------------------------------------------------------*
      *  4300-RELOAD-ADDR-MASTER                                  *
      *----------------------------------------------------------*
       4300-RELOAD-ADDR-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  UNL-ADDR
           OPEN OUTPUT ADDR-MASTER
           PERFORM 4350-RELOAD-ONE-ADDR-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-ADDR
           CLOSE ADDR-MASTER.

       4350-RELOAD-ONE-ADDR-ROW.

           READ UNL-ADDR
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   MOVE UNL-ADDR-RECORD TO ADDR-MASTER-RECORD
                   WRITE ADDR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'VSMREORG: ADDRMAST RELOAD FAILED'
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

      *----------------------------------------------------------*
      *  4400-RELOAD-DED-MASTER                                   *
      *----------------------------------------------------------*
       4400-RELOAD-DED-MASTER.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  UNL-DED
           OPEN OUTPUT DED-MASTER
           PERFORM 4450-RELOAD-ONE-DED-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-DED
           CLOSE DED-MASTER.

       4450-RELOAD-ONE-DED-ROW.

           READ UNL-DED
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   MOVE UNL-DED-RECORD TO DEDUCT-MASTER-RECORD
                   WRITE DEDUCT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'VSMREORG: DEDMAST RELOAD FAILED'
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

      *----------------------------------------------------------*
      *  4500-RELOAD-HIST-INDEX                                   *
      *----------------------------------------------------------*
       4500-RELOAD-HIST-INDEX.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  UNL-HNDX
           OPEN OUTPUT HIST-INDEX
           PERFORM 4550-RELOAD-ONE-HNDX-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-HNDX
           CLOSE HIST-INDEX.

       4550-RELOAD-ONE-HNDX-ROW.

           READ UNL-HNDX
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   MOVE UNL-HNDX-RECORD TO HIST-INDEX-RECORD
                   WRITE HIST-INDEX-RECORD
                       INVALID KEY
                           DISPLAY 'VSMREORG: EMPHNDX RELOAD FAILED'
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

      *----------------------------------------------------------*
      *  4600-RELOAD-RPT-INDEX                                    *
      *----------------------------------------------------------*
       4600-RELOAD-RPT-INDEX.

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT  UNL-RPTX
           OPEN OUTPUT RPT-INDEX
           PERFORM 4650-RELOAD-ONE-RPTX-ROW
               UNTIL WS-FILE-DONE
           CLOSE UNL-RPTX
           CLOSE RPT-INDEX.

       4650-RELOAD-ONE-RPTX-ROW.

           READ UNL-RPTX
               AT END
                   SET WS-FILE-DONE TO TRUE
               NOT AT END
                   MOVE UNL-RPTX-RECORD TO RPT-INDEX-RECORD
                   WRITE RPT-INDEX-RECORD
                       INVALID KEY
                           DISPLAY 'VSMREORG: RPTNDX RELOAD FAILED'
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

      *----------------------------------------------------------*
      *  8000-READ-REQUEST                                        *
      *----------------------------------------------------------*
       8000-READ-REQUEST.

           READ REORG-REQUEST
               AT END
                   SET END-OF-REORG-REQUEST TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9450-RELEASE-ALL-LOCKS - EVERY LOCK ACTUALLY HELD        *
      *----------------------------------------------------------*
       9450-RELEASE-ALL-LOCKS.

           PERFORM 9460-RELEASE-ONE-LOCK
               VARYING WS-RELEASE-I FROM 1 BY 1
               UNTIL WS-RELEASE-I > WS-LOCKED-COUNT
           MOVE ZERO TO WS-LOCKED-COUNT.

      *----------------------------------------------------------*
      *  9460-RELEASE-ONE-LOCK                                    *
      *----------------------------------------------------------*
       9460-RELEASE-ONE-LOCK.

           MOVE 'R' TO WS-LOCK-FUNCTION
           MOVE WS-HELD-RESOURCE(WS-RELEASE-I) TO WS-LOCK-RESOURCE
           MOVE 'X' TO WS-LOCK-MODE-HELD
           CALL 'FLOCKMGR' USING WS-LOCK-FUNCTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-MODE-HELD WS-LOCK-STATUS.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'VSMREORG'         TO AUD-PROGRAM-ID
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
