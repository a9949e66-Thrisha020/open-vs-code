       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VSAMMON.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : WEEKLY VSAM SPACE MONITOR FOR THE KSDS MASTERS
      *            : THAT TAKE THE HEAVY INSERT AND UPDATE TRAFFIC.
      *            : THE STEP BEFORE THIS ONE LISTS THE CLUSTERS
      *            : WITH IDCAMS LISTCAT ALL; THIS PROGRAM READS
      *            : THAT LISTING (LISTCAT) AND, FOR EACH CLUSTER
      *            : NAMED ON THE PARAMETER DECK (VSMPARM), TAKES
      *            : THE DATA COMPONENT'S RECORD COUNT, CI AND CA
      *            : SPLITS, EXTENTS AND HIGH ALLOCATED / HIGH USED
      *            : RBA. ONE ROW PER CLUSTER IS APPENDED TO THE
      *            : SPACE HISTORY (VSMHIST, SEE VSMHREC), AND THE
      *            : REPORT (VSMRPT) SHOWS THE WEEK'S CHANGE, THE
      *            : GROWTH TREND OVER THE LAST 91 DAYS OF HISTORY
      *            : AND THE DAYS LEFT BEFORE THE CURRENT
      *            : ALLOCATION FILLS AT THAT RATE. A CLUSTER OVER
      *            : ITS CI-SPLIT OR CA-SPLIT LIMIT, OR UNDER ITS
      *            : FREE-SPACE FLOOR, GETS A REORGANIZATION
      *            : REQUEST (VSMREORQ, SEE VSMRQREC) FOR THE
      *            : VSMREORG STEP THAT FOLLOWS. CC 4 WHEN A
      *            : CLUSTER IS SCHEDULED FOR REORGANIZATION, IS
      *            : NEARING FULL OR IS MISSING FROM THE LISTING;
      *            : CC 16 WHEN THE DECK OR THE LISTING IS MISSING.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-PARM   ASSIGN TO VSMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LISTCAT-LISTING ASSIGN TO LISTCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTCAT-STATUS.

           SELECT VSAM-HISTORY ASSIGN TO VSMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSMHIST-STATUS.

           SELECT REORG-REQUEST ASSIGN TO VSMREORQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT VSAM-RPT    ASSIGN TO VSMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One card per monitored cluster: its short name, the cluster
      * data set name as LISTCAT prints it, and its limits. A blank
      * limit takes the default in WORKING-STORAGE.
       FD  VSAM-PARM
           LABEL RECORDS ARE STANDARD.
       01  VSAM-PARM-RECORD.
           05  VP-CLUSTER       PIC X(08).
           05  VP-DSN           PIC X(44).
           05  VP-CI-SPLIT-MAX-X PIC X(05).
           05  VP-CI-SPLIT-MAX  REDEFINES VP-CI-SPLIT-MAX-X
                                PIC 9(05).
           05  VP-CA-SPLIT-MAX-X PIC X(05).
           05  VP-CA-SPLIT-MAX  REDEFINES VP-CA-SPLIT-MAX-X
                                PIC 9(05).
           05  VP-FREE-PCT-MIN-X PIC X(03).
           05  VP-FREE-PCT-MIN  REDEFINES VP-FREE-PCT-MIN-X
                                PIC 9(03).
           05  VP-FULL-DAYS-X   PIC X(03).
           05  VP-FULL-DAYS     REDEFINES VP-FULL-DAYS-X
                                PIC 9(03).
           05  FILLER           PIC X(12).

      * IDCAMS SYSPRINT: ASA control character, then the text.
       FD  LISTCAT-LISTING
           LABEL RECORDS ARE STANDARD.
       01  LISTCAT-LINE.
           05  LC-ASA           PIC X(01).
           05  LC-TEXT          PIC X(120).

       FD  VSAM-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY VSMHREC.

       FD  REORG-REQUEST
           LABEL RECORDS ARE STANDARD.
           COPY VSMRQREC.

       FD  VSAM-RPT
           LABEL RECORDS ARE STANDARD.
       01  VSAM-RPT-LINE    PIC X(132).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-LISTCAT-STATUS       PIC X(02)  VALUE '00'.
       01  WS-VSMHIST-STATUS       PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-PARM-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-VSAM-PARM       VALUE 'Y'.
       01  WS-LISTCAT-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-LISTCAT         VALUE 'Y'.
       01  WS-HIST-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-VSAM-HISTORY    VALUE 'Y'.

      * Limits for a card that leaves one blank.
       01  WS-DEFAULT-CI-SPLITS  PIC 9(05) VALUE 500.
       01  WS-DEFAULT-CA-SPLITS  PIC 9(05) VALUE 20.
       01  WS-DEFAULT-FREE-PCT   PIC 9(03) VALUE 15.
       01  WS-DEFAULT-FULL-DAYS  PIC 9(03) VALUE 30.

      * The trend is taken against the oldest history row no more
      * than this many days back.
       01  WS-TREND-DAYS    PIC S9(05) VALUE 91.

       01  WS-RUN-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-TREND-CUTOFF  PIC 9(08)  VALUE ZERO.

      * DATEUTL linkage-shaped working-storage for the trend cutoff
      * and the day count behind it (see CCYYDATE and
      * CALL/DATEUTL.CBL).
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

      * The monitored clusters, in deck order, with what the listing
      * and the history said about each.
       01  WS-CLU-COUNT     PIC 9(03)  COMP VALUE ZERO.
       01  WS-CLU-MAX       PIC 9(03)  COMP VALUE 20.
       01  WS-CLU-TABLE.
           05  WS-CLU-ENTRY OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-CLU-COUNT
                            INDEXED BY WS-CLU-IDX.
               10  WS-CLU-NAME      PIC X(08).
               10  WS-CLU-DSN       PIC X(44).
               10  WS-CLU-CI-MAX    PIC 9(05).
               10  WS-CLU-CA-MAX    PIC 9(05).
               10  WS-CLU-FREE-MIN  PIC 9(03).
               10  WS-CLU-FULL-DAYS PIC 9(03).
               10  WS-CLU-LISTED-SW PIC X(01).
                   88  WS-CLU-LISTED        VALUE 'Y'.
               10  WS-CLU-REC-TOTAL PIC 9(10).
               10  WS-CLU-SPLITS-CI PIC 9(07).
               10  WS-CLU-SPLITS-CA PIC 9(07).
               10  WS-CLU-EXTENTS   PIC 9(03).
               10  WS-CLU-HI-A-RBA  PIC 9(12).
               10  WS-CLU-HI-U-RBA  PIC 9(12).
               10  WS-CLU-BASE-SW   PIC X(01).
                   88  WS-CLU-HAS-BASE      VALUE 'Y'.
               10  WS-CLU-BASE-DATE PIC 9(08).
               10  WS-CLU-BASE-RECS PIC 9(10).
               10  WS-CLU-BASE-HI-U PIC 9(12).
               10  WS-CLU-LAST-SW   PIC X(01).
                   88  WS-CLU-HAS-LAST      VALUE 'Y'.
               10  WS-CLU-LAST-RECS PIC 9(10).

      * LISTCAT parsing: which cluster's entry the listing is in, and
      * whether inside its DATA component's STATISTICS or ALLOCATION
      * group. The INDEX component and the per-volume groups repeat
      * the same keywords and are skipped.
       01  WS-CUR-CLU-SW    PIC X(01)  VALUE 'N'.
           88  WS-IN-MONITORED-CLUSTER VALUE 'Y'.
       01  WS-CUR-CLU-IDX   PIC 9(03)  COMP VALUE ZERO.
       01  WS-COMPONENT     PIC X(01)  VALUE SPACE.
           88  WS-IN-DATA-COMPONENT   VALUE 'D'.
       01  WS-GROUP         PIC X(01)  VALUE SPACE.
           88  WS-IN-STATISTICS       VALUE 'S'.
           88  WS-IN-ALLOCATION       VALUE 'A'.

       01  WS-LEAD-SPACES   PIC 9(03)  COMP VALUE ZERO.
       01  WS-TOKEN-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-TOKEN-I       PIC 9(03)  COMP VALUE ZERO.
       01  WS-TOKENS.
           05  WS-TOKEN     PIC X(40)  OCCURS 6 TIMES.

      * A statistics token is the keyword, a run of dashes, then the
      * value; the value is the digits after the last dash.
       01  WS-TK-TEXT       PIC X(40)  VALUE SPACE.
       01  WS-TK-POS        PIC 9(03)  COMP VALUE ZERO.
       01  WS-TK-CHAR       PIC X(01)  VALUE SPACE.
       01  WS-TK-DIGIT      REDEFINES WS-TK-CHAR PIC 9(01).
       01  WS-TK-VALUE      PIC 9(12)  VALUE ZERO.

      * One cluster's figures for the week.
       01  WS-FREE-PCT      PIC 9(03)  VALUE ZERO.
       01  WS-TREND-SPAN    PIC 9(05)  COMP VALUE ZERO.
       01  WS-WEEK-CHANGE   PIC S9(10) VALUE ZERO.
       01  WS-RECS-PER-WEEK PIC S9(10) VALUE ZERO.
       01  WS-BYTES-PER-DAY PIC S9(12) VALUE ZERO.
       01  WS-DAYS-TO-FULL  PIC 9(07)  VALUE ZERO.
       01  WS-DAYS-EDIT     PIC ZZ,ZZ9.
       01  WS-REORG-REASON  PIC X(18)  VALUE SPACE.
       01  WS-NEAR-FULL-SW  PIC X(01)  VALUE 'N'.
           88  WS-NEAR-FULL           VALUE 'Y'.

       01  WS-REORG-COUNT   PIC 9(03)  COMP VALUE ZERO.
       01  WS-ATTENTION-COUNT PIC 9(03) COMP VALUE ZERO.
       01  WS-CARD-DROP-COUNT PIC 9(03) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER       PIC X(30)  VALUE
               'VSAM SPACE MONITOR - RUN DATE '.
           05  WS-TL-DATE   PIC 9(08).
           05  FILLER       PIC X(94)  VALUE SPACE.

       01  WS-HEADING-LINE.
           05  FILLER       PIC X(10)  VALUE 'CLUSTER'.
           05  FILLER       PIC X(13)  VALUE '    RECORDS'.
           05  FILLER       PIC X(14)  VALUE ' WEEK CHANGE'.
           05  FILLER       PIC X(14)  VALUE '  TREND/WEEK'.
           05  FILLER       PIC X(09)  VALUE 'CI SPLIT'.
           05  FILLER       PIC X(09)  VALUE 'CA SPLIT'.
           05  FILLER       PIC X(05)  VALUE 'EXT'.
           05  FILLER       PIC X(05)  VALUE 'FR%'.
           05  FILLER       PIC X(10)  VALUE 'TO FULL'.
           05  FILLER       PIC X(43)  VALUE 'ACTION'.

       01  WS-CLUSTER-LINE.
           05  WS-RL-CLUSTER    PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-RECORDS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-WEEK-CHG   PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-TREND      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-SPLITS-CI  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-SPLITS-CA  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-EXTENTS    PIC ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-FREE-PCT   PIC ZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-DAYS-FULL  PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-RL-ACTION     PIC X(28).
           05  FILLER           PIC X(15)  VALUE SPACE.

       01  WS-NOTE-LINE     PIC X(132) VALUE
           'TREND/WEEK AND TO FULL ARE OVER THE LAST 91 DAYS OF HISTORY;
      -    ' TO FULL IS DAYS LEFT IN THE CURRENT ALLOCATION AT THAT RATE
      -    '.'.

       01  WS-BLANK-LINE    PIC X(132) VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(21)  VALUE 'CLUSTERS MONITORED : '.
           05  WS-TRL-CLUSTERS PIC ZZ9.
           05  FILLER       PIC X(24)  VALUE
               '  REORGS SCHEDULED : '.
           05  WS-TRL-REORGS PIC ZZ9.
           05  FILLER       PIC X(21)  VALUE '  NEED ATTENTION : '.
           05  WS-TRL-ATTENTION PIC ZZ9.
           05  FILLER       PIC X(57)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-LISTCAT
           PERFORM 3000-READ-HISTORY
           PERFORM 4000-REPORT-CLUSTER
               VARYING WS-CLU-IDX FROM 1 BY 1
               UNTIL WS-CLU-IDX > WS-CLU-COUNT
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE DECK, OPEN THE LISTING        *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT VSAM-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'VSAMMON: VSMPARM NOT AVAILABLE - STATUS '
                   WS-PARM-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ONE-CARD
               UNTIL END-OF-VSAM-PARM
           CLOSE VSAM-PARM

           OPEN INPUT LISTCAT-LISTING
           IF WS-LISTCAT-STATUS NOT = '00'
               DISPLAY 'VSAMMON: LISTCAT NOT AVAILABLE - STATUS '
                   WS-LISTCAT-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-DU-DATE1-NUM
           COMPUTE WS-DATEUTL-DAYS-TO-ADD = 0 - WS-TREND-DAYS
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 8500-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-TREND-CUTOFF

           OPEN OUTPUT REORG-REQUEST
           OPEN OUTPUT VSAM-RPT
           MOVE WS-RUN-DATE TO WS-TL-DATE
           WRITE VSAM-RPT-LINE FROM WS-TITLE-LINE
           WRITE VSAM-RPT-LINE FROM WS-BLANK-LINE
           WRITE VSAM-RPT-LINE FROM WS-HEADING-LINE.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-CARD - A CARD WITHOUT A NAME OR DATA SET,  *
      *  OR PAST THE TABLE'S END, IS DROPPED WITH A MESSAGE       *
      *----------------------------------------------------------*
       1100-LOAD-ONE-CARD.

           READ VSAM-PARM
               AT END
                   SET END-OF-VSAM-PARM TO TRUE
               NOT AT END
                   IF VP-CLUSTER = SPACE OR VP-DSN = SPACE
                       OR WS-CLU-COUNT NOT < WS-CLU-MAX
                       DISPLAY 'VSAMMON: VSMPARM CARD DROPPED - '
                           VSAM-PARM-RECORD(1:52)
                       ADD 1 TO WS-CARD-DROP-COUNT
                   ELSE
                       PERFORM 1150-TAKE-CARD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  1150-TAKE-CARD                                           *
      *----------------------------------------------------------*
       1150-TAKE-CARD.

           ADD 1 TO WS-CLU-COUNT
           SET WS-CLU-IDX TO WS-CLU-COUNT
           MOVE VP-CLUSTER TO WS-CLU-NAME(WS-CLU-IDX)
           MOVE VP-DSN     TO WS-CLU-DSN(WS-CLU-IDX)
           MOVE WS-DEFAULT-CI-SPLITS TO WS-CLU-CI-MAX(WS-CLU-IDX)
           IF VP-CI-SPLIT-MAX-X NUMERIC
               MOVE VP-CI-SPLIT-MAX TO WS-CLU-CI-MAX(WS-CLU-IDX)
           END-IF
           MOVE WS-DEFAULT-CA-SPLITS TO WS-CLU-CA-MAX(WS-CLU-IDX)
           IF VP-CA-SPLIT-MAX-X NUMERIC
               MOVE VP-CA-SPLIT-MAX TO WS-CLU-CA-MAX(WS-CLU-IDX)
           END-IF
           MOVE WS-DEFAULT-FREE-PCT TO WS-CLU-FREE-MIN(WS-CLU-IDX)
           IF VP-FREE-PCT-MIN-X NUMERIC
               MOVE VP-FREE-PCT-MIN TO WS-CLU-FREE-MIN(WS-CLU-IDX)
           END-IF
           MOVE WS-DEFAULT-FULL-DAYS TO WS-CLU-FULL-DAYS(WS-CLU-IDX)
           IF VP-FULL-DAYS-X NUMERIC
               MOVE VP-FULL-DAYS TO WS-CLU-FULL-DAYS(WS-CLU-IDX)
           END-IF
           MOVE 'N'  TO WS-CLU-LISTED-SW(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-REC-TOTAL(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-SPLITS-CI(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-SPLITS-CA(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-EXTENTS(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-HI-A-RBA(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-HI-U-RBA(WS-CLU-IDX)
           MOVE 'N'  TO WS-CLU-BASE-SW(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-BASE-DATE(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-BASE-RECS(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-BASE-HI-U(WS-CLU-IDX)
           MOVE 'N'  TO WS-CLU-LAST-SW(WS-CLU-IDX)
           MOVE ZERO TO WS-CLU-LAST-RECS(WS-CLU-IDX).

      *----------------------------------------------------------*
      *  2000-SCAN-LISTCAT - THE WHOLE LISTING, ONE LINE AT A     *
      *  TIME                                                     *
      *----------------------------------------------------------*
       2000-SCAN-LISTCAT.

           PERFORM 2100-READ-ONE-LISTCAT-LINE
               UNTIL END-OF-LISTCAT
           CLOSE LISTCAT-LISTING.

      *----------------------------------------------------------*
      *  2100-READ-ONE-LISTCAT-LINE - SPLIT THE LINE INTO ITS     *
      *  BLANK-SEPARATED TOKENS                                   *
      *----------------------------------------------------------*
       2100-READ-ONE-LISTCAT-LINE.

           READ LISTCAT-LISTING
               AT END
                   SET END-OF-LISTCAT TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-LEAD-SPACES
                   INSPECT LC-TEXT TALLYING WS-LEAD-SPACES
                       FOR LEADING SPACE
                   IF WS-LEAD-SPACES < 120
                       MOVE SPACE TO WS-TOKENS
                       MOVE ZERO  TO WS-TOKEN-COUNT
                       UNSTRING LC-TEXT(WS-LEAD-SPACES + 1:)
                           DELIMITED BY ALL SPACE
                           INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                                WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                           TALLYING IN WS-TOKEN-COUNT
                       END-UNSTRING
                       PERFORM 2200-CLASSIFY-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  2200-CLASSIFY-LINE - AN ENTRY LINE ('TYPE ---- NAME')    *
      *  MOVES TO A NEW ENTRY OR COMPONENT; A GROUP HEADING MOVES *
      *  TO A NEW GROUP; ANYTHING ELSE INSIDE A MONITORED DATA    *
      *  COMPONENT IS SEARCHED FOR STATISTICS                     *
      *----------------------------------------------------------*
       2200-CLASSIFY-LINE.

           IF WS-TOKEN(2)(1:3) = '---'
               EVALUATE WS-TOKEN(1)
                   WHEN 'CLUSTER'
                       PERFORM 2300-FIND-CLUSTER
                       MOVE SPACE TO WS-COMPONENT
                       MOVE SPACE TO WS-GROUP
                   WHEN 'DATA'
                       MOVE 'D'   TO WS-COMPONENT
                       MOVE SPACE TO WS-GROUP
                   WHEN 'INDEX'
                   WHEN 'AIX'
                   WHEN 'PATH'
                   WHEN 'NONVSAM'
                   WHEN 'GDG'
                   WHEN 'ALIAS'
                   WHEN 'USERCATALOG'
                       IF WS-TOKEN(1) NOT = 'INDEX'
                           MOVE 'N' TO WS-CUR-CLU-SW
                       END-IF
                       MOVE SPACE TO WS-COMPONENT
                       MOVE SPACE TO WS-GROUP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               EVALUATE WS-TOKEN(1)
                   WHEN 'STATISTICS'
                       MOVE 'S'   TO WS-GROUP
                   WHEN 'ALLOCATION'
                       MOVE 'A'   TO WS-GROUP
                   WHEN 'VOLUME'
                   WHEN 'HISTORY'
                   WHEN 'SMSDATA'
                   WHEN 'RLSDATA'
                   WHEN 'ATTRIBUTES'
                   WHEN 'ASSOCIATIONS'
                   WHEN 'PROTECTION-PSWD'
                       MOVE SPACE TO WS-GROUP
                   WHEN OTHER
                       IF WS-IN-MONITORED-CLUSTER
                          AND WS-IN-DATA-COMPONENT
                          AND (WS-IN-STATISTICS OR WS-IN-ALLOCATION)
                           PERFORM 2400-TAKE-STAT-TOKEN
                               VARYING WS-TOKEN-I FROM 1 BY 1
                               UNTIL WS-TOKEN-I > WS-TOKEN-COUNT
                                  OR WS-TOKEN-I > 6
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  2300-FIND-CLUSTER - IS THIS CLUSTER ON THE DECK          *
      *----------------------------------------------------------*
       2300-FIND-CLUSTER.

           MOVE 'N' TO WS-CUR-CLU-SW
           SET WS-CLU-IDX TO 1
           SEARCH WS-CLU-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLU-DSN(WS-CLU-IDX) = WS-TOKEN(3)
                   SET WS-IN-MONITORED-CLUSTER TO TRUE
                   SET WS-CUR-CLU-IDX TO WS-CLU-IDX
                   MOVE 'Y' TO WS-CLU-LISTED-SW(WS-CLU-IDX)
           END-SEARCH.

      *----------------------------------------------------------*
      *  2400-TAKE-STAT-TOKEN - THE COUNTS FROM THE STATISTICS    *
      *  GROUP, THE RBAS FROM THE ALLOCATION GROUP                *
      *----------------------------------------------------------*
       2400-TAKE-STAT-TOKEN.

           MOVE WS-TOKEN(WS-TOKEN-I) TO WS-TK-TEXT
           SET WS-CLU-IDX TO WS-CUR-CLU-IDX
           EVALUATE TRUE
               WHEN WS-IN-STATISTICS
                    AND WS-TK-TEXT(1:10) = 'REC-TOTAL-'
                   PERFORM 2500-TOKEN-VALUE
                   MOVE WS-TK-VALUE TO WS-CLU-REC-TOTAL(WS-CLU-IDX)
               WHEN WS-IN-STATISTICS
                    AND WS-TK-TEXT(1:10) = 'SPLITS-CI-'
                   PERFORM 2500-TOKEN-VALUE
                   MOVE WS-TK-VALUE TO WS-CLU-SPLITS-CI(WS-CLU-IDX)
               WHEN WS-IN-STATISTICS
                    AND WS-TK-TEXT(1:10) = 'SPLITS-CA-'
                   PERFORM 2500-TOKEN-VALUE
                   MOVE WS-TK-VALUE TO WS-CLU-SPLITS-CA(WS-CLU-IDX)
               WHEN WS-IN-STATISTICS
                    AND WS-TK-TEXT(1:8) = 'EXTENTS-'
                   PERFORM 2500-TOKEN-VALUE
                   MOVE WS-TK-VALUE TO WS-CLU-EXTENTS(WS-CLU-IDX)
               WHEN WS-IN-ALLOCATION
                    AND WS-TK-TEXT(1:9) = 'HI-A-RBA-'
                   PERFORM 2500-TOKEN-VALUE
                   MOVE WS-TK-VALUE TO WS-CLU-HI-A-RBA(WS-CLU-IDX)
               WHEN WS-IN-ALLOCATION
                    AND WS-TK-TEXT(1:9) = 'HI-U-RBA-'
                   PERFORM 2500-TOKEN-VALUE
                   MOVE WS-TK-VALUE TO WS-CLU-HI-U-RBA(WS-CLU-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2500-TOKEN-VALUE - THE DIGITS AFTER THE LAST DASH        *
      *----------------------------------------------------------*
       2500-TOKEN-VALUE.

           MOVE ZERO TO WS-TK-VALUE
           PERFORM 2510-TAKE-ONE-CHARACTER
               VARYING WS-TK-POS FROM 1 BY 1
               UNTIL WS-TK-POS > 40.

      *----------------------------------------------------------*
      *  2510-TAKE-ONE-CHARACTER                                  *
      *----------------------------------------------------------*
       2510-TAKE-ONE-CHARACTER.

           MOVE WS-TK-TEXT(WS-TK-POS:1) TO WS-TK-CHAR
           IF WS-TK-CHAR = '-'
               MOVE ZERO TO WS-TK-VALUE
           ELSE
               IF WS-TK-CHAR IS NUMERIC
                   COMPUTE WS-TK-VALUE = WS-TK-VALUE * 10
                       + WS-TK-DIGIT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  3000-READ-HISTORY - EACH CLUSTER'S OLDEST ROW INSIDE THE *
      *  TREND WINDOW AND ITS LATEST ROW BEFORE TODAY. NO HISTORY *
      *  YET (THE FIRST RUN) MEANS NO TREND                       *
      *----------------------------------------------------------*
       3000-READ-HISTORY.

           OPEN INPUT VSAM-HISTORY
           IF WS-VSMHIST-STATUS = '00'
               PERFORM 3100-READ-ONE-HISTORY-ROW
                   UNTIL END-OF-VSAM-HISTORY
               CLOSE VSAM-HISTORY
           END-IF

           OPEN EXTEND VSAM-HISTORY
           IF WS-VSMHIST-STATUS NOT = '00'
               OPEN OUTPUT VSAM-HISTORY
           END-IF.

      *----------------------------------------------------------*
      *  3100-READ-ONE-HISTORY-ROW                                *
      *----------------------------------------------------------*
       3100-READ-ONE-HISTORY-ROW.

           READ VSAM-HISTORY
               AT END
                   SET END-OF-VSAM-HISTORY TO TRUE
               NOT AT END
                   IF VSH-RUN-DATE < WS-RUN-DATE
                       PERFORM 3200-TAKE-HISTORY-ROW
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  3200-TAKE-HISTORY-ROW - ROWS ARE IN RUN ORDER, SO THE    *
      *  FIRST ONE INSIDE THE WINDOW IS THE BASE AND THE LAST ONE *
      *  READ IS LAST WEEK'S                                      *
      *----------------------------------------------------------*
       3200-TAKE-HISTORY-ROW.

           SET WS-CLU-IDX TO 1
           SEARCH WS-CLU-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLU-NAME(WS-CLU-IDX) = VSH-CLUSTER
                   IF VSH-RUN-DATE NOT < WS-TREND-CUTOFF
                       AND NOT WS-CLU-HAS-BASE(WS-CLU-IDX)
                       MOVE 'Y' TO WS-CLU-BASE-SW(WS-CLU-IDX)
                       MOVE VSH-RUN-DATE
                           TO WS-CLU-BASE-DATE(WS-CLU-IDX)
                       MOVE VSH-REC-TOTAL
                           TO WS-CLU-BASE-RECS(WS-CLU-IDX)
                       MOVE VSH-HI-U-RBA
                           TO WS-CLU-BASE-HI-U(WS-CLU-IDX)
                   END-IF
                   MOVE 'Y' TO WS-CLU-LAST-SW(WS-CLU-IDX)
                   MOVE VSH-REC-TOTAL TO WS-CLU-LAST-RECS(WS-CLU-IDX)
           END-SEARCH.

      *----------------------------------------------------------*
      *  4000-REPORT-CLUSTER - THE WEEK'S FIGURES, THE TREND, THE *
      *  THRESHOLD TESTS, AND THE HISTORY ROW                     *
      *----------------------------------------------------------*
       4000-REPORT-CLUSTER.

           MOVE SPACE TO WS-CLUSTER-LINE
           MOVE WS-CLU-NAME(WS-CLU-IDX) TO WS-RL-CLUSTER

           IF NOT WS-CLU-LISTED(WS-CLU-IDX)
               MOVE 'NOT IN LISTCAT - CHECK DECK' TO WS-RL-ACTION
               ADD 1 TO WS-ATTENTION-COUNT
               WRITE VSAM-RPT-LINE FROM WS-CLUSTER-LINE
           ELSE
               PERFORM 4100-COMPUTE-SPACE
               PERFORM 4200-COMPUTE-TREND
               PERFORM 4300-TEST-THRESHOLDS
               PERFORM 4400-WRITE-CLUSTER-LINE
               PERFORM 4500-WRITE-HISTORY-ROW
           END-IF.

      *----------------------------------------------------------*
      *  4100-COMPUTE-SPACE - PERCENT OF THE ALLOCATION UNUSED    *
      *----------------------------------------------------------*
       4100-COMPUTE-SPACE.

           MOVE ZERO TO WS-FREE-PCT
           IF WS-CLU-HI-A-RBA(WS-CLU-IDX) > ZERO
               COMPUTE WS-FREE-PCT =
                   (WS-CLU-HI-A-RBA(WS-CLU-IDX)
                    - WS-CLU-HI-U-RBA(WS-CLU-IDX)) * 100
                   / WS-CLU-HI-A-RBA(WS-CLU-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  4200-COMPUTE-TREND - RECORDS A WEEK AND BYTES A DAY      *
      *  SINCE THE BASE ROW, AND THE DAYS UNTIL THE ALLOCATION    *
      *  FILLS AT THAT RATE (ZERO WHEN THERE IS NO TREND OR THE   *
      *  CLUSTER IS NOT GROWING)                                  *
      *----------------------------------------------------------*
       4200-COMPUTE-TREND.

           MOVE ZERO TO WS-WEEK-CHANGE
           MOVE ZERO TO WS-RECS-PER-WEEK
           MOVE ZERO TO WS-BYTES-PER-DAY
           MOVE ZERO TO WS-DAYS-TO-FULL
           MOVE ZERO TO WS-TREND-SPAN

           IF WS-CLU-HAS-LAST(WS-CLU-IDX)
               COMPUTE WS-WEEK-CHANGE =
                   WS-CLU-REC-TOTAL(WS-CLU-IDX)
                   - WS-CLU-LAST-RECS(WS-CLU-IDX)
           END-IF

           IF WS-CLU-HAS-BASE(WS-CLU-IDX)
               PERFORM 4250-COUNT-TREND-DAYS
           END-IF

           IF WS-TREND-SPAN > ZERO
               COMPUTE WS-RECS-PER-WEEK =
                   (WS-CLU-REC-TOTAL(WS-CLU-IDX)
                    - WS-CLU-BASE-RECS(WS-CLU-IDX)) * 7
                   / WS-TREND-SPAN
               COMPUTE WS-BYTES-PER-DAY =
                   (WS-CLU-HI-U-RBA(WS-CLU-IDX)
                    - WS-CLU-BASE-HI-U(WS-CLU-IDX))
                   / WS-TREND-SPAN
               IF WS-BYTES-PER-DAY > ZERO
                   COMPUTE WS-DAYS-TO-FULL =
                       (WS-CLU-HI-A-RBA(WS-CLU-IDX)
                        - WS-CLU-HI-U-RBA(WS-CLU-IDX))
                       / WS-BYTES-PER-DAY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  4250-COUNT-TREND-DAYS - CALENDAR DAYS FROM THE BASE ROW  *
      *  TO TODAY, STEPPED THROUGH DATEUTL                        *
      *----------------------------------------------------------*
       4250-COUNT-TREND-DAYS.

           MOVE WS-CLU-BASE-DATE(WS-CLU-IDX) TO WS-DU-DATE1-NUM
           MOVE 1   TO WS-DATEUTL-DAYS-TO-ADD
           MOVE 'A' TO WS-DATEUTL-FUNCTION
           PERFORM 4260-STEP-ONE-DAY
               UNTIL WS-DU-DATE1-NUM NOT < WS-RUN-DATE
                  OR WS-TREND-SPAN > WS-TREND-DAYS.

      *----------------------------------------------------------*
      *  4260-STEP-ONE-DAY                                        *
      *----------------------------------------------------------*
       4260-STEP-ONE-DAY.

           PERFORM 8500-CALL-DATEUTL
           MOVE WS-DU-RESULT-NUM TO WS-DU-DATE1-NUM
           ADD 1 TO WS-TREND-SPAN.

      *----------------------------------------------------------*
      *  4300-TEST-THRESHOLDS - A CA-SPLIT OVERRUN IS THE WORST,  *
      *  THEN CI SPLITS, THEN FREE SPACE; ANY ONE SCHEDULES THE   *
      *  REORGANIZATION. NEARING FULL IS A WARNING ONLY -- THE    *
      *  ALLOCATION ITSELF HAS TO GROW                            *
      *----------------------------------------------------------*
       4300-TEST-THRESHOLDS.

           MOVE SPACE TO WS-REORG-REASON
           MOVE 'N'   TO WS-NEAR-FULL-SW
           EVALUATE TRUE
               WHEN WS-CLU-SPLITS-CA(WS-CLU-IDX) >
                    WS-CLU-CA-MAX(WS-CLU-IDX)
                   MOVE 'CA SPLITS'  TO WS-REORG-REASON
               WHEN WS-CLU-SPLITS-CI(WS-CLU-IDX) >
                    WS-CLU-CI-MAX(WS-CLU-IDX)
                   MOVE 'CI SPLITS'  TO WS-REORG-REASON
               WHEN WS-FREE-PCT < WS-CLU-FREE-MIN(WS-CLU-IDX)
                   MOVE 'FREE SPACE' TO WS-REORG-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-DAYS-TO-FULL > ZERO
               AND WS-DAYS-TO-FULL < WS-CLU-FULL-DAYS(WS-CLU-IDX)
               SET WS-NEAR-FULL TO TRUE
           END-IF

           IF WS-REORG-REASON NOT = SPACE
               ADD 1 TO WS-REORG-COUNT
               MOVE WS-CLU-NAME(WS-CLU-IDX) TO VSR-CLUSTER
               MOVE WS-CLU-DSN(WS-CLU-IDX)  TO VSR-DSN
               MOVE WS-CLU-REC-TOTAL(WS-CLU-IDX)
                   TO VSR-CATALOG-COUNT
               MOVE WS-REORG-REASON TO VSR-REASON
               WRITE VSAM-REORG-REQUEST
           END-IF
           IF WS-REORG-REASON NOT = SPACE OR WS-NEAR-FULL
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  4400-WRITE-CLUSTER-LINE                                  *
      *----------------------------------------------------------*
       4400-WRITE-CLUSTER-LINE.

           MOVE WS-CLU-REC-TOTAL(WS-CLU-IDX) TO WS-RL-RECORDS
           MOVE WS-WEEK-CHANGE               TO WS-RL-WEEK-CHG
           MOVE WS-RECS-PER-WEEK             TO WS-RL-TREND
           MOVE WS-CLU-SPLITS-CI(WS-CLU-IDX) TO WS-RL-SPLITS-CI
           MOVE WS-CLU-SPLITS-CA(WS-CLU-IDX) TO WS-RL-SPLITS-CA
           MOVE WS-CLU-EXTENTS(WS-CLU-IDX)   TO WS-RL-EXTENTS
           MOVE WS-FREE-PCT                  TO WS-RL-FREE-PCT
           EVALUATE TRUE
               WHEN WS-TREND-SPAN = ZERO
                   MOVE 'NO TREND' TO WS-RL-DAYS-FULL
               WHEN WS-DAYS-TO-FULL = ZERO
                   MOVE 'STEADY'   TO WS-RL-DAYS-FULL
               WHEN WS-DAYS-TO-FULL > 99999
                   MOVE '99,999+'  TO WS-RL-DAYS-FULL
               WHEN OTHER
                   MOVE WS-DAYS-TO-FULL TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT    TO WS-RL-DAYS-FULL
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-REORG-REASON NOT = SPACE
                   MOVE 'REORG - '      TO WS-RL-ACTION(1:8)
                   MOVE WS-REORG-REASON TO WS-RL-ACTION(9:18)
               WHEN WS-NEAR-FULL
                   MOVE 'NEARING FULL - ADD SPACE' TO WS-RL-ACTION
               WHEN OTHER
                   MOVE 'OK' TO WS-RL-ACTION
           END-EVALUATE
           WRITE VSAM-RPT-LINE FROM WS-CLUSTER-LINE.

      *----------------------------------------------------------*
      *  4500-WRITE-HISTORY-ROW                                   *
      *----------------------------------------------------------*
       4500-WRITE-HISTORY-ROW.

           MOVE SPACE TO VSAM-HISTORY-RECORD
           MOVE WS-RUN-DATE                  TO VSH-RUN-DATE
           MOVE WS-CLU-NAME(WS-CLU-IDX)      TO VSH-CLUSTER
           MOVE WS-CLU-REC-TOTAL(WS-CLU-IDX) TO VSH-REC-TOTAL
           MOVE WS-CLU-SPLITS-CI(WS-CLU-IDX) TO VSH-SPLITS-CI
           MOVE WS-CLU-SPLITS-CA(WS-CLU-IDX) TO VSH-SPLITS-CA
           MOVE WS-CLU-EXTENTS(WS-CLU-IDX)   TO VSH-EXTENTS
           MOVE WS-CLU-HI-A-RBA(WS-CLU-IDX)  TO VSH-HI-A-RBA
           MOVE WS-CLU-HI-U-RBA(WS-CLU-IDX)  TO VSH-HI-U-RBA
           MOVE WS-FREE-PCT                  TO VSH-FREE-PCT
           IF WS-REORG-REASON NOT = SPACE
               SET VSH-REORG-REQUESTED TO TRUE
           END-IF
           WRITE VSAM-HISTORY-RECORD.

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, CLOSE FILES, CONDITION CODE     *
      *----------------------------------------------------------*
       7000-FINALIZE.

           WRITE VSAM-RPT-LINE FROM WS-BLANK-LINE
           WRITE VSAM-RPT-LINE FROM WS-NOTE-LINE
           MOVE WS-CLU-COUNT       TO WS-TRL-CLUSTERS
           MOVE WS-REORG-COUNT     TO WS-TRL-REORGS
           MOVE WS-ATTENTION-COUNT TO WS-TRL-ATTENTION
           WRITE VSAM-RPT-LINE FROM WS-TRAILER-LINE

           CLOSE VSAM-HISTORY
           CLOSE REORG-REQUEST
           CLOSE VSAM-RPT

           MOVE WS-CLU-COUNT TO AUD-RECORD-COUNT
           IF WS-ATTENTION-COUNT > ZERO OR WS-CARD-DROP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE '04' TO AUD-RETURN-CODE
           ELSE
               MOVE '00' TO AUD-RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8500-CALL-DATEUTL                                        *
      *----------------------------------------------------------*
       8500-CALL-DATEUTL.

           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'VSAMMON '         TO AUD-PROGRAM-ID
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
