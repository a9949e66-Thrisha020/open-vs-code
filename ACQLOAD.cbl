       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACQLOAD.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : ACQUISITION CONVERSION LOADER. BRINGS AN ACQUIRED
      *            : COMPANY'S PEOPLE ONTO OUR MASTERS FROM THREE
      *            : EXTRACTS OF THEIR OLD SYSTEM (EMPLOYEES, PAY,
      *            : ADDRESSES), WHOSE LAYOUTS ARE DESCRIBED BY THE
      *            : ACQCTL CONTROL DECK RATHER THAN BY COPYBOOKS, SO
      *            : THE NEXT ACQUISITION NEEDS NEW CARDS, NOT A NEW
      *            : PROGRAM. EACH PERSON IS GIVEN A NEW EMPLOYEE ID
      *            : BY EMPIDGEN FROM THE NEW COMPANY'S RANGE, AND THE
      *            : OLD-TO-NEW PAIR IS KEPT ON THE ACQXREF
      *            : CROSS-REFERENCE (SEE ACQXREF) SO LATER FEEDS FROM
      *            : THE OLD SYSTEM CAN BE TRANSLATED TO OUR IDS. THEIR
      *            : OLD DEPARTMENT CODES ARE TRANSLATED THROUGH THE
      *            : DECK'S DEPARTMENT MAP TO ACTIVE DEPTMAST
      *            : DEPARTMENTS OF THE NEW COMPANY. EMPMAST, COMPMAST,
      *            : ADDRMAST AND LEAVMAST ARE LOADED TOGETHER FOR EACH
      *            : PERSON, CARRYING THEIR ORIGINAL HIRE DATE, WITH
      *            : THE RPTNDX REPORT-INDEX ROW. A PERSON WITH ANY
      *            : ROW IN ERROR IS NOT LOADED AT ALL, AND ONE
      *            : ALREADY ON THE CROSS-REFERENCE IS SKIPPED, SO THE
      *            : LOAD CAN BE RERUN AFTER CORRECTIONS. THE ACQRPT
      *            : REPORT LISTS EVERY PERSON LOADED (OLD AND NEW ID)
      *            : AND EVERY ROW REJECTED, THEN RECONCILES ROW
      *            : COUNTS, PAY-RATE TOTALS AND LEAVE-HOUR TOTALS,
      *            : SOURCE VERSUS LOADED VERSUS REJECTED.
      *            :
      *            : EACH PERSON LOADED GETS ONE EMPHIST ADD ROW
      *            : (ACTION 'A', THE LOADED RECORD AS ITS AFTER
      *            : IMAGE, DATED BY THE RUN LIKE THE RECORD'S
      *            : LAST-UPDATE STAMP), SO EMPASOF AND EMPMOVE SEE
      *            : THE CONVERTED HIRES AND EMPTAMP FINDS THE TRAIL
      *            : FOR THE NEW RECORDS THE NEXT NIGHT. NO EMPJRNL
      *            : BACKOUT ROWS ARE CUT (A BAD LOAD IS BACKED OUT
      *            : BY RESTORING THE MASTERS) AND NO POSITION IS
      *            : FILLED: POSITION CONTROL FOR THE NEW COMPANY IS
      *            : SET UP AFTERWARD.
      *            :
      *            : ACQCTL CARDS ('*' IN COLUMN 1 IS A COMMENT):
      *            :   C  03-04 NEW COMPANY CODE (ACTIVE ON CORPMAST)
      *            :   E/P/A - WHERE A FIELD SITS IN THE EMPLOYEE,
      *            :      PAY OR ADDRESS EXTRACT: 03-14 FIELD NAME,
      *            :      16-18 START POSITION, 20-22 LENGTH, 24
      *            :      IMPLIED DECIMAL PLACES (AMOUNTS ONLY)
      *            :   D  03-12 OLD DEPARTMENT CODE, 14-17 DEPTMAST
      *            :      CODE IT BECOMES
      *            : FIELD NAMES ARE LISTED IN WS-FIELD-DEFS BELOW.
      *            : AMOUNTS ARE UNSIGNED DIGITS (LEADING SPACES
      *            : ALLOWED); DATES ARE CCYYMMDD, ALL ZEROS MEANING
      *            : NONE. ALL THREE EXTRACTS MUST BE IN ASCENDING
      *            : OLD-ID ORDER; THE ADDRESS EXTRACT IS OPTIONAL
      *            : (NO 'A' CARDS - NOT READ).
      *            :
      *            : CC 4 - ROWS REJECTED. CC 8 - OUT OF BALANCE OR
      *            : A SATELLITE WRITE FAILED. CC 16 - CONTROL DECK IN
      *            : ERROR (NOTHING LOADED) OR THE EMPLOYEE EXTRACT
      *            : OUT OF ORDER (LOAD STOPPED THERE; RERUN AFTER
      *            : SORTING - PEOPLE ALREADY LOADED ARE SKIPPED).
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  EMPHIST ADD ROW WRITTEN FOR EACH PERSON
      *                  LOADED, SO THE CONVERTED RECORDS CARRY THE
      *                  SAME HISTORY TRAIL AS AN EMPMAINT ADD.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQ-CTL     ASSIGN TO ACQCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACQ-EMP-IN  ASSIGN TO ACQEMP
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACQ-PAY-IN  ASSIGN TO ACQPAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACQ-ADR-IN  ASSIGN TO ACQADR
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORP-MASTER ASSIGN TO CORPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-CORP-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT ADDR-MASTER ASSIGN TO ADDRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-KEY
               FILE STATUS IS WS-ADDR-MASTER-STATUS.

           SELECT LEAVE-MASTER ASSIGN TO LEAVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVE-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT RPT-INDEX   ASSIGN TO RPTNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-REPORT-KEY
               FILE STATUS IS WS-RPTNDX-STATUS.

           SELECT ACQ-XREF    ASSIGN TO ACQXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACQ-RPT     ASSIGN TO ACQRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACQ-CTL
           LABEL RECORDS ARE STANDARD.
       01  ACQ-CTL-RECORD.
           05  CC-TYPE          PIC X(01).
               88  CC-COMMENT          VALUE '*'.
               88  CC-COMPANY-CARD     VALUE 'C'.
               88  CC-FIELD-CARD       VALUE 'E' 'P' 'A'.
               88  CC-DEPT-CARD        VALUE 'D'.
           05  FILLER           PIC X(01).
           05  CC-COMPANY       PIC X(02).
           05  FILLER           PIC X(76).
       01  ACQ-CTL-FIELD-CARD.
           05  CF-FILE          PIC X(01).
           05  FILLER           PIC X(01).
           05  CF-FIELD-NAME    PIC X(12).
           05  FILLER           PIC X(01).
           05  CF-START         PIC X(03).
           05  FILLER           PIC X(01).
           05  CF-LENGTH        PIC X(03).
           05  FILLER           PIC X(01).
           05  CF-DECIMALS      PIC X(01).
           05  FILLER           PIC X(56).
       01  ACQ-CTL-DEPT-CARD.
           05  FILLER           PIC X(02).
           05  CD-OLD-DEPT      PIC X(10).
           05  FILLER           PIC X(01).
           05  CD-NEW-DEPT      PIC X(04).
           05  FILLER           PIC X(63).

      * The acquired system's extracts. Their layouts are whatever
      * the old system wrote; RECORD IS VARYING lets a row shorter
      * than the widest mapped field be padded with spaces rather
      * than read past.
       FD  ACQ-EMP-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WS-EMP-REC-LEN.
       01  ACQ-EMP-IN-RECORD    PIC X(400).

       FD  ACQ-PAY-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WS-PAY-REC-LEN.
       01  ACQ-PAY-IN-RECORD    PIC X(400).

       FD  ACQ-ADR-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WS-ADR-REC-LEN.
       01  ACQ-ADR-IN-RECORD    PIC X(400).

       FD  CORP-MASTER.
           COPY CORPREC.

       FD  DEPT-MASTER.
           COPY DEPTREC.

       FD  EMP-MASTER.
           COPY EMPREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  ADDR-MASTER.
           COPY ADDRREC.

       FD  LEAVE-MASTER.
           COPY LEAVEREC.

       FD  RPT-INDEX.
           COPY RPTNDX.

       FD  ACQ-XREF.
           COPY ACQXREF.

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  ACQ-RPT
           LABEL RECORDS ARE STANDARD.
       01  ACQ-RPT-LINE         PIC X(80).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS  PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad conversion run to the exact
      * version that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.01'.

       01  WS-CORP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-DEPT-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-ADDR-MASTER-STATUS PIC X(02)  VALUE '00'.
       01  WS-LEAVE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-RPTNDX-STATUS      PIC X(02)  VALUE '00'.
       01  WS-XREF-STATUS        PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS   PIC X(02)  VALUE '00'.

      * Numbers this run's EMPHIST rows, as EMPMAINT numbers its own.
       01  WS-HIST-SEQ      PIC 9(5)  VALUE ZERO.

      * Startup authorization through the shared AUTHCHK service.
       01  WS-AUTH-PROGRAM     PIC X(08)  VALUE 'ACQLOAD '.
       01  WS-AUTH-OPTION      PIC X(01)  VALUE 'M'.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-AUTH-STATUS
                               LK-STATUS-OK      BY WS-AUTH-OK
                               LK-STATUS-WARNING BY WS-AUTH-WARNING
                               LK-STATUS-FAILED  BY WS-AUTH-FAILED.

      * EMPMAST serialization through the shared FLOCKMGR lock
      * manager (exclusive: this run adds to the master).
       01  WS-LOCK-FUNCTION    PIC X(01) VALUE SPACE.
       01  WS-LOCK-RESOURCE    PIC X(08) VALUE 'EMPMAST '.
       01  WS-LOCK-HOLDER      PIC X(08) VALUE 'ACQLOAD '.
       01  WS-LOCK-MODE-HELD   PIC X(01) VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-LOCK-STATUS
                               LK-STATUS-OK      BY WS-LOCK-OK
                               LK-STATUS-WARNING BY WS-LOCK-WARNING
                               LK-STATUS-FAILED  BY WS-LOCK-FAILED.
       01  WS-LOCK-HELD-SW     PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD           VALUE 'Y'.

      * The new employee ID for each person, from the shared EMPIDGEN
      * service, drawn from the new company's range.
       01  WS-ASSIGNED-EMP-ID  PIC 9(05) VALUE ZERO.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-IDGEN-STATUS
                               LK-STATUS-OK      BY WS-IDGEN-OK
                               LK-STATUS-WARNING BY WS-IDGEN-WARNING
                               LK-STATUS-FAILED  BY WS-IDGEN-FAILED.

       01  WS-EMP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-ACQ-EMP         VALUE 'Y'.
       01  WS-PAY-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-ACQ-PAY         VALUE 'Y'.
       01  WS-ADR-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-ACQ-ADR         VALUE 'Y'.
       01  WS-CTL-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-ACQ-CTL         VALUE 'Y'.

       01  WS-CONTROL-SW    PIC X(01)  VALUE 'Y'.
           88  WS-CONTROL-OK          VALUE 'Y'.
           88  WS-CONTROL-IN-ERROR    VALUE 'N'.

       01  WS-STOPPED-SW    PIC X(01)  VALUE 'N'.
           88  WS-LOAD-STOPPED        VALUE 'Y'.

       01  WS-ADR-MAPPED-SW PIC X(01)  VALUE 'N'.
           88  WS-ADR-FILE-MAPPED     VALUE 'Y'.

       01  WS-RESULT-SW     PIC X(01)  VALUE 'Y'.
           88  WS-PERSON-ACCEPTED     VALUE 'Y'.
           88  WS-PERSON-REJECTED     VALUE 'N'.

       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.
       01  WS-CTL-REASON    PIC X(30) VALUE SPACE.

       01  WS-COMPANY-CODE  PIC X(02) VALUE SPACE.
       01  WS-RUN-DATE      PIC 9(08) VALUE ZERO.
       01  WS-STAMP-TIME.
           05  WS-STAMP-HHMMSS  PIC 9(06).
           05  FILLER           PIC 9(02).

       01  WS-EMP-REC-LEN   PIC 9(4) COMP VALUE ZERO.
       01  WS-PAY-REC-LEN   PIC 9(4) COMP VALUE ZERO.
       01  WS-ADR-REC-LEN   PIC 9(4) COMP VALUE ZERO.

      * The fields the extracts may carry: file (E, P or A), name as
      * punched on the ACQCTL card, required (Y/N), kind (T text,
      * A amount, D date) and the widest the field may be mapped.
       01  WS-FIELD-DEFS.
           05  FILLER  PIC X(17)  VALUE 'EOLD-ID      YT10'.
           05  FILLER  PIC X(17)  VALUE 'EFNAME       YT15'.
           05  FILLER  PIC X(17)  VALUE 'ELNAME       YT20'.
           05  FILLER  PIC X(17)  VALUE 'EDEPT        YT10'.
           05  FILLER  PIC X(17)  VALUE 'EHIRE-DATE   YD08'.
           05  FILLER  PIC X(17)  VALUE 'ESTATUS      NT01'.
           05  FILLER  PIC X(17)  VALUE 'ETERM-DATE   ND08'.
           05  FILLER  PIC X(17)  VALUE 'ETERM-REASON NT01'.
           05  FILLER  PIC X(17)  VALUE 'ELEAVE-BAL   NA15'.
           05  FILLER  PIC X(17)  VALUE 'ELEAVE-ACCR  NA15'.
           05  FILLER  PIC X(17)  VALUE 'ELEAVE-TAKEN NA15'.
           05  FILLER  PIC X(17)  VALUE 'POLD-ID      YT10'.
           05  FILLER  PIC X(17)  VALUE 'PPAY-RATE    YA15'.
           05  FILLER  PIC X(17)  VALUE 'PPAY-GRADE   NT02'.
           05  FILLER  PIC X(17)  VALUE 'PEFF-DATE    ND08'.
           05  FILLER  PIC X(17)  VALUE 'AOLD-ID      YT10'.
           05  FILLER  PIC X(17)  VALUE 'AADDR-TYPE   NT01'.
           05  FILLER  PIC X(17)  VALUE 'ASTREET      YT25'.
           05  FILLER  PIC X(17)  VALUE 'ACITY        NT15'.
           05  FILLER  PIC X(17)  VALUE 'ASTATE       NT02'.
           05  FILLER  PIC X(17)  VALUE 'APOSTAL      NT10'.
           05  FILLER  PIC X(17)  VALUE 'APHONE       NT12'.
           05  FILLER  PIC X(17)  VALUE 'AEFF-DATE    ND08'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-DEFS.
           05  WS-FD-ENTRY      OCCURS 23 TIMES
                                INDEXED BY WS-FD-IDX.
               10  WS-FD-FILE       PIC X(01).
               10  WS-FD-NAME       PIC X(12).
               10  WS-FD-REQUIRED   PIC X(01).
               10  WS-FD-KIND       PIC X(01).
               10  WS-FD-MAX-LEN    PIC 9(02).
       01  WS-FIELD-COUNT   PIC 9(4) COMP VALUE 23.

      * Where each field sits, from the ACQCTL cards, in the same
      * order as WS-FIELD-DEFS.
       01  WS-FIELD-MAP.
           05  WS-FM-ENTRY      OCCURS 23 TIMES.
               10  WS-FM-MAPPED-SW  PIC X(01) VALUE 'N'.
                   88  WS-FM-MAPPED         VALUE 'Y'.
               10  WS-FM-START      PIC 9(03) VALUE ZERO.
               10  WS-FM-LEN        PIC 9(03) VALUE ZERO.
               10  WS-FM-DEC        PIC 9(01) VALUE ZERO.

      * WS-FIELD-DEFS positions, by name.
       01  WS-F-E-OLD-ID       PIC 9(4) COMP VALUE 1.
       01  WS-F-E-FNAME        PIC 9(4) COMP VALUE 2.
       01  WS-F-E-LNAME        PIC 9(4) COMP VALUE 3.
       01  WS-F-E-DEPT         PIC 9(4) COMP VALUE 4.
       01  WS-F-E-HIRE-DATE    PIC 9(4) COMP VALUE 5.
       01  WS-F-E-STATUS       PIC 9(4) COMP VALUE 6.
       01  WS-F-E-TERM-DATE    PIC 9(4) COMP VALUE 7.
       01  WS-F-E-TERM-REASON  PIC 9(4) COMP VALUE 8.
       01  WS-F-E-LEAVE-BAL    PIC 9(4) COMP VALUE 9.
       01  WS-F-E-LEAVE-ACCR   PIC 9(4) COMP VALUE 10.
       01  WS-F-E-LEAVE-TAKEN  PIC 9(4) COMP VALUE 11.
       01  WS-F-P-OLD-ID       PIC 9(4) COMP VALUE 12.
       01  WS-F-P-PAY-RATE     PIC 9(4) COMP VALUE 13.
       01  WS-F-P-PAY-GRADE    PIC 9(4) COMP VALUE 14.
       01  WS-F-P-EFF-DATE     PIC 9(4) COMP VALUE 15.
       01  WS-F-A-OLD-ID       PIC 9(4) COMP VALUE 16.
       01  WS-F-A-ADDR-TYPE    PIC 9(4) COMP VALUE 17.
       01  WS-F-A-STREET       PIC 9(4) COMP VALUE 18.
       01  WS-F-A-CITY         PIC 9(4) COMP VALUE 19.
       01  WS-F-A-STATE        PIC 9(4) COMP VALUE 20.
       01  WS-F-A-POSTAL       PIC 9(4) COMP VALUE 21.
       01  WS-F-A-PHONE        PIC 9(4) COMP VALUE 22.
       01  WS-F-A-EFF-DATE     PIC 9(4) COMP VALUE 23.

       01  WS-MAP-SUB       PIC 9(4) COMP VALUE ZERO.
       01  WS-MAP-START     PIC 9(03) VALUE ZERO.
       01  WS-MAP-LEN       PIC 9(03) VALUE ZERO.
       01  WS-MAP-END       PIC 9(4) COMP VALUE ZERO.

      * Old-to-new department translation, from the 'D' cards.
       01  WS-DEPT-MAP.
           05  WS-DM-ENTRY      OCCURS 500 TIMES
                                INDEXED BY WS-DM-IDX.
               10  WS-DM-OLD-DEPT   PIC X(10).
               10  WS-DM-NEW-DEPT   PIC X(04).
       01  WS-DM-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-DM-SUB        PIC 9(4) COMP VALUE ZERO.

      * Field extraction work area. WS-SRC-RECORD holds the row just
      * read, space-padded to the full 400 bytes.
       01  WS-SRC-RECORD    PIC X(400) VALUE SPACE.
       01  WS-ROW-DESC      PIC X(07)  VALUE SPACE.
       01  WS-ROW-ERROR     PIC X(30)  VALUE SPACE.
       01  WS-FX-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-FX-TEXT       PIC X(40)  VALUE SPACE.
       01  WS-FX-DIGITS     PIC 9(15)  VALUE ZERO.
       01  WS-FX-AMOUNT     PIC 9(15)V99 VALUE ZERO.
       01  WS-FX-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-FX-LEN        PIC 9(03)  VALUE ZERO.
       01  WS-FX-OK-SW      PIC X(01)  VALUE 'Y'.
           88  WS-FX-OK               VALUE 'Y'.
       01  WS-MAX-HOURS-RATE PIC 9(05)V99 VALUE 99999.99.

      * The employee row being converted, as extracted.
       01  WS-CV-EMPLOYEE.
           05  WS-CV-OLD-ID         PIC X(10).
           05  WS-CV-FNAME          PIC X(15).
           05  WS-CV-LNAME          PIC X(20).
           05  WS-CV-OLD-DEPT       PIC X(10).
           05  WS-CV-NEW-DEPT       PIC X(04).
           05  WS-CV-HIRE-DATE      PIC 9(08).
           05  WS-CV-STATUS         PIC X(01).
           05  WS-CV-TERM-DATE      PIC 9(08).
           05  WS-CV-TERM-REASON    PIC X(01).
           05  WS-CV-LEAVE-BAL      PIC 9(15)V99.
           05  WS-CV-LEAVE-ACCR     PIC 9(15)V99.
           05  WS-CV-LEAVE-TAKEN    PIC 9(15)V99.
           05  WS-CV-ROW-ERROR      PIC X(30).
       01  WS-EMP-PREV-OLD-ID   PIC X(10) VALUE LOW-VALUES.

      * The pay rows matched to the person. Only one may match; the
      * row count and rate sum cover any extras for the rejection
      * totals.
       01  WS-CV-PAY.
           05  WS-CV-PAY-ROWS       PIC 9(4) COMP.
           05  WS-CV-PAY-RATE-SUM   PIC 9(15)V99.
           05  WS-CV-PAY-RATE       PIC 9(15)V99.
           05  WS-CV-PAY-GRADE      PIC X(02).
           05  WS-CV-PAY-EFF-DATE   PIC 9(08).
           05  WS-CV-PAY-ERROR      PIC X(30).

      * The address rows matched to the person.
       01  WS-CV-ADR-ROWS       PIC 9(4) COMP VALUE ZERO.
       01  WS-CV-ADR-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-CV-ADR-MAX        PIC 9(4) COMP VALUE 5.
       01  WS-CV-ADDRESSES.
           05  WS-CA-ENTRY          OCCURS 5 TIMES.
               10  WS-CA-TYPE           PIC X(01).
               10  WS-CA-EFF-DATE       PIC 9(08).
               10  WS-CA-STREET         PIC X(25).
               10  WS-CA-CITY           PIC X(15).
               10  WS-CA-STATE          PIC X(02).
               10  WS-CA-POSTAL         PIC X(10).
               10  WS-CA-PHONE          PIC X(12).
               10  WS-CA-ERROR          PIC X(30).
       01  WS-CA-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-CA-SUB2       PIC 9(4) COMP VALUE ZERO.

      * The pay row read ahead of the employee extract.
       01  WS-PAY-AHEAD.
           05  WS-PA-OLD-ID         PIC X(10).
           05  WS-PA-RATE           PIC 9(15)V99.
           05  WS-PA-GRADE          PIC X(02).
           05  WS-PA-EFF-DATE       PIC 9(08).
           05  WS-PA-ERROR          PIC X(30).
           05  WS-PA-SEQ-SW         PIC X(01).
               88  WS-PA-OUT-OF-SEQ        VALUE 'Y'.
               88  WS-PA-IN-SEQ            VALUE 'N'.
       01  WS-PAY-PREV-OLD-ID   PIC X(10) VALUE LOW-VALUES.

      * The address row read ahead of the employee extract.
       01  WS-ADR-AHEAD.
           05  WS-AA-OLD-ID         PIC X(10).
           05  WS-AA-TYPE           PIC X(01).
           05  WS-AA-EFF-DATE       PIC 9(08).
           05  WS-AA-STREET         PIC X(25).
           05  WS-AA-CITY           PIC X(15).
           05  WS-AA-STATE          PIC X(02).
           05  WS-AA-POSTAL         PIC X(10).
           05  WS-AA-PHONE          PIC X(12).
           05  WS-AA-ERROR          PIC X(30).
           05  WS-AA-SEQ-SW         PIC X(01).
               88  WS-AA-OUT-OF-SEQ        VALUE 'Y'.
               88  WS-AA-IN-SEQ            VALUE 'N'.
       01  WS-ADR-PREV-OLD-ID   PIC X(10) VALUE LOW-VALUES.

      * DATEUTL linkage-shaped working-storage (see COPYBOOKS/
      * CCYYDATE.CPY and CALL/DATEUTL.CBL).
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

      * Reconciliation counters and totals: what the extracts held,
      * what reached the masters, and what was turned away. Every
      * row read is one or the other.
       01  WS-EMP-SOURCE    PIC 9(5)  COMP VALUE ZERO.
       01  WS-EMP-LOADED    PIC 9(5)  COMP VALUE ZERO.
       01  WS-EMP-REJECTED  PIC 9(5)  COMP VALUE ZERO.
       01  WS-PAY-SOURCE    PIC 9(5)  COMP VALUE ZERO.
       01  WS-PAY-LOADED    PIC 9(5)  COMP VALUE ZERO.
       01  WS-PAY-REJECTED  PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADR-SOURCE    PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADR-LOADED    PIC 9(5)  COMP VALUE ZERO.
       01  WS-ADR-REJECTED  PIC 9(5)  COMP VALUE ZERO.
       01  WS-LVE-LOADED    PIC 9(5)  COMP VALUE ZERO.
       01  WS-RATE-SOURCE   PIC 9(13)V99 VALUE ZERO.
       01  WS-RATE-LOADED   PIC 9(13)V99 VALUE ZERO.
       01  WS-RATE-REJECTED PIC 9(13)V99 VALUE ZERO.
       01  WS-HOURS-SOURCE  PIC 9(13)V99 VALUE ZERO.
       01  WS-HOURS-LOADED  PIC 9(13)V99 VALUE ZERO.
       01  WS-HOURS-REJECTED PIC 9(13)V99 VALUE ZERO.
       01  WS-WRITE-FAIL-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-BALANCE-SW    PIC X(01)  VALUE 'Y'.
           88  WS-IN-BALANCE          VALUE 'Y'.
           88  WS-OUT-OF-BALANCE      VALUE 'N'.
       01  WS-BALANCE-FLAG  PIC X(10)  VALUE SPACE.

       01  WS-HEADING-LINE-1.
           05  FILLER           PIC X(40)
                    VALUE 'ACQLOAD - ACQUISITION CONVERSION LOAD   '.
           05  FILLER           PIC X(08)  VALUE 'COMPANY '.
           05  WS-HDG-COMPANY   PIC X(02).
           05  FILLER           PIC X(12)  VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE 'RUN DATE  '.
           05  WS-HDG-RUN-DATE  PIC 9(08).

       01  WS-HEADING-LINE-2.
           05  FILLER           PIC X(22)
                    VALUE 'OLD ID     ROW NEW ID '.
           05  FILLER           PIC X(21)  VALUE 'NAME'.
           05  FILLER           PIC X(37)  VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-OLD-ID    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-ROW       PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-NEW-ID    PIC X(05).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DET-NAME      PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DET-RESULT    PIC X(30).
           05  FILLER           PIC X(07)  VALUE SPACE.

       01  WS-CTL-ERROR-LINE.
           05  FILLER           PIC X(15)  VALUE 'ACQCTL CARD IN '.
           05  FILLER           PIC X(07)  VALUE 'ERROR: '.
           05  WS-CTL-ERR-CARD  PIC X(24).
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-CTL-ERR-REASON PIC X(30).
           05  FILLER           PIC X(02)  VALUE SPACE.

       01  WS-MESSAGE-LINE      PIC X(80)  VALUE SPACE.

       01  WS-RECON-HEADING.
           05  FILLER           PIC X(40)
                    VALUE 'RECONCILIATION            SOURCE        '.
           05  FILLER           PIC X(40)
                    VALUE 'LOADED       REJECTED                   '.

       01  WS-RECON-COUNT-LINE.
           05  WS-RCC-LABEL     PIC X(20).
           05  FILLER           PIC X(06)  VALUE SPACE.
           05  WS-RCC-SOURCE    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(07)  VALUE SPACE.
           05  WS-RCC-LOADED    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(07)  VALUE SPACE.
           05  WS-RCC-REJECTED  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-RCC-FLAG      PIC X(10).
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-RECON-AMOUNT-LINE.
           05  WS-RCA-LABEL     PIC X(20).
           05  WS-RCA-SOURCE    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RCA-LOADED    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-RCA-REJECTED  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(03)  VALUE SPACE.
           05  WS-RCA-FLAG      PIC X(10).
           05  FILLER           PIC X(06)  VALUE SPACE.

       01  WS-RC-SOURCE     PIC 9(13)V99 VALUE ZERO.
       01  WS-RC-LOADED     PIC 9(13)V99 VALUE ZERO.
       01  WS-RC-REJECTED   PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           IF WS-CONTROL-OK
               PERFORM 2000-CONVERT-EMPLOYEE
                   UNTIL END-OF-ACQ-EMP OR WS-LOAD-STOPPED
               PERFORM 2900-DISPOSE-LEFTOVER-ROWS
           END-IF
           PERFORM 3000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - GATE, LOAD AND CHECK THE CONTROL DECK, *
      *  THEN LOCK AND OPEN THE MASTERS AND THE EXTRACTS          *
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
               DISPLAY 'ACQLOAD: RUN NOT AUTHORIZED - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ACQ-RPT

           OPEN INPUT CORP-MASTER
           OPEN INPUT DEPT-MASTER
           OPEN INPUT ACQ-CTL
           PERFORM 8300-READ-ACQ-CTL
           PERFORM 1100-LOAD-CONTROL-CARD
               UNTIL END-OF-ACQ-CTL
           CLOSE ACQ-CTL
           PERFORM 1500-CHECK-CONTROL-DECK

           MOVE WS-COMPANY-CODE TO WS-HDG-COMPANY
           MOVE WS-RUN-DATE     TO WS-HDG-RUN-DATE
           WRITE ACQ-RPT-LINE FROM WS-HEADING-LINE-1
           MOVE SPACE TO ACQ-RPT-LINE
           WRITE ACQ-RPT-LINE

           IF WS-CONTROL-OK
               PERFORM 1700-OPEN-LOAD-FILES
           END-IF

           IF WS-CONTROL-OK
               WRITE ACQ-RPT-LINE FROM WS-HEADING-LINE-2
               PERFORM 8000-READ-ACQ-EMP
               PERFORM 8100-READ-ACQ-PAY
               IF WS-ADR-FILE-MAPPED
                   PERFORM 8200-READ-ACQ-ADR
               ELSE
                   SET END-OF-ACQ-ADR TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1100-LOAD-CONTROL-CARD - ONE ACQCTL CARD                 *
      *----------------------------------------------------------*
       1100-LOAD-CONTROL-CARD.

           MOVE SPACE TO WS-CTL-REASON

           EVALUATE TRUE
               WHEN CC-COMMENT
                   CONTINUE
               WHEN CC-COMPANY-CARD
                   IF WS-COMPANY-CODE NOT = SPACE
                       MOVE 'MORE THAN ONE COMPANY CARD'
                           TO WS-CTL-REASON
                   ELSE
                       MOVE CC-COMPANY TO WS-COMPANY-CODE
                   END-IF
               WHEN CC-FIELD-CARD
                   PERFORM 1200-LOAD-FIELD-CARD
               WHEN CC-DEPT-CARD
                   PERFORM 1300-LOAD-DEPT-CARD
               WHEN OTHER
                   MOVE 'CARD TYPE NOT C, E, P, A OR D'
                       TO WS-CTL-REASON
           END-EVALUATE

           IF WS-CTL-REASON NOT = SPACE
               MOVE ACQ-CTL-RECORD(1:24) TO WS-CTL-ERR-CARD
               PERFORM 1900-REPORT-CONTROL-ERROR
           END-IF

           PERFORM 8300-READ-ACQ-CTL.

      *----------------------------------------------------------*
      *  1200-LOAD-FIELD-CARD - WHERE ONE FIELD SITS IN ONE       *
      *  EXTRACT. THE FIELD MUST BE ONE WE KNOW, MAPPED ONCE, AND *
      *  FIT BOTH THE 400-BYTE ROW AND THE FIELD WE LOAD IT INTO  *
      *----------------------------------------------------------*
       1200-LOAD-FIELD-CARD.

           SET WS-FD-IDX TO 1
           SEARCH WS-FD-ENTRY
               AT END
                   MOVE 'FIELD NAME NOT KNOWN' TO WS-CTL-REASON
               WHEN WS-FD-FILE(WS-FD-IDX) = CF-FILE
                AND WS-FD-NAME(WS-FD-IDX) = CF-FIELD-NAME
                   SET WS-MAP-SUB TO WS-FD-IDX
           END-SEARCH

           IF WS-CTL-REASON = SPACE
               IF WS-FM-MAPPED(WS-MAP-SUB)
                   MOVE 'FIELD MAPPED TWICE' TO WS-CTL-REASON
               END-IF
           END-IF

           IF WS-CTL-REASON = SPACE
               IF CF-START NOT NUMERIC OR CF-LENGTH NOT NUMERIC
                   MOVE 'START OR LENGTH NOT NUMERIC'
                       TO WS-CTL-REASON
               ELSE
                   MOVE CF-START  TO WS-MAP-START
                   MOVE CF-LENGTH TO WS-MAP-LEN
                   COMPUTE WS-MAP-END = WS-MAP-START + WS-MAP-LEN - 1
               END-IF
           END-IF

           IF WS-CTL-REASON = SPACE
               IF WS-MAP-START = ZERO OR WS-MAP-LEN = ZERO
                   OR WS-MAP-END > 400
                   MOVE 'FIELD NOT WITHIN 400-BYTE ROW'
                       TO WS-CTL-REASON
               END-IF
           END-IF

           IF WS-CTL-REASON = SPACE
               IF WS-MAP-LEN > WS-FD-MAX-LEN(WS-MAP-SUB)
                   MOVE 'FIELD LONGER THAN ALLOWED'
                       TO WS-CTL-REASON
               END-IF
               IF WS-FD-KIND(WS-MAP-SUB) = 'D' AND WS-MAP-LEN NOT = 8
                   MOVE 'DATE FIELD MUST BE 8 LONG'
                       TO WS-CTL-REASON
               END-IF
           END-IF

           IF WS-CTL-REASON = SPACE
               IF CF-DECIMALS = SPACE
                   MOVE ZERO TO WS-FM-DEC(WS-MAP-SUB)
               ELSE
                   IF CF-DECIMALS NOT NUMERIC OR CF-DECIMALS > '4'
                       OR WS-FD-KIND(WS-MAP-SUB) NOT = 'A'
                       MOVE 'DECIMALS NOT 0-4 ON AN AMOUNT'
                           TO WS-CTL-REASON
                   ELSE
                       MOVE CF-DECIMALS TO WS-FM-DEC(WS-MAP-SUB)
                   END-IF
               END-IF
           END-IF

           IF WS-CTL-REASON = SPACE
               MOVE 'Y'          TO WS-FM-MAPPED-SW(WS-MAP-SUB)
               MOVE WS-MAP-START TO WS-FM-START(WS-MAP-SUB)
               MOVE WS-MAP-LEN   TO WS-FM-LEN(WS-MAP-SUB)
               IF CF-FILE = 'A'
                   SET WS-ADR-FILE-MAPPED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1300-LOAD-DEPT-CARD - ONE OLD-TO-NEW DEPARTMENT PAIR     *
      *----------------------------------------------------------*
       1300-LOAD-DEPT-CARD.

           IF CD-OLD-DEPT = SPACE OR CD-NEW-DEPT = SPACE
               MOVE 'OLD OR NEW DEPARTMENT BLANK' TO WS-CTL-REASON
           END-IF

           IF WS-CTL-REASON = SPACE AND WS-DM-COUNT > ZERO
               SET WS-DM-IDX TO 1
               SEARCH WS-DM-ENTRY
                   WHEN WS-DM-IDX > WS-DM-COUNT
                       CONTINUE
                   WHEN WS-DM-OLD-DEPT(WS-DM-IDX) = CD-OLD-DEPT
                       MOVE 'OLD DEPARTMENT MAPPED TWICE'
                           TO WS-CTL-REASON
               END-SEARCH
           END-IF

           IF WS-CTL-REASON = SPACE
               IF WS-DM-COUNT < 500
                   ADD 1 TO WS-DM-COUNT
                   MOVE CD-OLD-DEPT TO WS-DM-OLD-DEPT(WS-DM-COUNT)
                   MOVE CD-NEW-DEPT TO WS-DM-NEW-DEPT(WS-DM-COUNT)
               ELSE
                   MOVE 'MORE THAN 500 DEPARTMENT CARDS'
                       TO WS-CTL-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1500-CHECK-CONTROL-DECK - THE DECK AS A WHOLE: AN ACTIVE *
      *  COMPANY, EVERY REQUIRED FIELD MAPPED, AND EVERY MAPPED   *
      *  DEPARTMENT ACTIVE AND THE NEW COMPANY'S                  *
      *----------------------------------------------------------*
       1500-CHECK-CONTROL-DECK.

           MOVE SPACE TO WS-CTL-ERR-CARD
           IF WS-COMPANY-CODE = SPACE
               MOVE 'NO COMPANY CARD' TO WS-CTL-REASON
               PERFORM 1900-REPORT-CONTROL-ERROR
           ELSE
               MOVE WS-COMPANY-CODE TO CO-COMPANY-CODE
               READ CORP-MASTER
                   INVALID KEY
                       MOVE 'COMPANY NOT ON CORPMAST'
                           TO WS-CTL-REASON
                       PERFORM 1900-REPORT-CONTROL-ERROR
                   NOT INVALID KEY
                       IF NOT CO-ACTIVE
                           MOVE 'COMPANY NOT ACTIVE'
                               TO WS-CTL-REASON
                           PERFORM 1900-REPORT-CONTROL-ERROR
                       END-IF
               END-READ
           END-IF

           PERFORM 1550-CHECK-REQUIRED-FIELD
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-FIELD-COUNT

           IF WS-DM-COUNT = ZERO
               MOVE 'NO DEPARTMENT CARDS' TO WS-CTL-REASON
               PERFORM 1900-REPORT-CONTROL-ERROR
           ELSE
               PERFORM 1600-CHECK-DEPT-MAPPING
                   VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > WS-DM-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  1550-CHECK-REQUIRED-FIELD - THE ADDRESS FIELDS ARE       *
      *  REQUIRED ONLY WHEN THE ADDRESS EXTRACT IS MAPPED AT ALL  *
      *----------------------------------------------------------*
       1550-CHECK-REQUIRED-FIELD.

           IF WS-FD-REQUIRED(WS-MAP-SUB) = 'Y'
               AND NOT WS-FM-MAPPED(WS-MAP-SUB)
               AND (WS-FD-FILE(WS-MAP-SUB) NOT = 'A'
                    OR WS-ADR-FILE-MAPPED)
               MOVE WS-FD-FILE(WS-MAP-SUB) TO WS-CTL-ERR-CARD(1:1)
               MOVE WS-FD-NAME(WS-MAP-SUB) TO WS-CTL-ERR-CARD(3:12)
               MOVE 'REQUIRED FIELD NOT MAPPED' TO WS-CTL-REASON
               PERFORM 1900-REPORT-CONTROL-ERROR
               MOVE SPACE TO WS-CTL-ERR-CARD
           END-IF.

      *----------------------------------------------------------*
      *  1600-CHECK-DEPT-MAPPING - ONE 'D' CARD'S NEW DEPARTMENT  *
      *----------------------------------------------------------*
       1600-CHECK-DEPT-MAPPING.

           MOVE SPACE TO WS-CTL-REASON
           MOVE WS-DM-NEW-DEPT(WS-DM-SUB) TO DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE 'DEPARTMENT NOT ON DEPTMAST'
                       TO WS-CTL-REASON
               NOT INVALID KEY
                   IF NOT DEPT-ACTIVE
                       MOVE 'DEPARTMENT NOT ACTIVE'
                           TO WS-CTL-REASON
                   ELSE
                       IF DEPT-COMPANY NOT = WS-COMPANY-CODE
                           MOVE 'DEPARTMENT IN ANOTHER COMPANY'
                               TO WS-CTL-REASON
                       END-IF
                   END-IF
           END-READ

           IF WS-CTL-REASON NOT = SPACE
               MOVE SPACE TO WS-CTL-ERR-CARD
               MOVE 'D'   TO WS-CTL-ERR-CARD(1:1)
               MOVE WS-DM-OLD-DEPT(WS-DM-SUB)
                   TO WS-CTL-ERR-CARD(3:10)
               MOVE WS-DM-NEW-DEPT(WS-DM-SUB)
                   TO WS-CTL-ERR-CARD(14:4)
               PERFORM 1900-REPORT-CONTROL-ERROR
           END-IF.

      *----------------------------------------------------------*
      *  1700-OPEN-LOAD-FILES - LOCK EMPMAST, OPEN THE MASTERS    *
      *  FOR UPDATE AND THE EXTRACTS FOR INPUT. ANY MASTER THAT   *
      *  WILL NOT OPEN STOPS THE RUN BEFORE ANYONE IS LOADED      *
      *----------------------------------------------------------*
       1700-OPEN-LOAD-FILES.

           MOVE 'X' TO WS-LOCK-FUNCTION
           CALL 'FLOCKMGR' USING WS-LOCK-FUNCTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-MODE-HELD WS-LOCK-STATUS
           IF NOT WS-LOCK-OK
               DISPLAY 'ACQLOAD: EMPMAST LOCK NOT GRANTED - '
                   'ANOTHER JOB HOLDS THE FILE - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-LOCK-HELD TO TRUE

           OPEN I-O EMP-MASTER
           OPEN I-O COMP-MASTER
           OPEN I-O ADDR-MASTER
           OPEN I-O LEAVE-MASTER
           OPEN I-O RPT-INDEX

      * The cross-reference is created by the first load into it.
           OPEN I-O ACQ-XREF
           IF WS-XREF-STATUS NOT = '00'
               OPEN OUTPUT ACQ-XREF
               CLOSE ACQ-XREF
               OPEN I-O ACQ-XREF
           END-IF

           OPEN EXTEND EMP-HISTORY
           IF WS-HIST-FILE-STATUS NOT = '00'
               OPEN OUTPUT EMP-HISTORY
           END-IF

           IF WS-EMP-MASTER-STATUS NOT = '00'
               OR WS-COMP-MASTER-STATUS NOT = '00'
               OR WS-ADDR-MASTER-STATUS NOT = '00'
               OR WS-LEAVE-STATUS NOT = '00'
               OR WS-RPTNDX-STATUS NOT = '00'
               OR WS-XREF-STATUS NOT = '00'
               OR WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ACQLOAD: MASTER OPEN FAILED - EMPMAST '
                   WS-EMP-MASTER-STATUS ' COMPMAST '
                   WS-COMP-MASTER-STATUS ' ADDRMAST '
                   WS-ADDR-MASTER-STATUS ' LEAVMAST '
                   WS-LEAVE-STATUS ' RPTNDX ' WS-RPTNDX-STATUS
                   ' ACQXREF ' WS-XREF-STATUS
                   ' EMPHIST ' WS-HIST-FILE-STATUS
               MOVE 'MASTER FILE WOULD NOT OPEN' TO WS-CTL-REASON
               PERFORM 1900-REPORT-CONTROL-ERROR
           ELSE
               OPEN INPUT ACQ-EMP-IN
               OPEN INPUT ACQ-PAY-IN
               IF WS-ADR-FILE-MAPPED
                   OPEN INPUT ACQ-ADR-IN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  1900-REPORT-CONTROL-ERROR - ANY CONTROL ERROR STOPS THE  *
      *  LOAD BEFORE IT STARTS                                    *
      *----------------------------------------------------------*
       1900-REPORT-CONTROL-ERROR.

           SET WS-CONTROL-IN-ERROR TO TRUE
           MOVE WS-CTL-REASON TO WS-CTL-ERR-REASON
           WRITE ACQ-RPT-LINE FROM WS-CTL-ERROR-LINE.

      *----------------------------------------------------------*
      *  2000-CONVERT-EMPLOYEE - GATHER ONE PERSON'S PAY AND      *
      *  ADDRESS ROWS, VALIDATE THE LOT, AND LOAD THEM TOGETHER   *
      *  OR NOT AT ALL. AN EMPLOYEE ROW OUT OF OLD-ID ORDER       *
      *  STOPS THE LOAD: THE MATCH AGAINST THE OTHER EXTRACTS     *
      *  CANNOT BE TRUSTED PAST IT                                *
      *----------------------------------------------------------*
       2000-CONVERT-EMPLOYEE.

           SET WS-PERSON-ACCEPTED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE SPACE TO WS-DET-NEW-ID

           IF WS-CV-OLD-ID < WS-EMP-PREV-OLD-ID
               SET WS-LOAD-STOPPED TO TRUE
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'OUT OF OLD-ID ORDER - STOPPED'
                   TO WS-REJECT-REASON
               MOVE ZERO TO WS-CV-PAY-ROWS
               MOVE ZERO TO WS-CV-PAY-RATE-SUM
               MOVE ZERO TO WS-CV-ADR-ROWS
               PERFORM 2850-REPORT-REJECTED-EMPLOYEE
           ELSE
               PERFORM 2100-GATHER-PAY
               PERFORM 2150-GATHER-ADDRESSES
               PERFORM 2200-VALIDATE-EMPLOYEE
               IF WS-PERSON-ACCEPTED
                   PERFORM 2400-LOAD-EMPLOYEE
               END-IF
               IF WS-PERSON-ACCEPTED
                   PERFORM 2800-REPORT-LOADED-EMPLOYEE
               ELSE
                   PERFORM 2850-REPORT-REJECTED-EMPLOYEE
               END-IF
               MOVE WS-CV-OLD-ID TO WS-EMP-PREV-OLD-ID
               PERFORM 8000-READ-ACQ-EMP
           END-IF.

      *----------------------------------------------------------*
      *  2100-GATHER-PAY - PAY ROWS AHEAD OF THIS PERSON HAVE NO  *
      *  EMPLOYEE; ROWS FOR THIS PERSON ARE TAKEN                 *
      *----------------------------------------------------------*
       2100-GATHER-PAY.

           MOVE ZERO  TO WS-CV-PAY-ROWS
           MOVE ZERO  TO WS-CV-PAY-RATE-SUM
           MOVE ZERO  TO WS-CV-PAY-RATE
           MOVE SPACE TO WS-CV-PAY-GRADE
           MOVE ZERO  TO WS-CV-PAY-EFF-DATE
           MOVE SPACE TO WS-CV-PAY-ERROR

           PERFORM 2110-REJECT-PAY-ROW
               UNTIL END-OF-ACQ-PAY
                  OR (WS-PA-IN-SEQ AND WS-PA-OLD-ID NOT < WS-CV-OLD-ID)
           PERFORM 2120-TAKE-PAY-ROW
               UNTIL END-OF-ACQ-PAY
                  OR WS-PA-OUT-OF-SEQ
                  OR WS-PA-OLD-ID NOT = WS-CV-OLD-ID.

      *----------------------------------------------------------*
      *  2110-REJECT-PAY-ROW - A PAY ROW NO EMPLOYEE ROW CLAIMS   *
      *----------------------------------------------------------*
       2110-REJECT-PAY-ROW.

           EVALUATE TRUE
               WHEN WS-LOAD-STOPPED
                   MOVE 'LOAD STOPPED - NOT PROCESSED'
                       TO WS-DET-RESULT
               WHEN WS-PA-OUT-OF-SEQ
                   MOVE 'PAY ROW OUT OF OLD-ID ORDER'
                       TO WS-DET-RESULT
               WHEN OTHER
                   MOVE 'NO MATCHING EMPLOYEE ROW'
                       TO WS-DET-RESULT
           END-EVALUATE
           MOVE WS-PA-OLD-ID TO WS-DET-OLD-ID
           MOVE 'PAY'        TO WS-DET-ROW
           MOVE SPACE        TO WS-DET-NEW-ID
           MOVE SPACE        TO WS-DET-NAME
           WRITE ACQ-RPT-LINE FROM WS-DETAIL-LINE

           ADD 1          TO WS-PAY-REJECTED
           ADD WS-PA-RATE TO WS-RATE-REJECTED
           PERFORM 8100-READ-ACQ-PAY.

      *----------------------------------------------------------*
      *  2120-TAKE-PAY-ROW - THE FIRST ROW IS THE PERSON'S RATE;  *
      *  A SECOND MAKES THE PERSON AMBIGUOUS                      *
      *----------------------------------------------------------*
       2120-TAKE-PAY-ROW.

           ADD 1          TO WS-CV-PAY-ROWS
           ADD WS-PA-RATE TO WS-CV-PAY-RATE-SUM
           IF WS-CV-PAY-ROWS = 1
               MOVE WS-PA-RATE     TO WS-CV-PAY-RATE
               MOVE WS-PA-GRADE    TO WS-CV-PAY-GRADE
               MOVE WS-PA-EFF-DATE TO WS-CV-PAY-EFF-DATE
               MOVE WS-PA-ERROR    TO WS-CV-PAY-ERROR
           END-IF
           PERFORM 8100-READ-ACQ-PAY.

      *----------------------------------------------------------*
      *  2150-GATHER-ADDRESSES - THE SAME MATCH FOR ADDRESS ROWS  *
      *----------------------------------------------------------*
       2150-GATHER-ADDRESSES.

           MOVE ZERO  TO WS-CV-ADR-ROWS
           MOVE ZERO  TO WS-CV-ADR-COUNT
           MOVE SPACE TO WS-CV-ADDRESSES

           PERFORM 2160-REJECT-ADDRESS-ROW
               UNTIL END-OF-ACQ-ADR
                  OR (WS-AA-IN-SEQ AND WS-AA-OLD-ID NOT < WS-CV-OLD-ID)
           PERFORM 2170-TAKE-ADDRESS-ROW
               UNTIL END-OF-ACQ-ADR
                  OR WS-AA-OUT-OF-SEQ
                  OR WS-AA-OLD-ID NOT = WS-CV-OLD-ID.

      *----------------------------------------------------------*
      *  2160-REJECT-ADDRESS-ROW - AN ADDRESS ROW NO EMPLOYEE ROW *
      *  CLAIMS                                                   *
      *----------------------------------------------------------*
       2160-REJECT-ADDRESS-ROW.

           EVALUATE TRUE
               WHEN WS-LOAD-STOPPED
                   MOVE 'LOAD STOPPED - NOT PROCESSED'
                       TO WS-DET-RESULT
               WHEN WS-AA-OUT-OF-SEQ
                   MOVE 'ADDRESS ROW OUT OF OLD-ID ORDER'
                       TO WS-DET-RESULT
               WHEN OTHER
                   MOVE 'NO MATCHING EMPLOYEE ROW'
                       TO WS-DET-RESULT
           END-EVALUATE
           MOVE WS-AA-OLD-ID TO WS-DET-OLD-ID
           MOVE 'ADR'        TO WS-DET-ROW
           MOVE SPACE        TO WS-DET-NEW-ID
           MOVE SPACE        TO WS-DET-NAME
           WRITE ACQ-RPT-LINE FROM WS-DETAIL-LINE

           ADD 1 TO WS-ADR-REJECTED
           PERFORM 8200-READ-ACQ-ADR.

      *----------------------------------------------------------*
      *  2170-TAKE-ADDRESS-ROW - UP TO FIVE PER PERSON ARE HELD;  *
      *  MORE ARE COUNTED SO THE PERSON CAN BE REJECTED           *
      *----------------------------------------------------------*
       2170-TAKE-ADDRESS-ROW.

           ADD 1 TO WS-CV-ADR-ROWS
           IF WS-CV-ADR-COUNT < WS-CV-ADR-MAX
               ADD 1 TO WS-CV-ADR-COUNT
               MOVE WS-AA-TYPE     TO WS-CA-TYPE(WS-CV-ADR-COUNT)
               MOVE WS-AA-EFF-DATE TO WS-CA-EFF-DATE(WS-CV-ADR-COUNT)
               MOVE WS-AA-STREET   TO WS-CA-STREET(WS-CV-ADR-COUNT)
               MOVE WS-AA-CITY     TO WS-CA-CITY(WS-CV-ADR-COUNT)
               MOVE WS-AA-STATE    TO WS-CA-STATE(WS-CV-ADR-COUNT)
               MOVE WS-AA-POSTAL   TO WS-CA-POSTAL(WS-CV-ADR-COUNT)
               MOVE WS-AA-PHONE    TO WS-CA-PHONE(WS-CV-ADR-COUNT)
               MOVE WS-AA-ERROR    TO WS-CA-ERROR(WS-CV-ADR-COUNT)
           END-IF
           PERFORM 8200-READ-ACQ-ADR.

      *----------------------------------------------------------*
      *  2200-VALIDATE-EMPLOYEE - EVERYTHING ABOUT THE PERSON,    *
      *  FIRST FAILURE WINS                                       *
      *----------------------------------------------------------*
       2200-VALIDATE-EMPLOYEE.

           IF WS-CV-OLD-ID = WS-EMP-PREV-OLD-ID
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'DUPLICATE OLD ID IN EXTRACT' TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED AND WS-CV-OLD-ID = SPACE
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'OLD ID IS BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED
               MOVE WS-COMPANY-CODE TO AX-COMPANY
               MOVE WS-CV-OLD-ID    TO AX-OLD-EMP-ID
               READ ACQ-XREF
                   NOT INVALID KEY
                       SET WS-PERSON-REJECTED TO TRUE
                       MOVE 'ALREADY CONVERTED' TO WS-REJECT-REASON
                       MOVE AX-NEW-EMP-ID TO WS-DET-NEW-ID
               END-READ
           END-IF

           IF WS-PERSON-ACCEPTED AND WS-CV-ROW-ERROR NOT = SPACE
               SET WS-PERSON-REJECTED TO TRUE
               MOVE WS-CV-ROW-ERROR TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED
               AND (WS-CV-FNAME = SPACE OR WS-CV-LNAME = SPACE)
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'FIRST OR LAST NAME BLANK' TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED
               PERFORM 2220-TRANSLATE-DEPARTMENT
           END-IF

           IF WS-PERSON-ACCEPTED AND WS-CV-HIRE-DATE = ZERO
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'HIRE DATE MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED
               PERFORM 2230-VALIDATE-STATUS
           END-IF

           IF WS-PERSON-ACCEPTED
               IF WS-CV-LEAVE-BAL   > WS-MAX-HOURS-RATE
               OR WS-CV-LEAVE-ACCR  > WS-MAX-HOURS-RATE
               OR WS-CV-LEAVE-TAKEN > WS-MAX-HOURS-RATE
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'LEAVE HOURS TOO LARGE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-PERSON-ACCEPTED
               PERFORM 2240-VALIDATE-PAY
           END-IF

           IF WS-PERSON-ACCEPTED AND WS-CV-ADR-ROWS > WS-CV-ADR-MAX
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'MORE THAN 5 ADDRESS ROWS' TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED AND WS-CV-ADR-COUNT > ZERO
               PERFORM 2250-VALIDATE-ADDRESS
                   VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CV-ADR-COUNT
                      OR WS-PERSON-REJECTED
           END-IF.

      *----------------------------------------------------------*
      *  2220-TRANSLATE-DEPARTMENT - OLD CODE TO DEPTMAST CODE    *
      *  THROUGH THE 'D' CARDS (CHECKED ACTIVE AT STARTUP)        *
      *----------------------------------------------------------*
       2220-TRANSLATE-DEPARTMENT.

           MOVE SPACE TO WS-CV-NEW-DEPT
           IF WS-CV-OLD-DEPT = SPACE
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'DEPARTMENT IS BLANK' TO WS-REJECT-REASON
           ELSE
               SET WS-DM-IDX TO 1
               SEARCH WS-DM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DM-IDX > WS-DM-COUNT
                       CONTINUE
                   WHEN WS-DM-OLD-DEPT(WS-DM-IDX) = WS-CV-OLD-DEPT
                       MOVE WS-DM-NEW-DEPT(WS-DM-IDX)
                           TO WS-CV-NEW-DEPT
               END-SEARCH
               IF WS-CV-NEW-DEPT = SPACE
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'DEPARTMENT NOT IN MAP' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2230-VALIDATE-STATUS - BLANK STATUS IS ACTIVE. ONLY A    *
      *  TERMINATED PERSON CARRIES A TERM DATE AND REASON         *
      *----------------------------------------------------------*
       2230-VALIDATE-STATUS.

           IF WS-CV-STATUS = SPACE
               MOVE 'A' TO WS-CV-STATUS
           END-IF

           EVALUATE WS-CV-STATUS
               WHEN 'A'
               WHEN 'L'
                   IF WS-CV-TERM-DATE NOT = ZERO
                       SET WS-PERSON-REJECTED TO TRUE
                       MOVE 'TERM DATE ON A NON-TERMINATED'
                           TO WS-REJECT-REASON
                   END-IF
                   MOVE SPACE TO WS-CV-TERM-REASON
               WHEN 'T'
                   EVALUATE TRUE
                       WHEN WS-CV-TERM-DATE = ZERO
                           SET WS-PERSON-REJECTED TO TRUE
                           MOVE 'TERMINATED WITHOUT TERM DATE'
                               TO WS-REJECT-REASON
                       WHEN WS-CV-TERM-DATE < WS-CV-HIRE-DATE
                           SET WS-PERSON-REJECTED TO TRUE
                           MOVE 'TERM DATE BEFORE HIRE DATE'
                               TO WS-REJECT-REASON
                       WHEN WS-CV-TERM-REASON NOT = 'R'
                        AND WS-CV-TERM-REASON NOT = 'D'
                        AND WS-CV-TERM-REASON NOT = 'E'
                        AND WS-CV-TERM-REASON NOT = 'O'
                           SET WS-PERSON-REJECTED TO TRUE
                           MOVE 'TERM REASON NOT R, D, E OR O'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN OTHER
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'STATUS NOT A, L OR T' TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2240-VALIDATE-PAY - EXACTLY ONE USABLE PAY ROW. A ROW    *
      *  WITHOUT ITS OWN EFFECTIVE DATE TAKES THE HIRE DATE       *
      *----------------------------------------------------------*
       2240-VALIDATE-PAY.

           EVALUATE TRUE
               WHEN WS-CV-PAY-ROWS = ZERO
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'NO PAY ROW' TO WS-REJECT-REASON
               WHEN WS-CV-PAY-ROWS > 1
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'MORE THAN ONE PAY ROW' TO WS-REJECT-REASON
               WHEN WS-CV-PAY-ERROR NOT = SPACE
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE WS-CV-PAY-ERROR TO WS-REJECT-REASON
               WHEN WS-CV-PAY-RATE = ZERO
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'PAY RATE IS ZERO' TO WS-REJECT-REASON
               WHEN WS-CV-PAY-RATE > WS-MAX-HOURS-RATE
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'PAY RATE TOO LARGE' TO WS-REJECT-REASON
               WHEN OTHER
                   IF WS-CV-PAY-EFF-DATE = ZERO
                       MOVE WS-CV-HIRE-DATE TO WS-CV-PAY-EFF-DATE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2250-VALIDATE-ADDRESS - ONE HELD ADDRESS ROW. BLANK TYPE *
      *  IS HOME; NO EFFECTIVE DATE TAKES THE HIRE DATE; NO TWO   *
      *  ROWS MAY SHARE A TYPE AND DATE (THE ADDRMAST KEY)        *
      *----------------------------------------------------------*
       2250-VALIDATE-ADDRESS.

           IF WS-CA-TYPE(WS-CA-SUB) = SPACE
               MOVE 'H' TO WS-CA-TYPE(WS-CA-SUB)
           END-IF
           IF WS-CA-EFF-DATE(WS-CA-SUB) = ZERO
               MOVE WS-CV-HIRE-DATE TO WS-CA-EFF-DATE(WS-CA-SUB)
           END-IF

           EVALUATE TRUE
               WHEN WS-CA-ERROR(WS-CA-SUB) NOT = SPACE
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE WS-CA-ERROR(WS-CA-SUB) TO WS-REJECT-REASON
               WHEN WS-CA-TYPE(WS-CA-SUB) NOT = 'H'
                AND WS-CA-TYPE(WS-CA-SUB) NOT = 'M'
                AND WS-CA-TYPE(WS-CA-SUB) NOT = 'E'
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'ADDRESS TYPE NOT H, M OR E'
                       TO WS-REJECT-REASON
               WHEN WS-CA-STREET(WS-CA-SUB) = SPACE
                   SET WS-PERSON-REJECTED TO TRUE
                   MOVE 'ADDRESS STREET IS BLANK' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2260-CHECK-ADDRESS-DUPLICATE
                       VARYING WS-CA-SUB2 FROM 1 BY 1
                       UNTIL WS-CA-SUB2 >= WS-CA-SUB
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2260-CHECK-ADDRESS-DUPLICATE                             *
      *----------------------------------------------------------*
       2260-CHECK-ADDRESS-DUPLICATE.

           IF WS-CA-TYPE(WS-CA-SUB2) = WS-CA-TYPE(WS-CA-SUB)
               AND WS-CA-EFF-DATE(WS-CA-SUB2)
                 = WS-CA-EFF-DATE(WS-CA-SUB)
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'TWO ADDRESSES SAME TYPE/DATE' TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------*
      *  2400-LOAD-EMPLOYEE - NEW ID, THEN THE MASTER. ONLY ONCE  *
      *  THE MASTER ROW IS WRITTEN ARE THE PAY, ADDRESS, LEAVE,   *
      *  REPORT-INDEX AND CROSS-REFERENCE ROWS WRITTEN            *
      *----------------------------------------------------------*
       2400-LOAD-EMPLOYEE.

           CALL 'EMPIDGEN' USING WS-COMPANY-CODE WS-ASSIGNED-EMP-ID
               WS-IDGEN-STATUS
           IF WS-IDGEN-FAILED
               SET WS-PERSON-REJECTED TO TRUE
               MOVE 'NO ID LEFT IN COMPANY RANGE' TO WS-REJECT-REASON
           END-IF

           IF WS-PERSON-ACCEPTED
               MOVE SPACE              TO EMP-MASTER-RECORD
               MOVE WS-ASSIGNED-EMP-ID TO EMP-ID
               MOVE WS-CV-FNAME        TO EMP-FNAME
               MOVE WS-CV-LNAME        TO EMP-LNAME
               MOVE WS-CV-NEW-DEPT     TO EMP-DEPT-CODE
               MOVE WS-CV-HIRE-DATE    TO EMP-HIRE-DATE
               MOVE WS-CV-STATUS       TO EMP-STATUS
               MOVE WS-CV-TERM-DATE    TO EMP-TERM-DATE
               MOVE WS-CV-TERM-REASON  TO EMP-TERM-REASON
               PERFORM 9550-STAMP-LAST-UPDATE
               WRITE EMP-MASTER-RECORD
                   INVALID KEY
                       SET WS-PERSON-REJECTED TO TRUE
                       MOVE 'NEW ID ALREADY ON EMPMAST'
                           TO WS-REJECT-REASON
                       DISPLAY 'ACQLOAD: EMPIDGEN ID '
                           WS-ASSIGNED-EMP-ID
                           ' ALREADY ON EMPMAST - CHECK IDCTL'
               END-WRITE
           END-IF

           IF WS-PERSON-ACCEPTED
               ADD 1 TO WS-EMP-LOADED
               PERFORM 2405-WRITE-HISTORY
               PERFORM 2410-WRITE-PAY
               IF WS-CV-ADR-COUNT > ZERO
                   PERFORM 2420-WRITE-ADDRESS
                       VARYING WS-CA-SUB FROM 1 BY 1
                       UNTIL WS-CA-SUB > WS-CV-ADR-COUNT
               END-IF
               PERFORM 2430-WRITE-LEAVE
               PERFORM 2440-WRITE-REPORT-INDEX
               PERFORM 2450-WRITE-CROSS-REFERENCE
           END-IF.

      *----------------------------------------------------------*
      *  2405-WRITE-HISTORY - THE ADD ROW, DATED LIKE THE STAMP   *
      *  THE RECORD WAS JUST WRITTEN WITH                         *
      *----------------------------------------------------------*
       2405-WRITE-HISTORY.

           ADD 1 TO WS-HIST-SEQ
           MOVE EMP-LAST-UPD-DATE  TO EH-RUN-DATE
           MOVE WS-HIST-SEQ        TO EH-SEQ
           MOVE EMP-ID             TO EH-EMP-ID
           SET EH-ACT-ADD          TO TRUE
           MOVE SPACE              TO EH-BEFORE-IMAGE
           MOVE EMP-MASTER-RECORD  TO EH-AFTER-IMAGE
           WRITE EMP-HISTORY-RECORD.

      *----------------------------------------------------------*
      *  2410-WRITE-PAY                                           *
      *----------------------------------------------------------*
       2410-WRITE-PAY.

           MOVE WS-ASSIGNED-EMP-ID TO CMP-EMP-ID
           MOVE WS-CV-PAY-RATE     TO CMP-PAY-RATE
           MOVE WS-CV-PAY-GRADE    TO CMP-PAY-GRADE
           MOVE WS-CV-PAY-EFF-DATE TO CMP-EFF-DATE
           WRITE COMP-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
                   DISPLAY 'ACQLOAD: COMPMAST WRITE FAILED FOR '
                       WS-ASSIGNED-EMP-ID
               NOT INVALID KEY
                   ADD 1              TO WS-PAY-LOADED
                   ADD WS-CV-PAY-RATE TO WS-RATE-LOADED
           END-WRITE.

      *----------------------------------------------------------*
      *  2420-WRITE-ADDRESS                                       *
      *----------------------------------------------------------*
       2420-WRITE-ADDRESS.

           MOVE WS-ASSIGNED-EMP-ID         TO ADR-EMP-ID
           MOVE WS-CA-TYPE(WS-CA-SUB)      TO ADR-ADDR-TYPE
           MOVE WS-CA-EFF-DATE(WS-CA-SUB)  TO ADR-EFF-DATE
           MOVE WS-CA-STREET(WS-CA-SUB)    TO ADR-STREET
           MOVE WS-CA-CITY(WS-CA-SUB)      TO ADR-CITY
           MOVE WS-CA-STATE(WS-CA-SUB)     TO ADR-STATE
           MOVE WS-CA-POSTAL(WS-CA-SUB)    TO ADR-POSTAL-CODE
           MOVE WS-CA-PHONE(WS-CA-SUB)     TO ADR-PHONE
           WRITE ADDR-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
                   DISPLAY 'ACQLOAD: ADDRMAST WRITE FAILED FOR '
                       WS-ASSIGNED-EMP-ID ' TYPE ' ADR-ADDR-TYPE
               NOT INVALID KEY
                   ADD 1 TO WS-ADR-LOADED
           END-WRITE.

      *----------------------------------------------------------*
      *  2430-WRITE-LEAVE - THE CARRIED BALANCE. THE RUN DATE     *
      *  STANDS AS THE LAST ACCRUAL, SO LEAVACCR'S FIRST CREDIT   *
      *  IS NEXT MONTH'S                                          *
      *----------------------------------------------------------*
       2430-WRITE-LEAVE.

           MOVE WS-ASSIGNED-EMP-ID TO LVE-EMP-ID
           MOVE WS-CV-LEAVE-BAL    TO LVE-BALANCE-HOURS
           MOVE WS-CV-LEAVE-ACCR   TO LVE-ACCRUED-YTD
           MOVE WS-CV-LEAVE-TAKEN  TO LVE-TAKEN-YTD
           MOVE WS-RUN-DATE        TO LVE-LAST-ACCRUAL
           WRITE LEAVE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
                   DISPLAY 'ACQLOAD: LEAVMAST WRITE FAILED FOR '
                       WS-ASSIGNED-EMP-ID
               NOT INVALID KEY
                   ADD 1               TO WS-LVE-LOADED
                   ADD WS-CV-LEAVE-BAL TO WS-HOURS-LOADED
           END-WRITE.

      *----------------------------------------------------------*
      *  2440-WRITE-REPORT-INDEX                                  *
      *----------------------------------------------------------*
       2440-WRITE-REPORT-INDEX.

           MOVE EMP-DEPT-CODE TO RX-DEPT-CODE
           MOVE EMP-LNAME     TO RX-LNAME
           MOVE EMP-FNAME     TO RX-FNAME
           MOVE EMP-ID        TO RX-EMP-ID
           WRITE RPT-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'ACQLOAD: RPTNDX WRITE FAILED FOR '
                       EMP-ID ' - REBUILD WITH RPTNDXB'
           END-WRITE.

      *----------------------------------------------------------*
      *  2450-WRITE-CROSS-REFERENCE - WITHOUT THIS ROW A RERUN    *
      *  WOULD LOAD THE PERSON A SECOND TIME, SO A FAILURE IS     *
      *  COUNTED AGAINST THE RUN                                  *
      *----------------------------------------------------------*
       2450-WRITE-CROSS-REFERENCE.

           MOVE SPACE              TO ACQ-XREF-RECORD
           MOVE WS-COMPANY-CODE    TO AX-COMPANY
           MOVE WS-CV-OLD-ID       TO AX-OLD-EMP-ID
           MOVE WS-ASSIGNED-EMP-ID TO AX-NEW-EMP-ID
           MOVE WS-RUN-DATE        TO AX-LOAD-DATE
           MOVE WS-CV-OLD-DEPT     TO AX-OLD-DEPT-CODE
           WRITE ACQ-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
                   DISPLAY 'ACQLOAD: ACQXREF WRITE FAILED FOR OLD ID '
                       WS-CV-OLD-ID ' NEW ID ' WS-ASSIGNED-EMP-ID
           END-WRITE.

      *----------------------------------------------------------*
      *  2800-REPORT-LOADED-EMPLOYEE - OLD ID TO NEW ID           *
      *----------------------------------------------------------*
       2800-REPORT-LOADED-EMPLOYEE.

           MOVE WS-CV-OLD-ID       TO WS-DET-OLD-ID
           MOVE 'EMP'              TO WS-DET-ROW
           MOVE WS-ASSIGNED-EMP-ID TO WS-DET-NEW-ID
           MOVE WS-CV-LNAME        TO WS-DET-NAME
           MOVE SPACE              TO WS-DET-RESULT
           STRING 'LOADED - DEPT ' WS-CV-NEW-DEPT
               DELIMITED BY SIZE INTO WS-DET-RESULT
           WRITE ACQ-RPT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------*
      *  2850-REPORT-REJECTED-EMPLOYEE - THE PERSON'S PAY AND     *
      *  ADDRESS ROWS GO DOWN WITH THEM                           *
      *----------------------------------------------------------*
       2850-REPORT-REJECTED-EMPLOYEE.

           MOVE WS-CV-OLD-ID     TO WS-DET-OLD-ID
           MOVE 'EMP'            TO WS-DET-ROW
           MOVE WS-CV-LNAME      TO WS-DET-NAME
           MOVE WS-REJECT-REASON TO WS-DET-RESULT
           WRITE ACQ-RPT-LINE FROM WS-DETAIL-LINE

           ADD 1                  TO WS-EMP-REJECTED
           ADD WS-CV-LEAVE-BAL    TO WS-HOURS-REJECTED
           ADD WS-CV-PAY-ROWS     TO WS-PAY-REJECTED
           ADD WS-CV-PAY-RATE-SUM TO WS-RATE-REJECTED
           ADD WS-CV-ADR-ROWS     TO WS-ADR-REJECTED.

      *----------------------------------------------------------*
      *  2900-DISPOSE-LEFTOVER-ROWS - PAY AND ADDRESS ROWS PAST   *
      *  THE LAST EMPLOYEE HAVE NO EMPLOYEE. AFTER A STOP, EVERY  *
      *  ROW NOT YET PROCESSED IS LISTED AS SUCH, SO THE COUNTS   *
      *  STILL COVER THE WHOLE OF EACH EXTRACT                    *
      *----------------------------------------------------------*
       2900-DISPOSE-LEFTOVER-ROWS.

           IF WS-LOAD-STOPPED
               PERFORM 8000-READ-ACQ-EMP
               PERFORM 2950-REJECT-UNPROCESSED-EMP
                   UNTIL END-OF-ACQ-EMP
           END-IF

           PERFORM 2110-REJECT-PAY-ROW
               UNTIL END-OF-ACQ-PAY
           PERFORM 2160-REJECT-ADDRESS-ROW
               UNTIL END-OF-ACQ-ADR.

      *----------------------------------------------------------*
      *  2950-REJECT-UNPROCESSED-EMP                              *
      *----------------------------------------------------------*
       2950-REJECT-UNPROCESSED-EMP.

           MOVE SPACE TO WS-DET-NEW-ID
           MOVE 'LOAD STOPPED - NOT PROCESSED' TO WS-REJECT-REASON
           MOVE ZERO TO WS-CV-PAY-ROWS
           MOVE ZERO TO WS-CV-PAY-RATE-SUM
           MOVE ZERO TO WS-CV-ADR-ROWS
           PERFORM 2850-REPORT-REJECTED-EMPLOYEE
           PERFORM 8000-READ-ACQ-EMP.

      *----------------------------------------------------------*
      *  3000-FINALIZE - RECONCILIATION, RETURN CODE, CLOSE       *
      *----------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACE TO ACQ-RPT-LINE
           WRITE ACQ-RPT-LINE

           IF WS-CONTROL-IN-ERROR
               MOVE 'CONTROL DECK IN ERROR - NOTHING LOADED'
                   TO WS-MESSAGE-LINE
               WRITE ACQ-RPT-LINE FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 3100-WRITE-RECONCILIATION
           END-IF

           IF WS-LOAD-STOPPED
               MOVE SPACE TO WS-MESSAGE-LINE
               STRING 'LOAD STOPPED - EMPLOYEE EXTRACT OUT OF ORDER. '
                   'SORT IT AND RERUN.'
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE ACQ-RPT-LINE FROM WS-MESSAGE-LINE
           END-IF

           EVALUATE TRUE
               WHEN WS-CONTROL-IN-ERROR
               WHEN WS-LOAD-STOPPED
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN WS-OUT-OF-BALANCE
               WHEN WS-WRITE-FAIL-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE '08' TO AUD-RETURN-CODE
               WHEN WS-EMP-REJECTED > ZERO
               WHEN WS-PAY-REJECTED > ZERO
               WHEN WS-ADR-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE

           CLOSE CORP-MASTER
           CLOSE DEPT-MASTER
           CLOSE ACQ-RPT
           IF WS-LOCK-HELD
               CLOSE EMP-MASTER
               CLOSE COMP-MASTER
               CLOSE ADDR-MASTER
               CLOSE LEAVE-MASTER
               CLOSE RPT-INDEX
               CLOSE ACQ-XREF
               CLOSE EMP-HISTORY
               IF WS-CONTROL-OK
                   CLOSE ACQ-EMP-IN
                   CLOSE ACQ-PAY-IN
                   IF WS-ADR-FILE-MAPPED
                       CLOSE ACQ-ADR-IN
                   END-IF
               END-IF
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'FLOCKMGR' USING WS-LOCK-FUNCTION
                   WS-LOCK-RESOURCE WS-LOCK-HOLDER
                   WS-LOCK-MODE-HELD WS-LOCK-STATUS
           END-IF

           MOVE WS-EMP-SOURCE TO AUD-RECORD-COUNT
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  3100-WRITE-RECONCILIATION - SOURCE = LOADED + REJECTED   *
      *  ON EVERY LINE, OR THE LINE IS FLAGGED                    *
      *----------------------------------------------------------*
       3100-WRITE-RECONCILIATION.

           WRITE ACQ-RPT-LINE FROM WS-RECON-HEADING

           MOVE 'EMPLOYEES'     TO WS-RCC-LABEL
           MOVE WS-EMP-SOURCE   TO WS-RC-SOURCE
           MOVE WS-EMP-LOADED   TO WS-RC-LOADED
           MOVE WS-EMP-REJECTED TO WS-RC-REJECTED
           PERFORM 3200-WRITE-COUNT-LINE

           MOVE 'PAY ROWS'      TO WS-RCC-LABEL
           MOVE WS-PAY-SOURCE   TO WS-RC-SOURCE
           MOVE WS-PAY-LOADED   TO WS-RC-LOADED
           MOVE WS-PAY-REJECTED TO WS-RC-REJECTED
           PERFORM 3200-WRITE-COUNT-LINE

           MOVE 'ADDRESS ROWS'  TO WS-RCC-LABEL
           MOVE WS-ADR-SOURCE   TO WS-RC-SOURCE
           MOVE WS-ADR-LOADED   TO WS-RC-LOADED
           MOVE WS-ADR-REJECTED TO WS-RC-REJECTED
           PERFORM 3200-WRITE-COUNT-LINE

           MOVE 'LEAVE BALANCES'  TO WS-RCC-LABEL
           MOVE WS-EMP-SOURCE     TO WS-RC-SOURCE
           MOVE WS-LVE-LOADED     TO WS-RC-LOADED
           MOVE WS-EMP-REJECTED   TO WS-RC-REJECTED
           PERFORM 3200-WRITE-COUNT-LINE

           MOVE 'PAY RATE TOTAL'  TO WS-RCA-LABEL
           MOVE WS-RATE-SOURCE    TO WS-RC-SOURCE
           MOVE WS-RATE-LOADED    TO WS-RC-LOADED
           MOVE WS-RATE-REJECTED  TO WS-RC-REJECTED
           PERFORM 3300-WRITE-AMOUNT-LINE

           MOVE 'LEAVE HOURS TOTAL' TO WS-RCA-LABEL
           MOVE WS-HOURS-SOURCE     TO WS-RC-SOURCE
           MOVE WS-HOURS-LOADED     TO WS-RC-LOADED
           MOVE WS-HOURS-REJECTED   TO WS-RC-REJECTED
           PERFORM 3300-WRITE-AMOUNT-LINE

           IF WS-WRITE-FAIL-COUNT > ZERO
               MOVE SPACE TO WS-MESSAGE-LINE
               STRING 'SATELLITE OR CROSS-REFERENCE WRITES FAILED - '
                   'SEE JOB LOG' DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               WRITE ACQ-RPT-LINE FROM WS-MESSAGE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  3200-WRITE-COUNT-LINE                                    *
      *----------------------------------------------------------*
       3200-WRITE-COUNT-LINE.

           MOVE WS-RC-SOURCE   TO WS-RCC-SOURCE
           MOVE WS-RC-LOADED   TO WS-RCC-LOADED
           MOVE WS-RC-REJECTED TO WS-RCC-REJECTED
           PERFORM 3400-SET-BALANCE-FLAG
           MOVE WS-BALANCE-FLAG TO WS-RCC-FLAG
           WRITE ACQ-RPT-LINE FROM WS-RECON-COUNT-LINE.

      *----------------------------------------------------------*
      *  3300-WRITE-AMOUNT-LINE                                   *
      *----------------------------------------------------------*
       3300-WRITE-AMOUNT-LINE.

           MOVE WS-RC-SOURCE   TO WS-RCA-SOURCE
           MOVE WS-RC-LOADED   TO WS-RCA-LOADED
           MOVE WS-RC-REJECTED TO WS-RCA-REJECTED
           PERFORM 3400-SET-BALANCE-FLAG
           MOVE WS-BALANCE-FLAG TO WS-RCA-FLAG
           WRITE ACQ-RPT-LINE FROM WS-RECON-AMOUNT-LINE.

      *----------------------------------------------------------*
      *  3400-SET-BALANCE-FLAG                                    *
      *----------------------------------------------------------*
       3400-SET-BALANCE-FLAG.

           IF WS-RC-SOURCE = WS-RC-LOADED + WS-RC-REJECTED
               MOVE 'IN BALANCE' TO WS-BALANCE-FLAG
           ELSE
               MOVE 'OUT OF BAL' TO WS-BALANCE-FLAG
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  7000-EXTRACT-FIELD - FIELD WS-FX-SUB FROM WS-SRC-RECORD. *
      *  AN UNMAPPED FIELD IS BLANK. AMOUNTS AND DATES ARE ALSO   *
      *  CONVERTED; A BAD ONE SETS THE ROW'S FIRST ERROR          *
      *----------------------------------------------------------*
       7000-EXTRACT-FIELD.

           MOVE SPACE TO WS-FX-TEXT
           MOVE ZERO  TO WS-FX-AMOUNT
           MOVE ZERO  TO WS-FX-DATE
           MOVE 'Y'   TO WS-FX-OK-SW

           IF WS-FM-MAPPED(WS-FX-SUB)
               MOVE WS-FM-LEN(WS-FX-SUB) TO WS-FX-LEN
               MOVE WS-SRC-RECORD(WS-FM-START(WS-FX-SUB):WS-FX-LEN)
                   TO WS-FX-TEXT
               EVALUATE WS-FD-KIND(WS-FX-SUB)
                   WHEN 'A'
                       PERFORM 7100-CONVERT-AMOUNT
                   WHEN 'D'
                       PERFORM 7200-CONVERT-DATE
               END-EVALUATE
           END-IF

           IF NOT WS-FX-OK AND WS-ROW-ERROR = SPACE
               STRING WS-FD-NAME(WS-FX-SUB) DELIMITED BY SPACE
                   ' INVALID - ' WS-ROW-DESC DELIMITED BY SIZE
                   INTO WS-ROW-ERROR
           END-IF.

      *----------------------------------------------------------*
      *  7100-CONVERT-AMOUNT - UNSIGNED DIGITS WITH THE CARD'S    *
      *  IMPLIED DECIMALS; LEADING SPACES COUNT AS ZEROS          *
      *----------------------------------------------------------*
       7100-CONVERT-AMOUNT.

           IF WS-FX-TEXT NOT = SPACE
               INSPECT WS-FX-TEXT(1:WS-FX-LEN)
                   REPLACING LEADING SPACE BY ZERO
               IF WS-FX-TEXT(1:WS-FX-LEN) NOT NUMERIC
                   MOVE 'N' TO WS-FX-OK-SW
               ELSE
                   MOVE WS-FX-TEXT(1:WS-FX-LEN) TO WS-FX-DIGITS
                   COMPUTE WS-FX-AMOUNT ROUNDED =
                       WS-FX-DIGITS / (10 ** WS-FM-DEC(WS-FX-SUB))
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  7200-CONVERT-DATE - CCYYMMDD THROUGH DATEUTL; ALL ZEROS  *
      *  IS NO DATE                                               *
      *----------------------------------------------------------*
       7200-CONVERT-DATE.

           IF WS-FX-TEXT NOT = SPACE
               AND WS-FX-TEXT(1:8) NOT = '00000000'
               IF WS-FX-TEXT(1:8) NOT NUMERIC
                   MOVE 'N' TO WS-FX-OK-SW
               ELSE
                   MOVE WS-FX-TEXT(1:8) TO WS-DU-DATE1-NUM
                   MOVE 'V' TO WS-DATEUTL-FUNCTION
                   CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
                       WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
                       WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
                       WS-DATEUTL-VALID-SW
                   IF WS-DATEUTL-DATE-IS-VALID
                       MOVE WS-DU-DATE1-NUM TO WS-FX-DATE
                   ELSE
                       MOVE 'N' TO WS-FX-OK-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  8000-READ-ACQ-EMP - NEXT EMPLOYEE ROW, EXTRACTED         *
      *----------------------------------------------------------*
       8000-READ-ACQ-EMP.

           READ ACQ-EMP-IN
               AT END
                   SET END-OF-ACQ-EMP TO TRUE
               NOT AT END
                   ADD 1 TO WS-EMP-SOURCE
                   MOVE SPACE TO WS-SRC-RECORD
                   MOVE ACQ-EMP-IN-RECORD(1:WS-EMP-REC-LEN)
                       TO WS-SRC-RECORD
                   MOVE 'EMP ROW' TO WS-ROW-DESC
                   MOVE SPACE TO WS-ROW-ERROR
                   PERFORM 8050-EXTRACT-EMPLOYEE
           END-READ.

      *----------------------------------------------------------*
      *  8050-EXTRACT-EMPLOYEE                                    *
      *----------------------------------------------------------*
       8050-EXTRACT-EMPLOYEE.

           MOVE WS-F-E-OLD-ID TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-CV-OLD-ID
           MOVE WS-F-E-FNAME TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-CV-FNAME
           MOVE WS-F-E-LNAME TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-CV-LNAME
           MOVE WS-F-E-DEPT TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-CV-OLD-DEPT
           MOVE WS-F-E-HIRE-DATE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-DATE TO WS-CV-HIRE-DATE
           MOVE WS-F-E-STATUS TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-CV-STATUS
           MOVE WS-F-E-TERM-DATE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-DATE TO WS-CV-TERM-DATE
           MOVE WS-F-E-TERM-REASON TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-CV-TERM-REASON
           MOVE WS-F-E-LEAVE-BAL TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-AMOUNT TO WS-CV-LEAVE-BAL
           MOVE WS-F-E-LEAVE-ACCR TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-AMOUNT TO WS-CV-LEAVE-ACCR
           MOVE WS-F-E-LEAVE-TAKEN TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-AMOUNT TO WS-CV-LEAVE-TAKEN
           MOVE WS-ROW-ERROR TO WS-CV-ROW-ERROR

           ADD WS-CV-LEAVE-BAL TO WS-HOURS-SOURCE.

      *----------------------------------------------------------*
      *  8100-READ-ACQ-PAY - NEXT PAY ROW, EXTRACTED AND CHECKED  *
      *  FOR ORDER AGAINST THE LAST ROW THAT WAS IN ORDER         *
      *----------------------------------------------------------*
       8100-READ-ACQ-PAY.

           READ ACQ-PAY-IN
               AT END
                   SET END-OF-ACQ-PAY TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAY-SOURCE
                   MOVE SPACE TO WS-SRC-RECORD
                   MOVE ACQ-PAY-IN-RECORD(1:WS-PAY-REC-LEN)
                       TO WS-SRC-RECORD
                   MOVE 'PAY ROW' TO WS-ROW-DESC
                   MOVE SPACE TO WS-ROW-ERROR
                   PERFORM 8150-EXTRACT-PAY
           END-READ.

      *----------------------------------------------------------*
      *  8150-EXTRACT-PAY                                         *
      *----------------------------------------------------------*
       8150-EXTRACT-PAY.

           MOVE WS-F-P-OLD-ID TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-PA-OLD-ID
           MOVE WS-F-P-PAY-RATE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-AMOUNT TO WS-PA-RATE
           MOVE WS-F-P-PAY-GRADE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-PA-GRADE
           MOVE WS-F-P-EFF-DATE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-DATE TO WS-PA-EFF-DATE
           MOVE WS-ROW-ERROR TO WS-PA-ERROR

           ADD WS-PA-RATE TO WS-RATE-SOURCE

           IF WS-PA-OLD-ID < WS-PAY-PREV-OLD-ID
               SET WS-PA-OUT-OF-SEQ TO TRUE
           ELSE
               SET WS-PA-IN-SEQ TO TRUE
               MOVE WS-PA-OLD-ID TO WS-PAY-PREV-OLD-ID
           END-IF.

      *----------------------------------------------------------*
      *  8200-READ-ACQ-ADR - NEXT ADDRESS ROW, EXTRACTED AND      *
      *  CHECKED FOR ORDER                                        *
      *----------------------------------------------------------*
       8200-READ-ACQ-ADR.

           READ ACQ-ADR-IN
               AT END
                   SET END-OF-ACQ-ADR TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADR-SOURCE
                   MOVE SPACE TO WS-SRC-RECORD
                   MOVE ACQ-ADR-IN-RECORD(1:WS-ADR-REC-LEN)
                       TO WS-SRC-RECORD
                   MOVE 'ADR ROW' TO WS-ROW-DESC
                   MOVE SPACE TO WS-ROW-ERROR
                   PERFORM 8250-EXTRACT-ADDRESS
           END-READ.

      *----------------------------------------------------------*
      *  8250-EXTRACT-ADDRESS                                     *
      *----------------------------------------------------------*
       8250-EXTRACT-ADDRESS.

           MOVE WS-F-A-OLD-ID TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-OLD-ID
           MOVE WS-F-A-ADDR-TYPE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-TYPE
           MOVE WS-F-A-STREET TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-STREET
           MOVE WS-F-A-CITY TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-CITY
           MOVE WS-F-A-STATE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-STATE
           MOVE WS-F-A-POSTAL TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-POSTAL
           MOVE WS-F-A-PHONE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-TEXT TO WS-AA-PHONE
           MOVE WS-F-A-EFF-DATE TO WS-FX-SUB
           PERFORM 7000-EXTRACT-FIELD
           MOVE WS-FX-DATE TO WS-AA-EFF-DATE
           MOVE WS-ROW-ERROR TO WS-AA-ERROR

           IF WS-AA-OLD-ID < WS-ADR-PREV-OLD-ID
               SET WS-AA-OUT-OF-SEQ TO TRUE
           ELSE
               SET WS-AA-IN-SEQ TO TRUE
               MOVE WS-AA-OLD-ID TO WS-ADR-PREV-OLD-ID
           END-IF.

      *----------------------------------------------------------*
      *  8300-READ-ACQ-CTL - NEXT CONTROL CARD                    *
      *----------------------------------------------------------*
       8300-READ-ACQ-CTL.

           READ ACQ-CTL
               AT END
                   SET END-OF-ACQ-CTL TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  9550-STAMP-LAST-UPDATE - THE LOAD IS A BATCH UPDATE      *
      *----------------------------------------------------------*
       9550-STAMP-LAST-UPDATE.

           MOVE WS-RUN-DATE      TO EMP-LAST-UPD-DATE
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-HHMMSS  TO EMP-LAST-UPD-TIME
           SET EMP-UPD-SRC-BATCH TO TRUE.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'ACQLOAD '         TO AUD-PROGRAM-ID
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
