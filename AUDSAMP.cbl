       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDSAMP.
       AUTHOR.        Topictrick.
       INSTALLATION.  Topictrick.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *
      * PROJ DESC : STATISTICAL SAMPLE EXTRACT FOR THE INTERNAL AND
      *            : EXTERNAL AUDITORS, SO THE AUDIT-SEASON SAMPLE
      *            : IS NO LONGER BUILT BY HAND FROM PRINTED
      *            : REGISTERS. EACH CARD ON THE PARAMETER DECK
      *            : (SMPPARM) NAMES A POPULATION -- PAY HISTORY
      *            : ROWS (PAYHIST), EMPLOYEE-MASTER CHANGES
      *            : (EMPHIST) OR DEDUCTION CHANGES (DEDHIST, SEE
      *            : DEDHREC) -- A DATE RANGE, A SAMPLE SIZE OR A
      *            : RATE, A SEED AND A DOLLAR THRESHOLD. EVERY
      *            : ITEM IN RANGE OVER THE THRESHOLD IS TAKEN; THE
      *            : REST ARE DRAWN AT RANDOM FROM A GENERATOR
      *            : STARTED FROM THE SEED, SO THE SAME CARD DRAWS
      *            : THE SAME SAMPLE EVERY TIME IT IS RUN. FOR EACH
      *            : ITEM PICKED THE REPORT (SMPRPT) PRINTS A
      *            : SUPPORTING PACKET: THE PAY OR CHANGE DETAIL,
      *            : THE PAY RATE IN EFFECT ON THE ITEM'S DATE
      *            : (RATEHIST, OR THE CURRENT COMPMAST ROW, AS
      *            : RETROPAY PICKS IT), THE EMPLOYEE'S MASTER AS
      *            : IT STOOD THAT DATE (REBUILT FROM THE EMPHNDX
      *            : HISTORY INDEX THE WAY EMPASOF'S FAST PATH DOES
      *            : IT) AND THE CHANGE RECORD THAT APPROVED IT.
      *            : ONE ROW PER ITEM ALSO GOES TO THE EXTRACT
      *            : (SMPXTRCT) FOR THE AUDITORS' OWN TOOLS. CC 4
      *            : WHEN A CARD IS REJECTED, CC 16 WHEN THE DECK OR
      *            : A REQUIRED FILE IS MISSING OR A SAMPLE
      *            : OVERFLOWS THE ITEM TABLE.
      *
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-PARM ASSIGN TO SMPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAY-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT DED-HISTORY ASSIGN TO DEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DED-HIST-STATUS.

           SELECT RATE-HISTORY ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT COMP-MASTER ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-COMP-MASTER-STATUS.

           SELECT HIST-INDEX  ASSIGN TO EMPHNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIST-NDX-STATUS.

           SELECT EMP-MASTER  ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT ARCH-MASTER ASSIGN TO EMPARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-EMP-ID
               FILE STATUS IS WS-ARCH-MASTER-STATUS.

           SELECT SAMPLE-RPT  ASSIGN TO SMPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SAMPLE-XTRCT ASSIGN TO SMPXTRCT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One card per sample. SP-POPULATION picks the file: P pay
      * history (dated by period end, the dollars are the gross),
      * E employee-master changes (dated by run date, no dollars),
      * D deduction changes (dated by run date, the dollars are the
      * deduction amount). A size draws that many items; with no
      * size the rate (a percentage) is each item's chance. A blank
      * seed is seed 1. A zero threshold takes nothing whole.
       FD  SAMPLE-PARM
           LABEL RECORDS ARE STANDARD.
       01  SAMPLE-PARM-RECORD.
           05  SP-POPULATION    PIC X(01).
               88  SP-POP-PAY           VALUE 'P'.
               88  SP-POP-EMP-CHANGE    VALUE 'E'.
               88  SP-POP-DED-CHANGE    VALUE 'D'.
               88  SP-POP-VALID         VALUE 'P' 'E' 'D'.
           05  SP-FROM-DATE     PIC 9(08).
           05  SP-TO-DATE       PIC 9(08).
           05  SP-SAMPLE-SIZE-X PIC X(04).
           05  SP-SAMPLE-SIZE   REDEFINES SP-SAMPLE-SIZE-X
                                PIC 9(04).
           05  SP-SAMPLE-RATE-X PIC X(05).
           05  SP-SAMPLE-RATE   REDEFINES SP-SAMPLE-RATE-X
                                PIC 9(03)V99.
           05  SP-SEED-X        PIC X(09).
           05  SP-SEED          REDEFINES SP-SEED-X
                                PIC 9(09).
           05  SP-THRESHOLD-X   PIC X(09).
           05  SP-THRESHOLD     REDEFINES SP-THRESHOLD-X
                                PIC 9(07)V99.
           05  FILLER           PIC X(36).

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.

       FD  EMP-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  DED-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY DEDHREC.

       FD  RATE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY RATEHREC.

       FD  COMP-MASTER.
           COPY COMPREC.

       FD  HIST-INDEX.
           COPY HISTNDX.

       FD  EMP-MASTER.
           COPY EMPREC.

      * The terminated-employee archive, in EMPREC layout; only the
      * key is named here, the whole row is shown through the image
      * overlay below.
       FD  ARCH-MASTER.
       01  ARCH-RECORD.
           05  AR-EMP-ID        PIC 9(05).
           05  FILLER           PIC X(75).

       FD  SAMPLE-RPT
           LABEL RECORDS ARE STANDARD.
       01  SAMPLE-LINE      PIC X(80).

       FD  SAMPLE-XTRCT
           LABEL RECORDS ARE STANDARD.
       01  SAMPLE-XTRCT-RECORD.
           05  SX-CARD          PIC 9(03).
           05  SX-POPULATION    PIC X(01).
           05  SX-ITEM          PIC 9(04).
      * R drawn at random, T taken whole over the threshold.
           05  SX-PICKED        PIC X(01).
           05  SX-EMP-ID        PIC 9(05).
           05  SX-DATE          PIC 9(08).
           05  SX-AMOUNT        PIC S9(07)V99.
      * The change row's sequence and, for a deduction change, its
      * code; zero and spaces for a pay row.
           05  SX-CHANGE-SEQ    PIC 9(05).
           05  SX-DED-CODE      PIC X(03).
           05  SX-RATE          PIC 9(05)V99.
           05  SX-SEED          PIC 9(09).
           05  FILLER           PIC X(25).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE '00'.
       01  WS-PARM-STATUS          PIC X(02)  VALUE '00'.
       01  WS-PAYHIST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-HIST-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DED-HIST-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RATEHIST-STATUS      PIC X(02)  VALUE '00'.
       01  WS-COMP-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-HIST-NDX-STATUS      PIC X(02)  VALUE '00'.
       01  WS-EMP-MASTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-ARCH-MASTER-STATUS   PIC X(02)  VALUE '00'.

      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad report to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.00'.

       01  WS-PARM-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-SAMPLE-PARM     VALUE 'Y'.
       01  WS-POP-EOF-SW    PIC X(01)  VALUE 'N'.
           88  END-OF-POPULATION      VALUE 'Y'.
       01  WS-RATE-EOF-SW   PIC X(01)  VALUE 'N'.
           88  END-OF-RATE-HISTORY    VALUE 'Y'.

       01  WS-COMP-AVAILABLE-SW  PIC X(01) VALUE 'N'.
           88  WS-COMP-AVAILABLE      VALUE 'Y'.
       01  WS-ARCH-AVAILABLE-SW  PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-AVAILABLE   VALUE 'Y'.

      * EMPMAST serialization through the shared FLOCKMGR lock
      * service: a shared hold for the life of the run, so the
      * masters are not read while a maintenance run rewrites them.
       01  WS-LOCK-FUNCTION    PIC X(01) VALUE SPACE.
       01  WS-LOCK-RESOURCE    PIC X(08) VALUE 'EMPMAST '.
       01  WS-LOCK-HOLDER      PIC X(08) VALUE 'AUDSAMP '.
       01  WS-LOCK-MODE-HELD   PIC X(01) VALUE SPACE.
       COPY LKRETSTS REPLACING LK-RETURN-STATUS  BY WS-LOCK-STATUS
                               LK-STATUS-OK      BY WS-LOCK-OK
                               LK-STATUS-WARNING BY WS-LOCK-WARNING
                               LK-STATUS-FAILED  BY WS-LOCK-FAILED.

      * DATEUTL linkage-shaped working-storage for the card's date
      * edits (see CCYYDATE and CALL/DATEUTL.CBL).
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

      * The card being worked.
       01  WS-CARD-OK-SW    PIC X(01)  VALUE 'Y'.
           88  WS-CARD-OK             VALUE 'Y'.
           88  WS-CARD-REJECTED       VALUE 'N'.
       01  WS-REJECT-REASON PIC X(40)  VALUE SPACE.
       01  WS-POPULATION    PIC X(01)  VALUE SPACE.
       01  WS-FROM-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-TO-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-SAMPLE-SIZE   PIC 9(04)  VALUE ZERO.
       01  WS-SAMPLE-RATE   PIC 9(03)V99 VALUE ZERO.
       01  WS-SEED          PIC 9(09)  VALUE ZERO.
       01  WS-THRESHOLD     PIC 9(07)V99 VALUE ZERO.

      * Park-Miller minimal-standard generator: each draw multiplies
      * the state by 16807 modulo 2**31 - 1, and the state over the
      * modulus is the draw, a fraction between 0 and 1. Restarted
      * from the card's seed, so a card always draws the same items.
       01  WS-RAND-STATE    PIC 9(10)  COMP-3 VALUE 1.
       01  WS-RAND-PRODUCT  PIC 9(15)  COMP-3 VALUE ZERO.
       01  WS-RAND-QUOTIENT PIC 9(15)  COMP-3 VALUE ZERO.
       01  WS-RAND-MODULUS  PIC 9(10)  COMP-3 VALUE 2147483647.
       01  WS-RAND-FRACTION PIC V9(09) COMP-3 VALUE ZERO.
       01  WS-RAND-TEST     PIC 9(07)V9(09) COMP-3 VALUE ZERO.

      * Selection sampling: with N items in range under the
      * threshold, each one in turn is drawn when the draw times
      * the items not yet seen falls under the items still wanted,
      * which yields exactly the size asked for (or all of them).
       01  WS-POP-IN-RANGE  PIC 9(07)  COMP VALUE ZERO.
       01  WS-POP-OVER      PIC 9(07)  COMP VALUE ZERO.
       01  WS-POP-CANDIDATES PIC 9(07) COMP VALUE ZERO.
       01  WS-POP-SEEN      PIC 9(07)  COMP VALUE ZERO.
       01  WS-RANDOM-PICKED PIC 9(05)  COMP VALUE ZERO.
       01  WS-WANTED        PIC 9(07)  COMP VALUE ZERO.

      * The population row just read, in a common shape. The detail
      * carries whichever population's fields the packet prints.
       01  WS-ITEM-IN-RANGE-SW PIC X(01) VALUE 'N'.
           88  WS-ITEM-IN-RANGE       VALUE 'Y'.
       01  WS-ITEM-OVER-SW  PIC X(01)  VALUE 'N'.
           88  WS-ITEM-OVER           VALUE 'Y'.
       01  WS-ITEM.
           05  WS-IT-EMP-ID     PIC 9(05).
           05  WS-IT-DATE       PIC 9(08).
           05  WS-IT-AMOUNT     PIC S9(07)V99 COMP-3.
           05  WS-IT-DETAIL     PIC X(180).

       01  WS-PAY-DETAIL.
           05  PD-REG-HOURS     PIC 9(03)V99.
           05  PD-OT-HOURS      PIC 9(03)V99.
           05  PD-PAY-RATE      PIC 9(05)V99.
           05  PD-GROSS-PAY     PIC S9(07)V99.
           05  PD-TOTAL-DED     PIC S9(07)V99.
           05  PD-NET-PAY       PIC S9(07)V99.
           05  PD-RUN-TYPE      PIC X(01).
           05  PD-DEPT-CODE     PIC X(04).
           05  PD-VOID-SW       PIC X(01).
               88  PD-VOIDED            VALUE 'V'.
           05  PD-VOID-DATE     PIC 9(08).
           05  PD-RETURN-SW     PIC X(01).
               88  PD-DEPOSIT-RETURNED  VALUE 'R'.
           05  PD-RETURN-DATE   PIC 9(08).
           05  FILLER           PIC X(113).

       01  WS-EMP-CHANGE-DETAIL.
           05  ED-SEQ           PIC 9(05).
           05  ED-ACTION        PIC X(01).
           05  ED-BEFORE-IMAGE  PIC X(80).
           05  ED-AFTER-IMAGE   PIC X(80).
           05  FILLER           PIC X(14).

       01  WS-DED-CHANGE-DETAIL.
           05  DD-SEQ           PIC 9(05).
           05  DD-CODE          PIC X(03).
           05  DD-ACTION        PIC X(01).
           05  DD-BEFORE-IMAGE  PIC X(82).
           05  DD-AFTER-IMAGE   PIC X(82).
           05  FILLER           PIC X(07).

      * The items picked for the card, in population order, with
      * the rate in effect on each one's date. Past the table's end
      * an item cannot be packeted and the run ends CC 16.
       01  WS-PK-COUNT      PIC 9(05)  COMP VALUE ZERO.
       01  WS-PK-MAX        PIC 9(05)  COMP VALUE 500.
       01  WS-PK-DROP-COUNT PIC 9(05)  COMP VALUE ZERO.
       01  WS-KEEP-PICKED   PIC X(01)  VALUE SPACE.
       01  WS-PK-TABLE.
           05  WS-PK-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-PK-COUNT
                           INDEXED BY WS-PK-IDX.
               10  WS-PK-EMP-ID     PIC 9(05).
               10  WS-PK-DATE       PIC 9(08).
               10  WS-PK-AMOUNT     PIC S9(07)V99 COMP-3.
               10  WS-PK-PICKED     PIC X(01).
               10  WS-PK-DETAIL     PIC X(180).
               10  WS-PK-RATE       PIC S9(05)V99 COMP-3.
               10  WS-PK-RATE-GRADE PIC X(02).
               10  WS-PK-RATE-EFF   PIC 9(08).
      * H from RATEHIST, C the current COMPMAST row, space none.
               10  WS-PK-RATE-SRC   PIC X(01).

      * EMPHNDX walk for one item: the last change on or before the
      * item's date (the approving change for a pay row) and the
      * first change after it (whose before-image is the master as
      * it stood on the date, as in EMPASOF's fast path).
       01  WS-NDX-WALK-SW   PIC X(01)  VALUE 'N'.
           88  WS-NDX-WALK-DONE       VALUE 'Y'.
       01  WS-LAST-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-LAST-FOUND          VALUE 'Y'.
       01  WS-LAST-RUN-DATE PIC 9(08)  VALUE ZERO.
       01  WS-LAST-SEQ      PIC 9(05)  VALUE ZERO.
       01  WS-LAST-ACTION   PIC X(01)  VALUE SPACE.
       01  WS-LAST-BEFORE   PIC X(80)  VALUE SPACE.
       01  WS-LAST-AFTER    PIC X(80)  VALUE SPACE.
       01  WS-NEXT-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-NEXT-FOUND          VALUE 'Y'.
       01  WS-NEXT-RUN-DATE PIC 9(08)  VALUE ZERO.
       01  WS-NEXT-ACTION   PIC X(01)  VALUE SPACE.
       01  WS-NEXT-BEFORE   PIC X(80)  VALUE SPACE.

      * An EMPREC image decoded for printing.
       01  WS-IMAGE-FIELDS.
           05  IM-EMP-ID        PIC 9(05).
           05  IM-FNAME         PIC X(15).
           05  FILLER           PIC X(01).
           05  IM-LNAME         PIC X(20).
           05  IM-DEPT-CODE     PIC X(04).
           05  IM-HIRE-DATE     PIC 9(08).
           05  IM-STATUS        PIC X(01).
           05  FILLER           PIC X(24).
           05  IM-JOB-CODE      PIC X(02).

      * A DEDREC image decoded for printing.
       01  WS-DED-IMAGE.
           05  DI-EMP-ID        PIC 9(05).
           05  DI-CODE          PIC X(03).
           05  DI-TYPE          PIC X(01).
           05  DI-PRIORITY      PIC 9(02).
           05  DI-AMOUNT        PIC S9(05)V99.
           05  DI-EFF-DATE      PIC 9(08).
           05  DI-GOAL-AMOUNT   PIC S9(07)V99.
           05  FILLER           PIC X(18).
           05  DI-STATUS        PIC X(01).
           05  FILLER           PIC X(28).

       01  WS-CARD-COUNT    PIC 9(03)  COMP VALUE ZERO.
       01  WS-REJECT-COUNT  PIC 9(03)  COMP VALUE ZERO.
       01  WS-ITEM-COUNT    PIC 9(07)  COMP VALUE ZERO.

       01  WS-POP-NAME      PIC X(24)  VALUE SPACE.
       01  WS-IMAGE-LABEL   PIC X(08)  VALUE SPACE.

       01  WS-CARD-TITLE-LINE.
           05  FILLER       PIC X(18)  VALUE 'AUDIT SAMPLE CARD '.
           05  WS-CT-CARD   PIC ZZ9.
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-CT-POP    PIC X(24).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CT-FROM   PIC 9(08).
           05  FILLER       PIC X(04)  VALUE ' TO '.
           05  WS-CT-TO     PIC 9(08).
           05  FILLER       PIC X(11)  VALUE SPACE.

       01  WS-CARD-BASIS-LINE.
           05  FILLER       PIC X(05)  VALUE 'SEED '.
           05  WS-CB-SEED   PIC 9(09).
           05  FILLER       PIC X(07)  VALUE '  SIZE '.
           05  WS-CB-SIZE   PIC ZZZ9.
           05  FILLER       PIC X(07)  VALUE '  RATE '.
           05  WS-CB-RATE   PIC ZZ9.99.
           05  FILLER       PIC X(12)  VALUE '%  ALL OVER '.
           05  WS-CB-THRESH PIC ZZZZZZ9.99.
           05  FILLER       PIC X(20)  VALUE SPACE.

       01  WS-CARD-COUNT-LINE.
           05  FILLER       PIC X(09)  VALUE 'IN RANGE '.
           05  WS-CC-RANGE  PIC ZZZZZZ9.
           05  FILLER       PIC X(17)  VALUE '  OVER THRESHOLD '.
           05  WS-CC-OVER   PIC ZZZZZZ9.
           05  FILLER       PIC X(09)  VALUE '  RANDOM '.
           05  WS-CC-RANDOM PIC ZZZZ9.
           05  FILLER       PIC X(26)  VALUE SPACE.

       01  WS-CARD-REJECT-LINE.
           05  FILLER       PIC X(17)  VALUE '*** CARD REJECTED'.
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-CR-REASON PIC X(40).
           05  FILLER       PIC X(20)  VALUE SPACE.

       01  WS-BLANK-LINE    PIC X(80)  VALUE SPACE.

       01  WS-ITEM-HEAD-LINE.
           05  FILLER       PIC X(09)  VALUE '*** ITEM '.
           05  WS-IH-ITEM   PIC ZZZ9.
           05  FILLER       PIC X(04)  VALUE ' OF '.
           05  WS-IH-COUNT  PIC ZZZ9.
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-IH-PICKED PIC X(20).
           05  FILLER       PIC X(36)  VALUE SPACE.

       01  WS-PAY-LINE-1.
           05  FILLER       PIC X(12)  VALUE 'PAY     EMP '.
           05  WS-P1-EMP-ID PIC 9(05).
           05  FILLER       PIC X(08)  VALUE ' PERIOD '.
           05  WS-P1-PERIOD PIC 9(08).
           05  FILLER       PIC X(05)  VALUE ' RUN '.
           05  WS-P1-RUN    PIC X(01).
           05  FILLER       PIC X(06)  VALUE ' DEPT '.
           05  WS-P1-DEPT   PIC X(04).
           05  FILLER       PIC X(05)  VALUE ' REG '.
           05  WS-P1-REG    PIC ZZ9.99.
           05  FILLER       PIC X(04)  VALUE ' OT '.
           05  WS-P1-OT     PIC ZZ9.99.
           05  FILLER       PIC X(10)  VALUE SPACE.

       01  WS-PAY-LINE-2.
           05  FILLER       PIC X(13)  VALUE '        RATE '.
           05  WS-P2-RATE   PIC ZZZZ9.99.
           05  FILLER       PIC X(07)  VALUE ' GROSS '.
           05  WS-P2-GROSS  PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(05)  VALUE ' DED '.
           05  WS-P2-DED    PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(05)  VALUE ' NET '.
           05  WS-P2-NET    PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(09)  VALUE SPACE.

       01  WS-PAY-LINE-3.
           05  FILLER       PIC X(15)  VALUE '        STATUS '.
           05  WS-P3-TEXT   PIC X(17).
           05  WS-P3-DATE   PIC X(08).
           05  FILLER       PIC X(40)  VALUE SPACE.

       01  WS-CHANGE-LINE.
           05  WS-CL-LABEL  PIC X(08).
           05  FILLER       PIC X(04)  VALUE 'EMP '.
           05  WS-CL-EMP-ID PIC 9(05).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-CL-CODE   PIC X(03).
           05  FILLER       PIC X(05)  VALUE ' RUN '.
           05  WS-CL-RUN    PIC 9(08).
           05  FILLER       PIC X(05)  VALUE ' SEQ '.
           05  WS-CL-SEQ    PIC 9(05).
           05  FILLER       PIC X(08)  VALUE ' ACTION '.
           05  WS-CL-ACTION PIC X(01).
           05  FILLER       PIC X(27)  VALUE SPACE.

       01  WS-IMAGE-LINE.
           05  WS-IL-LABEL  PIC X(08).
           05  WS-IL-LNAME  PIC X(20).
           05  FILLER       PIC X(01)  VALUE SPACE.
           05  WS-IL-FNAME  PIC X(15).
           05  FILLER       PIC X(06)  VALUE ' DEPT '.
           05  WS-IL-DEPT   PIC X(04).
           05  FILLER       PIC X(04)  VALUE ' ST '.
           05  WS-IL-STATUS PIC X(01).
           05  FILLER       PIC X(06)  VALUE ' HIRE '.
           05  WS-IL-HIRE   PIC 9(08).
           05  FILLER       PIC X(05)  VALUE ' JOB '.
           05  WS-IL-JOB    PIC X(02).

       01  WS-DED-IMAGE-LINE.
           05  WS-DL-LABEL  PIC X(08).
           05  FILLER       PIC X(05)  VALUE 'TYPE '.
           05  WS-DL-TYPE   PIC X(01).
           05  FILLER       PIC X(05)  VALUE ' PRI '.
           05  WS-DL-PRI    PIC 9(02).
           05  FILLER       PIC X(05)  VALUE ' AMT '.
           05  WS-DL-AMOUNT PIC -ZZZZ9.99.
           05  FILLER       PIC X(05)  VALUE ' EFF '.
           05  WS-DL-EFF    PIC 9(08).
           05  FILLER       PIC X(06)  VALUE ' GOAL '.
           05  WS-DL-GOAL   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(06)  VALUE ' STAT '.
           05  WS-DL-STATUS PIC X(01).
           05  FILLER       PIC X(09)  VALUE SPACE.

       01  WS-NO-IMAGE-LINE.
           05  WS-NI-LABEL  PIC X(08).
           05  WS-NI-TEXT   PIC X(72).

       01  WS-RATE-LINE.
           05  FILLER       PIC X(16)  VALUE 'RATE IN EFFECT: '.
           05  WS-RL-RATE   PIC ZZZZ9.99.
           05  FILLER       PIC X(07)  VALUE ' GRADE '.
           05  WS-RL-GRADE  PIC X(02).
           05  FILLER       PIC X(11)  VALUE ' EFFECTIVE '.
           05  WS-RL-EFF    PIC 9(08).
           05  FILLER       PIC X(06)  VALUE ' FROM '.
           05  WS-RL-SOURCE PIC X(08).
           05  FILLER       PIC X(14)  VALUE SPACE.

       01  WS-NO-RATE-LINE  PIC X(80)  VALUE
           'RATE IN EFFECT: NONE ON FILE FOR THE DATE'.

       01  WS-ASOF-LINE.
           05  FILLER       PIC X(13)  VALUE 'MASTER AS OF '.
           05  WS-AL-DATE   PIC 9(08).
           05  FILLER       PIC X(03)  VALUE ' - '.
           05  WS-AL-TEXT   PIC X(30).
           05  FILLER       PIC X(26)  VALUE SPACE.

       01  WS-APPROVE-LINE.
           05  FILLER       PIC X(18)  VALUE 'APPROVING CHANGE: '.
           05  WS-AP-TEXT   PIC X(62).

       01  WS-OVERFLOW-LINE.
           05  FILLER       PIC X(23)  VALUE
               '*** ITEM TABLE FULL - '.
           05  WS-OVF-ROWS  PIC ZZZZ9.
           05  FILLER       PIC X(40)  VALUE
               ' NOT PACKETED - RUN FAILED CC 16'.
           05  FILLER       PIC X(12)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER       PIC X(08)  VALUE 'CARDS : '.
           05  WS-TRL-CARDS PIC ZZ9.
           05  FILLER       PIC X(13)  VALUE '  REJECTED : '.
           05  WS-TRL-REJECT PIC ZZ9.
           05  FILLER       PIC X(10)  VALUE '  ITEMS : '.
           05  WS-TRL-ITEMS PIC ZZZZZZ9.
           05  FILLER       PIC X(36)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD
               UNTIL END-OF-SAMPLE-PARM
           PERFORM 7000-FINALIZE

           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE - LOCK, OPEN FILES, FIRST CARD           *
      *----------------------------------------------------------*
       1000-INITIALIZE.

           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF

           PERFORM 9600-CAPTURE-AUDIT-START

           OPEN INPUT SAMPLE-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'AUDSAMP: SMPPARM NOT AVAILABLE - STATUS '
                   WS-PARM-STATUS ' - ABORTING RUN'
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           PERFORM 9400-ACQUIRE-EMPMAST-LOCK

           OPEN INPUT EMP-MASTER
           IF WS-EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'AUDSAMP: EMPMAST NOT AVAILABLE - STATUS '
                   WS-EMP-MASTER-STATUS ' - ABORTING RUN'
               CLOSE SAMPLE-PARM
               PERFORM 9450-RELEASE-EMPMAST-LOCK
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

           OPEN INPUT HIST-INDEX
           IF WS-HIST-NDX-STATUS NOT = '00'
               DISPLAY 'AUDSAMP: EMPHNDX NOT AVAILABLE - STATUS '
                   WS-HIST-NDX-STATUS ' - ABORTING RUN'
               CLOSE SAMPLE-PARM
               CLOSE EMP-MASTER
               PERFORM 9450-RELEASE-EMPMAST-LOCK
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF

      * The archive and the compensation master are optional: no
      * archive means no purged employees to fall back on, and no
      * compensation master leaves RATEHIST as the only rate source.
           OPEN INPUT ARCH-MASTER
           IF WS-ARCH-MASTER-STATUS = '00'
               SET WS-ARCHIVE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT COMP-MASTER
           IF WS-COMP-MASTER-STATUS = '00'
               SET WS-COMP-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT SAMPLE-RPT
           OPEN OUTPUT SAMPLE-XTRCT

           PERFORM 8000-READ-SAMPLE-PARM.

      *----------------------------------------------------------*
      *  2000-PROCESS-CARD - EDIT THE CARD, COUNT AND DRAW THE    *
      *  POPULATION, THEN PRINT A PACKET FOR EACH ITEM PICKED     *
      *----------------------------------------------------------*
       2000-PROCESS-CARD.

           ADD 1 TO WS-CARD-COUNT
           SET WS-CARD-OK TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE ZERO  TO WS-PK-COUNT
           MOVE ZERO  TO WS-POP-IN-RANGE
           MOVE ZERO  TO WS-POP-OVER
           MOVE ZERO  TO WS-RANDOM-PICKED

           PERFORM 2100-EDIT-CARD
           IF WS-CARD-OK
               PERFORM 2200-OPEN-POPULATION
           END-IF
           IF WS-CARD-OK
               PERFORM 2300-COUNT-POPULATION
               PERFORM 2400-DRAW-SAMPLE
           END-IF

           PERFORM 2900-WRITE-CARD-HEADING

           IF WS-CARD-OK
               IF WS-PK-COUNT > ZERO
                   PERFORM 3000-FIND-RATES
               END-IF
               PERFORM 4000-PRINT-PACKET
                   VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           PERFORM 8000-READ-SAMPLE-PARM.

      *----------------------------------------------------------*
      *  2100-EDIT-CARD - A KNOWN POPULATION, A VALID RANGE NOT   *
      *  RUNNING BACKWARD, AND A SIZE OR A RATE OF AT MOST 100%   *
      *----------------------------------------------------------*
       2100-EDIT-CARD.

           MOVE SP-POPULATION TO WS-POPULATION
           EVALUATE TRUE
               WHEN SP-POP-PAY
                   MOVE 'PAY HISTORY'             TO WS-POP-NAME
               WHEN SP-POP-EMP-CHANGE
                   MOVE 'EMPLOYEE-MASTER CHANGES' TO WS-POP-NAME
               WHEN SP-POP-DED-CHANGE
                   MOVE 'DEDUCTION CHANGES'       TO WS-POP-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN POPULATION'      TO WS-POP-NAME
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'POPULATION MUST BE P, E OR D'
                       TO WS-REJECT-REASON
           END-EVALUATE

           MOVE ZERO TO WS-FROM-DATE
           MOVE ZERO TO WS-TO-DATE
           IF WS-CARD-OK
               IF SP-FROM-DATE NOT NUMERIC
                  OR SP-TO-DATE NOT NUMERIC
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'DATE RANGE NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE SP-FROM-DATE TO WS-FROM-DATE
                   MOVE SP-TO-DATE   TO WS-TO-DATE
               END-IF
           END-IF
           IF WS-CARD-OK
               MOVE WS-FROM-DATE TO WS-DU-DATE1-NUM
               PERFORM 2150-VALIDATE-ONE-DATE
               IF WS-DATEUTL-DATE-IS-VALID
                   MOVE WS-TO-DATE TO WS-DU-DATE1-NUM
                   PERFORM 2150-VALIDATE-ONE-DATE
               END-IF
               IF NOT WS-DATEUTL-DATE-IS-VALID
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'DATE RANGE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-CARD-OK AND WS-FROM-DATE > WS-TO-DATE
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'DATE RANGE RUNS BACKWARD' TO WS-REJECT-REASON
           END-IF

           MOVE ZERO TO WS-SAMPLE-SIZE
           MOVE ZERO TO WS-SAMPLE-RATE
           IF SP-SAMPLE-SIZE-X NUMERIC
               MOVE SP-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           END-IF
           IF SP-SAMPLE-RATE-X NUMERIC
               MOVE SP-SAMPLE-RATE TO WS-SAMPLE-RATE
           END-IF
           IF WS-CARD-OK
               IF WS-SAMPLE-SIZE = ZERO AND WS-SAMPLE-RATE = ZERO
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'NO SAMPLE SIZE OR RATE' TO WS-REJECT-REASON
               END-IF
               IF WS-SAMPLE-SIZE = ZERO AND WS-SAMPLE-RATE > 100
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'SAMPLE RATE OVER 100%' TO WS-REJECT-REASON
               END-IF
           END-IF

           MOVE 1 TO WS-SEED
           IF SP-SEED-X NUMERIC AND SP-SEED > ZERO
               MOVE SP-SEED TO WS-SEED
           END-IF
           MOVE ZERO TO WS-THRESHOLD
           IF SP-THRESHOLD-X NUMERIC
               MOVE SP-THRESHOLD TO WS-THRESHOLD
           END-IF.

      *----------------------------------------------------------*
      *  2150-VALIDATE-ONE-DATE - WS-DU-DATE1 THROUGH DATEUTL     *
      *----------------------------------------------------------*
       2150-VALIDATE-ONE-DATE.

           MOVE 'V' TO WS-DATEUTL-FUNCTION
           CALL 'DATEUTL' USING WS-DATEUTL-FUNCTION
               WS-DU-DATE1 WS-DU-DATE2 WS-DATEUTL-DAYS-TO-ADD
               WS-DU-RESULT-DATE WS-DATEUTL-COMPARE-RESULT
               WS-DATEUTL-VALID-SW.

      *----------------------------------------------------------*
      *  2200-OPEN-POPULATION - THE CARD'S FILE MUST BE THERE     *
      *----------------------------------------------------------*
       2200-OPEN-POPULATION.

           EVALUATE TRUE
               WHEN SP-POP-PAY
                   OPEN INPUT PAY-HISTORY
                   IF WS-PAYHIST-STATUS NOT = '00'
                       SET WS-CARD-REJECTED TO TRUE
                   END-IF
               WHEN SP-POP-EMP-CHANGE
                   OPEN INPUT EMP-HISTORY
                   IF WS-HIST-FILE-STATUS NOT = '00'
                       SET WS-CARD-REJECTED TO TRUE
                   END-IF
               WHEN SP-POP-DED-CHANGE
                   OPEN INPUT DED-HISTORY
                   IF WS-DED-HIST-STATUS NOT = '00'
                       SET WS-CARD-REJECTED TO TRUE
                   END-IF
           END-EVALUATE

           IF WS-CARD-REJECTED
               MOVE 'POPULATION FILE NOT AVAILABLE'
                   TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------*
      *  2250-CLOSE-POPULATION                                    *
      *----------------------------------------------------------*
       2250-CLOSE-POPULATION.

           EVALUATE TRUE
               WHEN SP-POP-PAY
                   CLOSE PAY-HISTORY
               WHEN SP-POP-EMP-CHANGE
                   CLOSE EMP-HISTORY
               WHEN SP-POP-DED-CHANGE
                   CLOSE DED-HISTORY
           END-EVALUATE.

      *----------------------------------------------------------*
      *  2300-COUNT-POPULATION - FIRST PASS: HOW MANY ITEMS FALL  *
      *  IN THE RANGE, AND HOW MANY OF THEM ARE TAKEN WHOLE       *
      *----------------------------------------------------------*
       2300-COUNT-POPULATION.

           MOVE 'N' TO WS-POP-EOF-SW
           PERFORM 8100-READ-POPULATION
           PERFORM 2310-COUNT-ONE-ITEM
               UNTIL END-OF-POPULATION
           PERFORM 2250-CLOSE-POPULATION

           COMPUTE WS-POP-CANDIDATES = WS-POP-IN-RANGE - WS-POP-OVER
           IF WS-SAMPLE-SIZE > ZERO
               MOVE WS-SAMPLE-SIZE TO WS-WANTED
               IF WS-WANTED > WS-POP-CANDIDATES
                   MOVE WS-POP-CANDIDATES TO WS-WANTED
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  2310-COUNT-ONE-ITEM                                      *
      *----------------------------------------------------------*
       2310-COUNT-ONE-ITEM.

           IF WS-ITEM-IN-RANGE
               ADD 1 TO WS-POP-IN-RANGE
               IF WS-ITEM-OVER
                   ADD 1 TO WS-POP-OVER
               END-IF
           END-IF

           PERFORM 8100-READ-POPULATION.

      *----------------------------------------------------------*
      *  2400-DRAW-SAMPLE - SECOND PASS: TAKE EVERY ITEM OVER THE *
      *  THRESHOLD AND DRAW THE REST FROM THE SEEDED GENERATOR    *
      *----------------------------------------------------------*
       2400-DRAW-SAMPLE.

           MOVE WS-SEED TO WS-RAND-STATE
           MOVE ZERO    TO WS-POP-SEEN

           PERFORM 2200-OPEN-POPULATION
           MOVE 'N' TO WS-POP-EOF-SW
           PERFORM 8100-READ-POPULATION
           PERFORM 2410-DRAW-ONE-ITEM
               UNTIL END-OF-POPULATION
           PERFORM 2250-CLOSE-POPULATION.

      *----------------------------------------------------------*
      *  2410-DRAW-ONE-ITEM - EVERY CANDIDATE TAKES ONE DRAW,     *
      *  PICKED OR NOT, SO THE SEQUENCE DEPENDS ONLY ON THE SEED  *
      *  AND THE FILE                                             *
      *----------------------------------------------------------*
       2410-DRAW-ONE-ITEM.

           IF WS-ITEM-IN-RANGE
               IF WS-ITEM-OVER
                   MOVE 'T' TO WS-KEEP-PICKED
                   PERFORM 2450-KEEP-ITEM
               ELSE
                   PERFORM 2500-NEXT-RANDOM
                   IF WS-SAMPLE-SIZE > ZERO
                       COMPUTE WS-RAND-TEST = WS-RAND-FRACTION *
                           (WS-POP-CANDIDATES - WS-POP-SEEN)
                       IF WS-RAND-TEST <
                          WS-WANTED - WS-RANDOM-PICKED
                           PERFORM 2460-KEEP-RANDOM-ITEM
                       END-IF
                   ELSE
                       COMPUTE WS-RAND-TEST = WS-RAND-FRACTION * 100
                       IF WS-RAND-TEST < WS-SAMPLE-RATE
                           PERFORM 2460-KEEP-RANDOM-ITEM
                       END-IF
                   END-IF
                   ADD 1 TO WS-POP-SEEN
               END-IF
           END-IF

           PERFORM 8100-READ-POPULATION.

      *----------------------------------------------------------*
      *  2450-KEEP-ITEM - INTO THE ITEM TABLE, MARKED WITH HOW   *
      *  IT WAS PICKED; PAST THE TABLE'S END IT IS ONLY COUNTED   *
      *----------------------------------------------------------*
       2450-KEEP-ITEM.

           IF WS-PK-COUNT < WS-PK-MAX
               ADD 1 TO WS-PK-COUNT
               SET WS-PK-IDX TO WS-PK-COUNT
               MOVE WS-IT-EMP-ID TO WS-PK-EMP-ID(WS-PK-IDX)
               MOVE WS-IT-DATE   TO WS-PK-DATE(WS-PK-IDX)
               MOVE WS-IT-AMOUNT TO WS-PK-AMOUNT(WS-PK-IDX)
               MOVE WS-IT-DETAIL TO WS-PK-DETAIL(WS-PK-IDX)
               MOVE WS-KEEP-PICKED TO WS-PK-PICKED(WS-PK-IDX)
               MOVE ZERO         TO WS-PK-RATE(WS-PK-IDX)
               MOVE SPACE        TO WS-PK-RATE-GRADE(WS-PK-IDX)
               MOVE ZERO         TO WS-PK-RATE-EFF(WS-PK-IDX)
               MOVE SPACE        TO WS-PK-RATE-SRC(WS-PK-IDX)
           ELSE
               ADD 1 TO WS-PK-DROP-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  2460-KEEP-RANDOM-ITEM                                    *
      *----------------------------------------------------------*
       2460-KEEP-RANDOM-ITEM.

           ADD 1 TO WS-RANDOM-PICKED
           MOVE 'R' TO WS-KEEP-PICKED
           PERFORM 2450-KEEP-ITEM.

      *----------------------------------------------------------*
      *  2500-NEXT-RANDOM - ONE PARK-MILLER STEP                  *
      *----------------------------------------------------------*
       2500-NEXT-RANDOM.

           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT
               REMAINDER WS-RAND-STATE
           COMPUTE WS-RAND-FRACTION =
               WS-RAND-STATE / WS-RAND-MODULUS.

      *----------------------------------------------------------*
      *  2900-WRITE-CARD-HEADING - WHAT WAS ASKED FOR AND WHAT    *
      *  THE POPULATION HELD, OR WHY THE CARD WAS REJECTED        *
      *----------------------------------------------------------*
       2900-WRITE-CARD-HEADING.

           MOVE WS-CARD-COUNT    TO WS-CT-CARD
           MOVE WS-POP-NAME      TO WS-CT-POP
           MOVE WS-FROM-DATE     TO WS-CT-FROM
           MOVE WS-TO-DATE       TO WS-CT-TO
           WRITE SAMPLE-LINE FROM WS-CARD-TITLE-LINE
           MOVE WS-SEED          TO WS-CB-SEED
           MOVE WS-SAMPLE-SIZE   TO WS-CB-SIZE
           MOVE WS-SAMPLE-RATE   TO WS-CB-RATE
           MOVE WS-THRESHOLD     TO WS-CB-THRESH
           WRITE SAMPLE-LINE FROM WS-CARD-BASIS-LINE

           IF WS-CARD-OK
               MOVE WS-POP-IN-RANGE  TO WS-CC-RANGE
               MOVE WS-POP-OVER      TO WS-CC-OVER
               MOVE WS-RANDOM-PICKED TO WS-CC-RANDOM
               WRITE SAMPLE-LINE FROM WS-CARD-COUNT-LINE
           ELSE
               MOVE WS-REJECT-REASON TO WS-CR-REASON
               WRITE SAMPLE-LINE FROM WS-CARD-REJECT-LINE
           END-IF
           WRITE SAMPLE-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------*
      *  3000-FIND-RATES - THE RATE IN EFFECT ON EACH ITEM'S      *
      *  DATE IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER *
      *  IT, AMONG THE EMPLOYEE'S SUPERSEDED RATEHIST ROWS AND    *
      *  THE CURRENT COMPMAST ROW (THE SAME CANDIDATES RETROPAY   *
      *  REPRICES FROM)                                           *
      *----------------------------------------------------------*
       3000-FIND-RATES.

           MOVE 'N' TO WS-RATE-EOF-SW
           OPEN INPUT RATE-HISTORY
           IF WS-RATEHIST-STATUS = '00'
               PERFORM 3100-READ-ONE-RATE-ROW
                   UNTIL END-OF-RATE-HISTORY
               CLOSE RATE-HISTORY
           END-IF

           IF WS-COMP-AVAILABLE
               PERFORM 3300-CHECK-CURRENT-RATE
                   VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  3100-READ-ONE-RATE-ROW                                   *
      *----------------------------------------------------------*
       3100-READ-ONE-RATE-ROW.

           READ RATE-HISTORY
               AT END
                   SET END-OF-RATE-HISTORY TO TRUE
               NOT AT END
                   PERFORM 3200-MATCH-RATE-ROW
                       VARYING WS-PK-IDX FROM 1 BY 1
                       UNTIL WS-PK-IDX > WS-PK-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  3200-MATCH-RATE-ROW                                      *
      *----------------------------------------------------------*
       3200-MATCH-RATE-ROW.

           IF RTH-EMP-ID = WS-PK-EMP-ID(WS-PK-IDX)
               AND RTH-EFF-DATE NOT > WS-PK-DATE(WS-PK-IDX)
               AND (WS-PK-RATE-SRC(WS-PK-IDX) = SPACE
                    OR RTH-EFF-DATE > WS-PK-RATE-EFF(WS-PK-IDX))
               MOVE RTH-PAY-RATE  TO WS-PK-RATE(WS-PK-IDX)
               MOVE RTH-PAY-GRADE TO WS-PK-RATE-GRADE(WS-PK-IDX)
               MOVE RTH-EFF-DATE  TO WS-PK-RATE-EFF(WS-PK-IDX)
               MOVE 'H'           TO WS-PK-RATE-SRC(WS-PK-IDX)
           END-IF.

      *----------------------------------------------------------*
      *  3300-CHECK-CURRENT-RATE - THE CURRENT ROW WINS A TIE,    *
      *  BEING THE LATER OF THE TWO                               *
      *----------------------------------------------------------*
       3300-CHECK-CURRENT-RATE.

           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO CMP-EMP-ID
           READ COMP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CMP-EFF-DATE NOT > WS-PK-DATE(WS-PK-IDX)
                       AND (WS-PK-RATE-SRC(WS-PK-IDX) = SPACE
                            OR CMP-EFF-DATE NOT <
                               WS-PK-RATE-EFF(WS-PK-IDX))
                       MOVE CMP-PAY-RATE  TO WS-PK-RATE(WS-PK-IDX)
                       MOVE CMP-PAY-GRADE
                           TO WS-PK-RATE-GRADE(WS-PK-IDX)
                       MOVE CMP-EFF-DATE  TO WS-PK-RATE-EFF(WS-PK-IDX)
                       MOVE 'C'           TO WS-PK-RATE-SRC(WS-PK-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  4000-PRINT-PACKET - ONE ITEM'S SUPPORTING PACKET, AND    *
      *  ITS EXTRACT ROW                                          *
      *----------------------------------------------------------*
       4000-PRINT-PACKET.

           ADD 1 TO WS-ITEM-COUNT
           SET WS-IH-ITEM TO WS-PK-IDX
           MOVE WS-PK-COUNT TO WS-IH-COUNT
           IF WS-PK-PICKED(WS-PK-IDX) = 'T'
               MOVE 'OVER THRESHOLD'  TO WS-IH-PICKED
           ELSE
               MOVE 'DRAWN AT RANDOM' TO WS-IH-PICKED
           END-IF
           WRITE SAMPLE-LINE FROM WS-ITEM-HEAD-LINE

           PERFORM 5000-WALK-HISTORY-INDEX

           EVALUATE TRUE
               WHEN SP-POP-PAY
                   PERFORM 4100-PRINT-PAY-DETAIL
               WHEN SP-POP-EMP-CHANGE
                   PERFORM 4200-PRINT-EMP-CHANGE
               WHEN SP-POP-DED-CHANGE
                   PERFORM 4300-PRINT-DED-CHANGE
           END-EVALUATE

           PERFORM 4400-PRINT-RATE
           PERFORM 4500-PRINT-MASTER-AS-OF
           PERFORM 4600-PRINT-APPROVING-CHANGE
           WRITE SAMPLE-LINE FROM WS-BLANK-LINE

           PERFORM 4900-WRITE-EXTRACT-ROW.

      *----------------------------------------------------------*
      *  4100-PRINT-PAY-DETAIL                                    *
      *----------------------------------------------------------*
       4100-PRINT-PAY-DETAIL.

           MOVE WS-PK-DETAIL(WS-PK-IDX) TO WS-PAY-DETAIL
           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO WS-P1-EMP-ID
           MOVE WS-PK-DATE(WS-PK-IDX)   TO WS-P1-PERIOD
           MOVE PD-RUN-TYPE             TO WS-P1-RUN
           MOVE PD-DEPT-CODE            TO WS-P1-DEPT
           MOVE PD-REG-HOURS            TO WS-P1-REG
           MOVE PD-OT-HOURS             TO WS-P1-OT
           WRITE SAMPLE-LINE FROM WS-PAY-LINE-1
           MOVE PD-PAY-RATE             TO WS-P2-RATE
           MOVE PD-GROSS-PAY            TO WS-P2-GROSS
           MOVE PD-TOTAL-DED            TO WS-P2-DED
           MOVE PD-NET-PAY              TO WS-P2-NET
           WRITE SAMPLE-LINE FROM WS-PAY-LINE-2
           EVALUATE TRUE
               WHEN PD-VOIDED
                   MOVE 'VOIDED ON '        TO WS-P3-TEXT
                   MOVE PD-VOID-DATE        TO WS-P3-DATE
               WHEN PD-DEPOSIT-RETURNED
                   MOVE 'DEPOSIT RETURNED ' TO WS-P3-TEXT
                   MOVE PD-RETURN-DATE      TO WS-P3-DATE
               WHEN OTHER
                   MOVE 'PAID'              TO WS-P3-TEXT
                   MOVE SPACE               TO WS-P3-DATE
           END-EVALUATE
           WRITE SAMPLE-LINE FROM WS-PAY-LINE-3.

      *----------------------------------------------------------*
      *  4200-PRINT-EMP-CHANGE - THE EMPHIST ROW AND ITS IMAGES   *
      *----------------------------------------------------------*
       4200-PRINT-EMP-CHANGE.

           MOVE WS-PK-DETAIL(WS-PK-IDX) TO WS-EMP-CHANGE-DETAIL
           MOVE 'CHANGE  '              TO WS-CL-LABEL
           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO WS-CL-EMP-ID
           MOVE SPACE                   TO WS-CL-CODE
           MOVE WS-PK-DATE(WS-PK-IDX)   TO WS-CL-RUN
           MOVE ED-SEQ                  TO WS-CL-SEQ
           MOVE ED-ACTION               TO WS-CL-ACTION
           WRITE SAMPLE-LINE FROM WS-CHANGE-LINE
           MOVE 'BEFORE: '              TO WS-IMAGE-LABEL
           MOVE ED-BEFORE-IMAGE         TO WS-IMAGE-FIELDS
           PERFORM 4800-PRINT-IMAGE
           MOVE 'AFTER : '              TO WS-IMAGE-LABEL
           MOVE ED-AFTER-IMAGE          TO WS-IMAGE-FIELDS
           PERFORM 4800-PRINT-IMAGE.

      *----------------------------------------------------------*
      *  4300-PRINT-DED-CHANGE - THE DEDHIST ROW AND ITS IMAGES   *
      *----------------------------------------------------------*
       4300-PRINT-DED-CHANGE.

           MOVE WS-PK-DETAIL(WS-PK-IDX) TO WS-DED-CHANGE-DETAIL
           MOVE 'DEDUCTN '              TO WS-CL-LABEL
           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO WS-CL-EMP-ID
           MOVE DD-CODE                 TO WS-CL-CODE
           MOVE WS-PK-DATE(WS-PK-IDX)   TO WS-CL-RUN
           MOVE DD-SEQ                  TO WS-CL-SEQ
           MOVE DD-ACTION               TO WS-CL-ACTION
           WRITE SAMPLE-LINE FROM WS-CHANGE-LINE
           MOVE 'BEFORE: '              TO WS-IMAGE-LABEL
           MOVE DD-BEFORE-IMAGE         TO WS-DED-IMAGE
           PERFORM 4850-PRINT-DED-IMAGE
           MOVE 'AFTER : '              TO WS-IMAGE-LABEL
           MOVE DD-AFTER-IMAGE          TO WS-DED-IMAGE
           PERFORM 4850-PRINT-DED-IMAGE.

      *----------------------------------------------------------*
      *  4400-PRINT-RATE                                          *
      *----------------------------------------------------------*
       4400-PRINT-RATE.

           IF WS-PK-RATE-SRC(WS-PK-IDX) = SPACE
               WRITE SAMPLE-LINE FROM WS-NO-RATE-LINE
           ELSE
               MOVE WS-PK-RATE(WS-PK-IDX)       TO WS-RL-RATE
               MOVE WS-PK-RATE-GRADE(WS-PK-IDX) TO WS-RL-GRADE
               MOVE WS-PK-RATE-EFF(WS-PK-IDX)   TO WS-RL-EFF
               IF WS-PK-RATE-SRC(WS-PK-IDX) = 'H'
                   MOVE 'RATEHIST' TO WS-RL-SOURCE
               ELSE
                   MOVE 'COMPMAST' TO WS-RL-SOURCE
               END-IF
               WRITE SAMPLE-LINE FROM WS-RATE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  4500-PRINT-MASTER-AS-OF - THE MASTER AS IT STOOD ON THE  *
      *  ITEM'S DATE: ROLLED BACK TO THE FIRST LATER CHANGE'S     *
      *  BEFORE-IMAGE, NOT YET ON FILE WHEN THAT CHANGE IS THE    *
      *  ADD, OTHERWISE THE CURRENT (OR ARCHIVED) RECORD          *
      *----------------------------------------------------------*
       4500-PRINT-MASTER-AS-OF.

           MOVE WS-PK-DATE(WS-PK-IDX) TO WS-AL-DATE
           MOVE 'MASTER: '            TO WS-IMAGE-LABEL
           EVALUATE TRUE
               WHEN WS-NEXT-FOUND AND WS-NEXT-ACTION = 'A'
                   MOVE 'NOT YET ON FILE'    TO WS-AL-TEXT
                   WRITE SAMPLE-LINE FROM WS-ASOF-LINE
               WHEN WS-NEXT-FOUND
                   MOVE 'ROLLED BACK FROM HISTORY' TO WS-AL-TEXT
                   WRITE SAMPLE-LINE FROM WS-ASOF-LINE
                   MOVE WS-NEXT-BEFORE TO WS-IMAGE-FIELDS
                   PERFORM 4800-PRINT-IMAGE
               WHEN OTHER
                   PERFORM 4550-PRINT-CURRENT-MASTER
           END-EVALUATE.

      *----------------------------------------------------------*
      *  4550-PRINT-CURRENT-MASTER - NO CHANGE SINCE THE DATE     *
      *----------------------------------------------------------*
       4550-PRINT-CURRENT-MASTER.

           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO EMP-ID
           READ EMP-MASTER
               INVALID KEY
                   MOVE SPACE TO WS-AL-TEXT
               NOT INVALID KEY
                   MOVE 'CURRENT RECORD' TO WS-AL-TEXT
                   MOVE EMP-MASTER-RECORD TO WS-IMAGE-FIELDS
           END-READ

           IF WS-AL-TEXT = SPACE AND WS-ARCHIVE-AVAILABLE
               MOVE WS-PK-EMP-ID(WS-PK-IDX) TO AR-EMP-ID
               READ ARCH-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ARCHIVED RECORD' TO WS-AL-TEXT
                       MOVE ARCH-RECORD TO WS-IMAGE-FIELDS
               END-READ
           END-IF

           IF WS-AL-TEXT = SPACE
               MOVE 'NOT ON FILE' TO WS-AL-TEXT
               WRITE SAMPLE-LINE FROM WS-ASOF-LINE
           ELSE
               WRITE SAMPLE-LINE FROM WS-ASOF-LINE
               PERFORM 4800-PRINT-IMAGE
           END-IF.

      *----------------------------------------------------------*
      *  4600-PRINT-APPROVING-CHANGE - A CHANGE ROW IS ITS OWN    *
      *  APPROVAL; A PAY ROW'S IS THE LAST MASTER CHANGE ON OR    *
      *  BEFORE ITS PERIOD END                                    *
      *----------------------------------------------------------*
       4600-PRINT-APPROVING-CHANGE.

           EVALUATE TRUE
               WHEN SP-POP-EMP-CHANGE
                   MOVE 'THE EMPHIST ROW ABOVE' TO WS-AP-TEXT
                   WRITE SAMPLE-LINE FROM WS-APPROVE-LINE
               WHEN SP-POP-DED-CHANGE
                   MOVE 'THE DEDHIST ROW ABOVE' TO WS-AP-TEXT
                   WRITE SAMPLE-LINE FROM WS-APPROVE-LINE
               WHEN WS-LAST-FOUND
                   MOVE 'LAST MASTER CHANGE ON OR BEFORE THE PERIOD'
                       TO WS-AP-TEXT
                   WRITE SAMPLE-LINE FROM WS-APPROVE-LINE
                   MOVE 'CHANGE  '              TO WS-CL-LABEL
                   MOVE WS-PK-EMP-ID(WS-PK-IDX) TO WS-CL-EMP-ID
                   MOVE SPACE                   TO WS-CL-CODE
                   MOVE WS-LAST-RUN-DATE        TO WS-CL-RUN
                   MOVE WS-LAST-SEQ             TO WS-CL-SEQ
                   MOVE WS-LAST-ACTION          TO WS-CL-ACTION
                   WRITE SAMPLE-LINE FROM WS-CHANGE-LINE
                   MOVE 'BEFORE: '     TO WS-IMAGE-LABEL
                   MOVE WS-LAST-BEFORE TO WS-IMAGE-FIELDS
                   PERFORM 4800-PRINT-IMAGE
                   MOVE 'AFTER : '     TO WS-IMAGE-LABEL
                   MOVE WS-LAST-AFTER  TO WS-IMAGE-FIELDS
                   PERFORM 4800-PRINT-IMAGE
               WHEN OTHER
                   MOVE 'NO MASTER CHANGE ON OR BEFORE THE PERIOD'
                       TO WS-AP-TEXT
                   WRITE SAMPLE-LINE FROM WS-APPROVE-LINE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  4800-PRINT-IMAGE - AN EMPREC IMAGE UNDER WS-IMAGE-LABEL; *
      *  A BLANK IMAGE (THE BEFORE OF AN ADD) SAYS SO             *
      *----------------------------------------------------------*
       4800-PRINT-IMAGE.

           IF WS-IMAGE-FIELDS = SPACE
               MOVE WS-IMAGE-LABEL TO WS-NI-LABEL
               MOVE 'NONE'         TO WS-NI-TEXT
               WRITE SAMPLE-LINE FROM WS-NO-IMAGE-LINE
           ELSE
               MOVE WS-IMAGE-LABEL TO WS-IL-LABEL
               MOVE IM-LNAME       TO WS-IL-LNAME
               MOVE IM-FNAME       TO WS-IL-FNAME
               MOVE IM-DEPT-CODE   TO WS-IL-DEPT
               MOVE IM-STATUS      TO WS-IL-STATUS
               MOVE IM-HIRE-DATE   TO WS-IL-HIRE
               MOVE IM-JOB-CODE    TO WS-IL-JOB
               WRITE SAMPLE-LINE FROM WS-IMAGE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  4850-PRINT-DED-IMAGE - A DEDREC IMAGE LIKEWISE           *
      *----------------------------------------------------------*
       4850-PRINT-DED-IMAGE.

           IF WS-DED-IMAGE = SPACE
               MOVE WS-IMAGE-LABEL TO WS-NI-LABEL
               MOVE 'NONE'         TO WS-NI-TEXT
               WRITE SAMPLE-LINE FROM WS-NO-IMAGE-LINE
           ELSE
               MOVE WS-IMAGE-LABEL TO WS-DL-LABEL
               MOVE DI-TYPE        TO WS-DL-TYPE
               MOVE DI-PRIORITY    TO WS-DL-PRI
               MOVE DI-AMOUNT      TO WS-DL-AMOUNT
               MOVE DI-EFF-DATE    TO WS-DL-EFF
               MOVE DI-GOAL-AMOUNT TO WS-DL-GOAL
               MOVE DI-STATUS      TO WS-DL-STATUS
               WRITE SAMPLE-LINE FROM WS-DED-IMAGE-LINE
           END-IF.

      *----------------------------------------------------------*
      *  4900-WRITE-EXTRACT-ROW                                   *
      *----------------------------------------------------------*
       4900-WRITE-EXTRACT-ROW.

           MOVE SPACE                   TO SAMPLE-XTRCT-RECORD
           MOVE WS-CARD-COUNT           TO SX-CARD
           MOVE WS-POPULATION           TO SX-POPULATION
           SET SX-ITEM                  TO WS-PK-IDX
           MOVE WS-PK-PICKED(WS-PK-IDX) TO SX-PICKED
           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO SX-EMP-ID
           MOVE WS-PK-DATE(WS-PK-IDX)   TO SX-DATE
           MOVE WS-PK-AMOUNT(WS-PK-IDX) TO SX-AMOUNT
           EVALUATE TRUE
               WHEN SP-POP-EMP-CHANGE
                   MOVE ED-SEQ  TO SX-CHANGE-SEQ
               WHEN SP-POP-DED-CHANGE
                   MOVE DD-SEQ  TO SX-CHANGE-SEQ
                   MOVE DD-CODE TO SX-DED-CODE
               WHEN OTHER
                   MOVE ZERO    TO SX-CHANGE-SEQ
           END-EVALUATE
           MOVE WS-PK-RATE(WS-PK-IDX)   TO SX-RATE
           MOVE WS-SEED                 TO SX-SEED
           WRITE SAMPLE-XTRCT-RECORD.

      *----------------------------------------------------------*
      *  5000-WALK-HISTORY-INDEX - THE ITEM EMPLOYEE'S EMPHNDX    *
      *  ROWS IN KEY (DATE/SEQ) ORDER, UP TO THE FIRST DATE AFTER *
      *  THE ITEM'S                                               *
      *----------------------------------------------------------*
       5000-WALK-HISTORY-INDEX.

           MOVE 'N' TO WS-NDX-WALK-SW
           MOVE 'N' TO WS-LAST-FOUND-SW
           MOVE 'N' TO WS-NEXT-FOUND-SW
           MOVE WS-PK-EMP-ID(WS-PK-IDX) TO HX-EMP-ID
           MOVE ZERO                    TO HX-RUN-DATE
           MOVE ZERO                    TO HX-SEQ
           START HIST-INDEX KEY NOT < HX-KEY
               INVALID KEY
                   SET WS-NDX-WALK-DONE TO TRUE
           END-START
           PERFORM 5100-WALK-ONE-INDEX-ROW
               UNTIL WS-NDX-WALK-DONE.

      *----------------------------------------------------------*
      *  5100-WALK-ONE-INDEX-ROW                                  *
      *----------------------------------------------------------*
       5100-WALK-ONE-INDEX-ROW.

           READ HIST-INDEX NEXT
               AT END
                   SET WS-NDX-WALK-DONE TO TRUE
               NOT AT END
                   IF HX-EMP-ID NOT = WS-PK-EMP-ID(WS-PK-IDX)
                       SET WS-NDX-WALK-DONE TO TRUE
                   ELSE
                       IF HX-RUN-DATE NOT > WS-PK-DATE(WS-PK-IDX)
                           PERFORM 5200-TAKE-LAST-ROW
                       ELSE
                           PERFORM 5300-TAKE-OR-PREFER-NEXT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  5200-TAKE-LAST-ROW - THE LATEST CHANGE SO FAR. WITHIN A  *
      *  DATE THE ONLINE ROWS (SEQUENCE 90001 UP) HAPPENED BEFORE *
      *  THE NIGHT'S BATCH ROWS THOUGH THE KEY SORTS THEM AFTER,  *
      *  SO AN ONLINE ROW ONLY REPLACES ANOTHER ONLINE ROW        *
      *----------------------------------------------------------*
       5200-TAKE-LAST-ROW.

           IF NOT WS-LAST-FOUND
              OR HX-RUN-DATE NOT = WS-LAST-RUN-DATE
              OR HX-SEQ < 90001
              OR WS-LAST-SEQ > 90000
               SET WS-LAST-FOUND TO TRUE
               MOVE HX-RUN-DATE     TO WS-LAST-RUN-DATE
               MOVE HX-SEQ          TO WS-LAST-SEQ
               MOVE HX-ACTION       TO WS-LAST-ACTION
               MOVE HX-BEFORE-IMAGE TO WS-LAST-BEFORE
               MOVE HX-AFTER-IMAGE  TO WS-LAST-AFTER
           END-IF.

      *----------------------------------------------------------*
      *  5300-TAKE-OR-PREFER-NEXT - THE FIRST CHANGE AFTER THE    *
      *  DATE, PREFERRING THAT DATE'S FIRST ONLINE ROW, AS        *
      *  EMPASOF'S FAST PATH DOES                                 *
      *----------------------------------------------------------*
       5300-TAKE-OR-PREFER-NEXT.

           IF NOT WS-NEXT-FOUND
               SET WS-NEXT-FOUND TO TRUE
               MOVE HX-RUN-DATE     TO WS-NEXT-RUN-DATE
               MOVE HX-ACTION       TO WS-NEXT-ACTION
               MOVE HX-BEFORE-IMAGE TO WS-NEXT-BEFORE
               IF HX-SEQ > 90000
                   SET WS-NDX-WALK-DONE TO TRUE
               END-IF
           ELSE
               IF HX-RUN-DATE NOT = WS-NEXT-RUN-DATE
                   SET WS-NDX-WALK-DONE TO TRUE
               ELSE
                   IF HX-SEQ > 90000
                       MOVE HX-ACTION       TO WS-NEXT-ACTION
                       MOVE HX-BEFORE-IMAGE TO WS-NEXT-BEFORE
                       SET WS-NDX-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  7000-FINALIZE - TRAILER, CLOSE FILES, CONDITION CODE     *
      *----------------------------------------------------------*
       7000-FINALIZE.

           MOVE WS-CARD-COUNT   TO WS-TRL-CARDS
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           MOVE WS-ITEM-COUNT   TO WS-TRL-ITEMS
           WRITE SAMPLE-LINE FROM WS-TRAILER-LINE

           IF WS-PK-DROP-COUNT > ZERO
               MOVE WS-PK-DROP-COUNT TO WS-OVF-ROWS
               WRITE SAMPLE-LINE FROM WS-OVERFLOW-LINE
               DISPLAY 'AUDSAMP: ITEM TABLE FULL - '
                   WS-PK-DROP-COUNT ' NOT PACKETED'
           END-IF

           CLOSE SAMPLE-PARM
           CLOSE EMP-MASTER
           CLOSE HIST-INDEX
           IF WS-ARCHIVE-AVAILABLE
               CLOSE ARCH-MASTER
           END-IF
           IF WS-COMP-AVAILABLE
               CLOSE COMP-MASTER
           END-IF
           CLOSE SAMPLE-RPT
           CLOSE SAMPLE-XTRCT
           PERFORM 9450-RELEASE-EMPMAST-LOCK

           MOVE WS-ITEM-COUNT TO AUD-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-PK-DROP-COUNT > ZERO
                   MOVE 16 TO RETURN-CODE
                   MOVE '16' TO AUD-RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE '04' TO AUD-RETURN-CODE
               WHEN OTHER
                   MOVE '00' TO AUD-RETURN-CODE
           END-EVALUATE
           PERFORM 9700-WRITE-AUDIT-RECORD

           CLOSE AUDIT-TRAIL.

      *----------------------------------------------------------*
      *  8000-READ-SAMPLE-PARM - NEXT CARD                        *
      *----------------------------------------------------------*
       8000-READ-SAMPLE-PARM.

           READ SAMPLE-PARM
               AT END
                   SET END-OF-SAMPLE-PARM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *  8100-READ-POPULATION - NEXT ROW OF THE CARD'S FILE, IN   *
      *  THE COMMON ITEM SHAPE, WITH ITS RANGE AND THRESHOLD      *
      *  TESTS (THE SAME ON BOTH PASSES)                          *
      *----------------------------------------------------------*
       8100-READ-POPULATION.

           MOVE 'N' TO WS-ITEM-IN-RANGE-SW
           MOVE 'N' TO WS-ITEM-OVER-SW
           EVALUATE TRUE
               WHEN SP-POP-PAY
                   READ PAY-HISTORY
                       AT END
                           SET END-OF-POPULATION TO TRUE
                       NOT AT END
                           PERFORM 8110-TAKE-PAY-ROW
                   END-READ
               WHEN SP-POP-EMP-CHANGE
                   READ EMP-HISTORY
                       AT END
                           SET END-OF-POPULATION TO TRUE
                       NOT AT END
                           PERFORM 8120-TAKE-EMP-CHANGE
                   END-READ
               WHEN SP-POP-DED-CHANGE
                   READ DED-HISTORY
                       AT END
                           SET END-OF-POPULATION TO TRUE
                       NOT AT END
                           PERFORM 8130-TAKE-DED-CHANGE
                   END-READ
           END-EVALUATE

           IF NOT END-OF-POPULATION
               IF WS-IT-DATE NOT < WS-FROM-DATE
                   AND WS-IT-DATE NOT > WS-TO-DATE
                   SET WS-ITEM-IN-RANGE TO TRUE
                   IF WS-THRESHOLD > ZERO
                       AND WS-IT-AMOUNT > WS-THRESHOLD
                       SET WS-ITEM-OVER TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  8110-TAKE-PAY-ROW - DATED BY PERIOD END; THE GROSS IS    *
      *  THE AMOUNT                                               *
      *----------------------------------------------------------*
       8110-TAKE-PAY-ROW.

           MOVE PH-EMP-ID      TO WS-IT-EMP-ID
           MOVE PH-PERIOD-END  TO WS-IT-DATE
           MOVE PH-GROSS-PAY   TO WS-IT-AMOUNT
           MOVE SPACE          TO WS-PAY-DETAIL
           MOVE PH-REG-HOURS   TO PD-REG-HOURS
           MOVE PH-OT-HOURS    TO PD-OT-HOURS
           MOVE PH-PAY-RATE    TO PD-PAY-RATE
           MOVE PH-GROSS-PAY   TO PD-GROSS-PAY
           MOVE PH-TOTAL-DED   TO PD-TOTAL-DED
           MOVE PH-NET-PAY     TO PD-NET-PAY
           MOVE PH-RUN-TYPE    TO PD-RUN-TYPE
           MOVE PH-DEPT-CODE   TO PD-DEPT-CODE
           MOVE PH-VOID-SW     TO PD-VOID-SW
           MOVE PH-VOID-DATE   TO PD-VOID-DATE
           MOVE PH-RETURN-SW   TO PD-RETURN-SW
           MOVE PH-RETURN-DATE TO PD-RETURN-DATE
           MOVE WS-PAY-DETAIL  TO WS-IT-DETAIL.

      *----------------------------------------------------------*
      *  8120-TAKE-EMP-CHANGE - DATED BY RUN; NO DOLLARS          *
      *----------------------------------------------------------*
       8120-TAKE-EMP-CHANGE.

           MOVE EH-EMP-ID       TO WS-IT-EMP-ID
           MOVE EH-RUN-DATE     TO WS-IT-DATE
           MOVE ZERO            TO WS-IT-AMOUNT
           MOVE SPACE           TO WS-EMP-CHANGE-DETAIL
           MOVE EH-SEQ          TO ED-SEQ
           MOVE EH-ACTION       TO ED-ACTION
           MOVE EH-BEFORE-IMAGE TO ED-BEFORE-IMAGE
           MOVE EH-AFTER-IMAGE  TO ED-AFTER-IMAGE
           MOVE WS-EMP-CHANGE-DETAIL TO WS-IT-DETAIL.

      *----------------------------------------------------------*
      *  8130-TAKE-DED-CHANGE - DATED BY RUN; THE DEDUCTION       *
      *  AMOUNT AS LEFT (AS REMOVED, FOR A DELETE) IS THE AMOUNT  *
      *----------------------------------------------------------*
       8130-TAKE-DED-CHANGE.

           MOVE DCH-EMP-ID       TO WS-IT-EMP-ID
           MOVE DCH-RUN-DATE     TO WS-IT-DATE
           IF DCH-AFTER-IMAGE = SPACE
               MOVE DCH-BEFORE-IMAGE TO WS-DED-IMAGE
           ELSE
               MOVE DCH-AFTER-IMAGE  TO WS-DED-IMAGE
           END-IF
           MOVE DI-AMOUNT        TO WS-IT-AMOUNT
           MOVE SPACE            TO WS-DED-CHANGE-DETAIL
           MOVE DCH-SEQ          TO DD-SEQ
           MOVE DCH-CODE         TO DD-CODE
           MOVE DCH-ACTION       TO DD-ACTION
           MOVE DCH-BEFORE-IMAGE TO DD-BEFORE-IMAGE
           MOVE DCH-AFTER-IMAGE  TO DD-AFTER-IMAGE
           MOVE WS-DED-CHANGE-DETAIL TO WS-IT-DETAIL.

      *----------------------------------------------------------*
      *  9400-ACQUIRE-EMPMAST-LOCK - TAKEN BEFORE THE MASTER IS   *
      *  OPENED; A DENIED LOCK ABORTS THE RUN WITH AN OPERATOR    *
      *  MESSAGE INSTEAD OF INTERLEAVING WITH THE HOLDER          *
      *----------------------------------------------------------*
       9400-ACQUIRE-EMPMAST-LOCK.

           MOVE 'S' TO WS-LOCK-FUNCTION
           CALL 'FLOCKMGR' USING WS-LOCK-FUNCTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-MODE-HELD WS-LOCK-STATUS
           IF NOT WS-LOCK-OK
               DISPLAY 'AUDSAMP: EMPMAST LOCK NOT GRANTED - '
                   'ANOTHER JOB HOLDS THE FILE - ABORTING RUN'
               CLOSE SAMPLE-PARM
               MOVE 16 TO RETURN-CODE
               MOVE '16' TO AUD-RETURN-CODE
               PERFORM 9700-WRITE-AUDIT-RECORD
               CLOSE AUDIT-TRAIL
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *  9450-RELEASE-EMPMAST-LOCK                                *
      *----------------------------------------------------------*
       9450-RELEASE-EMPMAST-LOCK.

           MOVE 'R' TO WS-LOCK-FUNCTION
           CALL 'FLOCKMGR' USING WS-LOCK-FUNCTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-MODE-HELD WS-LOCK-STATUS.

      *----------------------------------------------------------*
      *  9600-CAPTURE-AUDIT-START - RECORD THE JOB START TIME    *
      *----------------------------------------------------------*
       9600-CAPTURE-AUDIT-START.

           MOVE 'AUDSAMP '         TO AUD-PROGRAM-ID
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
