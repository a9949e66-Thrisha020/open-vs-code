      *                  NOW CALLED OUT ON THE CONSOLE WHEN
      *                  IT MERGES INTO THE LAST SECTION,
      *                  MATCHING PGMDS01'S CALL-OUT.
      * 10/15/2026  RSM  FTE ALONGSIDE HEADCOUNT. EACH DEPARTMENT LINE
      *                  NOW ALSO SHOWS THE LATEST SNAPSHOT'S FTE
      *                  (HC-FTE-TOTAL, SEE HDCREC), AND THE DIVISION
      *                  AND COMPANY ROLLUPS CARRY AN FTE TOTAL NEXT TO
      *                  THEIR ACTIVES.
      *

       ENVIRONMENT DIVISION.
                                 HC-DEPT-CODE    BY IH-DEPT-CODE
                                 HC-ACTIVE-COUNT BY IH-ACTIVE-COUNT
                                 HC-TERM-COUNT   BY IH-TERM-COUNT
                                 HC-SNAP-DATE    BY IH-SNAP-DATE
                                 HC-FTE-TOTAL    BY IH-FTE-TOTAL.

       SD  SORT-HC-WORK.
           COPY HDCREC REPLACING HEADCOUNT-HIST-RECORD
                                 HC-DEPT-CODE    BY SD-DEPT-CODE
                                 HC-ACTIVE-COUNT BY SD-ACTIVE-COUNT
                                 HC-TERM-COUNT   BY SD-TERM-COUNT
                                 HC-SNAP-DATE    BY SD-SNAP-DATE
                                 HC-FTE-TOTAL    BY SD-FTE-TOTAL.

       FD  SORTED-HC
           LABEL RECORDS ARE STANDARD.
      * Maintained by hand each time this program's logic changes, so
      * the audit trail can pin a bad trend run to the exact version
      * that produced it.
       01  WS-PROGRAM-VERSION    PIC X(05)  VALUE 'V1.04'.

      * Department-to-division map distilled from the DEPTMAST
      * reference at startup; a missing reference file leaves every
           05  WS-DIV-ENTRY OCCURS 50 TIMES INDEXED BY WS-DIV-IDX.
               10  WS-DV-DIV        PIC X(02).
               10  WS-DV-ACTIVE     PIC 9(07) COMP.
               10  WS-DV-FTE        PIC 9(07)V99 COMP.
       01  WS-ROLLUP-DIV    PIC X(02) VALUE SPACE.
       01  WS-DIV-GRAND     PIC 9(07) COMP VALUE ZERO.
       01  WS-DIV-GRAND-FTE PIC 9(07)V99 COMP VALUE ZERO.

      * Company rollup of the latest snapshot count per department.
       01  WS-CO-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
               10  WS-CO-CODE       PIC X(02).
               10  WS-CO-ACTIVE     PIC 9(07) COMP.
               10  WS-CO-FTE        PIC 9(07)V99 COMP.
       01  WS-ROLLUP-CO     PIC X(02) VALUE SPACE.

       01  WS-EOF-SW        PIC X(01)  VALUE 'N'.
           05  WS-WIN-ENTRY OCCURS 12 TIMES INDEXED BY WS-WN-IDX.
               10  WS-WN-DATE       PIC 9(08).
               10  WS-WN-ACTIVE     PIC 9(05).
               10  WS-WN-FTE        PIC 9(05)V99.

       01  WS-SHIFT-I       PIC 9(2) COMP VALUE ZERO.

           05  WS-DL-LAST-CNT   PIC ZZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACE.
           05  WS-DL-FLAG       PIC X(07).
           05  FILLER           PIC X(05)  VALUE ' FTE '.
           05  WS-DL-LAST-FTE   PIC ZZZZ9.99.
           05  FILLER           PIC X(04)  VALUE SPACE.

       01  WS-DIV-HEADER-LINE PIC X(80) VALUE
           'DIVISION ROLLUP - LATEST SNAPSHOT ACTIVES'.
           05  WS-DVL-DIV       PIC X(02).
           05  FILLER           PIC X(11)  VALUE '  ACTIVES: '.
           05  WS-DVL-ACTIVE    PIC ZZZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  FTE: '.
           05  WS-DVL-FTE       PIC ZZZZZZ9.99.
           05  FILLER           PIC X(33)  VALUE SPACE.

       01  WS-DIV-TOTAL-LINE.
           05  FILLER           PIC X(22)  VALUE
               'DIVISION GRAND TOTAL: '.
           05  WS-DVT-ACTIVE    PIC ZZZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  FTE: '.
           05  WS-DVT-FTE       PIC ZZZZZZ9.99.
           05  FILLER           PIC X(34)  VALUE SPACE.

       01  WS-CO-HEADER-LINE PIC X(80) VALUE
           'COMPANY ROLLUP - LATEST SNAPSHOT ACTIVES'.
           05  WS-COL-CODE      PIC X(02).
           05  FILLER           PIC X(11)  VALUE '  ACTIVES: '.
           05  WS-COL-ACTIVE    PIC ZZZZZZ9.
           05  FILLER           PIC X(07)  VALUE '  FTE: '.
           05  WS-COL-FTE       PIC ZZZZZZ9.99.
           05  FILLER           PIC X(34)  VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  FILLER           PIC X(17)  VALUE 'SNAPSHOTS READ : '.
           END-IF

           MOVE HC-SNAP-DATE    TO WS-WN-DATE(WS-WIN-COUNT)
           MOVE HC-ACTIVE-COUNT TO WS-WN-ACTIVE(WS-WIN-COUNT)
           MOVE HC-FTE-TOTAL    TO WS-WN-FTE(WS-WIN-COUNT).

      *----------------------------------------------------------*
      *  2500-WRITE-DEPT-TREND - ONE LINE PER DEPARTMENT: WINDOW  *
               MOVE WS-WN-ACTIVE(1)   TO WS-DL-FIRST-CNT
               MOVE WS-WN-DATE(WS-WIN-COUNT)   TO WS-DL-LAST-DATE
               MOVE WS-WN-ACTIVE(WS-WIN-COUNT) TO WS-DL-LAST-CNT
               MOVE WS-WN-FTE(WS-WIN-COUNT)    TO WS-DL-LAST-FTE

               EVALUATE TRUE
                   WHEN WS-WN-ACTIVE(WS-WIN-COUNT) > WS-WN-ACTIVE(1)

           ADD WS-WN-ACTIVE(WS-WIN-COUNT)
               TO WS-DV-ACTIVE(WS-DIV-IDX)
           ADD WS-WN-ACTIVE(WS-WIN-COUNT) TO WS-DIV-GRAND
           ADD WS-WN-FTE(WS-WIN-COUNT)
               TO WS-DV-FTE(WS-DIV-IDX)
           ADD WS-WN-FTE(WS-WIN-COUNT) TO WS-DIV-GRAND-FTE.

      *----------------------------------------------------------*
      *  2650-ADD-DIVISION-ROW                                    *
               SET WS-DIV-IDX TO WS-DIV-COUNT
               MOVE WS-ROLLUP-DIV TO WS-DV-DIV(WS-DIV-IDX)
               MOVE ZERO TO WS-DV-ACTIVE(WS-DIV-IDX)
               MOVE ZERO TO WS-DV-FTE(WS-DIV-IDX)
           ELSE
               SET WS-DIV-IDX TO WS-DIV-COUNT
               DISPLAY 'HDCTREND: DIVISION TABLE FULL - DIVISION '
           END-SEARCH

           ADD WS-WN-ACTIVE(WS-WIN-COUNT)
               TO WS-CO-ACTIVE(WS-CO-IDX)
           ADD WS-WN-FTE(WS-WIN-COUNT)
               TO WS-CO-FTE(WS-CO-IDX).

      *----------------------------------------------------------*
      *  2690-ADD-COMPANY-ROW                                     *
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE WS-ROLLUP-CO TO WS-CO-CODE(WS-CO-IDX)
               MOVE ZERO TO WS-CO-ACTIVE(WS-CO-IDX)
               MOVE ZERO TO WS-CO-FTE(WS-CO-IDX)
           ELSE
               SET WS-CO-IDX TO WS-CO-COUNT
               DISPLAY 'HDCTREND: COMPANY TABLE FULL - COMPANY '
                   VARYING WS-DIV-IDX FROM 1 BY 1
                   UNTIL WS-DIV-IDX > WS-DIV-COUNT
               MOVE WS-DIV-GRAND TO WS-DVT-ACTIVE
               MOVE WS-DIV-GRAND-FTE TO WS-DVT-FTE
               WRITE TREND-RPT-LINE FROM WS-DIV-TOTAL-LINE
           END-IF


           MOVE WS-DV-DIV(WS-DIV-IDX)    TO WS-DVL-DIV
           MOVE WS-DV-ACTIVE(WS-DIV-IDX) TO WS-DVL-ACTIVE
           MOVE WS-DV-FTE(WS-DIV-IDX)    TO WS-DVL-FTE
           WRITE TREND-RPT-LINE FROM WS-DIV-LINE.

      *----------------------------------------------------------*

           MOVE WS-CO-CODE(WS-CO-IDX)   TO WS-COL-CODE
           MOVE WS-CO-ACTIVE(WS-CO-IDX) TO WS-COL-ACTIVE
           MOVE WS-CO-FTE(WS-CO-IDX)    TO WS-COL-FTE
           WRITE TREND-RPT-LINE FROM WS-CO-LINE.

      *----------------------------------------------------------*
