      * MODIFICATION HISTORY
      * --------------------
      * 08/09/2026  RSM  INITIAL VERSION.
      * 10/15/2026  RSM  ADDED '04' (LK-STATUS-HELD) FOR A SUBPROG
      *                  ADJUSTMENT HELD OVER ITS CATEGORY'S APPROVAL
      *                  LIMIT.
      *
      *  '00'  NORMAL COMPLETION
      *  '04'  HELD FOR APPROVAL - NOTHING POSTED (SUBPROG)
      *  '08'  COMPLETED WITH A WARNING (E.G. VALUE ADJUSTED/CAPPED)
      *  '12'  FAILED VALIDATION - OUTPUT NOT RELIABLE
      *
       01  LK-RETURN-STATUS      PIC X(02).
           88  LK-STATUS-OK               VALUE '00'.
           88  LK-STATUS-HELD             VALUE '04'.
           88  LK-STATUS-WARNING          VALUE '08'.
           88  LK-STATUS-FAILED           VALUE '12'.
