      *----------------------------------------------------------*
      *  RPAYREC.CPY                                              *
      *  REMITTANCE PAYEE MASTER RECORD - ONE ROW PER DEDUCTION   *
      *  CODE THAT IS PAID OVER TO A THIRD PARTY (A COURT OR      *
      *  CHILD-SUPPORT AGENCY FOR A GARNISHMENT, THE UNION FOR    *
      *  DUES, THE CARRIER FOR INSURANCE). SEVERAL CODES MAY NAME *
      *  THE SAME PAYEE; EVERY ROW FOR A PAYEE MUST THEN AGREE ON *
      *  ITS FORMAT AND OUTPUT FILE. AN ELECTRONIC PAYEE ('E')    *
      *  GETS ITS OWN FILEHDR-WRAPPED REMITTANCE FILE ON THE      *
      *  NUMBERED OUTPUT FILE REMITn; A PAPER PAYEE ('P') GETS A  *
      *  PRINTED REMITTANCE ADVICE MAILED TO THE ADDRESS BELOW.   *
      *  THE REFERENCE TYPE SAYS WHICH DEDMAST REFERENCE NUMBER   *
      *  THE PAYEE FILES EACH AMOUNT UNDER. KEPT AS A CONTROL     *
      *  FILE (REMPAYEE) LIKE GLMAP AND READ BY THE REMITTANCE    *
      *  RUN (DEDREMIT). TAX CODES (FIT, SIT, SSE, MCE) ARE NOT   *
      *  LISTED: WITHHOLDING IS DEPOSITED THROUGH THE TAX RUNS.   *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      * --------------------
      * 10/15/2026  RSM  INITIAL VERSION.
      *
       01  REMIT-PAYEE-RECORD.
           05  RP-DED-CODE          PIC X(03).
           05  RP-PAYEE-ID          PIC X(08).
           05  RP-PAYEE-NAME        PIC X(30).
           05  RP-FORMAT            PIC X(01).
               88  RP-ELECTRONIC           VALUE 'E'.
               88  RP-PAPER                VALUE 'P'.
               88  RP-FORMAT-VALID         VALUE 'E' 'P'.
      * ELECTRONIC PAYEES ONLY: WHICH REMITn FILE (1-4) CARRIES
      * THE PAYEE'S REMITTANCE. NO TWO PAYEES SHARE A FILE.
           05  RP-FILE-SLOT         PIC 9(01).
      * C - COURT CASE OR DOCKET NUMBER (GARNISHMENTS)
      * M - MEMBER NUMBER (UNION DUES)
      * SPACE - THE PAYEE NEEDS NO REFERENCE
           05  RP-REF-TYPE          PIC X(01).
               88  RP-REF-CASE-NO          VALUE 'C'.
               88  RP-REF-MEMBER-NO        VALUE 'M'.
               88  RP-REF-NONE             VALUE SPACE.
               88  RP-REF-TYPE-VALID       VALUE 'C' 'M' SPACE.
      * PAPER PAYEES: WHERE THE ADVICE AND CHECK ARE MAILED.
           05  RP-ADDR-LINE-1       PIC X(30).
           05  RP-ADDR-LINE-2       PIC X(30).
           05  RP-CITY-STATE-ZIP    PIC X(30).
           05  FILLER               PIC X(06).
