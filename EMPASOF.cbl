      *                  BEFORE THE NIGHT'S BATCH ROWS, SO THIS
      *                  MATCHES THE BEFORE-IMAGE THE FULL PASS
      *                  TAKES FROM PHYSICAL EMPHIST ORDER.
      * 10/15/2026  RSM  EMPREC IMAGE WIDENED TO 80 BYTES (NEW
      *                  EMP-JOB-CODE).
      *

       ENVIRONMENT DIVISION.
                                 EMP-LAST-UPD-SRC  BY AR-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY AR-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY AR-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY AR-JOB-CODE.

      * The reconstructed master, in the same EMPREC layout the live
      * master carries, renamed with an AS- prefix so this FD can
                                 EMP-LAST-UPD-SRC  BY AS-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY AS-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY AS-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY AS-JOB-CODE.

       FD  ASOF-RPT
           LABEL RECORDS ARE STANDARD.
                            INDEXED BY WS-OV-IDX.
               10  WS-OV-EMP-ID     PIC 9(05).
               10  WS-OV-ACTION     PIC X(01).
               10  WS-OV-IMAGE      PIC X(80).

       01  WS-OVR-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-OVR-FOUND               VALUE 'Y'.
