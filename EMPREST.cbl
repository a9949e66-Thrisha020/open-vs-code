                                 EMP-LAST-UPD-SRC  BY AR-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY AR-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                                   BY AR-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY AR-JOB-CODE.

       FD  REST-RPT
           LABEL RECORDS ARE STANDARD.
