                                 EMP-LAST-UPD-SRC  BY OLD-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY OLD-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                     BY OLD-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY OLD-JOB-CODE.

      * Today's snapshot, cut fresh from the live master this run.
       FD  SNAP-NEW.
                                 EMP-LAST-UPD-SRC  BY NEW-LAST-UPD-SRC
                                 EMP-UPD-SRC-BATCH BY NEW-UPD-SRC-BATCH
                                 EMP-UPD-SRC-ONLINE
                                     BY NEW-UPD-SRC-ONLINE
                                 EMP-JOB-CODE      BY NEW-JOB-CODE.

       FD  SNAP-HIST
           LABEL RECORDS ARE STANDARD.
