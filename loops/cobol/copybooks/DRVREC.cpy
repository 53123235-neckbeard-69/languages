000130*
000140* ONE RECORD PER INPUT-NUMBER TO BE PROCESSED IN THE JOB STEP.
000150* DRV-SEED OF ZERO MEANS NO SEED IS SUPPLIED FOR THAT LINE.
000151*
000152* DRV-PRIORITY-CLASS (U, N OR L - BLANK READS AS N) ORDERS THE
000153* NIGHT: EVERY URGENT RECORD RUNS BEFORE ANY NORMAL ONE, EVERY
000154* NORMAL BEFORE ANY LOW.  DRV-MUST-COMPLETE-BY IS AN OPTIONAL
000155* YYYYMMDD DATE - EARLIEST FIRST WITHIN A CLASS, AND A DATED
000156* RECORD LEFT UNPROCESSED ON OR AFTER IT RAISES THE STEP RC.
000157* DRV-STREAM-NUMBER IS BLANK ON A ONE-STEP LIST; DRVSPLIT SETS IT
000158* (1-4) ON ITS STREAM LISTS, AND A STREAM STEP CATALOGS NOTHING
000159* AND APPENDS NO DSPHIST RECORD - DRVCONS DOES BOTH.
000160*----------------------------------------------------------------
000170 01  DRV-FILE-RECORD.
000180     05  DRV-INPUT-NUMBER            PIC 9(05).
000190     05  DRV-SEED                    PIC 9(09).
000200     05  DRV-PRIORITY-CLASS          PIC X(01).
000220         88  DRV-CLASS-URGENT            VALUE 'U'.
000230         88  DRV-CLASS-NORMAL            VALUE 'N' ' '.
000240         88  DRV-CLASS-LOW               VALUE 'L'.
000250         88  DRV-CLASS-VALID             VALUE 'U' 'N' 'L' ' '.
000260     05  DRV-MUST-COMPLETE-BY        PIC X(08).
000270     05  DRV-STREAM-NUMBER           PIC X(01).
000280         88  DRV-NOT-STREAMED            VALUE ' '.
000290         88  DRV-STREAM-VALID            VALUE '1' THRU '4'.
