000110* DSPHISTC -  RECORD LAYOUT FOR THE DISPOSITION HISTORY FILE
000120*             (LOGICAL FILE DSPHIST)
000130*
000131* EACH RECORD CARRIES THE NIGHT'S DISPOSITION TOTALS, AGAIN BROKEN
000132* DOWN BY DRVFILE PRIORITY CLASS (URGENT, NORMAL, LOW, IN THAT
000133* ORDER), AND THE COUNT OF DATED DRVFILE LINES LEFT UNPROCESSED
000134* ON OR AFTER THEIR MUST-COMPLETE-BY DATE.  RECORDS APPENDED
000135* BEFORE THE CLASSES EXISTED HOLD SPACES THERE, SO A READER TESTS
000136* THEM NUMERIC.
000137*
000140* DSPFILE IS OVERWRITTEN EVERY NIGHT, SO THE MONTH CANNOT BE
000150* RECONSTRUCTED FROM IT.  EACH BATCH-DRIVER NIGHT LOOOPY APPENDS
000160* ONE HISTORY RECORD CARRYING THE RUN DATE AND THE SAME TOTALS
000212* AND THAT WORK IS ALREADY COUNTED BY THE EARLIER RECORD, SO A
000214* READER ACCUMULATING ACROSS NIGHTS MUST NET DHS-TOT-PRIOR OUT
000216* OF DHS-TOT-READ (AS MTHOPS DOES) - EVERY RECORD THEN BALANCES
000217* AS READ - PRIOR = PROCESSED + SKIPPED + NOT-REACHED AND NO
000218* LIST PORTION IS COUNTED TWICE.
000219*----------------------------------------------------------------
000220 01  DSPHIST-RECORD.
000230     05  DHS-RUN-DATE                PIC X(08).
000240     05  DHS-FILLER-1                PIC X(01).
000310     05  DHS-TOT-PRIOR               PIC 9(05).
000320     05  DHS-FILLER-5                PIC X(01).
000330     05  DHS-TOT-NOT-REACHED         PIC 9(05).
000340     05  DHS-FILLER-6                PIC X(01).
000350     05  DHS-CLASS-ENTRY OCCURS 3 TIMES
000360                         INDEXED BY DHS-CLS-IDX.
000370         10  DHS-CLS-CLASS           PIC X(01).
000380         10  DHS-CLS-READ            PIC 9(05).
000390         10  DHS-CLS-PROCESSED       PIC 9(05).
000400         10  DHS-CLS-SKIPPED         PIC 9(05).
000410         10  DHS-CLS-PRIOR           PIC 9(05).
000420         10  DHS-CLS-NOT-REACHED     PIC 9(05).
000430         10  DHS-CLS-FILLER          PIC X(01).
000440     05  DHS-DEADLINE-MISSED         PIC 9(05).
000450     05  DHS-FILLER-7                PIC X(10).
