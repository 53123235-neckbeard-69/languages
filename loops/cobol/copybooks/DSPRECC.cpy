000100*----------------------------------------------------------------
000110* DSPRECC  -  RECORD LAYOUT FOR THE BATCH-DRIVER DISPOSITION FILE
000120*             (LOGICAL FILE DSPFILE)
000130*
000140* ONE DISPOSITION RECORD PER DRVFILE INPUT LINE PLUS A TOTALS
000150* RECORD, SO OPERATIONS CAN SEE EVERY LINE'S FATE WITHOUT DIGGING
000160* THE WARNING DISPLAYS OUT OF THE JOB LOG.  LOOOPY WRITES THE
000170* FILE AFRESH EACH BATCH-DRIVER NIGHT; REQFULF READS IT THE NEXT
000180* MORNING TO CLOSE OR CARRY THE RUN REQUESTS IT SCHEDULED.
000182*
000184* EACH DETAIL RECORD CARRIES THE LINE'S PRIORITY CLASS (U, N OR
000186* L - A BLANK OR UNKNOWN DRVFILE CLASS IS SHOWN AS N) AND ITS
000188* MUST-COMPLETE-BY DATE.  AHEAD OF THE TOTALS RECORD COMES ONE
000190* CLASS RECORD PER PRIORITY CLASS, URGENT FIRST, CARRYING THAT
000192* CLASS'S SHARE OF THE TOTALS, SO THE TOTALS RECORD IS STILL THE
000194* LAST RECORD ON THE FILE.  THE TOTALS RECORD ALSO COUNTS THE
000196* DATED LINES LEFT UNPROCESSED ON OR AFTER THEIR DATE.
000198*----------------------------------------------------------------
000200 01  DISP-RECORD.
000210     05  DSP-REC-TYPE                PIC X(01).
000220         88  DSP-DETAIL-REC              VALUE 'D'.
000225         88  DSP-CLASS-REC               VALUE 'C'.
000230         88  DSP-TOTALS-REC              VALUE 'T'.
000240     05  DSP-BODY.
000250         10  DSP-INPUT-NUMBER        PIC 9(05).
000260         10  DSP-FILLER-1            PIC X(01).
000270         10  DSP-SEED                PIC 9(09).
000280         10  DSP-FILLER-2            PIC X(01).
000290         10  DSP-RUN-STATUS          PIC X(12).
000300         10  DSP-FILLER-3            PIC X(01).
000310         10  DSP-REASON              PIC X(20).
000312         10  DSP-FILLER-4            PIC X(01).
000314         10  DSP-PRIORITY-CLASS      PIC X(01).
000316         10  DSP-FILLER-5            PIC X(01).
000318         10  DSP-MUST-COMPLETE-BY    PIC X(08).
000320     05  DSP-TOTALS-BODY REDEFINES DSP-BODY.
000330         10  DSP-TOT-READ            PIC 9(05).
000340         10  DSP-TOT-FILLER-1        PIC X(01).
000350         10  DSP-TOT-PROCESSED       PIC 9(05).
000360         10  DSP-TOT-FILLER-2        PIC X(01).
000370         10  DSP-TOT-SKIPPED         PIC 9(05).
000380         10  DSP-TOT-FILLER-3        PIC X(01).
000390         10  DSP-TOT-PRIOR           PIC 9(05).
000400         10  DSP-TOT-FILLER-4        PIC X(01).
000410         10  DSP-TOT-NOT-REACHED     PIC 9(05).
000420         10  DSP-TOT-FILLER-5        PIC X(01).
000422         10  DSP-TOT-DEADLINE-MISSED PIC 9(05).
000424         10  DSP-TOT-FILLER-6        PIC X(25).
000430     05  DSP-CLASS-BODY REDEFINES DSP-BODY.
000440         10  DSP-CLS-CLASS           PIC X(01).
000450         10  DSP-CLS-FILLER-1        PIC X(01).
000460         10  DSP-CLS-READ            PIC 9(05).
000470         10  DSP-CLS-FILLER-2        PIC X(01).
000480         10  DSP-CLS-PROCESSED       PIC 9(05).
000490         10  DSP-CLS-FILLER-3        PIC X(01).
000500         10  DSP-CLS-SKIPPED         PIC 9(05).
000510         10  DSP-CLS-FILLER-4        PIC X(01).
000520         10  DSP-CLS-PRIOR           PIC 9(05).
000530         10  DSP-CLS-FILLER-5        PIC X(01).
000540         10  DSP-CLS-NOT-REACHED     PIC 9(05).
000550         10  DSP-CLS-FILLER-6        PIC X(29).
