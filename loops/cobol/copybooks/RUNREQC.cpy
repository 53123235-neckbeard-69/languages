000100*----------------------------------------------------------------
000110* RUNREQC  -  RECORD LAYOUT FOR A LOOOPY RUN REQUEST
000120*             (LOGICAL FILES REQFILE, REQCARY AND REQTRAK)
000130*
000140* ONE RECORD PER ANALYST REQUEST FOR A RUN OF ONE INPUT NUMBER.
000150* THE ANALYST SUPPLIES THE REQUESTER, THE INPUT NUMBER, THE DATE
000160* THE RESULT IS WANTED BY, AND WHETHER THE RUN IS TO BE SEEDED
000170* (REPRODUCIBLE).  A SEED MAY ALSO BE SUPPLIED TO ASK AGAIN FOR
000180* A RUN ALREADY ISSUED; OTHERWISE IT IS LEFT BLANK OR ZERO AND
000190* REQINTK ISSUES OR REUSES ONE THROUGH THE SEED REGISTER.
000200*
000210* THE SAME LAYOUT CARRIES THE REQUEST THROUGH THE NIGHT:
000220*   REQFILE  - THE NEW REQUESTS, AS KEYED.  THE FIELDS FROM
000230*              RRQ-REQUEST-DATE ON MAY BE LEFT BLANK.
000240*   REQTRAK  - EVERY REQUEST REQINTK HANDLED THAT NIGHT, WITH THE
000250*              SEED IT RUNS UNDER AND ITS INTAKE STATUS, FOR
000260*              REQFULF TO MATCH AGAINST THE NIGHT'S DSPFILE.
000270*   REQCARY  - THE REQUESTS REQFULF CARRIES FORWARD (SKIPPED OR
000280*              NOT REACHED), READ BACK BY THE NEXT NIGHT'S
000290*              REQINTK AHEAD OF THE NEW REQUESTS.
000300*----------------------------------------------------------------
000310 01  RUNREQ-RECORD.
000320     05  RRQ-REQUESTED-BY            PIC X(08).
000330     05  RRQ-FILLER-1                PIC X(01).
000340     05  RRQ-INPUT-NUMBER            PIC 9(05).
000350     05  RRQ-FILLER-2                PIC X(01).
000360     05  RRQ-WANTED-BY-DATE          PIC X(08).
000370     05  RRQ-FILLER-3                PIC X(01).
000380     05  RRQ-SEEDED-FLAG             PIC X(01).
000390         88  RRQ-SEEDED                  VALUE 'Y'.
000400         88  RRQ-UNSEEDED                VALUE 'N'.
000410     05  RRQ-FILLER-4                PIC X(01).
000420     05  RRQ-SEED                    PIC 9(09).
000430     05  RRQ-FILLER-5                PIC X(01).
000440     05  RRQ-REQUEST-DATE            PIC X(08).
000450     05  RRQ-FILLER-6                PIC X(01).
000460     05  RRQ-CARRY-COUNT             PIC 9(03).
000470     05  RRQ-FILLER-7                PIC X(01).
000480     05  RRQ-STATUS                  PIC X(10).
000490         88  RRQ-SCHEDULED               VALUE 'SCHEDULED'.
000500         88  RRQ-ANSWERED                VALUE 'ANSWERED'.
000510         88  RRQ-REJECTED                VALUE 'REJECTED'.
000520     05  RRQ-FILLER-8                PIC X(01).
000530     05  RRQ-REASON                  PIC X(20).
000540     05  RRQ-FILLER-9                PIC X(10).
