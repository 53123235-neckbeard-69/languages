000100*----------------------------------------------------------------
000110* CHGRATEC -  RECORD LAYOUT FOR THE CHARGEBACK RATE FILE
000120*             (LOGICAL FILE CHGRATE)
000130*
000140* ONE RECORD PER RATE CHANGE, MAINTAINED BY FINANCE AND KEPT IN
000150* EFFECTIVE-MONTH ORDER.  CHGBACK PRICES A MONTH AT THE LAST
000160* RECORD WHOSE EFFECTIVE MONTH IS NOT AFTER IT, SO A RATE
000170* CHANGE IS MADE BY ADDING A RECORD, NEVER BY EDITING ONE THAT
000180* HAS ALREADY PRICED A MONTH.  THE RATES CARRY FOUR IMPLIED
000190* DECIMALS AND ARE KEYED AS NINE DIGITS:
000200*     CRT-COMPUTE-RATE    PER MILLION ITERATIONS OF A COMPUTED
000210*                         RUN
000220*     CRT-REUSE-RATE      PER RUN ANSWERED FROM RUNMAST
000230*     CRT-UNMETERED-RATE  PER RUN ON AN AUDITLOG LINE WRITTEN
000240*                         BEFORE THE USAGE METER EXISTED
000250* A RECORD WITH A NON-NUMERIC MONTH OR RATE IS REJECTED.
000260*----------------------------------------------------------------
000270 01  CHGRATE-RECORD.
000280     05  CRT-EFFECTIVE-MONTH         PIC 9(06).
000290     05  CRT-FILLER-1                PIC X(01).
000300     05  CRT-COMPUTE-RATE            PIC 9(05)V9(04).
000310     05  CRT-FILLER-2                PIC X(01).
000320     05  CRT-REUSE-RATE              PIC 9(05)V9(04).
000330     05  CRT-FILLER-3                PIC X(01).
000340     05  CRT-UNMETERED-RATE          PIC 9(05)V9(04).
000350     05  CRT-FILLER-4                PIC X(01).
000360     05  CRT-APPROVED-BY             PIC X(08).
000370     05  CRT-FILLER-5                PIC X(25).
