000100*----------------------------------------------------------------
000110* RUNLOCC  -  RECORD LAYOUT FOR THE RUN LOCATOR
000120*             (LOGICAL FILE RUNLOC)
000130*
000140* ONE RECORD PER RUN IN EVERY CATALOGED ARRAYOUT GENERATION,
000150* APPENDED BY WHICHEVER STEP CATALOGS THE GENERATION - LOOOPY
000160* FOR AN UNSLICED, UNSTREAMED NIGHT, ARRMERGE FOR A MERGED
000170* SLICE RUN AND DRVCONS FOR THE COMBINED STREAMS - RIGHT AFTER
000180* ITS RUNCAT RECORD IS WRITTEN.  RUNCAT ONLY HOLDS A
000190* GENERATION'S FIRST AND LAST INPUT NUMBER; THE LOCATOR HOLDS
000200* EVERY RUN KEY, SO GENLOC CAN ANSWER WHICH GENERATION HOLDS A
000210* RUN AND WHETHER IT IS STILL ACTIVE, AND CAN TELL WHICH RUNDTL
000220* KEYS BELONG ONLY TO RETIRED GENERATIONS.  A GENERATION
000230* CATALOGED BEFORE THE LOCATOR EXISTED HAS NO ENTRIES.
000240*----------------------------------------------------------------
000250 01  RUNLOC-RECORD.
000260     05  RLC-INPUT-NUMBER            PIC 9(05).
000270     05  RLC-FILLER-1                PIC X(01).
000280     05  RLC-SEED                    PIC 9(09).
000290     05  RLC-FILLER-2                PIC X(01).
000300     05  RLC-RUN-TIMESTAMP           PIC X(26).
000310     05  RLC-FILLER-3                PIC X(01).
000320     05  RLC-GEN-NUMBER              PIC 9(05).
000330     05  RLC-FILLER-4                PIC X(12).
