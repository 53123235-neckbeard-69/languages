000190* REQUEST TO A GENERATION, AND RETIRES GENERATIONS BEYOND THE
000200* RETENTION COUNT.  A FAILED JOB WRITES NO CATALOG RECORD, SO AN
000210* UNCATALOGED DATASET IS BY DEFINITION NOT TRUSTWORTHY.
000212* ONCE GENLOC CLEANUP HAS TAKEN A RETIRED GENERATION'S RUNS OFF
000214* RUNDTL IT MARKS THE RECORD RCT-DTL-CLEANED, SO THE NEXT
000216* CLEANUP DOES NOT WORK THE SAME GENERATION AGAIN.
000220*----------------------------------------------------------------
000230 01  RUNCAT-RECORD.
000240     05  RCT-GEN-NUMBER              PIC 9(05).
000360     05  RCT-GEN-STATUS              PIC X(01).
000370         88  RCT-GEN-ACTIVE              VALUE 'A'.
000380         88  RCT-GEN-RETIRED             VALUE 'R'.
000390     05  RCT-FILLER-7                PIC X(01).
000400     05  RCT-DTL-CLEANUP             PIC X(01).
000410         88  RCT-DTL-CLEANED             VALUE 'C'.
000420     05  RCT-FILLER-8                PIC X(08).
