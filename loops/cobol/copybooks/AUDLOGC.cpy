000150* TIMESTAMP, THE INPUT NUMBER AND SEED, THE RANDOM DRAW, AND THE
000160* ELEMENT RESULT REPORTED FOR THAT RUN.  THE FILE IS OPENED
000170* EXTEND BY LOOOPY SO THE LINES ACCUMULATE ACROSS JOBS.
000172*
000174* AUD-USAGE AND AUD-ITERATIONS METER THE RUN FOR CHGBACK: 'C' IS
000175* A COMPUTED RUN AND CARRIES OUTER BOUND TIMES THE INNER BOUND
000176* ACTUALLY USED; 'R' IS A RUN ANSWERED FROM RUNMAST AND CARRIES
000177* ONLY THE INNER-BOUND VERIFY LOOP.  LINES WRITTEN BEFORE THE
000178* METER EXISTED HOLD SPACES HERE.
000180*----------------------------------------------------------------
000190 01  AUDITLOG-RECORD.
000200     05  AUD-TIMESTAMP               PIC X(26).
000260     05  AUD-RANDOM-NUMBER           PIC 9(05).
000270     05  AUD-FILLER-4                PIC X(01).
000280     05  AUD-ELEMENT-RESULT          PIC -(10)9.
000290     05  AUD-FILLER-5                PIC X(01).
000300     05  AUD-USAGE                   PIC X(01).
000310         88  AUD-USAGE-COMPUTED                  VALUE 'C'.
000320         88  AUD-USAGE-REUSED                    VALUE 'R'.
000330     05  AUD-ITERATIONS              PIC 9(10).
000340     05  AUD-FILLER-6                PIC X(03).
