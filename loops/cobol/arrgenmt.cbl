000441*     2026-09-02  RJT  APPEND ONE STEP-COMPLETION RECORD TO THE
000442*                      SHARED RUN-CONTROL LOG (RUNLOG) AT END OF
000443*                      JOB, FOR THE RUNSTAT MORNING STATUS BOARD.
000444*     2026-10-15  RJT  CARRY THE RUNDTL CLEANUP MARK GENLOC SETS
000445*                      ON A RETIRED GENERATION THROUGH THE
000446*                      CATALOG REWRITE.
000447*----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
001140         10  GEN-CAT-STATUS          PIC X(01).
001150             88  GEN-CAT-ACTIVE              VALUE 'A'.
001160             88  GEN-CAT-RETIRED             VALUE 'R'.
001165         10  GEN-CAT-DTL-CLEANUP     PIC X(01).
001170
001180*----------------------------------------------------------------
001190* WORK FIELDS FOR THE SCANS
002590                 TO GEN-CAT-LAST-INPUT (GEN-IDX)
002600             MOVE RCT-GEN-STATUS
002610                 TO GEN-CAT-STATUS (GEN-IDX)
002613             MOVE RCT-DTL-CLEANUP
002616                 TO GEN-CAT-DTL-CLEANUP (GEN-IDX)
002620     END-READ.
002630 2100-EXIT.
002640     EXIT.
003960     MOVE GEN-CAT-FIRST-INPUT (GEN-IDX) TO RCT-FIRST-INPUT
003970     MOVE GEN-CAT-LAST-INPUT (GEN-IDX) TO RCT-LAST-INPUT
003980     MOVE GEN-CAT-STATUS (GEN-IDX) TO RCT-GEN-STATUS
003985     MOVE GEN-CAT-DTL-CLEANUP (GEN-IDX) TO RCT-DTL-CLEANUP
003990     WRITE RUNCAT-RECORD.
004000 4310-EXIT.
004010     EXIT.
