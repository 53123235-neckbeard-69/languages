000360* MODIFICATION HISTORY.
000370*     DATE       INIT  DESCRIPTION
000380*     ---------- ----  ------------------------------------------
000381*     2026-09-02  RJT  ORIGINAL VERSION.
000382*     2026-10-15  RJT  ADD THE DRVSPLIT AND DRVCONS STEPS AROUND
000383*                      LOOOPY FOR NIGHTS RUN AS PARALLEL DRIVER
000384*                      STREAMS.
000385*     2026-10-15  RJT  ADD THE CAPFCST CAPACITY FORECAST STEP
000386*                      AFTER DRVEDIT.
000387*     2026-10-15  RJT  ADD THE ARRVRFY ELEMENT PROOF AS A REQUIRED
000388*                      STEP AHEAD OF THE LOADS.
000389*     2026-10-15  RJT  ADD THE GENLOC RUNDTL CLEANUP STEP AFTER
000390*                      ARRGENMT.
000391*     2026-10-15  RJT  ADD THE CASEMGT EXCEPTION CASE STEP AFTER
000392*                      WHSACK.
000393*     2026-10-15  RJT  ADD THE REQINTK REQUEST INTAKE STEP AHEAD
000394*                      OF DRVEDIT AND THE REQFULF FULFILMENT STEP
000395*                      AFTER THE STREAMS ARE MERGED.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
001050* LISTED AS NOT RUN.
001060*----------------------------------------------------------------
001070 01  STA-STEP-LIST.
001078     05  FILLER                   PIC X(09) VALUE 'REQINTK O'.
001080     05  FILLER                   PIC X(09) VALUE 'DRVEDIT O'.
001082     05  FILLER                   PIC X(09) VALUE 'CAPFCST O'.
001085     05  FILLER                   PIC X(09) VALUE 'DRVSPLITO'.
001090     05  FILLER                   PIC X(09) VALUE 'LOOOPY  R'.
001095     05  FILLER                   PIC X(09) VALUE 'DRVCONS O'.
001100     05  FILLER                   PIC X(09) VALUE 'ARRMERGEO'.
001102     05  FILLER                   PIC X(09) VALUE 'REQFULF O'.
001105     05  FILLER                   PIC X(09) VALUE 'ARRVRFY R'.
001110     05  FILLER                   PIC X(09) VALUE 'AUDRECONR'.
001120     05  FILLER                   PIC X(09) VALUE 'ARRYRPT R'.
001130     05  FILLER                   PIC X(09) VALUE 'RSLTLOADR'.
001160     05  FILLER                   PIC X(09) VALUE 'AUDTRENDO'.
001170     05  FILLER                   PIC X(09) VALUE 'AUDPURGEO'.
001180     05  FILLER                   PIC X(09) VALUE 'ARRGENMTO'.
001181     05  FILLER                   PIC X(09) VALUE 'GENLOC  O'.
001182     05  FILLER                   PIC X(09) VALUE 'ARRHIST O'.
001184     05  FILLER                   PIC X(09) VALUE 'WHSEXTR O'.
001186     05  FILLER                   PIC X(09) VALUE 'WHSACK  O'.
001189     05  FILLER                   PIC X(09) VALUE 'CASEMGT O'.
001190 01  STA-STEP-TABLE REDEFINES STA-STEP-LIST.
001200     05  STA-STEP-ENTRY OCCURS 23 TIMES
001210                        INDEXED BY STA-STEP-IDX.
001220         10  STA-STEP-NAME           PIC X(08).
001230         10  STA-STEP-CLASS          PIC X(01).
003120     MOVE SPACES TO STA-PREV-START
003130     PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT
003140         VARYING STA-STEP-IDX FROM 1 BY 1
003150         UNTIL STA-STEP-IDX > 23.
003160 5000-EXIT.
003170     EXIT.
003180
