000250*     HELD THAT INDEX COULD KNOW IT - THE MERGE FAILS IF THAT
000260*     SLOT WAS NEVER SUPPLIED.  A CLEAN MERGE IS CATALOGED AS
000270*     THE NEXT GENERATION OF THE RUN LIBRARY, SINCE THE SLICE
000280*     STEPS THEMSELVES CATALOG NOTHING.  THE MERGED RUN'S KEY
000283*     IS THEN APPENDED TO THE RUN LOCATOR (RUNLOC) UNDER THAT
000286*     GENERATION NUMBER.
000290*
000300* MODIFICATION HISTORY.
000310*     DATE       INIT  DESCRIPTION
000402*     2026-09-02  RJT  APPEND ONE STEP-COMPLETION RECORD TO THE
000404*                      SHARED RUN-CONTROL LOG (RUNLOG) AT END OF
000406*                      JOB, FOR THE RUNSTAT MORNING STATUS BOARD.
000407*     2026-10-15  RJT  CARRY THE INNER BOUND FROM THE PARTIAL
000408*                      HEADERS TO THE MERGED HEADER - PARTIALS
000409*                      BUILT TO DIFFERENT INNER BOUNDS DO NOT
000410*                      MERGE.
000411*     2026-10-15  RJT  APPEND THE MERGED RUN'S RUN LOCATOR
000412*                      (RUNLOC) ENTRY WHEN ITS GENERATION IS
000413*                      CATALOGED, FOR GENLOC.
000414*----------------------------------------------------------------
000415
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000622     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS MRG-RUNLOG-STATUS.
000627     SELECT OPTIONAL RUNLOC-FILE ASSIGN TO RUNLOC
000628         ORGANIZATION IS LINE SEQUENTIAL
000629         FILE STATUS IS MRG-RUNLOC-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000864 FD  RUNLOG-FILE.
000866     COPY RUNLOGC.
000870
000872 FD  RUNLOC-FILE.
000874     COPY RUNLOCC.
000876
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* FILE STATUS FIELDS AND SWITCHES
000960 01  MRG-ARRAYOUT-STATUS          PIC X(02) VALUE '00'.
000970 01  MRG-RUNCAT-STATUS            PIC X(02) VALUE '00'.
000972 01  MRG-RUNLOG-STATUS            PIC X(02) VALUE '00'.
000976 01  MRG-RUNLOC-STATUS            PIC X(02) VALUE '00'.
000980 01  MRG-EOF-PART-SW              PIC X(01) VALUE 'N'.
000990     88  MRG-EOF-PART                        VALUE 'Y'.
001000 01  MRG-EOF-RUNCAT-SW            PIC X(01) VALUE 'N'.
001170 01  MRG-INPUT-NUMBER             PIC 9(05) VALUE ZERO.
001180 01  MRG-SEED                     PIC 9(09) VALUE ZERO.
001190 01  MRG-RANDOM-NUMBER            PIC 9(05) VALUE ZERO.
001195 01  MRG-INNER-BOUND              PIC 9(05) VALUE ZERO.
001200
001210*----------------------------------------------------------------
001220* MERGED ELEMENT TABLE - AN OCCUPIED SLOT HIT TWICE IS AN
003250         MOVE MWK-INPUT-NUMBER TO MRG-INPUT-NUMBER
003260         MOVE MWK-SEED TO MRG-SEED
003270         MOVE MWK-RANDOM-NUMBER TO MRG-RANDOM-NUMBER
003275         MOVE MWK-INNER-BOUND TO MRG-INNER-BOUND
003280         SET MRG-KEY-SET TO TRUE
003290     ELSE
003300         IF MWK-INPUT-NUMBER NOT = MRG-INPUT-NUMBER
003310            OR MWK-SEED NOT = MRG-SEED
003320            OR MWK-RANDOM-NUMBER NOT = MRG-RANDOM-NUMBER
003325            OR MWK-INNER-BOUND NOT = MRG-INNER-BOUND
003330             DISPLAY 'ARRMERGE0004E PARTIAL HEADER KEY '
003340                 MWK-INPUT-NUMBER '/' MWK-SEED
003350                 ' DOES NOT MATCH THE MERGE KEY '
004680     MOVE MRG-INPUT-NUMBER TO ARO-INPUT-NUMBER
004690     MOVE MRG-SEED TO ARO-SEED
004700     MOVE MRG-RANDOM-NUMBER TO ARO-RANDOM-NUMBER
004705     MOVE MRG-INNER-BOUND TO ARO-INNER-BOUND
004710     MOVE MRG-ELEMENT-VALUE (MRG-RANDOM-NUMBER + 1)
004720         TO ARO-ELEMENT-RESULT
004730     WRITE ARRAYOUT-RECORD
005280     WRITE RUNCAT-RECORD
005290     CLOSE RUNCAT-FILE
005300     DISPLAY 'ARRMERGE0010I MERGED ARRAYOUT CATALOGED AS'
005310         ' GENERATION ' MRG-GEN-NUMBER
005315     PERFORM 7200-WRITE-LOCATOR-ENTRY THRU 7200-EXIT.
005320 7000-EXIT.
005330     EXIT.
005340
005630             IF RCT-GEN-NUMBER NUMERIC
005640                AND RCT-GEN-NUMBER NOT < MRG-GEN-NUMBER
005650                 COMPUTE MRG-GEN-NUMBER = RCT-GEN-NUMBER + 1
005651             END-IF
005652     END-READ.
005653 7110-EXIT.
005654     EXIT.
005655
005656*----------------------------------------------------------------
005657* 7200-WRITE-LOCATOR-ENTRY  -  THE MERGED RUN'S ONE RUNLOC ENTRY
005658*                              UNDER THE GENERATION JUST
005659*                              CATALOGED.  A LOCATOR FAILURE IS
005660*                              WARNED, NOT FATAL.
005661*----------------------------------------------------------------
005662 7200-WRITE-LOCATOR-ENTRY.
005663     OPEN EXTEND RUNLOC-FILE
005664     IF MRG-RUNLOC-STATUS = '35'
005665         OPEN OUTPUT RUNLOC-FILE
005666     END-IF
005667     IF MRG-RUNLOC-STATUS NOT = '00'
005668        AND MRG-RUNLOC-STATUS NOT = '05'
005669         DISPLAY 'ARRMERGE0016W RUNLOC OPEN FAILED, STATUS = '
005670             MRG-RUNLOC-STATUS ' - NO RUNLOC ENTRY WRITTEN'
005671         GO TO 7200-EXIT
005672     END-IF
005673     MOVE SPACES TO RUNLOC-RECORD
005674     MOVE MRG-INPUT-NUMBER TO RLC-INPUT-NUMBER
005675     MOVE MRG-SEED TO RLC-SEED
005676     MOVE MRG-RUN-TIMESTAMP TO RLC-RUN-TIMESTAMP
005677     MOVE MRG-GEN-NUMBER TO RLC-GEN-NUMBER
005678     WRITE RUNLOC-RECORD
005679     CLOSE RUNLOC-FILE.
005680 7200-EXIT.
005685     EXIT.
005690
005691*----------------------------------------------------------------
