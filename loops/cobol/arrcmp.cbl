000170*     ENDS WITH A NON-ZERO RETURN CODE WHEN ANY RUN DIFFERS, HAS
000180*     NO BASELINE MATCH, OR EXISTS ONLY ON THE BASELINE, SO THE
000190*     SCHEDULER CAN FLAG IT.
000192*     EVERY RUN THAT DIFFERS OR IS UNMATCHED IS ALSO APPENDED TO
000194*     THE SHARED EXCEPTION FILE (EXCLOG), KEYED INPUT/SEED, FOR
000196*     CASEMGT TO TRACK AS A CASE UNTIL SOMEONE CLOSES IT.
000200*
000210* MODIFICATION HISTORY.
000220*     DATE       INIT  DESCRIPTION
000372*     2026-09-02  RJT  APPEND ONE STEP-COMPLETION RECORD TO THE
000374*                      SHARED RUN-CONTROL LOG (RUNLOG) AT END OF
000376*                      JOB, FOR THE RUNSTAT MORNING STATUS BOARD.
000377*     2026-10-15  RJT  APPEND EVERY DIFFERING OR UNMATCHED RUN TO
000378*                      THE SHARED EXCEPTION FILE (EXCLOG) FOR CASE
000379*                      TRACKING BY CASEMGT.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000512     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS CMP-RUNLOG-STATUS.
000517     SELECT EXCLOG-FILE   ASSIGN TO EXCLOG
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS CMP-EXCLOG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000804 FD  RUNLOG-FILE.
000806     COPY RUNLOGC.
000810
000812 FD  EXCLOG-FILE.
000814     COPY EXCLOGC.
000816
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------
000840* FILE STATUS FIELDS
000870 01  CMP-BASEFILE-STATUS          PIC X(02) VALUE '00'.
000880 01  CMP-CMPRPT-STATUS            PIC X(02) VALUE '00'.
000882 01  CMP-RUNLOG-STATUS            PIC X(02) VALUE '00'.
000886 01  CMP-EXCLOG-STATUS            PIC X(02) VALUE '00'.
000890
000900*----------------------------------------------------------------
000910* SWITCHES
001020     88  CMP-BAS-FOUND                       VALUE 'Y'.
001030 01  CMP-GROUP-DONE-SW            PIC X(01) VALUE 'N'.
001040     88  CMP-GROUP-DONE                      VALUE 'Y'.
001043 01  CMP-EXCLOG-OPEN-SW           PIC X(01) VALUE 'N'.
001046     88  CMP-EXCLOG-OPEN                     VALUE 'Y'.
001050
001060*----------------------------------------------------------------
001070* CURRENT-RUN KEY AND ELEMENT TABLE - ONE RUN AT A TIME, SIZED TO
001320 01  CMP-RUNS-DIFFERING           PIC 9(05) VALUE ZERO.
001330 01  CMP-RUNS-UNMATCHED           PIC 9(05) VALUE ZERO.
001332 01  CMP-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001334
001336*----------------------------------------------------------------
001338* THE EXCEPTION IN HAND AS IT GOES TO THE SHARED EXCEPTION FILE
001340*----------------------------------------------------------------
001342 01  CMP-EXL-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
001344 01  CMP-EXL-SEED                 PIC 9(09) VALUE ZERO.
001345 01  CMP-EXL-TYPE                 PIC X(12) VALUE SPACES.
001346 01  CMP-EXL-DETAIL               PIC X(20) VALUE SPACES.
001348
001350*----------------------------------------------------------------
001360* CONSUMED-KEY TABLE - ONE ENTRY PER DISTINCT INPUT/SEED THE
001370* CURRENT FILE MATCHED AGAINST THE BASELINE, WITH A USE COUNT SO
001820         TO COMPARE-COLUMN-RECORD
001830     WRITE COMPARE-COLUMN-RECORD
001840     PERFORM 1100-CLEAR-ONE-SLOT THRU 1100-EXIT
001850         VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > 10000
001852     PERFORM 1200-OPEN-EXCEPTION-LOG THRU 1200-EXIT.
001860 1000-EXIT.
001870     EXIT.
001880
001900     MOVE ZERO TO CMP-CUR-ELEMENT (CMP-IDX)
001910     MOVE 'N' TO CMP-CUR-SLOT-SW (CMP-IDX).
001920 1100-EXIT.
001921     EXIT.
001922
001923*----------------------------------------------------------------
001924* 1200-OPEN-EXCEPTION-LOG  -  THE SHARED EXCEPTION FILE IS
001925*                             EXTENDED LIKE RUNLOG.  A FAILURE IS
001926*                             WARNED, NOT FATAL - THE REPORT STILL
001927*                             CARRIES EVERY EXCEPTION
001928*----------------------------------------------------------------
001929 1200-OPEN-EXCEPTION-LOG.
001930     OPEN EXTEND EXCLOG-FILE
001931     IF CMP-EXCLOG-STATUS = '35'
001932         OPEN OUTPUT EXCLOG-FILE
001933     END-IF
001934     IF CMP-EXCLOG-STATUS NOT = '00'
001935         DISPLAY 'ARRCMP0007W EXCLOG OPEN FAILED, STATUS = '
001936             CMP-EXCLOG-STATUS ' - EXCEPTIONS NOT LOGGED'
001937         GO TO 1200-EXIT
001938     END-IF
001939     SET CMP-EXCLOG-OPEN TO TRUE.
001940 1200-EXIT.
001941     EXIT.
001942
001950*----------------------------------------------------------------
001960* 2000-READ-CURRENT
001970*----------------------------------------------------------------
004530     END-IF
004540     MOVE CMP-FIRST-DIFF-INDEX TO CMP-RPT-FIRST-DIFF
004550     MOVE CMP-DIFF-COUNT       TO CMP-RPT-DIFF-COUNT
004560     MOVE CMP-RPT-STATUS TO CMP-EXL-TYPE
004561     WRITE COMPARE-DETAIL-RECORD
004562     IF CMP-DIFF-COUNT > ZERO
004563         MOVE CMP-CUR-INPUT-NUMBER TO CMP-EXL-INPUT-NUMBER
004564         MOVE CMP-CUR-SEED TO CMP-EXL-SEED
004565         MOVE SPACES TO CMP-EXL-DETAIL
004566         STRING 'FIRST DIFF ' CMP-FIRST-DIFF-INDEX
004567             DELIMITED BY SIZE INTO CMP-EXL-DETAIL
004568         PERFORM 6200-LOG-EXCEPTION THRU 6200-EXIT
004569     END-IF.
004570 6000-EXIT.
004580     EXIT.
004590
004680     MOVE 'NO BASELINE' TO CMP-RPT-STATUS
004690     MOVE ZERO TO CMP-RPT-FIRST-DIFF
004700     MOVE ZERO TO CMP-RPT-DIFF-COUNT
004705     MOVE CMP-RPT-STATUS TO CMP-EXL-TYPE
004710     WRITE COMPARE-DETAIL-RECORD
004720     ADD 1 TO CMP-RUNS-UNMATCHED
004722     MOVE CMP-CUR-INPUT-NUMBER TO CMP-EXL-INPUT-NUMBER
004724     MOVE CMP-CUR-SEED TO CMP-EXL-SEED
004726     MOVE SPACES TO CMP-EXL-DETAIL
004728     PERFORM 6200-LOG-EXCEPTION THRU 6200-EXIT.
004730 6100-EXIT.
004731     EXIT.
004732
004733*----------------------------------------------------------------
004734* 6200-LOG-EXCEPTION  -  THE RUN JUST REPORTED TO THE SHARED
004735*                        EXCEPTION FILE, UNDER TODAY'S DATE.  THE
004736*                        CALLER SETS THE KEY, TYPE AND DETAIL,
004737*                        THE TYPE SAVED FROM THE PRINTED STATUS
004738*                        BEFORE THE REPORT LINE WAS WRITTEN
004739*----------------------------------------------------------------
004740 6200-LOG-EXCEPTION.
004741     IF NOT CMP-EXCLOG-OPEN
004742         GO TO 6200-EXIT
004743     END-IF
004744     MOVE SPACES TO EXCLOG-RECORD
004745     MOVE 'ARRCMP' TO EXL-PROGRAM-ID
004746     STRING CMP-EXL-INPUT-NUMBER '/' CMP-EXL-SEED
004747         DELIMITED BY SIZE INTO EXL-SOURCE-KEY
004748     MOVE CMP-EXL-TYPE TO EXL-EXCEPTION-TYPE
004749     MOVE CMP-START-TIMESTAMP (1:8) TO EXL-FIRST-SEEN-DATE
004750     MOVE CMP-EXL-DETAIL TO EXL-DETAIL
004751     WRITE EXCLOG-RECORD.
004752 6200-EXIT.
004753     EXIT.
004754
004760
004770*----------------------------------------------------------------
004780* 7000-CHECK-BASELINE-ORPHANS  -  REWIND THE BASELINE AND SPEND
005280         MOVE 'NO CURRENT' TO CMP-RPT-STATUS
005290         MOVE ZERO TO CMP-RPT-FIRST-DIFF
005300         MOVE ZERO TO CMP-RPT-DIFF-COUNT
005305         MOVE CMP-RPT-STATUS TO CMP-EXL-TYPE
005310         WRITE COMPARE-DETAIL-RECORD
005320         ADD 1 TO CMP-RUNS-UNMATCHED
005322         MOVE BAS-INPUT-NUMBER TO CMP-EXL-INPUT-NUMBER
005324         MOVE BAS-SEED TO CMP-EXL-SEED
005326         MOVE SPACES TO CMP-EXL-DETAIL
005328         PERFORM 6200-LOG-EXCEPTION THRU 6200-EXIT
005330     END-IF.
005340 7100-EXIT.
005350     EXIT.
005640     MOVE 'DUP CURRENT' TO CMP-RPT-STATUS
005650     MOVE ZERO TO CMP-RPT-FIRST-DIFF
005660     MOVE ZERO TO CMP-RPT-DIFF-COUNT
005665     MOVE CMP-RPT-STATUS TO CMP-EXL-TYPE
005670     WRITE COMPARE-DETAIL-RECORD
005680     ADD 1 TO CMP-RUNS-UNMATCHED
005681     MOVE CMP-SEEN-INPUT-NUMBER (CMP-SEEN-IDX)
005682         TO CMP-EXL-INPUT-NUMBER
005683     MOVE CMP-SEEN-SEED (CMP-SEEN-IDX) TO CMP-EXL-SEED
005684     MOVE SPACES TO CMP-EXL-DETAIL
005685     PERFORM 6200-LOG-EXCEPTION THRU 6200-EXIT.
005690 7210-EXIT.
005700     EXIT.
005710
006000 9000-TERMINATE.
006010     CLOSE ARRAYOUT-FILE
006020     CLOSE BASELINE-FILE
006022     CLOSE COMPARE-FILE
006024     IF CMP-EXCLOG-OPEN
006026         CLOSE EXCLOG-FILE
006028     END-IF
006032     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
006040 9000-EXIT.
006050     EXIT.
