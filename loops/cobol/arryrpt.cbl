000120*     SUMMARY LINE PER RUN (PER HEADER/DETAIL GROUP) SHOWING THE
000130*     MINIMUM, MAXIMUM, AVERAGE, AND COUNT OF THE ELEMENT VALUES,
000140*     PLUS THE INDEX THAT THE RANDOM DRAW SELECTED FOR THAT RUN.
000142*     EVERY FLAGGED GROUP IS ALSO APPENDED TO THE SHARED
000144*     EXCEPTION FILE (EXCLOG), KEYED INPUT/SEED, FOR CASEMGT TO
000146*     TRACK AS A CASE UNTIL SOMEONE CLOSES IT.
000150*
000160* MODIFICATION HISTORY.
000170*     DATE       INIT  DESCRIPTION
000282*     2026-09-02  RJT  APPEND ONE STEP-COMPLETION RECORD TO THE
000284*                      SHARED RUN-CONTROL LOG (RUNLOG) AT END OF
000286*                      JOB, FOR THE RUNSTAT MORNING STATUS BOARD.
000287*     2026-10-15  RJT  APPEND EVERY FLAGGED GROUP TO THE SHARED
000288*                      EXCEPTION FILE (EXCLOG) FOR CASE TRACKING
000289*                      BY CASEMGT.
000290*----------------------------------------------------------------
000300 
000310 ENVIRONMENT DIVISION.
000392     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS RPT-RUNLOG-STATUS.
000397     SELECT EXCLOG-FILE   ASSIGN TO EXCLOG
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS RPT-EXCLOG-STATUS.
000400 
000410 DATA DIVISION.
000420 FILE SECTION.
000774 FD  RUNLOG-FILE.
000776     COPY RUNLOGC.
000780
000782 FD  EXCLOG-FILE.
000784     COPY EXCLOGC.
000786
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* FILE STATUS AND CONTROL SWITCHES
000830 01  RPT-ARRAYOUT-STATUS          PIC X(02) VALUE '00'.
000840 01  RPT-SUMMARY-STATUS           PIC X(02) VALUE '00'.
000842 01  RPT-RUNLOG-STATUS            PIC X(02) VALUE '00'.
000846 01  RPT-EXCLOG-STATUS            PIC X(02) VALUE '00'.
000850 01  RPT-EOF-SW                   PIC X(01) VALUE 'N'.
000860     88  RPT-EOF-ARRAYOUT                    VALUE 'Y'.
000870 01  RPT-GROUP-ACTIVE-SW          PIC X(01) VALUE 'N'.
000900 01  RPT-FIRST-DETAIL-SW          PIC X(01) VALUE 'Y'.
000910     88  RPT-FIRST-DETAIL                    VALUE 'Y'.
000920     88  RPT-NOT-FIRST-DETAIL                VALUE 'N'.
000923 01  RPT-EXCLOG-OPEN-SW           PIC X(01) VALUE 'N'.
000926     88  RPT-EXCLOG-OPEN                     VALUE 'Y'.
000930 
000940*----------------------------------------------------------------
000950* ACCUMULATORS FOR THE RUN CURRENTLY BEING SUMMARIZED
001062 01  RPT-RECORDS-READ             PIC 9(07) VALUE ZERO.
001064 01  RPT-RUNS-REPORTED            PIC 9(05) VALUE ZERO.
001066 01  RPT-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001067
001068*----------------------------------------------------------------
001069* THE EXCEPTION IN HAND AS IT GOES TO THE SHARED EXCEPTION FILE
001070*----------------------------------------------------------------
001071 01  RPT-EXL-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
001072 01  RPT-EXL-SEED                 PIC 9(09) VALUE ZERO.
001073 01  RPT-EXL-COUNT                PIC 9(05) VALUE ZERO.
001074 01  RPT-EXL-DETAIL               PIC X(20) VALUE SPACES.
001075 01  RPT-EXL-TYPE                 PIC X(22) VALUE SPACES.
001076
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001430     WRITE SUMMARY-HEADING-RECORD
001440     MOVE 'INPUT-NO  SEED  RAND-NO  IDX  CNT  MIN  MAX  AVG'
001450         TO SUMMARY-COLUMN-RECORD
001460     WRITE SUMMARY-COLUMN-RECORD
001462     PERFORM 1200-OPEN-EXCEPTION-LOG THRU 1200-EXIT.
001470 1000-EXIT.
001471     EXIT.
001472 
001473*----------------------------------------------------------------
001474* 1200-OPEN-EXCEPTION-LOG  -  THE SHARED EXCEPTION FILE IS
001475*                             EXTENDED LIKE RUNLOG.  A FAILURE IS
001476*                             WARNED, NOT FATAL - THE REPORT STILL
001477*                             CARRIES EVERY FLAG
001478*----------------------------------------------------------------
001479 1200-OPEN-EXCEPTION-LOG.
001480     OPEN EXTEND EXCLOG-FILE
001481     IF RPT-EXCLOG-STATUS = '35'
001482         OPEN OUTPUT EXCLOG-FILE
001483     END-IF
001484     IF RPT-EXCLOG-STATUS NOT = '00'
001485         DISPLAY 'ARRYRPT0005W EXCLOG OPEN FAILED, STATUS = '
001486             RPT-EXCLOG-STATUS ' - FLAGS NOT LOGGED'
001487         GO TO 1200-EXIT
001488     END-IF
001489     SET RPT-EXCLOG-OPEN TO TRUE.
001490 1200-EXIT.
001491     EXIT.
001492
001500*----------------------------------------------------------------
001510* 2000-READ-ARRAYOUT
001520*----------------------------------------------------------------
002470     MOVE RPT-INPUT-NUMBER    TO FLG-INPUT-NUMBER
002480     MOVE RPT-SEED            TO FLG-SEED
002490     MOVE SPACES TO FLG-FILLER-1 FLG-FILLER-2 FLG-FILLER-3
002495     MOVE FLG-REASON TO RPT-EXL-TYPE
002500     WRITE SUMMARY-FLAG-RECORD
002510     ADD 1 TO RPT-FLAGGED-COUNT
002511     MOVE RPT-INPUT-NUMBER TO RPT-EXL-INPUT-NUMBER
002512     MOVE RPT-SEED TO RPT-EXL-SEED
002513     MOVE RPT-COUNT TO RPT-EXL-COUNT
002514     MOVE SPACES TO RPT-EXL-DETAIL
002515     STRING 'DETAILS ' RPT-EXL-COUNT
002516         DELIMITED BY SIZE INTO RPT-EXL-DETAIL
002517     PERFORM 3600-LOG-EXCEPTION THRU 3600-EXIT
002520     SET RPT-GROUP-INACTIVE TO TRUE.
002530 3400-EXIT.
002540     EXIT.
002650     MOVE ARO-TRL-INPUT-NUMBER TO FLG-INPUT-NUMBER
002660     MOVE ARO-TRL-SEED         TO FLG-SEED
002670     MOVE SPACES TO FLG-FILLER-1 FLG-FILLER-2 FLG-FILLER-3
002675     MOVE FLG-REASON TO RPT-EXL-TYPE
002680     WRITE SUMMARY-FLAG-RECORD
002690     ADD 1 TO RPT-FLAGGED-COUNT
002692     MOVE ARO-TRL-INPUT-NUMBER TO RPT-EXL-INPUT-NUMBER
002694     MOVE ARO-TRL-SEED TO RPT-EXL-SEED
002696     MOVE SPACES TO RPT-EXL-DETAIL
002698     PERFORM 3600-LOG-EXCEPTION THRU 3600-EXIT.
002700 3500-EXIT.
002701     EXIT.
002702
002703*----------------------------------------------------------------
002704* 3600-LOG-EXCEPTION  -  THE FLAG JUST PRINTED TO THE SHARED
002705*                        EXCEPTION FILE, UNDER TODAY'S DATE.  THE
002706*                        CALLER SETS THE KEY, TYPE AND DETAIL,
002707*                        THE TYPE SAVED FROM THE FLAG REASON
002708*                        BEFORE THE FLAG LINE WAS WRITTEN
002709*----------------------------------------------------------------
002710 3600-LOG-EXCEPTION.
002711     IF NOT RPT-EXCLOG-OPEN
002712         GO TO 3600-EXIT
002713     END-IF
002714     MOVE SPACES TO EXCLOG-RECORD
002715     MOVE 'ARRYRPT' TO EXL-PROGRAM-ID
002716     STRING RPT-EXL-INPUT-NUMBER '/' RPT-EXL-SEED
002717         DELIMITED BY SIZE INTO EXL-SOURCE-KEY
002718     MOVE RPT-EXL-TYPE TO EXL-EXCEPTION-TYPE
002719     MOVE RPT-START-TIMESTAMP (1:8) TO EXL-FIRST-SEEN-DATE
002720     MOVE RPT-EXL-DETAIL TO EXL-DETAIL
002721     WRITE EXCLOG-RECORD.
002722 3600-EXIT.
002723     EXIT.
002724
002730*----------------------------------------------------------------
002740* 4000-WRITE-SUMMARY  -  ONE EDITED LINE FOR THE RUN JUST CLOSED
002750*----------------------------------------------------------------
002984*----------------------------------------------------------------
002990 9000-TERMINATE.
003000     CLOSE ARRAYOUT-FILE
003002     CLOSE SUMMARY-FILE
003004     IF RPT-EXCLOG-OPEN
003006         CLOSE EXCLOG-FILE
003008     END-IF
003012     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
003020 9000-EXIT.
003030     EXIT.
