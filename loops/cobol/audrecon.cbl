000250*     LINES WHOSE TIMESTAMP DATE FALLS OUTSIDE THE WINDOW ARE
000260*     PASSED OVER, A ZERO OR OMITTED TOKEN MEANS NO BOUND ON
000270*     THAT SIDE, AND AN EMPTY PARM RECONCILES THE WHOLE FILE.
000272*     EVERY EXCEPTION IS ALSO APPENDED TO THE SHARED EXCEPTION
000274*     FILE (EXCLOG), KEYED INPUT/SEED/RANDOM-NUMBER, FOR CASEMGT
000276*     TO TRACK AS A CASE UNTIL SOMEONE CLOSES IT.
000280*
000290* MODIFICATION HISTORY.
000300*     DATE       INIT  DESCRIPTION
000372*     2026-09-02  RJT  APPEND ONE STEP-COMPLETION RECORD TO THE
000374*                      SHARED RUN-CONTROL LOG (RUNLOG) AT END OF
000376*                      JOB, FOR THE RUNSTAT MORNING STATUS BOARD.
000377*     2026-10-15  RJT  APPEND EVERY EXCEPTION TO THE SHARED
000378*                      EXCEPTION FILE (EXCLOG) FOR CASE TRACKING
000379*                      BY CASEMGT.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000512     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS REC-RUNLOG-STATUS.
000517     SELECT EXCLOG-FILE   ASSIGN TO EXCLOG
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS REC-EXCLOG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000592
000594 FD  RUNLOG-FILE.
000596     COPY RUNLOGC.
000597
000598 FD  EXCLOG-FILE.
000599     COPY EXCLOGC.
000600
000610*----------------------------------------------------------------
000620* EXCEPT-FILE CARRIES THREE ALTERNATE RECORD VIEWS OVER THE SAME
000880 01  REC-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
000890 01  REC-RECNRPT-STATUS           PIC X(02) VALUE '00'.
000892 01  REC-RUNLOG-STATUS            PIC X(02) VALUE '00'.
000893 01  REC-EXCLOG-STATUS            PIC X(02) VALUE '00'.
000894 01  REC-START-TIMESTAMP          PIC X(26) VALUE SPACES.
000900 01  REC-EOF-ARRAYOUT-SW          PIC X(01) VALUE 'N'.
000910     88  REC-EOF-ARRAYOUT                    VALUE 'Y'.
000930     88  REC-EOF-AUDITLOG                    VALUE 'Y'.
000940 01  REC-MATCH-FOUND-SW           PIC X(01) VALUE 'N'.
000950     88  REC-MATCH-FOUND                     VALUE 'Y'.
000953 01  REC-EXCLOG-OPEN-SW           PIC X(01) VALUE 'N'.
000956     88  REC-EXCLOG-OPEN                     VALUE 'Y'.
000960
000970*----------------------------------------------------------------
000980* RUN TABLE - ONE ENTRY PER ARRAYOUT HEADER GROUP.  THE SELECTED
001240 01  REC-LINES-MATCHED            PIC 9(05) VALUE ZERO.
001250 01  REC-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
001260 01  REC-LINES-PASSED             PIC 9(07) VALUE ZERO.
001261
001262*----------------------------------------------------------------
001263* THE EXCEPTION IN HAND AS IT GOES TO THE SHARED EXCEPTION FILE
001264*----------------------------------------------------------------
001265 01  REC-EXL-KEY                  PIC X(30) VALUE SPACES.
001266 01  REC-EXL-DETAIL               PIC X(20) VALUE SPACES.
001267 01  REC-EXL-TYPE                 PIC X(16) VALUE SPACES.
001270
001280*----------------------------------------------------------------
001290* SELECTION WINDOW FROM THE PARM - ZERO MEANS NO BOUND
001720     WRITE EXCEPT-HEADING-RECORD
001730     MOVE 'EXCEPTION  INPUT-NO  SEED  RAND-NO  AUDIT  ARRAY'
001740         TO EXCEPT-COLUMN-RECORD
001750     WRITE EXCEPT-COLUMN-RECORD
001752     PERFORM 1200-OPEN-EXCEPTION-LOG THRU 1200-EXIT.
001760 1000-EXIT.
001770     EXIT.
001780
002000         GO TO 9800-ABEND-INVALID-PARM
002010     END-IF.
002020 1100-EXIT.
002021     EXIT.
002022
002023*----------------------------------------------------------------
002024* 1200-OPEN-EXCEPTION-LOG  -  THE SHARED EXCEPTION FILE IS
002025*                             EXTENDED LIKE RUNLOG.  A FAILURE IS
002026*                             WARNED, NOT FATAL - THE REPORT STILL
002027*                             CARRIES EVERY EXCEPTION
002028*----------------------------------------------------------------
002029 1200-OPEN-EXCEPTION-LOG.
002030     OPEN EXTEND EXCLOG-FILE
002031     IF REC-EXCLOG-STATUS = '35'
002032         OPEN OUTPUT EXCLOG-FILE
002033     END-IF
002034     IF REC-EXCLOG-STATUS NOT = '00'
002035         DISPLAY 'AUDRECON0009W EXCLOG OPEN FAILED, STATUS = '
002036             REC-EXCLOG-STATUS ' - EXCEPTIONS NOT LOGGED'
002037         GO TO 1200-EXIT
002038     END-IF
002039     SET REC-EXCLOG-OPEN TO TRUE.
002040 1200-EXIT.
002041     EXIT.
002042
002050*----------------------------------------------------------------
002060* 2000-LOAD-ARRAYOUT-RUNS  -  ONE TABLE ENTRY PER HEADER GROUP,
002070*                             CAPTURING THE DETAIL VALUE AT THE
004080                 TO REC-EDITED-ARRAY-RESULT
004090             MOVE REC-EDITED-ARRAY-RESULT TO EXC-ARRAY-RESULT
004100         END-IF
004104         MOVE EXC-TYPE TO REC-EXL-TYPE
004106         MOVE EXC-ARRAY-RESULT TO REC-EXL-DETAIL
004110         WRITE EXCEPT-DETAIL-RECORD
004111         MOVE SPACES TO REC-EXL-KEY
004112         STRING REC-RUN-INPUT-NUMBER (REC-IDX) '/'
004113             REC-RUN-SEED (REC-IDX) '/' REC-RUN-RANDOM (REC-IDX)
004114             DELIMITED BY SIZE INTO REC-EXL-KEY
004115         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
004120         ADD 1 TO REC-EXCEPTION-COUNT
004130     END-IF.
004140 6100-EXIT.
004250     MOVE AUD-ELEMENT-RESULT TO EXC-AUDIT-RESULT
004260     MOVE SPACES TO EXC-FILLER-1 EXC-FILLER-2 EXC-FILLER-3
004270         EXC-FILLER-4 EXC-FILLER-5 EXC-FILLER-6
004274     MOVE EXC-TYPE TO REC-EXL-TYPE
004276     MOVE EXC-ARRAY-RESULT TO REC-EXL-DETAIL
004280     WRITE EXCEPT-DETAIL-RECORD
004282     MOVE SPACES TO REC-EXL-KEY
004284     STRING AUD-INPUT-NUMBER '/' AUD-SEED '/' AUD-RANDOM-NUMBER
004286         DELIMITED BY SIZE INTO REC-EXL-KEY
004288     PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
004290     ADD 1 TO REC-EXCEPTION-COUNT.
004300 7000-EXIT.
004301     EXIT.
004302
004303*----------------------------------------------------------------
004304* 7100-LOG-EXCEPTION  -  THE SAME EXCEPTION TO THE SHARED
004305*                        EXCEPTION FILE, UNDER TODAY'S DATE.  THE
004306*                        CALLER SETS THE KEY, TYPE AND DETAIL,
004307*                        SAVED FROM THE EXCEPTION LINE BEFORE IT
004308*                        WAS WRITTEN
004309*----------------------------------------------------------------
004310 7100-LOG-EXCEPTION.
004311     IF NOT REC-EXCLOG-OPEN
004312         GO TO 7100-EXIT
004313     END-IF
004314     MOVE SPACES TO EXCLOG-RECORD
004315     MOVE 'AUDRECON' TO EXL-PROGRAM-ID
004316     MOVE REC-EXL-KEY TO EXL-SOURCE-KEY
004317     MOVE REC-EXL-TYPE TO EXL-EXCEPTION-TYPE
004318     MOVE REC-START-TIMESTAMP (1:8) TO EXL-FIRST-SEEN-DATE
004319     MOVE REC-EXL-DETAIL TO EXL-DETAIL
004320     WRITE EXCLOG-RECORD.
004321 7100-EXIT.
004322     EXIT.
004323
004330*----------------------------------------------------------------
004340* 8000-WRITE-TOTALS  -  JOB TOTALS AND THE SCHEDULER RETURN CODE
004350*----------------------------------------------------------------
004622*----------------------------------------------------------------
004624 9000-TERMINATE.
004630     CLOSE AUDITLOG-FILE
004632     CLOSE EXCEPT-FILE
004634     IF REC-EXCLOG-OPEN
004636         CLOSE EXCLOG-FILE
004638     END-IF
004642     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
004650 9000-EXIT.
004660     EXIT.
