000100*----------------------------------------------------------------
000110* CASEMGT  -  EXCEPTION CASE TRACKING AND AGING
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CASEMGT.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     AUDRECON, ARRCMP, WHSACK, DRVEDIT AND ARRYRPT EACH APPEND
000210*     THE EXCEPTIONS THEY REPORT TO THE SHARED EXCEPTION FILE
000220*     (EXCLOG).  UNTIL NOW AN EXCEPTION LIVED ONLY ON THE NIGHT'S
000230*     REPORT, AND NOTHING SHOWED WHETHER ANYONE HAD DEALT WITH
000240*     IT.  THIS PROGRAM HOLDS ONE CASE PER PROGRAM, KEY AND
000250*     EXCEPTION TYPE ON THE CASE FILE (CASEFILE) AND KEEPS IT
000260*     OPEN UNTIL AN OPERATOR CLOSES IT.  THE PARM SELECTS THE
000270*     ACTION:
000280*         'INTAKE' (OR EMPTY)          TAKE IN EXCLOG, THEN THE
000290*                                      AGING REPORT
000300*         'AGING'                      THE AGING REPORT ONLY
000310*         'ASSIGN nnnnnnn oper who'    ASSIGN CASE nnnnnnn TO
000320*                                      WHO
000330*         'NOTE nnnnnnn oper text'     RECORD A NOTE ON THE CASE
000340*         'CLOSE nnnnnnn oper [text]'  CLOSE THE CASE
000350*     'oper' IS THE OPERATOR ID TAKING THE ACTION AND IS
000360*     REQUIRED.  INTAKE OPENS A CASE FOR EVERY NEW EXCEPTION AND
000370*     COUNTS AN EXCEPTION ALREADY ON AN OPEN CASE AS A REPEAT OF
000380*     IT.  ONE DATED AFTER ITS CASE WAS CLOSED REOPENS THE CASE,
000390*     SINCE THE SOURCE STILL SEES THE PROBLEM; ONE DATED ON OR
000400*     BEFORE THE CLOSE IS ALREADY ANSWERED.  EXCLOG IS EMPTIED
000410*     ONCE THE CASE FILE HAS BEEN REWRITTEN.  EVERY OPENING,
000420*     REOPENING AND OPERATOR ACTION IS APPENDED TO THE CASE
000430*     HISTORY FILE (CASEHIST).
000440*     THE AGING REPORT (CASERPT) COUNTS THE OPEN CASES BY SOURCE
000450*     PROGRAM AND AGE BUCKET, THEN LISTS THEM, FLAGGING EVERY
000460*     CASE OPEN LONGER THAN ITS PROGRAM'S TARGET DAYS.  AN
000470*     OVERDUE CASE ENDS THE STEP RC=4.  ONLY THE INTAKE AND
000480*     AGING RUNS WRITE RUNLOG, SO A DAYTIME ASSIGN OR CLOSE
000490*     CANNOT REPLACE THE NIGHT'S RECORD ON THE RUNSTAT BOARD.
000500*     AN ACTION ON A CASE NOT ON FILE, OR AN ASSIGN OR CLOSE OF
000510*     A CLOSED CASE, CHANGES NOTHING AND ENDS RC=8.
000520*
000530* MODIFICATION HISTORY.
000540*     DATE       INIT  DESCRIPTION
000550*     ---------- ----  ------------------------------------------
000560*     2026-10-15  RJT  ORIGINAL VERSION.
000570*----------------------------------------------------------------
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OPTIONAL EXCLOG-FILE ASSIGN TO EXCLOG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CSM-EXCLOG-STATUS.
000650     SELECT OPTIONAL CASE-FILE ASSIGN TO CASEFILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CSM-CASEFILE-STATUS.
000680     SELECT CASEHIST-FILE ASSIGN TO CASEHIST
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CSM-CASEHIST-STATUS.
000710     SELECT REPORT-FILE   ASSIGN TO CASERPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CSM-CASERPT-STATUS.
000740     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CSM-RUNLOG-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  EXCLOG-FILE.
000810     COPY EXCLOGC.
000820
000830 FD  CASE-FILE.
000840     COPY CASEMSTC.
000850
000860 FD  CASEHIST-FILE.
000870     COPY CASEHSTC.
000880
000890*----------------------------------------------------------------
000900* REPORT-FILE CARRIES THREE ALTERNATE RECORD VIEWS OVER THE SAME
000910* BUFFER - HEADING TEXT, THE AGING MATRIX LINE WRITTEN ONCE PER
000920* SOURCE PROGRAM, AND THE EDITED CASE LINE
000930*----------------------------------------------------------------
000940 FD  REPORT-FILE.
000950 01  REPORT-TEXT-RECORD         PIC X(80).
000960 01  REPORT-AGING-RECORD.
000970     05  CSA-PROGRAM-ID              PIC X(08).
000980     05  CSA-FILLER-1                PIC X(02).
000990     05  CSA-AGE-0-7                 PIC ZZZZZZ9.
001000     05  CSA-FILLER-2                PIC X(02).
001010     05  CSA-AGE-8-30                PIC ZZZZZZ9.
001020     05  CSA-FILLER-3                PIC X(02).
001030     05  CSA-AGE-31-90               PIC ZZZZZZ9.
001040     05  CSA-FILLER-4                PIC X(02).
001050     05  CSA-AGE-OVER-90             PIC ZZZZZZ9.
001060     05  CSA-FILLER-5                PIC X(02).
001070     05  CSA-OPEN                    PIC ZZZZZZ9.
001080     05  CSA-FILLER-6                PIC X(02).
001090     05  CSA-OVERDUE                 PIC ZZZZZZ9.
001100     05  CSA-FILLER-7                PIC X(18).
001110 01  REPORT-DETAIL-RECORD.
001120     05  CSR-CASE-NUMBER             PIC ZZZZZZ9.
001130     05  CSR-FILLER-1                PIC X(01).
001140     05  CSR-PROGRAM-ID              PIC X(08).
001150     05  CSR-FILLER-2                PIC X(01).
001160     05  CSR-EXCEPTION-TYPE          PIC X(30).
001170     05  CSR-FILLER-3                PIC X(01).
001180     05  CSR-AGE-DAYS                PIC ZZZZ9.
001190     05  CSR-FILLER-4                PIC X(01).
001200     05  CSR-ASSIGNED-TO             PIC X(08).
001210     05  CSR-FILLER-5                PIC X(01).
001220     05  CSR-FLAG                    PIC X(07).
001230     05  CSR-FILLER-6                PIC X(10).
001240
001250 FD  RUNLOG-FILE.
001260     COPY RUNLOGC.
001270
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------
001300* FILE STATUS FIELDS AND SWITCHES
001310*----------------------------------------------------------------
001320 01  CSM-EXCLOG-STATUS            PIC X(02) VALUE '00'.
001330 01  CSM-CASEFILE-STATUS          PIC X(02) VALUE '00'.
001340 01  CSM-CASEHIST-STATUS          PIC X(02) VALUE '00'.
001350 01  CSM-CASERPT-STATUS           PIC X(02) VALUE '00'.
001360 01  CSM-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001370 01  CSM-EOF-EXCLOG-SW            PIC X(01) VALUE 'N'.
001380     88  CSM-EOF-EXCLOG                      VALUE 'Y'.
001390 01  CSM-EOF-CASEFILE-SW          PIC X(01) VALUE 'N'.
001400     88  CSM-EOF-CASEFILE                    VALUE 'Y'.
001410 01  CSM-FOUND-SW                 PIC X(01) VALUE 'N'.
001420     88  CSM-FOUND                           VALUE 'Y'.
001430 01  CSM-TGT-FOUND-SW             PIC X(01) VALUE 'N'.
001440     88  CSM-TGT-FOUND                       VALUE 'Y'.
001450 01  CSM-HIST-OPEN-SW             PIC X(01) VALUE 'N'.
001460     88  CSM-HIST-OPEN                       VALUE 'Y'.
001470 01  CSM-CASES-CHANGED-SW         PIC X(01) VALUE 'N'.
001480     88  CSM-CASES-CHANGED                   VALUE 'Y'.
001490
001500*----------------------------------------------------------------
001510* PARM FIELDS - VERB, CASE NUMBER, OPERATOR, AND WHATEVER TEXT
001520* FOLLOWS THE OPERATOR (THE ASSIGNEE, OR A NOTE)
001530*----------------------------------------------------------------
001540 01  CSM-PARM-STRING              PIC X(80) VALUE SPACES.
001550 01  CSM-PARM-VERB                PIC X(06) VALUE SPACES.
001560     88  CSM-SCHEDULED-RUN                   VALUE 'INTAKE'
001570                                                   'AGING'.
001580 01  CSM-PARM-CASE                PIC X(07) VALUE SPACES
001590                                  JUSTIFIED RIGHT.
001600 01  CSM-PARM-OPERATOR            PIC X(08) VALUE SPACES.
001610 01  CSM-PARM-ASSIGNEE            PIC X(08) VALUE SPACES.
001620 01  CSM-PARM-TEXT                PIC X(50) VALUE SPACES.
001630 01  CSM-PARM-POINTER             PIC 9(03) COMP VALUE 1.
001640 01  CSM-ACTION-CASE              PIC 9(07) VALUE ZERO.
001650
001660*----------------------------------------------------------------
001670* TARGET DAYS BY SOURCE PROGRAM - HOW LONG A CASE FROM EACH
001680* SOURCE MAY STAY OPEN BEFORE THE AGING REPORT FLAGS IT.  THE
001690* LAST ROW CATCHES ANY OTHER PROGRAM AND IS THE AGING MATRIX'S
001700* OTHER LINE.
001710*----------------------------------------------------------------
001720 01  CSM-TARGET-LIST.
001730     05  FILLER                   PIC X(11) VALUE 'AUDRECON003'.
001740     05  FILLER                   PIC X(11) VALUE 'ARRYRPT 003'.
001750     05  FILLER                   PIC X(11) VALUE 'ARRCMP  005'.
001760     05  FILLER                   PIC X(11) VALUE 'DRVEDIT 001'.
001770     05  FILLER                   PIC X(11) VALUE 'WHSACK  002'.
001780     05  FILLER                   PIC X(11) VALUE 'OTHER   005'.
001790 01  CSM-TARGET-TABLE REDEFINES CSM-TARGET-LIST.
001800     05  CSM-TGT-ENTRY OCCURS 6 TIMES
001810                       INDEXED BY CSM-TGT-IDX.
001820         10  CSM-TGT-PROGRAM-ID      PIC X(08).
001830         10  CSM-TGT-DAYS            PIC 9(03).
001840 01  CSM-LOOKUP-PROGRAM           PIC X(08) VALUE SPACES.
001850
001860*----------------------------------------------------------------
001870* CASE TABLE - THE WHOLE CASE FILE IS HELD FOR THE INTAKE MATCH
001880* AND THE OPERATOR ACTIONS AND WRITTEN BACK IN FULL, THE WAY
001890* ARRGENMT REWRITES THE RUN-LIBRARY CATALOG
001900*----------------------------------------------------------------
001910 01  CSM-CASE-COUNT               PIC 9(05) COMP VALUE ZERO.
001920 01  CSM-LAST-CASE-NUMBER         PIC 9(07) VALUE ZERO.
001930 01  CSM-CASE-TABLE.
001940     05  CSM-CASE-ENTRY OCCURS 5000 TIMES
001950                        INDEXED BY CSM-IDX.
001960         10  CSM-TBL-CASE-NUMBER     PIC 9(07).
001970         10  CSM-TBL-PROGRAM-ID      PIC X(08).
001980         10  CSM-TBL-SOURCE-KEY      PIC X(30).
001990         10  CSM-TBL-EXCEPTION-TYPE  PIC X(30).
002000         10  CSM-TBL-STATUS          PIC X(01).
002010             88  CSM-TBL-OPEN                VALUE 'O'.
002020             88  CSM-TBL-CLOSED              VALUE 'C'.
002030         10  CSM-TBL-FIRST-SEEN      PIC 9(08).
002040         10  CSM-TBL-LAST-SEEN       PIC 9(08).
002050         10  CSM-TBL-OPENED-DATE     PIC 9(08).
002060         10  CSM-TBL-SEEN-COUNT      PIC 9(05).
002070         10  CSM-TBL-TARGET-DAYS     PIC 9(03).
002080         10  CSM-TBL-ASSIGNED-TO     PIC X(08).
002090         10  CSM-TBL-ACTION-DATE     PIC 9(08).
002100         10  CSM-TBL-ACTION-BY       PIC X(08).
002110         10  CSM-TBL-CLOSED-DATE     PIC 9(08).
002120         10  CSM-TBL-DETAIL          PIC X(20).
002130         10  CSM-TBL-LAST-NOTE       PIC X(50).
002140*        AGING WORK - SET BY 6100 AND NEVER WRITTEN BACK
002150         10  CSM-TBL-ROW             PIC 9(01).
002160         10  CSM-TBL-AGE-DAYS        PIC 9(05).
002170
002180*----------------------------------------------------------------
002190* AGING MATRIX - ONE ROW PER TARGET-TABLE ROW, FOUR AGE BUCKETS
002200* (0-7, 8-30, 31-90, OVER 90 DAYS) PLUS OPEN AND OVERDUE TOTALS
002210*----------------------------------------------------------------
002220 01  CSM-AGING-TABLE.
002230     05  CSM-AGE-ROW OCCURS 6 TIMES
002240                     INDEXED BY CSM-ROW-IDX.
002250         10  CSM-AGE-BUCKET          PIC 9(05) OCCURS 4 TIMES.
002260         10  CSM-AGE-OPEN            PIC 9(05).
002270         10  CSM-AGE-OVERDUE         PIC 9(05).
002280 01  CSM-BUCKET                   PIC 9(01) COMP VALUE ZERO.
002290 01  CSM-TOTAL-BUCKET             PIC 9(05) OCCURS 4 TIMES.
002300
002310*----------------------------------------------------------------
002320* DATES, AGE, AND THE LINE AND HISTORY ENTRY IN HAND
002330*----------------------------------------------------------------
002340 01  CSM-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002350 01  CSM-TODAY                    PIC 9(08) VALUE ZERO.
002360 01  CSM-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
002370 01  CSM-OPENED-INTEGER           PIC 9(08) COMP VALUE ZERO.
002380 01  CSM-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
002390 01  CSM-SEEN-DATE                PIC 9(08) VALUE ZERO.
002400 01  CSM-LINE-FLAG                PIC X(07) VALUE SPACES.
002410 01  CSM-HIST-ACTION              PIC X(08) VALUE SPACES.
002420 01  CSM-HIST-OPERATOR            PIC X(08) VALUE SPACES.
002430 01  CSM-HIST-TEXT                PIC X(50) VALUE SPACES.
002440
002450*----------------------------------------------------------------
002460* CONTROL TOTALS
002470*----------------------------------------------------------------
002480 01  CSM-EXCEPTIONS-READ          PIC 9(07) VALUE ZERO.
002490 01  CSM-CASES-OPENED             PIC 9(05) VALUE ZERO.
002500 01  CSM-CASES-REOPENED           PIC 9(05) VALUE ZERO.
002510 01  CSM-REPEATS-OPEN             PIC 9(05) VALUE ZERO.
002520 01  CSM-REPEATS-CLOSED           PIC 9(05) VALUE ZERO.
002530 01  CSM-CASES-OPEN               PIC 9(05) VALUE ZERO.
002540 01  CSM-CASES-OVERDUE            PIC 9(05) VALUE ZERO.
002550
002560 PROCEDURE DIVISION.
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002590     PERFORM 2000-LOAD-CASE-FILE THRU 2000-EXIT
002600     IF CSM-PARM-VERB = 'INTAKE'
002610         PERFORM 3000-INTAKE-EXCEPTIONS THRU 3000-EXIT
002620     ELSE
002630         IF CSM-PARM-VERB NOT = 'AGING'
002640             PERFORM 4000-APPLY-ACTION THRU 4000-EXIT
002650         END-IF
002660     END-IF
002670     IF CSM-SCHEDULED-RUN
002680         PERFORM 6000-AGING-REPORT THRU 6000-EXIT
002690     END-IF
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT
002710     STOP RUN.
002720
002730*----------------------------------------------------------------
002740* 1000-INITIALIZE  -  PARSE AND VALIDATE THE PARM, OPEN THE
002750*                     REPORT AND THE CASE HISTORY, AND WRITE THE
002760*                     REPORT HEADING
002770*----------------------------------------------------------------
002780 1000-INITIALIZE.
002790     MOVE FUNCTION CURRENT-DATE TO CSM-START-TIMESTAMP
002800     MOVE CSM-START-TIMESTAMP (1:8) TO CSM-TODAY
002810     COMPUTE CSM-TODAY-INTEGER =
002820         FUNCTION INTEGER-OF-DATE(CSM-TODAY)
002830     ACCEPT CSM-PARM-STRING FROM COMMAND-LINE
002840     UNSTRING CSM-PARM-STRING DELIMITED BY ALL SPACES
002850         INTO CSM-PARM-VERB
002860              CSM-PARM-CASE
002870              CSM-PARM-OPERATOR
002880         WITH POINTER CSM-PARM-POINTER
002890     END-UNSTRING
002900     IF CSM-PARM-VERB = SPACES
002910         MOVE 'INTAKE' TO CSM-PARM-VERB
002920     END-IF
002930     IF CSM-SCHEDULED-RUN
002940         CONTINUE
002950     ELSE
002960         IF CSM-PARM-VERB = 'ASSIGN' OR CSM-PARM-VERB = 'NOTE'
002970            OR CSM-PARM-VERB = 'CLOSE'
002980             PERFORM 1100-VALIDATE-ACTION THRU 1100-EXIT
002990         ELSE
003000             GO TO 9800-ABEND-INVALID-PARM
003010         END-IF
003020     END-IF
003030     OPEN OUTPUT REPORT-FILE
003040     IF CSM-CASERPT-STATUS NOT = '00'
003050         GO TO 9812-ABEND-CASERPT-OPEN
003060     END-IF
003070     IF CSM-PARM-VERB NOT = 'AGING'
003080         PERFORM 1200-OPEN-CASE-HISTORY THRU 1200-EXIT
003090     END-IF
003100     MOVE 'LOOOPY EXCEPTION CASE REPORT - ' TO REPORT-TEXT-RECORD
003110     MOVE CSM-PARM-VERB TO REPORT-TEXT-RECORD (32:6)
003120     MOVE CSM-TODAY TO REPORT-TEXT-RECORD (40:8)
003130     WRITE REPORT-TEXT-RECORD.
003140 1000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180* 1100-VALIDATE-ACTION  -  A NUMERIC, NON-ZERO CASE NUMBER AND AN
003190*                          OPERATOR ID - AN ACTION NOBODY OWNS IS
003200*                          NOT TAKEN.  WHAT FOLLOWS THE OPERATOR
003210*                          IS THE ASSIGNEE FOR ASSIGN AND THE NOTE
003220*                          TEXT FOR NOTE AND CLOSE.
003230*----------------------------------------------------------------
003240 1100-VALIDATE-ACTION.
003250     INSPECT CSM-PARM-CASE
003260         REPLACING LEADING SPACE BY ZERO
003270     IF CSM-PARM-CASE IS NUMERIC
003280         MOVE CSM-PARM-CASE TO CSM-ACTION-CASE
003290     ELSE
003300         GO TO 9800-ABEND-INVALID-PARM
003310     END-IF
003320     IF CSM-ACTION-CASE = ZERO
003330         GO TO 9800-ABEND-INVALID-PARM
003340     END-IF
003350     IF CSM-PARM-OPERATOR = SPACES
003360         GO TO 9801-ABEND-NO-OPERATOR
003370     END-IF
003380     IF CSM-PARM-POINTER NOT > 80
003390         MOVE CSM-PARM-STRING (CSM-PARM-POINTER:)
003400             TO CSM-PARM-TEXT
003410     END-IF
003420     IF CSM-PARM-VERB = 'ASSIGN'
003430         UNSTRING CSM-PARM-TEXT DELIMITED BY ALL SPACES
003440             INTO CSM-PARM-ASSIGNEE
003450         END-UNSTRING
003460         IF CSM-PARM-ASSIGNEE = SPACES
003470             GO TO 9800-ABEND-INVALID-PARM
003480         END-IF
003490     END-IF
003500     IF CSM-PARM-VERB = 'NOTE' AND CSM-PARM-TEXT = SPACES
003510         GO TO 9800-ABEND-INVALID-PARM
003520     END-IF.
003530 1100-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------
003570* 1200-OPEN-CASE-HISTORY  -  THE HISTORY IS THE PROOF A CASE WAS
003580*                            DEALT WITH, SO A RUN THAT CANNOT
003590*                            RECORD WHAT IT DOES FAILS INSTEAD
003600*----------------------------------------------------------------
003610 1200-OPEN-CASE-HISTORY.
003620     OPEN EXTEND CASEHIST-FILE
003630     IF CSM-CASEHIST-STATUS = '35'
003640         OPEN OUTPUT CASEHIST-FILE
003650     END-IF
003660     IF CSM-CASEHIST-STATUS NOT = '00'
003670         GO TO 9813-ABEND-CASEHIST-OPEN
003680     END-IF
003690     SET CSM-HIST-OPEN TO TRUE.
003700 1200-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 2000-LOAD-CASE-FILE  -  EVERY CASE EVER OPENED INTO THE TABLE.
003750*                         A CASE FILE NOT YET CREATED IS SIMPLY
003760*                         EMPTY.
003770*----------------------------------------------------------------
003780 2000-LOAD-CASE-FILE.
003790     OPEN INPUT CASE-FILE
003800     IF CSM-CASEFILE-STATUS = '05'
003810         CLOSE CASE-FILE
003820         GO TO 2000-EXIT
003830     END-IF
003840     IF CSM-CASEFILE-STATUS NOT = '00'
003850         GO TO 9810-ABEND-CASEFILE-OPEN
003860     END-IF
003870     PERFORM 2100-LOAD-ONE-CASE THRU 2100-EXIT
003880         UNTIL CSM-EOF-CASEFILE
003890     CLOSE CASE-FILE.
003900 2000-EXIT.
003910     EXIT.
003920
003930 2100-LOAD-ONE-CASE.
003940     READ CASE-FILE
003950         AT END
003960             SET CSM-EOF-CASEFILE TO TRUE
003970         NOT AT END
003980             IF CSM-CASE-COUNT NOT < 5000
003990                 GO TO 9820-ABEND-TABLE-FULL
004000             END-IF
004010             ADD 1 TO CSM-CASE-COUNT
004020             SET CSM-IDX TO CSM-CASE-COUNT
004030             PERFORM 2110-MOVE-CASE-TO-TABLE THRU 2110-EXIT
004040             IF CSE-CASE-NUMBER > CSM-LAST-CASE-NUMBER
004050                 MOVE CSE-CASE-NUMBER TO CSM-LAST-CASE-NUMBER
004060             END-IF
004070     END-READ.
004080 2100-EXIT.
004090     EXIT.
004100
004110 2110-MOVE-CASE-TO-TABLE.
004120     MOVE CSE-CASE-NUMBER TO CSM-TBL-CASE-NUMBER (CSM-IDX)
004130     MOVE CSE-PROGRAM-ID TO CSM-TBL-PROGRAM-ID (CSM-IDX)
004140     MOVE CSE-SOURCE-KEY TO CSM-TBL-SOURCE-KEY (CSM-IDX)
004150     MOVE CSE-EXCEPTION-TYPE
004160         TO CSM-TBL-EXCEPTION-TYPE (CSM-IDX)
004170     MOVE CSE-STATUS TO CSM-TBL-STATUS (CSM-IDX)
004180     MOVE CSE-FIRST-SEEN-DATE TO CSM-TBL-FIRST-SEEN (CSM-IDX)
004190     MOVE CSE-LAST-SEEN-DATE TO CSM-TBL-LAST-SEEN (CSM-IDX)
004200     MOVE CSE-OPENED-DATE TO CSM-TBL-OPENED-DATE (CSM-IDX)
004210     MOVE CSE-SEEN-COUNT TO CSM-TBL-SEEN-COUNT (CSM-IDX)
004220     MOVE CSE-TARGET-DAYS TO CSM-TBL-TARGET-DAYS (CSM-IDX)
004230     MOVE CSE-ASSIGNED-TO TO CSM-TBL-ASSIGNED-TO (CSM-IDX)
004240     MOVE CSE-LAST-ACTION-DATE TO CSM-TBL-ACTION-DATE (CSM-IDX)
004250     MOVE CSE-LAST-ACTION-BY TO CSM-TBL-ACTION-BY (CSM-IDX)
004260     MOVE CSE-CLOSED-DATE TO CSM-TBL-CLOSED-DATE (CSM-IDX)
004270     MOVE CSE-DETAIL TO CSM-TBL-DETAIL (CSM-IDX)
004280     MOVE CSE-LAST-NOTE TO CSM-TBL-LAST-NOTE (CSM-IDX).
004290 2110-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330* 3000-INTAKE-EXCEPTIONS  -  EVERY EXCEPTION ON EXCLOG OPENS,
004340*                            REPEATS OR REOPENS A CASE.  THE CASE
004350*                            FILE IS REWRITTEN BEFORE EXCLOG IS
004360*                            EMPTIED, SO A FAILURE IN BETWEEN
004370*                            ONLY COUNTS THE NIGHT AGAIN AS
004380*                            REPEATS - IT NEVER LOSES ONE.
004390*----------------------------------------------------------------
004400 3000-INTAKE-EXCEPTIONS.
004410     OPEN INPUT EXCLOG-FILE
004420     IF CSM-EXCLOG-STATUS = '05'
004430         CLOSE EXCLOG-FILE
004440         SET CSM-EOF-EXCLOG TO TRUE
004450     ELSE
004460         IF CSM-EXCLOG-STATUS NOT = '00'
004470             GO TO 9811-ABEND-EXCLOG-OPEN
004480         END-IF
004490         PERFORM 3100-TAKE-ONE-EXCEPTION THRU 3100-EXIT
004500             UNTIL CSM-EOF-EXCLOG
004510         CLOSE EXCLOG-FILE
004520     END-IF
004530     IF CSM-CASES-CHANGED
004540         PERFORM 5000-REWRITE-CASE-FILE THRU 5000-EXIT
004550     END-IF
004560     IF CSM-EXCEPTIONS-READ > ZERO
004570         PERFORM 3900-EMPTY-EXCEPTION-LOG THRU 3900-EXIT
004580     END-IF
004590     MOVE SPACES TO REPORT-TEXT-RECORD
004600     WRITE REPORT-TEXT-RECORD
004610     MOVE 'EXCEPTIONS READ' TO REPORT-TEXT-RECORD
004620     MOVE CSM-EXCEPTIONS-READ TO REPORT-TEXT-RECORD (30:7)
004630     WRITE REPORT-TEXT-RECORD
004640     MOVE 'CASES OPENED' TO REPORT-TEXT-RECORD
004650     MOVE CSM-CASES-OPENED TO REPORT-TEXT-RECORD (32:5)
004660     WRITE REPORT-TEXT-RECORD
004670     MOVE 'CASES REOPENED' TO REPORT-TEXT-RECORD
004680     MOVE CSM-CASES-REOPENED TO REPORT-TEXT-RECORD (32:5)
004690     WRITE REPORT-TEXT-RECORD
004700     MOVE 'REPEATS OF OPEN CASES' TO REPORT-TEXT-RECORD
004710     MOVE CSM-REPEATS-OPEN TO REPORT-TEXT-RECORD (32:5)
004720     WRITE REPORT-TEXT-RECORD
004730     MOVE 'ALREADY CLOSED' TO REPORT-TEXT-RECORD
004740     MOVE CSM-REPEATS-CLOSED TO REPORT-TEXT-RECORD (32:5)
004750     WRITE REPORT-TEXT-RECORD.
004760 3000-EXIT.
004770     EXIT.
004780
004790 3100-TAKE-ONE-EXCEPTION.
004800     READ EXCLOG-FILE
004810         AT END
004820             SET CSM-EOF-EXCLOG TO TRUE
004830     END-READ
004840     IF CSM-EOF-EXCLOG
004850         GO TO 3100-EXIT
004860     END-IF
004870     ADD 1 TO CSM-EXCEPTIONS-READ
004880*    AN UNDATED EXCEPTION IS TAKEN AS SEEN TODAY
004890     IF EXL-FIRST-SEEN-DATE IS NUMERIC
004900        AND EXL-FIRST-SEEN-DATE > ZERO
004910         MOVE EXL-FIRST-SEEN-DATE TO CSM-SEEN-DATE
004920     ELSE
004930         MOVE CSM-TODAY TO CSM-SEEN-DATE
004940     END-IF
004950     MOVE 'N' TO CSM-FOUND-SW
004960     PERFORM 3110-FIND-CASE THRU 3110-EXIT
004970         VARYING CSM-IDX FROM 1 BY 1
004980         UNTIL CSM-IDX > CSM-CASE-COUNT
004990            OR CSM-FOUND
005000     SET CSM-CASES-CHANGED TO TRUE
005010*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
005020     IF CSM-FOUND
005030         SET CSM-IDX DOWN BY 1
005040         PERFORM 3300-REPEAT-CASE THRU 3300-EXIT
005050     ELSE
005060         PERFORM 3200-OPEN-NEW-CASE THRU 3200-EXIT
005070     END-IF.
005080 3100-EXIT.
005090     EXIT.
005100
005110 3110-FIND-CASE.
005120     IF CSM-TBL-PROGRAM-ID (CSM-IDX) = EXL-PROGRAM-ID
005130        AND CSM-TBL-SOURCE-KEY (CSM-IDX) = EXL-SOURCE-KEY
005140        AND CSM-TBL-EXCEPTION-TYPE (CSM-IDX)
005150             = EXL-EXCEPTION-TYPE
005160         SET CSM-FOUND TO TRUE
005170     END-IF.
005180 3110-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 3200-OPEN-NEW-CASE  -  THE NEXT CASE NUMBER, THE TARGET DAYS
005230*                        FOR ITS SOURCE PROGRAM, AND AN OPENED
005240*                        ENTRY ON THE CASE HISTORY
005250*----------------------------------------------------------------
005260 3200-OPEN-NEW-CASE.
005270     IF CSM-CASE-COUNT NOT < 5000
005280         GO TO 9821-ABEND-INTAKE-FULL
005290     END-IF
005300     ADD 1 TO CSM-CASE-COUNT
005310     SET CSM-IDX TO CSM-CASE-COUNT
005320     ADD 1 TO CSM-LAST-CASE-NUMBER
005330     MOVE CSM-LAST-CASE-NUMBER TO CSM-TBL-CASE-NUMBER (CSM-IDX)
005340     MOVE EXL-PROGRAM-ID TO CSM-TBL-PROGRAM-ID (CSM-IDX)
005350     MOVE EXL-SOURCE-KEY TO CSM-TBL-SOURCE-KEY (CSM-IDX)
005360     MOVE EXL-EXCEPTION-TYPE
005370         TO CSM-TBL-EXCEPTION-TYPE (CSM-IDX)
005380     MOVE 'O' TO CSM-TBL-STATUS (CSM-IDX)
005390     MOVE CSM-SEEN-DATE TO CSM-TBL-FIRST-SEEN (CSM-IDX)
005400     MOVE CSM-SEEN-DATE TO CSM-TBL-LAST-SEEN (CSM-IDX)
005410     MOVE CSM-TODAY TO CSM-TBL-OPENED-DATE (CSM-IDX)
005420     MOVE 1 TO CSM-TBL-SEEN-COUNT (CSM-IDX)
005430     MOVE EXL-PROGRAM-ID TO CSM-LOOKUP-PROGRAM
005440     PERFORM 7200-FIND-TARGET-ROW THRU 7200-EXIT
005450     MOVE CSM-TGT-DAYS (CSM-TGT-IDX)
005460         TO CSM-TBL-TARGET-DAYS (CSM-IDX)
005470     MOVE SPACES TO CSM-TBL-ASSIGNED-TO (CSM-IDX)
005480     MOVE CSM-TODAY TO CSM-TBL-ACTION-DATE (CSM-IDX)
005490     MOVE 'CASEMGT' TO CSM-TBL-ACTION-BY (CSM-IDX)
005500     MOVE ZERO TO CSM-TBL-CLOSED-DATE (CSM-IDX)
005510     MOVE EXL-DETAIL TO CSM-TBL-DETAIL (CSM-IDX)
005520     MOVE SPACES TO CSM-TBL-LAST-NOTE (CSM-IDX)
005530     ADD 1 TO CSM-CASES-OPENED
005540     MOVE 'OPENED' TO CSM-HIST-ACTION
005550     MOVE 'CASEMGT' TO CSM-HIST-OPERATOR
005560     MOVE EXL-DETAIL TO CSM-HIST-TEXT
005570     PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
005580     MOVE 'NEW' TO CSM-LINE-FLAG
005590     PERFORM 7100-WRITE-CASE-LINE THRU 7100-EXIT.
005600 3200-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 3300-REPEAT-CASE  -  AN EXCEPTION ALREADY ON A CASE.  AN OPEN
005650*                      CASE COUNTS THE SIGHTING; A CLOSED CASE
005660*                      REOPENS ONLY WHEN THE EXCEPTION IS DATED
005670*                      AFTER THE CLOSE
005680*----------------------------------------------------------------
005690 3300-REPEAT-CASE.
005700     IF CSM-TBL-OPEN (CSM-IDX)
005710         PERFORM 3310-COUNT-SIGHTING THRU 3310-EXIT
005720         ADD 1 TO CSM-REPEATS-OPEN
005730         GO TO 3300-EXIT
005740     END-IF
005750     IF CSM-SEEN-DATE NOT > CSM-TBL-CLOSED-DATE (CSM-IDX)
005760         ADD 1 TO CSM-REPEATS-CLOSED
005770         GO TO 3300-EXIT
005780     END-IF
005790     PERFORM 3310-COUNT-SIGHTING THRU 3310-EXIT
005800     MOVE 'O' TO CSM-TBL-STATUS (CSM-IDX)
005810     MOVE CSM-TODAY TO CSM-TBL-OPENED-DATE (CSM-IDX)
005820     MOVE ZERO TO CSM-TBL-CLOSED-DATE (CSM-IDX)
005830     MOVE CSM-TODAY TO CSM-TBL-ACTION-DATE (CSM-IDX)
005840     MOVE 'CASEMGT' TO CSM-TBL-ACTION-BY (CSM-IDX)
005850     MOVE EXL-DETAIL TO CSM-TBL-DETAIL (CSM-IDX)
005860     ADD 1 TO CSM-CASES-REOPENED
005870     MOVE 'REOPENED' TO CSM-HIST-ACTION
005880     MOVE 'CASEMGT' TO CSM-HIST-OPERATOR
005890     MOVE EXL-DETAIL TO CSM-HIST-TEXT
005900     PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
005910     MOVE 'REOPEN' TO CSM-LINE-FLAG
005920     PERFORM 7100-WRITE-CASE-LINE THRU 7100-EXIT.
005930 3300-EXIT.
005940     EXIT.
005950
005960 3310-COUNT-SIGHTING.
005970     IF CSM-TBL-SEEN-COUNT (CSM-IDX) < 99999
005980         ADD 1 TO CSM-TBL-SEEN-COUNT (CSM-IDX)
005990     END-IF
006000     IF CSM-SEEN-DATE > CSM-TBL-LAST-SEEN (CSM-IDX)
006010         MOVE CSM-SEEN-DATE TO CSM-TBL-LAST-SEEN (CSM-IDX)
006020     END-IF
006030     IF CSM-SEEN-DATE < CSM-TBL-FIRST-SEEN (CSM-IDX)
006040         MOVE CSM-SEEN-DATE TO CSM-TBL-FIRST-SEEN (CSM-IDX)
006050     END-IF.
006060 3310-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100* 3900-EMPTY-EXCEPTION-LOG  -  THE NIGHT'S EXCEPTIONS ARE ON THE
006110*                              CASE FILE NOW.  AN EXCLOG THAT
006120*                              CANNOT BE EMPTIED IS WARNED, NOT
006130*                              FATAL - TOMORROW'S INTAKE COUNTS
006140*                              TONIGHT'S AGAIN AS REPEATS
006150*----------------------------------------------------------------
006160 3900-EMPTY-EXCEPTION-LOG.
006170     OPEN OUTPUT EXCLOG-FILE
006180     IF CSM-EXCLOG-STATUS NOT = '00'
006190         DISPLAY 'CASEMGT0011W EXCLOG NOT EMPTIED, STATUS = '
006200             CSM-EXCLOG-STATUS ' - EXCEPTIONS WILL REPEAT'
006210         GO TO 3900-EXIT
006220     END-IF
006230     CLOSE EXCLOG-FILE.
006240 3900-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 4000-APPLY-ACTION  -  ONE OPERATOR ACTION ON ONE CASE.  A CASE
006290*                       NOT ON FILE IS REPORTED AND ENDS RC=8 -
006300*                       CHANGING NOTHING SILENTLY WOULD HIDE A
006310*                       MIS-KEYED CASE NUMBER.
006320*----------------------------------------------------------------
006330 4000-APPLY-ACTION.
006340     MOVE 'N' TO CSM-FOUND-SW
006350     PERFORM 4010-FIND-ACTION-CASE THRU 4010-EXIT
006360         VARYING CSM-IDX FROM 1 BY 1
006370         UNTIL CSM-IDX > CSM-CASE-COUNT
006380            OR CSM-FOUND
006390     IF NOT CSM-FOUND
006400         MOVE SPACES TO REPORT-TEXT-RECORD
006410         STRING 'CASE ' CSM-ACTION-CASE
006420             ' NOT ON FILE - NOTHING CHANGED'
006430             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006440         WRITE REPORT-TEXT-RECORD
006450         DISPLAY 'CASEMGT0008W CASE ' CSM-ACTION-CASE
006460             ' NOT ON THE CASE FILE'
006470         MOVE 8 TO RETURN-CODE
006480         GO TO 4000-EXIT
006490     END-IF
006500*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
006510     SET CSM-IDX DOWN BY 1
006520     IF CSM-PARM-VERB = 'ASSIGN'
006530         PERFORM 4100-ASSIGN-CASE THRU 4100-EXIT
006540     ELSE
006550         IF CSM-PARM-VERB = 'NOTE'
006560             PERFORM 4200-NOTE-CASE THRU 4200-EXIT
006570         ELSE
006580             PERFORM 4300-CLOSE-CASE THRU 4300-EXIT
006590         END-IF
006600     END-IF
006610     IF CSM-CASES-CHANGED
006620         PERFORM 5000-REWRITE-CASE-FILE THRU 5000-EXIT
006630         DISPLAY 'CASEMGT0013I CASE ' CSM-ACTION-CASE ' '
006640             CSM-HIST-ACTION ' BY ' CSM-PARM-OPERATOR
006650     END-IF.
006660 4000-EXIT.
006670     EXIT.
006680
006690 4010-FIND-ACTION-CASE.
006700     IF CSM-TBL-CASE-NUMBER (CSM-IDX) = CSM-ACTION-CASE
006710         SET CSM-FOUND TO TRUE
006720     END-IF.
006730 4010-EXIT.
006740     EXIT.
006750
006760 4100-ASSIGN-CASE.
006770     IF CSM-TBL-CLOSED (CSM-IDX)
006780         PERFORM 4900-REJECT-CLOSED-CASE THRU 4900-EXIT
006790         GO TO 4100-EXIT
006800     END-IF
006810     MOVE CSM-PARM-ASSIGNEE TO CSM-TBL-ASSIGNED-TO (CSM-IDX)
006820     MOVE 'ASSIGNED' TO CSM-HIST-ACTION
006830     MOVE SPACES TO CSM-HIST-TEXT
006840     STRING 'ASSIGNED TO ' CSM-PARM-ASSIGNEE
006850         DELIMITED BY SIZE INTO CSM-HIST-TEXT
006860     MOVE 'ASSIGN' TO CSM-LINE-FLAG
006870     PERFORM 4800-RECORD-ACTION THRU 4800-EXIT.
006880 4100-EXIT.
006890     EXIT.
006900
006910*    A NOTE IS ACCEPTED ON A CLOSED CASE AS WELL - WHAT WAS
006920*    LEARNED AFTER THE CLOSE STILL BELONGS ON THE CASE
006930 4200-NOTE-CASE.
006940     MOVE CSM-PARM-TEXT TO CSM-TBL-LAST-NOTE (CSM-IDX)
006950     MOVE 'NOTE' TO CSM-HIST-ACTION
006960     MOVE CSM-PARM-TEXT TO CSM-HIST-TEXT
006970     MOVE 'NOTE' TO CSM-LINE-FLAG
006980     PERFORM 4800-RECORD-ACTION THRU 4800-EXIT.
006990 4200-EXIT.
007000     EXIT.
007010
007020 4300-CLOSE-CASE.
007030     IF CSM-TBL-CLOSED (CSM-IDX)
007040         PERFORM 4900-REJECT-CLOSED-CASE THRU 4900-EXIT
007050         GO TO 4300-EXIT
007060     END-IF
007070     MOVE 'C' TO CSM-TBL-STATUS (CSM-IDX)
007080     MOVE CSM-TODAY TO CSM-TBL-CLOSED-DATE (CSM-IDX)
007090     IF CSM-PARM-TEXT NOT = SPACES
007100         MOVE CSM-PARM-TEXT TO CSM-TBL-LAST-NOTE (CSM-IDX)
007110     END-IF
007120     MOVE 'CLOSED' TO CSM-HIST-ACTION
007130     MOVE CSM-PARM-TEXT TO CSM-HIST-TEXT
007140     MOVE 'CLOSED' TO CSM-LINE-FLAG
007150     PERFORM 4800-RECORD-ACTION THRU 4800-EXIT.
007160 4300-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------
007200* 4800-RECORD-ACTION  -  WHO TOOK THE ACTION, ON THE CASE, ON THE
007210*                        HISTORY, AND ON THE REPORT
007220*----------------------------------------------------------------
007230 4800-RECORD-ACTION.
007240     MOVE CSM-TODAY TO CSM-TBL-ACTION-DATE (CSM-IDX)
007250     MOVE CSM-PARM-OPERATOR TO CSM-TBL-ACTION-BY (CSM-IDX)
007260     MOVE CSM-PARM-OPERATOR TO CSM-HIST-OPERATOR
007270     PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
007280     PERFORM 7100-WRITE-CASE-LINE THRU 7100-EXIT
007290     IF CSM-HIST-TEXT NOT = SPACES
007300         MOVE SPACES TO REPORT-TEXT-RECORD
007310         MOVE CSM-HIST-TEXT TO REPORT-TEXT-RECORD (18:50)
007320         WRITE REPORT-TEXT-RECORD
007330     END-IF
007340     SET CSM-CASES-CHANGED TO TRUE.
007350 4800-EXIT.
007360     EXIT.
007370
007380 4900-REJECT-CLOSED-CASE.
007390     MOVE SPACES TO REPORT-TEXT-RECORD
007400     STRING 'CASE ' CSM-ACTION-CASE
007410         ' IS CLOSED - NOTHING CHANGED'
007420         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007430     WRITE REPORT-TEXT-RECORD
007440     DISPLAY 'CASEMGT0009W CASE ' CSM-ACTION-CASE
007450         ' IS ALREADY CLOSED - ' CSM-PARM-VERB ' NOT APPLIED'
007460     MOVE 8 TO RETURN-CODE.
007470 4900-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 5000-REWRITE-CASE-FILE  -  THE WHOLE TABLE BACK OUT IN CASE
007520*                            NUMBER ORDER
007530*----------------------------------------------------------------
007540 5000-REWRITE-CASE-FILE.
007550     OPEN OUTPUT CASE-FILE
007552*    05 IS THE FIRST INTAKE CREATING THE CASE FILE
007560     IF CSM-CASEFILE-STATUS NOT = '00'
007565        AND CSM-CASEFILE-STATUS NOT = '05'
007570         GO TO 9810-ABEND-CASEFILE-OPEN
007580     END-IF
007590     PERFORM 5100-WRITE-ONE-CASE THRU 5100-EXIT
007600         VARYING CSM-IDX FROM 1 BY 1
007610         UNTIL CSM-IDX > CSM-CASE-COUNT
007620     CLOSE CASE-FILE.
007630 5000-EXIT.
007640     EXIT.
007650
007660 5100-WRITE-ONE-CASE.
007670     MOVE SPACES TO CASE-RECORD
007680     MOVE CSM-TBL-CASE-NUMBER (CSM-IDX) TO CSE-CASE-NUMBER
007690     MOVE CSM-TBL-PROGRAM-ID (CSM-IDX) TO CSE-PROGRAM-ID
007700     MOVE CSM-TBL-SOURCE-KEY (CSM-IDX) TO CSE-SOURCE-KEY
007710     MOVE CSM-TBL-EXCEPTION-TYPE (CSM-IDX)
007720         TO CSE-EXCEPTION-TYPE
007730     MOVE CSM-TBL-STATUS (CSM-IDX) TO CSE-STATUS
007740     MOVE CSM-TBL-FIRST-SEEN (CSM-IDX) TO CSE-FIRST-SEEN-DATE
007750     MOVE CSM-TBL-LAST-SEEN (CSM-IDX) TO CSE-LAST-SEEN-DATE
007760     MOVE CSM-TBL-OPENED-DATE (CSM-IDX) TO CSE-OPENED-DATE
007770     MOVE CSM-TBL-SEEN-COUNT (CSM-IDX) TO CSE-SEEN-COUNT
007780     MOVE CSM-TBL-TARGET-DAYS (CSM-IDX) TO CSE-TARGET-DAYS
007790     MOVE CSM-TBL-ASSIGNED-TO (CSM-IDX) TO CSE-ASSIGNED-TO
007800     MOVE CSM-TBL-ACTION-DATE (CSM-IDX) TO CSE-LAST-ACTION-DATE
007810     MOVE CSM-TBL-ACTION-BY (CSM-IDX) TO CSE-LAST-ACTION-BY
007820     MOVE CSM-TBL-CLOSED-DATE (CSM-IDX) TO CSE-CLOSED-DATE
007830     MOVE CSM-TBL-DETAIL (CSM-IDX) TO CSE-DETAIL
007840     MOVE CSM-TBL-LAST-NOTE (CSM-IDX) TO CSE-LAST-NOTE
007850     WRITE CASE-RECORD.
007860 5100-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 6000-AGING-REPORT  -  OPEN CASES BY SOURCE PROGRAM AND AGE
007910*                       BUCKET, THEN EVERY OPEN CASE UNDER ITS
007920*                       PROGRAM, FLAGGED WHEN PAST ITS TARGET.
007930*                       AN OVERDUE CASE ENDS THE STEP RC=4 SO
007940*                       THE STATUS BOARD SHOWS IT.
007950*----------------------------------------------------------------
007960 6000-AGING-REPORT.
007970     INITIALIZE CSM-AGING-TABLE
007980     PERFORM 6100-AGE-ONE-CASE THRU 6100-EXIT
007990         VARYING CSM-IDX FROM 1 BY 1
008000         UNTIL CSM-IDX > CSM-CASE-COUNT
008010     MOVE SPACES TO REPORT-TEXT-RECORD
008020     WRITE REPORT-TEXT-RECORD
008030     MOVE 'OPEN CASES BY SOURCE PROGRAM AND AGE IN DAYS'
008040         TO REPORT-TEXT-RECORD
008050     WRITE REPORT-TEXT-RECORD
008060     MOVE 'PROGRAM       0-7     8-30    31-90  OVER 90     OPEN
008070-        '  OVERDUE' TO REPORT-TEXT-RECORD
008080     WRITE REPORT-TEXT-RECORD
008090     MOVE ZERO TO CSM-TOTAL-BUCKET (1) CSM-TOTAL-BUCKET (2)
008100         CSM-TOTAL-BUCKET (3) CSM-TOTAL-BUCKET (4)
008110     PERFORM 6200-PRINT-ONE-ROW THRU 6200-EXIT
008120         VARYING CSM-ROW-IDX FROM 1 BY 1
008130         UNTIL CSM-ROW-IDX > 6
008140     MOVE SPACES TO REPORT-AGING-RECORD
008150     MOVE 'TOTAL' TO CSA-PROGRAM-ID
008160     MOVE CSM-TOTAL-BUCKET (1) TO CSA-AGE-0-7
008170     MOVE CSM-TOTAL-BUCKET (2) TO CSA-AGE-8-30
008180     MOVE CSM-TOTAL-BUCKET (3) TO CSA-AGE-31-90
008190     MOVE CSM-TOTAL-BUCKET (4) TO CSA-AGE-OVER-90
008200     MOVE CSM-CASES-OPEN TO CSA-OPEN
008210     MOVE CSM-CASES-OVERDUE TO CSA-OVERDUE
008220     WRITE REPORT-AGING-RECORD
008230     MOVE SPACES TO REPORT-TEXT-RECORD
008240     WRITE REPORT-TEXT-RECORD
008250     MOVE 'OPEN CASES' TO REPORT-TEXT-RECORD
008260     WRITE REPORT-TEXT-RECORD
008270     PERFORM 7000-WRITE-CASE-HEADING THRU 7000-EXIT
008280     PERFORM 6300-LIST-ROW-CASES THRU 6300-EXIT
008290         VARYING CSM-ROW-IDX FROM 1 BY 1
008300         UNTIL CSM-ROW-IDX > 6
008310     IF CSM-CASES-OVERDUE > ZERO
008320         DISPLAY 'CASEMGT0010W ' CSM-CASES-OVERDUE
008330             ' CASE(S) OPEN PAST TARGET - SEE CASERPT'
008340         IF RETURN-CODE < 4
008350             MOVE 4 TO RETURN-CODE
008360         END-IF
008370     END-IF.
008380 6000-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420* 6100-AGE-ONE-CASE  -  DAYS SINCE THE CASE LAST OPENED, ITS
008430*                       BUCKET, AND WHETHER IT IS PAST TARGET
008440*----------------------------------------------------------------
008450 6100-AGE-ONE-CASE.
008460     IF NOT CSM-TBL-OPEN (CSM-IDX)
008470         GO TO 6100-EXIT
008480     END-IF
008490     MOVE CSM-TBL-PROGRAM-ID (CSM-IDX) TO CSM-LOOKUP-PROGRAM
008500     PERFORM 7200-FIND-TARGET-ROW THRU 7200-EXIT
008510     SET CSM-TBL-ROW (CSM-IDX) TO CSM-TGT-IDX
008520     SET CSM-ROW-IDX TO CSM-TGT-IDX
008530     PERFORM 7150-COMPUTE-AGE THRU 7150-EXIT
008540     MOVE CSM-AGE-DAYS TO CSM-TBL-AGE-DAYS (CSM-IDX)
008550     IF CSM-AGE-DAYS NOT > 7
008560         MOVE 1 TO CSM-BUCKET
008570     ELSE
008580         IF CSM-AGE-DAYS NOT > 30
008590             MOVE 2 TO CSM-BUCKET
008600         ELSE
008610             IF CSM-AGE-DAYS NOT > 90
008620                 MOVE 3 TO CSM-BUCKET
008630             ELSE
008640                 MOVE 4 TO CSM-BUCKET
008650             END-IF
008660         END-IF
008670     END-IF
008680     ADD 1 TO CSM-AGE-BUCKET (CSM-ROW-IDX CSM-BUCKET)
008690     ADD 1 TO CSM-AGE-OPEN (CSM-ROW-IDX)
008700     ADD 1 TO CSM-CASES-OPEN
008710     IF CSM-AGE-DAYS > CSM-TBL-TARGET-DAYS (CSM-IDX)
008720         ADD 1 TO CSM-AGE-OVERDUE (CSM-ROW-IDX)
008730         ADD 1 TO CSM-CASES-OVERDUE
008740     END-IF.
008750 6100-EXIT.
008760     EXIT.
008770
008780 6200-PRINT-ONE-ROW.
008790     MOVE SPACES TO REPORT-AGING-RECORD
008800     MOVE CSM-TGT-PROGRAM-ID (CSM-ROW-IDX) TO CSA-PROGRAM-ID
008810     MOVE CSM-AGE-BUCKET (CSM-ROW-IDX 1) TO CSA-AGE-0-7
008820     MOVE CSM-AGE-BUCKET (CSM-ROW-IDX 2) TO CSA-AGE-8-30
008830     MOVE CSM-AGE-BUCKET (CSM-ROW-IDX 3) TO CSA-AGE-31-90
008840     MOVE CSM-AGE-BUCKET (CSM-ROW-IDX 4) TO CSA-AGE-OVER-90
008850     MOVE CSM-AGE-OPEN (CSM-ROW-IDX) TO CSA-OPEN
008860     MOVE CSM-AGE-OVERDUE (CSM-ROW-IDX) TO CSA-OVERDUE
008870     WRITE REPORT-AGING-RECORD
008880     ADD CSM-AGE-BUCKET (CSM-ROW-IDX 1) TO CSM-TOTAL-BUCKET (1)
008890     ADD CSM-AGE-BUCKET (CSM-ROW-IDX 2) TO CSM-TOTAL-BUCKET (2)
008900     ADD CSM-AGE-BUCKET (CSM-ROW-IDX 3) TO CSM-TOTAL-BUCKET (3)
008910     ADD CSM-AGE-BUCKET (CSM-ROW-IDX 4) TO CSM-TOTAL-BUCKET (4).
008920 6200-EXIT.
008930     EXIT.
008940
008950 6300-LIST-ROW-CASES.
008960     PERFORM 6310-LIST-ONE-CASE THRU 6310-EXIT
008970         VARYING CSM-IDX FROM 1 BY 1
008980         UNTIL CSM-IDX > CSM-CASE-COUNT.
008990 6300-EXIT.
009000     EXIT.
009010
009020 6310-LIST-ONE-CASE.
009030     IF NOT CSM-TBL-OPEN (CSM-IDX)
009040         GO TO 6310-EXIT
009050     END-IF
009060     IF CSM-TBL-ROW (CSM-IDX) NOT = CSM-ROW-IDX
009070         GO TO 6310-EXIT
009080     END-IF
009090     MOVE SPACES TO CSM-LINE-FLAG
009100     IF CSM-TBL-AGE-DAYS (CSM-IDX)
009110          > CSM-TBL-TARGET-DAYS (CSM-IDX)
009120         MOVE 'OVERDUE' TO CSM-LINE-FLAG
009130     END-IF
009140     PERFORM 7100-WRITE-CASE-LINE THRU 7100-EXIT.
009150 6310-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------------
009190* 7000-WRITE-CASE-HEADING  -  COLUMN HEADINGS OVER THE TWO-LINE
009200*                             CASE ENTRY 7100 WRITES
009210*----------------------------------------------------------------
009220 7000-WRITE-CASE-HEADING.
009230     MOVE 'CASE-NO PROGRAM  EXCEPTION TYPE' TO REPORT-TEXT-RECORD
009240     MOVE 'AGE ASSIGNED FLAG' TO REPORT-TEXT-RECORD (51:17)
009250     WRITE REPORT-TEXT-RECORD
009260     MOVE SPACES TO REPORT-TEXT-RECORD
009270     MOVE 'SOURCE KEY' TO REPORT-TEXT-RECORD (18:10)
009280     MOVE 'DETAIL' TO REPORT-TEXT-RECORD (49:6)
009290     WRITE REPORT-TEXT-RECORD.
009300 7000-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------------
009340* 7100-WRITE-CASE-LINE  -  THE CASE IN HAND AS TWO REPORT LINES -
009350*                          THE EDITED CASE LINE, THEN ITS SOURCE
009360*                          KEY AND DETAIL.  THE CALLER SETS
009370*                          CSM-LINE-FLAG.
009380*----------------------------------------------------------------
009390 7100-WRITE-CASE-LINE.
009400     PERFORM 7150-COMPUTE-AGE THRU 7150-EXIT
009410     MOVE SPACES TO REPORT-DETAIL-RECORD
009420     MOVE CSM-TBL-CASE-NUMBER (CSM-IDX) TO CSR-CASE-NUMBER
009430     MOVE CSM-TBL-PROGRAM-ID (CSM-IDX) TO CSR-PROGRAM-ID
009440     MOVE CSM-TBL-EXCEPTION-TYPE (CSM-IDX)
009450         TO CSR-EXCEPTION-TYPE
009460     MOVE CSM-AGE-DAYS TO CSR-AGE-DAYS
009470     MOVE CSM-TBL-ASSIGNED-TO (CSM-IDX) TO CSR-ASSIGNED-TO
009480     MOVE CSM-LINE-FLAG TO CSR-FLAG
009490     WRITE REPORT-DETAIL-RECORD
009500     MOVE SPACES TO REPORT-TEXT-RECORD
009510     MOVE CSM-TBL-SOURCE-KEY (CSM-IDX)
009520         TO REPORT-TEXT-RECORD (18:30)
009530     MOVE CSM-TBL-DETAIL (CSM-IDX)
009540         TO REPORT-TEXT-RECORD (49:20)
009550     WRITE REPORT-TEXT-RECORD.
009560 7100-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------
009600* 7150-COMPUTE-AGE  -  DAYS FROM THE CASE'S OPENED DATE TO TODAY.
009610*                      A DATE THAT CANNOT BE READ AGES AS ZERO,
009620*                      NEVER GUESSED.
009630*----------------------------------------------------------------
009640 7150-COMPUTE-AGE.
009650     MOVE ZERO TO CSM-AGE-DAYS
009660     IF CSM-TBL-OPENED-DATE (CSM-IDX) NOT NUMERIC
009670        OR CSM-TBL-OPENED-DATE (CSM-IDX) < 16010101
009680         GO TO 7150-EXIT
009690     END-IF
009700     COMPUTE CSM-OPENED-INTEGER =
009710         FUNCTION INTEGER-OF-DATE(CSM-TBL-OPENED-DATE (CSM-IDX))
009720     IF CSM-OPENED-INTEGER = ZERO
009730         GO TO 7150-EXIT
009740     END-IF
009750     COMPUTE CSM-AGE-DAYS =
009760         CSM-TODAY-INTEGER - CSM-OPENED-INTEGER
009770     IF CSM-AGE-DAYS < ZERO
009780         MOVE ZERO TO CSM-AGE-DAYS
009790     END-IF.
009800 7150-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------------
009840* 7200-FIND-TARGET-ROW  -  THE TARGET-TABLE ROW FOR
009850*                          CSM-LOOKUP-PROGRAM; ANY PROGRAM NOT
009860*                          LISTED FALLS TO THE OTHER ROW
009870*----------------------------------------------------------------
009880 7200-FIND-TARGET-ROW.
009890     MOVE 'N' TO CSM-TGT-FOUND-SW
009900     PERFORM 7210-MATCH-TARGET THRU 7210-EXIT
009910         VARYING CSM-TGT-IDX FROM 1 BY 1
009920         UNTIL CSM-TGT-IDX > 5
009930            OR CSM-TGT-FOUND
009940*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
009950     IF CSM-TGT-FOUND
009960         SET CSM-TGT-IDX DOWN BY 1
009970     ELSE
009980         SET CSM-TGT-IDX TO 6
009990     END-IF.
010000 7200-EXIT.
010010     EXIT.
010020
010030 7210-MATCH-TARGET.
010040     IF CSM-TGT-PROGRAM-ID (CSM-TGT-IDX) = CSM-LOOKUP-PROGRAM
010050         SET CSM-TGT-FOUND TO TRUE
010060     END-IF.
010070 7210-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------------
010110* 7300-WRITE-HISTORY  -  ONE CASE HISTORY ENTRY FOR THE CASE IN
010120*                        HAND.  THE CALLER SETS THE ACTION,
010130*                        OPERATOR AND TEXT.
010140*----------------------------------------------------------------
010150 7300-WRITE-HISTORY.
010160     MOVE SPACES TO CASEHIST-RECORD
010170     MOVE CSM-TBL-CASE-NUMBER (CSM-IDX) TO CSH-CASE-NUMBER
010180     MOVE CSM-START-TIMESTAMP (1:14) TO CSH-TIMESTAMP
010190     MOVE CSM-HIST-ACTION TO CSH-ACTION
010200     MOVE CSM-HIST-OPERATOR TO CSH-OPERATOR-ID
010210     MOVE CSM-HIST-TEXT TO CSH-TEXT
010220     WRITE CASEHIST-RECORD.
010230 7300-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------------
010270* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
010280*                         RUN-CONTROL LOG FOR THE MORNING STATUS
010290*                         BOARD.  A LOG FAILURE IS WARNED, NOT
010300*                         FATAL.
010310*----------------------------------------------------------------
010320 8900-WRITE-STEP-LOG.
010330     OPEN EXTEND RUNLOG-FILE
010340     IF CSM-RUNLOG-STATUS = '35'
010350         OPEN OUTPUT RUNLOG-FILE
010360     END-IF
010370     IF CSM-RUNLOG-STATUS NOT = '00'
010380         DISPLAY 'CASEMGT0012W RUNLOG OPEN FAILED, STATUS = '
010390             CSM-RUNLOG-STATUS ' - STEP NOT LOGGED'
010400         GO TO 8900-EXIT
010410     END-IF
010420     MOVE SPACES TO RUNLOG-RECORD
010430     MOVE 'CASEMGT' TO RNL-PROGRAM-ID
010440     MOVE CSM-START-TIMESTAMP TO RNL-START-TIMESTAMP
010450     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
010460     MOVE RETURN-CODE TO RNL-RETURN-CODE
010470     MOVE CSM-EXCEPTIONS-READ TO RNL-RECORDS-READ
010480     COMPUTE RNL-RECORDS-WRITTEN =
010490         CSM-CASES-OPENED + CSM-CASES-REOPENED
010500     MOVE CSM-CASES-OVERDUE TO RNL-KEY-COUNT
010510     MOVE 'CASES OVERDUE' TO RNL-KEY-LABEL
010520     WRITE RUNLOG-RECORD
010530     CLOSE RUNLOG-FILE.
010540 8900-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------------
010580* 9000-TERMINATE
010590*----------------------------------------------------------------
010600 9000-TERMINATE.
010610     CLOSE REPORT-FILE
010620     IF CSM-HIST-OPEN
010630         CLOSE CASEHIST-FILE
010640     END-IF
010650     IF CSM-SCHEDULED-RUN
010660         PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT
010670     END-IF.
010680 9000-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------
010720* 9800-ABEND-INVALID-PARM  -  NO USABLE ACTION - GUESSING WHICH
010730*                             CASE WAS MEANT IS WORSE THAN
010740*                             TAKING NO ACTION
010750*----------------------------------------------------------------
010760 9800-ABEND-INVALID-PARM.
010770     DISPLAY 'CASEMGT0001E PARM MUST BE INTAKE, AGING, OR'
010780         ' ASSIGN/NOTE/CLOSE NNNNNNN OPERATOR TEXT'
010790     MOVE 16 TO RETURN-CODE
010800     STOP RUN.
010810
010820*----------------------------------------------------------------
010830* 9801-ABEND-NO-OPERATOR  -  EVERY ACTION CARRIES WHO TOOK IT
010840*----------------------------------------------------------------
010850 9801-ABEND-NO-OPERATOR.
010860     DISPLAY 'CASEMGT0007E AN OPERATOR ID IS REQUIRED TO '
010870         CSM-PARM-VERB ' A CASE'
010880     MOVE 16 TO RETURN-CODE
010890     STOP RUN.
010900
010910*----------------------------------------------------------------
010920* 9810-ABEND-CASEFILE-OPEN  -  CASE-FILE COULD NOT BE OPENED FOR
010930*                              A REASON OTHER THAN ABSENCE
010940*----------------------------------------------------------------
010950 9810-ABEND-CASEFILE-OPEN.
010960     DISPLAY 'CASEMGT0002E CASE-FILE OPEN FAILED, STATUS = '
010970         CSM-CASEFILE-STATUS
010980     CLOSE REPORT-FILE
010990     MOVE 16 TO RETURN-CODE
011000     STOP RUN.
011010
011020*----------------------------------------------------------------
011030* 9811-ABEND-EXCLOG-OPEN  -  EXCLOG-FILE COULD NOT BE OPENED FOR
011040*                            A REASON OTHER THAN ABSENCE
011050*----------------------------------------------------------------
011060 9811-ABEND-EXCLOG-OPEN.
011070     DISPLAY 'CASEMGT0003E EXCLOG-FILE OPEN FAILED, STATUS = '
011080         CSM-EXCLOG-STATUS
011090     CLOSE REPORT-FILE
011100     MOVE 16 TO RETURN-CODE
011110     STOP RUN.
011120
011130*----------------------------------------------------------------
011140* 9812-ABEND-CASERPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED -
011150*                             FAIL THE STEP RATHER THAN ABEND
011160*                             UNCONTROLLED ON THE FIRST WRITE
011170*----------------------------------------------------------------
011180 9812-ABEND-CASERPT-OPEN.
011190     DISPLAY 'CASEMGT0004E REPORT-FILE OPEN FAILED, STATUS = '
011200         CSM-CASERPT-STATUS
011210     MOVE 16 TO RETURN-CODE
011220     STOP RUN.
011230
011240*----------------------------------------------------------------
011250* 9813-ABEND-CASEHIST-OPEN  -  CASEHIST-FILE COULD NOT BE OPENED -
011260*                              NO CASE IS TOUCHED WITHOUT ITS
011270*                              HISTORY
011280*----------------------------------------------------------------
011290 9813-ABEND-CASEHIST-OPEN.
011300     DISPLAY 'CASEMGT0005E CASEHIST-FILE OPEN FAILED, STATUS = '
011310         CSM-CASEHIST-STATUS
011320     CLOSE REPORT-FILE
011330     MOVE 16 TO RETURN-CODE
011340     STOP RUN.
011350
011360*----------------------------------------------------------------
011370* 9820-ABEND-TABLE-FULL  -  MORE CASES THAN THE TABLE HOLDS - FAIL
011380*                           THE STEP RATHER THAN REWRITE A
011390*                           TRUNCATED CASE FILE
011400*----------------------------------------------------------------
011410 9820-ABEND-TABLE-FULL.
011420     DISPLAY 'CASEMGT0006E MORE THAN 5000 CASES - TABLE FULL'
011430     CLOSE CASE-FILE
011432     IF CSM-HIST-OPEN
011434         CLOSE CASEHIST-FILE
011436     END-IF
011440     CLOSE REPORT-FILE
011450     MOVE 16 TO RETURN-CODE
011460     STOP RUN.
011470
011480*----------------------------------------------------------------
011490* 9821-ABEND-INTAKE-FULL  -  THE TABLE FILLED WHILE OPENING NEW
011500*                            CASES FROM EXCLOG.  CASE-FILE IS
011510*                            ALREADY CLOSED AND NOT YET REWRITTEN,
011520*                            AND EXCLOG IS LEFT UNEMPTIED, SO THE
011530*                            NIGHT'S EXCEPTIONS WAIT FOR A RERUN
011540*----------------------------------------------------------------
011550 9821-ABEND-INTAKE-FULL.
011560     DISPLAY 'CASEMGT0014E MORE THAN 5000 CASES - TABLE FULL'
011570         ' DURING INTAKE, EXCLOG KEPT'
011580     CLOSE EXCLOG-FILE
011590     IF CSM-HIST-OPEN
011600         CLOSE CASEHIST-FILE
011610     END-IF
011620     CLOSE REPORT-FILE
011630     MOVE 16 TO RETURN-CODE
011640     STOP RUN.
011650
011660 END PROGRAM CASEMGT.
