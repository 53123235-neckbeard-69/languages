000100*----------------------------------------------------------------
000110* ARRVRFY  -  INDEPENDENT PROOF OF EVERY ARRAYOUT ELEMENT VALUE
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. ARRVRFY.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     READS THE NIGHT'S FINAL ARRAYOUT (AFTER ARRMERGE OR
000210*     DRVCONS) AND PROVES EVERY DETAIL RECORD OF EVERY GROUP -
000220*     SEEDED OR NOT, RESTARTED OR NOT - AGAINST A VALUE IT
000230*     DERIVES FOR ITSELF.  ARRCMP NEEDS A SEEDED BASELINE AND
000240*     RSLTMNT VERIFY RECOMPUTES ONE ELEMENT PER KEY; NEITHER
000250*     COVERS AN UNSEEDED RUN OR ONE RESUMED THROUGH
000260*     6210-RESTORE-CHECKPOINT.
000270*     EVERY SLOT OF A RUN'S TABLE HOLDS THE SAME VALUE:
000280*         THE SUM OF (J MOD N) FOR J = 1 TO THE INNER BOUND,
000290*         PLUS THE RANDOM DRAW,
000300*     WHERE N IS THE INPUT NUMBER.  WRITING THE INNER BOUND AS
000310*     Q FULL CYCLES OF N PLUS A REMAINDER R, THE SUM IS
000320*         Q * N * (N - 1) / 2  +  R * (R + 1) / 2
000330*     SO THE EXPECTED VALUE IS COMPUTED IN CLOSED FORM, WITHOUT
000340*     THE LOOP LOOOPY RAN.  THE INPUT NUMBER AND RANDOM DRAW
000350*     COME FROM THE GROUP HEADER.  THE INNER BOUND COMES FROM
000360*     THE HEADER WHEN IT CARRIES ONE, AND MUST NOT EXCEED THE
000370*     PARMFILE BOUND OR THE 6050 CLAMP FOR THE INPUT NUMBER.  A
000380*     HEADER WRITTEN BEFORE THE FIELD EXISTED IS PROVED AGAINST
000390*     THE PARMFILE BOUND, CLAMPED AS 6050-VALIDATE-INNER-BOUND
000400*     CLAMPS IT - GROUP AFTER GROUP, SINCE LOOOPY CARRIES A
000410*     CLAMP FORWARD TO THE RUNS AFTER IT.
000420*     THE REPORT (VFYRPT) LISTS EVERY DISAGREEING INDEX, EACH
000430*     UNBROKEN RANGE OF THEM, AND WHETHER THE RANGE STARTS OR
000440*     ENDS ON A CHECKPOINT-INTERVAL BOUNDARY (EVERY 500 OUTER
000450*     ITERATIONS, AS LOOOPY WRITES CKPTFILE) - A RANGE THAT DOES
000460*     POINTS AT A CHECKPOINT RESTORE.  THE HEADER'S ELEMENT
000470*     RESULT, THE INDEX SEQUENCE AND THE TRAILER TOTALS ARE
000480*     PROVED AS WELL.
000490*     ANY RUN THAT FAILS IS FLAGGED ON THE REPORT AND THE STEP
000500*     ENDS RC=8, SO THE SCHEDULER STOPS THE STREAM BEFORE
000510*     RSLTLOAD, DTLLOAD OR WHSEXTR CARRY THE BAD VALUES FORWARD.
000520*     AN EMPTY ARRAYOUT ENDS RC=4.
000530*
000540* MODIFICATION HISTORY.
000550*     DATE       INIT  DESCRIPTION
000560*     ---------- ----  ------------------------------------------
000570*     2026-10-15  RJT  ORIGINAL VERSION.
000580*----------------------------------------------------------------
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ARRAYOUT-FILE ASSIGN TO ARRAYOUT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS VFY-ARRAYOUT-STATUS.
000660     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS VFY-PARMFILE-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO VFYRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS VFY-VFYRPT-STATUS.
000720     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS VFY-RUNLOG-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ARRAYOUT-FILE.
000790     COPY ARROUTC.
000800
000810 FD  PARM-FILE.
000820     COPY PARMREC.
000830
000840 FD  REPORT-FILE.
000850 01  REPORT-TEXT-RECORD         PIC X(80).
000860
000870 FD  RUNLOG-FILE.
000880     COPY RUNLOGC.
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* FILE STATUS FIELDS AND SWITCHES
000930*----------------------------------------------------------------
000940 01  VFY-ARRAYOUT-STATUS          PIC X(02) VALUE '00'.
000950 01  VFY-PARMFILE-STATUS          PIC X(02) VALUE '00'.
000960 01  VFY-VFYRPT-STATUS            PIC X(02) VALUE '00'.
000970 01  VFY-RUNLOG-STATUS            PIC X(02) VALUE '00'.
000980 01  VFY-EOF-ARRAYOUT-SW          PIC X(01) VALUE 'N'.
000990     88  VFY-EOF-ARRAYOUT                    VALUE 'Y'.
001000 01  VFY-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
001010     88  VFY-GROUP-OPEN                      VALUE 'Y'.
001020 01  VFY-GROUP-FAILED-SW          PIC X(01) VALUE 'N'.
001030     88  VFY-GROUP-FAILED                    VALUE 'Y'.
001040 01  VFY-RANGE-OPEN-SW            PIC X(01) VALUE 'N'.
001050     88  VFY-RANGE-OPEN                      VALUE 'Y'.
001060 01  VFY-RESULT-SEEN-SW           PIC X(01) VALUE 'N'.
001070     88  VFY-RESULT-SEEN                     VALUE 'Y'.
001080 01  VFY-STARTS-AFTER-SW          PIC X(01) VALUE 'N'.
001090     88  VFY-STARTS-AFTER                    VALUE 'Y'.
001100 01  VFY-ENDS-AT-SW               PIC X(01) VALUE 'N'.
001110     88  VFY-ENDS-AT                         VALUE 'Y'.
001120
001130*----------------------------------------------------------------
001140* THE PARMFILE BOUNDS, RESOLVED AS 5000-LOAD-BOUNDS AND
001150* 5100-APPLY-PARM-RECORD RESOLVE THEM, AND THE INNER BOUND AS
001160* LOOOPY CARRIES IT FROM RUN TO RUN
001170*----------------------------------------------------------------
001180 01  VFY-INNER-BOUND              PIC 9(05) VALUE 100.
001190 01  VFY-CHAIN-INNER              PIC 9(05) VALUE ZERO.
001200 01  VFY-ELEMENT-CAPACITY         PIC S9(10) COMP
001210                                  VALUE 999999999.
001220 01  VFY-INNER-BOUND-LIMIT        PIC S9(10) COMP VALUE ZERO.
001230 01  VFY-CKPT-INTERVAL            PIC 9(05) VALUE 500.
001240
001250*----------------------------------------------------------------
001260* THE GROUP BEING PROVED
001270*----------------------------------------------------------------
001280 01  VFY-INPUT-NUMBER             PIC 9(05) VALUE ZERO.
001290 01  VFY-SEED                     PIC 9(09) VALUE ZERO.
001300 01  VFY-RANDOM-NUMBER            PIC 9(05) VALUE ZERO.
001310 01  VFY-HDR-RESULT               PIC S9(10) VALUE ZERO.
001320 01  VFY-GRP-INNER                PIC 9(05) VALUE ZERO.
001330 01  VFY-INNER-SOURCE             PIC X(08) VALUE SPACES.
001340 01  VFY-QUOTIENT                 PIC 9(09) VALUE ZERO.
001350 01  VFY-REMAINDER                PIC 9(05) VALUE ZERO.
001360 01  VFY-EXPECTED                 PIC S9(11) VALUE ZERO.
001370 01  VFY-NEXT-INDEX               PIC 9(05) VALUE ZERO.
001380 01  VFY-LAST-INDEX               PIC 9(05) VALUE ZERO.
001390 01  VFY-GRP-DETAILS              PIC 9(05) VALUE ZERO.
001400 01  VFY-GRP-TOTAL                PIC S9(15) VALUE ZERO.
001410 01  VFY-GRP-BAD                  PIC 9(05) VALUE ZERO.
001420 01  VFY-RANGE-START              PIC 9(05) VALUE ZERO.
001430 01  VFY-RANGE-END                PIC 9(05) VALUE ZERO.
001440 01  VFY-BOUNDARY-REMAINDER       PIC 9(05) VALUE ZERO.
001450 01  VFY-BOUNDARY-QUOTIENT        PIC 9(05) VALUE ZERO.
001460 01  VFY-REASON                   PIC X(40) VALUE SPACES.
001470
001480*----------------------------------------------------------------
001490* EDITED FIGURES FOR THE REPORT LINES
001500*----------------------------------------------------------------
001510 01  VFY-EDIT-INDEX               PIC ZZZZ9.
001520 01  VFY-EDIT-INDEX-2             PIC ZZZZ9.
001530 01  VFY-EDIT-INPUT               PIC ZZZZ9.
001540 01  VFY-EDIT-SEED                PIC ZZZZZZZZ9.
001550 01  VFY-EDIT-RANDOM              PIC ZZZZ9.
001560 01  VFY-EDIT-INNER               PIC ZZZZ9.
001570 01  VFY-EDIT-VALUE               PIC -(10)9.
001580 01  VFY-EDIT-VALUE-2             PIC -(10)9.
001590 01  VFY-EDIT-COUNT               PIC ZZZZZZ9.
001600
001610*----------------------------------------------------------------
001620* JOB TOTALS
001630*----------------------------------------------------------------
001640 01  VFY-RECORDS-READ             PIC 9(07) VALUE ZERO.
001650 01  VFY-GROUPS-READ              PIC 9(05) VALUE ZERO.
001660 01  VFY-GROUPS-PROVEN            PIC 9(05) VALUE ZERO.
001670 01  VFY-GROUPS-FAILED            PIC 9(05) VALUE ZERO.
001680 01  VFY-ELEMENTS-CHECKED         PIC 9(07) VALUE ZERO.
001690 01  VFY-ELEMENTS-BAD             PIC 9(07) VALUE ZERO.
001700 01  VFY-STRAY-RECORDS            PIC 9(05) VALUE ZERO.
001710 01  VFY-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001720
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     PERFORM 2000-LOAD-BOUNDS THRU 2000-EXIT
001770     MOVE VFY-INNER-BOUND TO VFY-CHAIN-INNER
001780     PERFORM 3000-READ-ARRAYOUT THRU 3000-EXIT
001790         UNTIL VFY-EOF-ARRAYOUT
001800     IF VFY-GROUP-OPEN
001810         MOVE 'GROUP HAS NO TRAILER' TO VFY-REASON
001820         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
001830         PERFORM 3900-CLOSE-GROUP THRU 3900-EXIT
001840     END-IF
001850     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT
001870     STOP RUN.
001880
001890*----------------------------------------------------------------
001900* 1000-INITIALIZE
001910*----------------------------------------------------------------
001920 1000-INITIALIZE.
001930     MOVE FUNCTION CURRENT-DATE TO VFY-START-TIMESTAMP
001940     OPEN INPUT ARRAYOUT-FILE
001950     IF VFY-ARRAYOUT-STATUS NOT = '00'
001960         GO TO 9811-ABEND-ARRAYOUT-OPEN
001970     END-IF
001980     OPEN OUTPUT REPORT-FILE
001990     IF VFY-VFYRPT-STATUS NOT = '00'
002000         GO TO 9812-ABEND-VFYRPT-OPEN
002010     END-IF
002020     MOVE 'LOOOPY ARRAYOUT ELEMENT PROOF' TO REPORT-TEXT-RECORD
002030     WRITE REPORT-TEXT-RECORD
002040     MOVE SPACES TO REPORT-TEXT-RECORD
002050     WRITE REPORT-TEXT-RECORD.
002060 1000-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------
002100* 2000-LOAD-BOUNDS  -  THE PARMFILE INNER BOUND, DEFAULTED AND
002110*                     OVERRIDDEN AS THE NIGHT STEP DOES IT
002120*----------------------------------------------------------------
002130 2000-LOAD-BOUNDS.
002140     OPEN INPUT PARM-FILE
002150     IF VFY-PARMFILE-STATUS = '05'
002160         CLOSE PARM-FILE
002170         GO TO 2000-EXIT
002180     END-IF
002190     IF VFY-PARMFILE-STATUS NOT = '00'
002200         GO TO 9813-ABEND-PARMFILE-OPEN
002210     END-IF
002220     READ PARM-FILE
002230         AT END
002240             CONTINUE
002250         NOT AT END
002260             IF PARM-INNER-BOUND NUMERIC
002270                AND PARM-INNER-BOUND > ZERO
002280                 MOVE PARM-INNER-BOUND TO VFY-INNER-BOUND
002290             END-IF
002300     END-READ
002310     CLOSE PARM-FILE.
002320 2000-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360* 3000-READ-ARRAYOUT  -  ONE RECORD OF ANY TYPE
002370*----------------------------------------------------------------
002380 3000-READ-ARRAYOUT.
002390     READ ARRAYOUT-FILE
002400         AT END
002410             SET VFY-EOF-ARRAYOUT TO TRUE
002420             GO TO 3000-EXIT
002430     END-READ
002440     ADD 1 TO VFY-RECORDS-READ
002450     EVALUATE TRUE
002460         WHEN ARO-HEADER-REC
002470             PERFORM 3100-START-GROUP THRU 3100-EXIT
002480         WHEN ARO-DETAIL-REC
002490             PERFORM 3200-PROVE-DETAIL THRU 3200-EXIT
002500         WHEN ARO-TRAILER-REC
002510             PERFORM 3300-PROVE-TRAILER THRU 3300-EXIT
002520         WHEN OTHER
002530             PERFORM 3400-STRAY-RECORD THRU 3400-EXIT
002540     END-EVALUATE.
002550 3000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------------
002590* 3100-START-GROUP  -  A HEADER: CLOSE ANY GROUP LEFT OPEN, TAKE
002600*                     THE RUN KEY, SETTLE THE INNER BOUND AND
002610*                     DERIVE THE VALUE EVERY DETAIL MUST HOLD
002620*----------------------------------------------------------------
002630 3100-START-GROUP.
002640     IF VFY-GROUP-OPEN
002650         MOVE 'GROUP HAS NO TRAILER' TO VFY-REASON
002660         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
002670         PERFORM 3900-CLOSE-GROUP THRU 3900-EXIT
002680     END-IF
002690     SET VFY-GROUP-OPEN TO TRUE
002700     MOVE 'N' TO VFY-GROUP-FAILED-SW
002710     MOVE 'N' TO VFY-RANGE-OPEN-SW
002720     MOVE 'N' TO VFY-RESULT-SEEN-SW
002730     ADD 1 TO VFY-GROUPS-READ
002740     MOVE ZERO TO VFY-GRP-DETAILS
002750     MOVE ZERO TO VFY-GRP-TOTAL
002760     MOVE ZERO TO VFY-GRP-BAD
002770     MOVE ZERO TO VFY-LAST-INDEX
002780     MOVE 1 TO VFY-NEXT-INDEX
002790     MOVE ARO-INPUT-NUMBER TO VFY-INPUT-NUMBER
002800     MOVE ARO-SEED TO VFY-SEED
002810     MOVE ARO-RANDOM-NUMBER TO VFY-RANDOM-NUMBER
002820     MOVE ARO-ELEMENT-RESULT TO VFY-HDR-RESULT
002830     PERFORM 3110-WRITE-GROUP-HEADING THRU 3110-EXIT
002840     IF ARO-INPUT-NUMBER NOT NUMERIC
002850        OR ARO-INPUT-NUMBER = ZERO
002860        OR ARO-RANDOM-NUMBER NOT NUMERIC
002870         MOVE 'HEADER RUN KEY NOT NUMERIC' TO VFY-REASON
002880         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
002890         MOVE ZERO TO VFY-EXPECTED
002900         GO TO 3100-EXIT
002910     END-IF
002920     PERFORM 3120-SETTLE-INNER-BOUND THRU 3120-EXIT
002930*    Q FULL CYCLES OF 0 .. N-1 AND A PART CYCLE OF 1 .. R
002940     DIVIDE VFY-GRP-INNER BY VFY-INPUT-NUMBER
002950         GIVING VFY-QUOTIENT REMAINDER VFY-REMAINDER
002960     COMPUTE VFY-EXPECTED =
002970         VFY-QUOTIENT * VFY-INPUT-NUMBER
002980             * (VFY-INPUT-NUMBER - 1) / 2
002990       + VFY-REMAINDER * (VFY-REMAINDER + 1) / 2
003000       + VFY-RANDOM-NUMBER
003010     MOVE VFY-GRP-INNER TO VFY-EDIT-INNER
003020     MOVE VFY-EXPECTED TO VFY-EDIT-VALUE
003030     MOVE SPACES TO REPORT-TEXT-RECORD
003040     STRING '    INNER BOUND ' VFY-EDIT-INNER
003050         ' FROM ' VFY-INNER-SOURCE
003060         '  EXPECTED VALUE ' VFY-EDIT-VALUE
003070         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
003080     WRITE REPORT-TEXT-RECORD.
003090 3100-EXIT.
003100     EXIT.
003110
003120 3110-WRITE-GROUP-HEADING.
003130     MOVE SPACES TO REPORT-TEXT-RECORD
003140     MOVE ZERO TO VFY-EDIT-INPUT
003150     MOVE ZERO TO VFY-EDIT-SEED
003160     MOVE ZERO TO VFY-EDIT-RANDOM
003170     IF ARO-INPUT-NUMBER NUMERIC
003180         MOVE ARO-INPUT-NUMBER TO VFY-EDIT-INPUT
003190     END-IF
003200     IF ARO-SEED NUMERIC
003210         MOVE ARO-SEED TO VFY-EDIT-SEED
003220     END-IF
003230     IF ARO-RANDOM-NUMBER NUMERIC
003240         MOVE ARO-RANDOM-NUMBER TO VFY-EDIT-RANDOM
003250     END-IF
003260     STRING 'RUN  INPUT ' VFY-EDIT-INPUT
003270         '  SEED ' VFY-EDIT-SEED
003280         '  RANDOM ' VFY-EDIT-RANDOM
003290         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
003300     WRITE REPORT-TEXT-RECORD.
003310 3110-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350* 3120-SETTLE-INNER-BOUND  -  THE HEADER'S BOUND WHEN IT CARRIES
003360*                            ONE, ELSE THE PARMFILE BOUND CARRIED
003370*                            FORWARD AND CLAMPED AS LOOOPY DOES.
003380*                            EITHER WAY IT BECOMES THE BOUND THE
003390*                            NEXT RUN STARTS FROM.
003400*----------------------------------------------------------------
003410 3120-SETTLE-INNER-BOUND.
003420     MOVE 999999999 TO VFY-INNER-BOUND-LIMIT
003430     IF VFY-INPUT-NUMBER > 1
003440         COMPUTE VFY-INNER-BOUND-LIMIT =
003450             VFY-ELEMENT-CAPACITY / (VFY-INPUT-NUMBER - 1)
003460     END-IF
003470     IF ARO-INNER-BOUND NUMERIC AND ARO-INNER-BOUND > ZERO
003480         MOVE ARO-INNER-BOUND TO VFY-GRP-INNER
003490         MOVE 'HEADER' TO VFY-INNER-SOURCE
003500         IF VFY-GRP-INNER > VFY-INNER-BOUND
003510             MOVE 'HEADER INNER BOUND ABOVE PARMFILE BOUND'
003520                 TO VFY-REASON
003530             PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
003540         END-IF
003550         IF VFY-GRP-INNER > VFY-INNER-BOUND-LIMIT
003560             MOVE 'HEADER INNER BOUND ABOVE THE CLAMP LIMIT'
003570                 TO VFY-REASON
003580             PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
003590         END-IF
003600     ELSE
003610         MOVE VFY-CHAIN-INNER TO VFY-GRP-INNER
003620         IF VFY-GRP-INNER > VFY-INNER-BOUND-LIMIT
003630             MOVE VFY-INNER-BOUND-LIMIT TO VFY-GRP-INNER
003640         END-IF
003650         MOVE 'PARMFILE' TO VFY-INNER-SOURCE
003660     END-IF
003670     MOVE VFY-GRP-INNER TO VFY-CHAIN-INNER.
003680 3120-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------
003720* 3200-PROVE-DETAIL  -  ONE ELEMENT AGAINST THE DERIVED VALUE,
003730*                      IN UNBROKEN INDEX SEQUENCE FROM 1
003740*----------------------------------------------------------------
003750 3200-PROVE-DETAIL.
003760     IF NOT VFY-GROUP-OPEN
003770         PERFORM 3400-STRAY-RECORD THRU 3400-EXIT
003780         GO TO 3200-EXIT
003790     END-IF
003800     IF ARO-INDEX NOT NUMERIC
003810        OR ARO-INDEX NOT = VFY-NEXT-INDEX
003820         PERFORM 3500-CLOSE-RANGE THRU 3500-EXIT
003830         MOVE VFY-NEXT-INDEX TO VFY-EDIT-INDEX
003840         MOVE SPACES TO VFY-REASON
003850         STRING 'INDEX OUT OF SEQUENCE - EXPECTED '
003860             VFY-EDIT-INDEX DELIMITED BY SIZE INTO VFY-REASON
003870         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
003880         IF ARO-INDEX NOT NUMERIC
003890             GO TO 3200-EXIT
003900         END-IF
003910     END-IF
003920     MOVE ARO-INDEX TO VFY-LAST-INDEX
003930     COMPUTE VFY-NEXT-INDEX = ARO-INDEX + 1
003940     ADD 1 TO VFY-GRP-DETAILS
003950     ADD 1 TO VFY-ELEMENTS-CHECKED
003960     IF ARO-ELEMENT-VALUE NUMERIC
003970         ADD ARO-ELEMENT-VALUE TO VFY-GRP-TOTAL
003980     END-IF
003990     IF ARO-INDEX = VFY-RANDOM-NUMBER + 1
004000         SET VFY-RESULT-SEEN TO TRUE
004010     END-IF
004020     IF ARO-ELEMENT-VALUE NUMERIC
004030        AND ARO-ELEMENT-VALUE = VFY-EXPECTED
004040         PERFORM 3500-CLOSE-RANGE THRU 3500-EXIT
004050         GO TO 3200-EXIT
004060     END-IF
004070     ADD 1 TO VFY-GRP-BAD
004080     ADD 1 TO VFY-ELEMENTS-BAD
004090     SET VFY-GROUP-FAILED TO TRUE
004100     IF VFY-RANGE-OPEN
004110         MOVE ARO-INDEX TO VFY-RANGE-END
004120     ELSE
004130         SET VFY-RANGE-OPEN TO TRUE
004140         MOVE ARO-INDEX TO VFY-RANGE-START
004150         MOVE ARO-INDEX TO VFY-RANGE-END
004160     END-IF
004170     MOVE ARO-INDEX TO VFY-EDIT-INDEX
004180     MOVE VFY-EXPECTED TO VFY-EDIT-VALUE-2
004190     MOVE SPACES TO REPORT-TEXT-RECORD
004200     IF ARO-ELEMENT-VALUE NUMERIC
004210         MOVE ARO-ELEMENT-VALUE TO VFY-EDIT-VALUE
004220         STRING '    INDEX ' VFY-EDIT-INDEX
004230             '  FOUND ' VFY-EDIT-VALUE
004240             '  EXPECTED ' VFY-EDIT-VALUE-2
004250             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
004260     ELSE
004270         STRING '    INDEX ' VFY-EDIT-INDEX
004280             '  FOUND NOT NUMERIC'
004290             '  EXPECTED ' VFY-EDIT-VALUE-2
004300             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
004310     END-IF
004320     WRITE REPORT-TEXT-RECORD.
004330 3200-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370* 3300-PROVE-TRAILER  -  THE GROUP'S CONTROL TOTALS MUST AGREE
004380*                       WITH WHAT WAS READ, THE DETAILS MUST
004390*                       REACH THE OUTER BOUND, AND THE HEADER'S
004400*                       ELEMENT RESULT MUST BE THE DERIVED VALUE
004410*----------------------------------------------------------------
004420 3300-PROVE-TRAILER.
004430     IF NOT VFY-GROUP-OPEN
004440         PERFORM 3400-STRAY-RECORD THRU 3400-EXIT
004450         GO TO 3300-EXIT
004460     END-IF
004470     PERFORM 3500-CLOSE-RANGE THRU 3500-EXIT
004480     IF ARO-TRL-INPUT-NUMBER NOT = VFY-INPUT-NUMBER
004490        OR ARO-TRL-SEED NOT = VFY-SEED
004500         MOVE 'TRAILER KEY DOES NOT MATCH THE HEADER'
004510             TO VFY-REASON
004520         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
004530     END-IF
004540     IF ARO-TRL-DETAIL-COUNT NOT = VFY-GRP-DETAILS
004550        OR ARO-TRL-ELEMENT-TOTAL NOT = VFY-GRP-TOTAL
004560         MOVE 'TRAILER TOTALS DO NOT BALANCE' TO VFY-REASON
004570         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
004580     END-IF
004590     IF ARO-TRL-OUTER-BOUND NOT = VFY-LAST-INDEX
004600         MOVE 'DETAILS DO NOT REACH THE OUTER BOUND'
004610             TO VFY-REASON
004620         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
004630     END-IF
004640     IF NOT VFY-RESULT-SEEN
004650         MOVE 'NO DETAIL AT THE SELECTED INDEX' TO VFY-REASON
004660         PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
004670     ELSE
004680         IF VFY-HDR-RESULT NOT NUMERIC
004690            OR VFY-HDR-RESULT NOT = VFY-EXPECTED
004700             MOVE 'HEADER ELEMENT RESULT IS NOT THE VALUE'
004710                 TO VFY-REASON
004720             PERFORM 7000-FAIL-GROUP THRU 7000-EXIT
004730         END-IF
004740     END-IF
004750     PERFORM 3900-CLOSE-GROUP THRU 3900-EXIT.
004760 3300-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800* 3400-STRAY-RECORD  -  A DETAIL OR TRAILER OUTSIDE ANY GROUP, OR
004810*                      A RECORD OF NO KNOWN TYPE
004820*----------------------------------------------------------------
004830 3400-STRAY-RECORD.
004840     ADD 1 TO VFY-STRAY-RECORDS
004850     MOVE VFY-RECORDS-READ TO VFY-EDIT-COUNT
004860     MOVE SPACES TO REPORT-TEXT-RECORD
004870     STRING '*** RECORD ' VFY-EDIT-COUNT
004880         ' TYPE ' ARO-REC-TYPE
004890         ' IS OUTSIDE ANY HEADER/TRAILER GROUP'
004900         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
004910     WRITE REPORT-TEXT-RECORD.
004920 3400-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960* 3500-CLOSE-RANGE  -  ONE UNBROKEN RUN OF BAD INDICES ENDS.  A
004970*                     RANGE THAT STARTS JUST PAST A CHECKPOINT,
004980*                     OR ENDS ON ONE, LINES UP WITH WHAT A
004990*                     RESTORE WOULD HAVE TOUCHED.  A RANGE FROM
005000*                     INDEX 1 OR TO THE TOP OF THE TABLE IS
005010*                     BOUNDED BY THE TABLE, NOT A CHECKPOINT.
005020*----------------------------------------------------------------
005030 3500-CLOSE-RANGE.
005040     IF NOT VFY-RANGE-OPEN
005050         GO TO 3500-EXIT
005060     END-IF
005070     MOVE 'N' TO VFY-RANGE-OPEN-SW
005080     MOVE 'N' TO VFY-STARTS-AFTER-SW
005090     MOVE 'N' TO VFY-ENDS-AT-SW
005100     IF VFY-RANGE-START > 1
005110         DIVIDE VFY-CKPT-INTERVAL INTO VFY-RANGE-START
005120             GIVING VFY-BOUNDARY-QUOTIENT
005130             REMAINDER VFY-BOUNDARY-REMAINDER
005140         IF VFY-BOUNDARY-REMAINDER = 1
005150             SET VFY-STARTS-AFTER TO TRUE
005160         END-IF
005170     END-IF
005180     DIVIDE VFY-CKPT-INTERVAL INTO VFY-RANGE-END
005190         GIVING VFY-BOUNDARY-QUOTIENT
005200         REMAINDER VFY-BOUNDARY-REMAINDER
005210     IF VFY-BOUNDARY-REMAINDER = ZERO
005220        AND VFY-RANGE-END < VFY-LAST-INDEX
005230         SET VFY-ENDS-AT TO TRUE
005240     END-IF
005250     EVALUATE TRUE
005260         WHEN VFY-STARTS-AFTER AND VFY-ENDS-AT
005270             MOVE 'CHECKPOINT TO CHECKPOINT - CHECK RESTORE'
005280                 TO VFY-REASON
005290         WHEN VFY-STARTS-AFTER
005300             MOVE 'STARTS AFTER A CHECKPOINT - CHECK RESTORE'
005310                 TO VFY-REASON
005320         WHEN VFY-ENDS-AT
005330             MOVE 'ENDS AT A CHECKPOINT - CHECK RESTORE'
005340                 TO VFY-REASON
005350         WHEN OTHER
005360             MOVE 'NOT ON A CHECKPOINT BOUNDARY' TO VFY-REASON
005370     END-EVALUATE
005380     MOVE VFY-RANGE-START TO VFY-EDIT-INDEX
005390     MOVE VFY-RANGE-END TO VFY-EDIT-INDEX-2
005400     MOVE SPACES TO REPORT-TEXT-RECORD
005410     STRING '    DAMAGED ' VFY-EDIT-INDEX ' - ' VFY-EDIT-INDEX-2
005420         '  ' VFY-REASON
005430         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
005440     WRITE REPORT-TEXT-RECORD.
005450 3500-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490* 3900-CLOSE-GROUP  -  THE RUN'S VERDICT
005500*----------------------------------------------------------------
005510 3900-CLOSE-GROUP.
005520     PERFORM 3500-CLOSE-RANGE THRU 3500-EXIT
005530     MOVE 'N' TO VFY-GROUP-OPEN-SW
005540     MOVE VFY-GRP-DETAILS TO VFY-EDIT-COUNT
005550     MOVE VFY-GRP-BAD TO VFY-EDIT-INDEX
005560     MOVE SPACES TO REPORT-TEXT-RECORD
005570     IF VFY-GROUP-FAILED
005580         ADD 1 TO VFY-GROUPS-FAILED
005590         STRING '    *** FAILED - ' VFY-EDIT-INDEX
005600             ' BAD ELEMENT(S) OF ' VFY-EDIT-COUNT
005610             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
005620         DISPLAY 'ARRVRFY0001W RUN ' VFY-INPUT-NUMBER '/'
005630             VFY-SEED ' FAILED THE ELEMENT PROOF'
005640     ELSE
005650         ADD 1 TO VFY-GROUPS-PROVEN
005660         STRING '    PROVEN - ' VFY-EDIT-COUNT ' ELEMENT(S)'
005670             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
005680     END-IF
005690     WRITE REPORT-TEXT-RECORD
005700     MOVE SPACES TO REPORT-TEXT-RECORD
005710     WRITE REPORT-TEXT-RECORD.
005720 3900-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 7000-FAIL-GROUP  -  A GROUP-LEVEL FAULT, REASON IN VFY-REASON
005770*----------------------------------------------------------------
005780 7000-FAIL-GROUP.
005790     SET VFY-GROUP-FAILED TO TRUE
005800     MOVE SPACES TO REPORT-TEXT-RECORD
005810     STRING '    *** ' VFY-REASON
005820         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
005830     WRITE REPORT-TEXT-RECORD.
005840 7000-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 8000-WRITE-TOTALS  -  JOB TOTALS AND THE STEP RETURN CODE
005890*----------------------------------------------------------------
005900 8000-WRITE-TOTALS.
005910     MOVE SPACES TO REPORT-TEXT-RECORD
005920     MOVE VFY-GROUPS-READ TO VFY-EDIT-COUNT
005930     STRING 'RUNS READ             ' VFY-EDIT-COUNT
005940         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
005950     WRITE REPORT-TEXT-RECORD
005960     MOVE SPACES TO REPORT-TEXT-RECORD
005970     MOVE VFY-GROUPS-PROVEN TO VFY-EDIT-COUNT
005980     STRING 'RUNS PROVEN           ' VFY-EDIT-COUNT
005990         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006000     WRITE REPORT-TEXT-RECORD
006010     MOVE SPACES TO REPORT-TEXT-RECORD
006020     MOVE VFY-GROUPS-FAILED TO VFY-EDIT-COUNT
006030     STRING 'RUNS FAILED           ' VFY-EDIT-COUNT
006040         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006050     WRITE REPORT-TEXT-RECORD
006060     MOVE SPACES TO REPORT-TEXT-RECORD
006070     MOVE VFY-ELEMENTS-CHECKED TO VFY-EDIT-COUNT
006080     STRING 'ELEMENTS CHECKED      ' VFY-EDIT-COUNT
006090         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006100     WRITE REPORT-TEXT-RECORD
006110     MOVE SPACES TO REPORT-TEXT-RECORD
006120     MOVE VFY-ELEMENTS-BAD TO VFY-EDIT-COUNT
006130     STRING 'ELEMENTS WRONG        ' VFY-EDIT-COUNT
006140         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006150     WRITE REPORT-TEXT-RECORD
006160     MOVE SPACES TO REPORT-TEXT-RECORD
006170     MOVE VFY-STRAY-RECORDS TO VFY-EDIT-COUNT
006180     STRING 'RECORDS OUTSIDE GROUPS' VFY-EDIT-COUNT
006190         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006200     WRITE REPORT-TEXT-RECORD
006210     IF VFY-GROUPS-FAILED > ZERO OR VFY-STRAY-RECORDS > ZERO
006220         DISPLAY 'ARRVRFY0002W ' VFY-GROUPS-FAILED
006230             ' RUN(S) FAILED, ' VFY-STRAY-RECORDS
006240             ' STRAY RECORD(S) - DO NOT LOAD THIS ARRAYOUT'
006250         MOVE 8 TO RETURN-CODE
006260         GO TO 8000-EXIT
006270     END-IF
006280     IF VFY-GROUPS-READ = ZERO
006290         DISPLAY 'ARRVRFY0003W ARRAYOUT HOLDS NO RUNS'
006300         MOVE 4 TO RETURN-CODE
006310         GO TO 8000-EXIT
006320     END-IF
006330     DISPLAY 'ARRVRFY0004I ' VFY-GROUPS-PROVEN
006340         ' RUN(S) PROVEN, ' VFY-ELEMENTS-CHECKED ' ELEMENT(S)'.
006350 8000-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------
006390* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
006400*                         RUN-CONTROL LOG FOR THE MORNING STATUS
006410*                         BOARD.  A LOG FAILURE IS WARNED, NOT
006420*                         FATAL.
006430*----------------------------------------------------------------
006440 8900-WRITE-STEP-LOG.
006450     OPEN EXTEND RUNLOG-FILE
006460     IF VFY-RUNLOG-STATUS = '35'
006470         OPEN OUTPUT RUNLOG-FILE
006480     END-IF
006490     IF VFY-RUNLOG-STATUS NOT = '00'
006500         DISPLAY 'ARRVRFY0005W RUNLOG OPEN FAILED, STATUS = '
006510             VFY-RUNLOG-STATUS ' - STEP NOT LOGGED'
006520         GO TO 8900-EXIT
006530     END-IF
006540     MOVE SPACES TO RUNLOG-RECORD
006550     MOVE 'ARRVRFY' TO RNL-PROGRAM-ID
006560     MOVE VFY-START-TIMESTAMP TO RNL-START-TIMESTAMP
006570     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
006580     MOVE RETURN-CODE TO RNL-RETURN-CODE
006590     MOVE VFY-RECORDS-READ TO RNL-RECORDS-READ
006600     MOVE ZERO TO RNL-RECORDS-WRITTEN
006610     MOVE VFY-GROUPS-FAILED TO RNL-KEY-COUNT
006620     MOVE 'RUNS FAILED PROOF' TO RNL-KEY-LABEL
006630     WRITE RUNLOG-RECORD
006640     CLOSE RUNLOG-FILE.
006650 8900-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690* 9000-TERMINATE
006700*----------------------------------------------------------------
006710 9000-TERMINATE.
006720     CLOSE ARRAYOUT-FILE
006730     CLOSE REPORT-FILE
006740     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
006750 9000-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------
006790* 9811-ABEND-ARRAYOUT-OPEN  -  NOTHING TO PROVE IS NOT A PASS
006800*----------------------------------------------------------------
006810 9811-ABEND-ARRAYOUT-OPEN.
006820     DISPLAY 'ARRVRFY0006E ARRAYOUT OPEN FAILED, STATUS = '
006830         VFY-ARRAYOUT-STATUS
006840     MOVE 16 TO RETURN-CODE
006850     STOP RUN.
006860
006870*----------------------------------------------------------------
006880* 9812-ABEND-VFYRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
006890*----------------------------------------------------------------
006900 9812-ABEND-VFYRPT-OPEN.
006910     DISPLAY 'ARRVRFY0007E REPORT-FILE OPEN FAILED, STATUS = '
006920         VFY-VFYRPT-STATUS
006930     CLOSE ARRAYOUT-FILE
006940     MOVE 16 TO RETURN-CODE
006950     STOP RUN.
006960
006970*----------------------------------------------------------------
006980* 9813-ABEND-PARMFILE-OPEN  -  PARM-FILE PRESENT BUT UNREADABLE
006990*----------------------------------------------------------------
007000 9813-ABEND-PARMFILE-OPEN.
007010     DISPLAY 'ARRVRFY0008E PARM-FILE OPEN FAILED, STATUS = '
007020         VFY-PARMFILE-STATUS
007030     CLOSE ARRAYOUT-FILE
007040     CLOSE REPORT-FILE
007050     MOVE 16 TO RETURN-CODE
007060     STOP RUN.
007070
007080 END PROGRAM ARRVRFY.
