000100*----------------------------------------------------------------
000110* CAPFCST  -  NIGHT CAPACITY FORECAST FOR THE BATCH DRIVER
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CAPFCST.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     RUNS IN THE AFTERNOON AFTER DRVEDIT, AGAINST THE SAME
000210*     DRVFILE AND PARMFILE THE NIGHT'S LOOOPY STEP WILL READ,
000220*     AND FORECASTS WHETHER THE NIGHT FITS ITS WINDOW.
000230*     THE COST OF A DRVFILE RECORD IS THE OUTER BOUND TIMES THE
000240*     INNER BOUND, THE INNER BOUND CLAMPED AGAINST THE INPUT
000250*     NUMBER AS 6050-VALIDATE-INNER-BOUND CLAMPS IT.  THE NIGHT
000260*     STEP CARRIES A CLAMP FORWARD TO LATER RECORDS, SO ITS
000270*     ACTUAL COST CAN ONLY BE LOWER - THE FORECAST ERRS LONG.
000280*     A RECORD THE NIGHT WILL SKIP AS INVALID COSTS NOTHING, AND
000290*     NEITHER DOES A SEEDED RECORD ALREADY ON THE RUN-RESULTS
000300*     MASTER (RUNMAST), WHICH THE NIGHT REPRODUCES FROM ITS
000310*     STORED RESULT.  WITH NO DRVFILE THE FORECAST IS FOR THE
000320*     PARMFILE SINGLE RUN.
000330*     THROUGHPUT COMES FROM THE LAST TEN LOOOPY STEPS ON THE
000340*     RUN-CONTROL LOG (RUNLOG): EACH STEP'S START/END TIMESTAMPS
000350*     GIVE ITS ELAPSED TIME, AND THE AUDITLOG LINES WRITTEN
000360*     INSIDE IT GIVE ITS RUNS.  AN AUDIT LINE IS COUNTED IN THE
000370*     FIRST STEP THAT HOLDS IT, SO PARALLEL STREAM STEPS ARE NOT
000380*     COUNTED TWICE, AND A STREAM STEP LEFT WITH NO RUNS OF ITS
000382*     OWN STILL ADDS ITS ELAPSED TIME WHEN IT OVERLAPS A STEP
000384*     THAT HAS RUNS - THE NIGHT'S RUNS ARE SET AGAINST EVERY
000386*     STREAM'S SECONDS AND THE RATE IS ONE STEP'S RATE.  EACH
000390*     SAMPLED RUN IS COSTED FROM THE AUDITLOG USAGE METER - THE
000400*     ITERATIONS IT ACTUALLY MADE, ONLY THE VERIFY LOOP FOR A RUN
000410*     ANSWERED FROM RUNMAST.  A LINE WRITTEN BEFORE THE METER
000415*     EXISTED CARRIES NO COUNT AND IS COSTED UNDER THE HISTORY
000420*     BOUNDS FROM THE PARM, WHICH DEFAULT TO TONIGHT'S.
000430*     THE PARM GIVES THE NIGHT WINDOW AND THE HISTORY BOUNDS:
000440*         PARM = 'HHMMHHMM'   STREAM START, WINDOW CLOSE
000450*         PARM = 'HHMMHHMM,OOOOOIIIII'
000460*                             AND THE OUTER AND INNER BOUNDS
000470*                             THE SAMPLED NIGHTS RAN UNDER
000480*     AN EMPTY PARM MEANS 2200 TO 0600.  A CLOSE EARLIER THAN
000490*     THE START IS THE NEXT MORNING.
000500*     THE REPORT (FCSTRPT) COSTS EVERY RECORD AND PROJECTS THE
000510*     FINISH AGAINST THE CLOSE, AND RECOMMENDS ONE OF:
000520*       - RUN AS ONE STEP                              RC=0
000530*       - SPLIT THE LIST INTO DRVSPLIT STREAMS, AND RUN ANY
000540*         RECORD TOO LONG FOR THE WINDOW ON ITS OWN AS A
000550*         PART1-PART4 SLICED SINGLE RUN, WITH ITS SLICE BOUNDS;
000560*         OR SLICE THE PARMFILE SINGLE RUN THE SAME WAY    RC=4
000570*       - DEFER THE RECORDS THAT STILL DO NOT FIT IN FOUR
000580*         STREAMS, TAKEN FROM THE END OF THE NIGHT'S PROCESSING
000590*         ORDER (CLASS, THEN MUST-COMPLETE-BY DATE, THEN LIST
000600*         POSITION), OR A SINGLE RUN TOO LONG FOR FOUR SLICES RC=8
000610*     WITH NO THROUGHPUT HISTORY ON FILE THERE IS NOTHING TO
000620*     PROJECT FROM, AND THE STEP ENDS RC=4 WITH A WARNING.
000630*
000640* MODIFICATION HISTORY.
000650*     DATE       INIT  DESCRIPTION
000660*     ---------- ----  ------------------------------------------
000670*     2026-10-15  RJT  ORIGINAL VERSION.
000672*     2026-10-15  RJT  COST THE SAMPLED RUNS FROM THE AUDITLOG
000674*                      USAGE METER, AND PRINT THE STREAM COUNT
000676*                      IN THE SPLIT ADVICE.
000677*     2026-10-15  RJT  TIME PARALLEL STREAM STEPS AS SEPARATE
000678*                      STEPS SO A SPLIT NIGHT DOES NOT INFLATE
000679*                      THE RATE.
000680*----------------------------------------------------------------
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT OPTIONAL DRV-FILE  ASSIGN TO DRVFILE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FCS-DRVFILE-STATUS.
000760     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FCS-PARMFILE-STATUS.
000790     SELECT OPTIONAL RUNMAST-FILE ASSIGN TO RUNMAST
000800         ORGANIZATION IS INDEXED
000810         ACCESS IS RANDOM
000820         RECORD KEY IS RMS-KEY
000830         FILE STATUS IS FCS-RUNMAST-STATUS.
000840     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FCS-RUNLOG-STATUS.
000870     SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO AUDITLOG
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FCS-AUDITLOG-STATUS.
000900     SELECT REPORT-FILE ASSIGN TO FCSTRPT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FCS-FCSTRPT-STATUS.
000930     SELECT SORT-FILE     ASSIGN TO SORTWORK.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  DRV-FILE.
000980     COPY DRVREC.
000990
001000 FD  PARM-FILE.
001010     COPY PARMREC.
001020
001030 FD  RUNMAST-FILE.
001040     COPY RUNMSTC.
001050
001060 FD  RUNLOG-FILE.
001070     COPY RUNLOGC.
001080
001090 FD  AUDITLOG-FILE.
001100     COPY AUDLOGC.
001110
001120*----------------------------------------------------------------
001130* REPORT-FILE CARRIES TWO ALTERNATE RECORD VIEWS OVER THE SAME
001140* BUFFER - FREE TEXT FOR HEADINGS AND THE PROJECTION, AND THE
001150* EDITED LINE WRITTEN ONCE PER DRVFILE RECORD
001160*----------------------------------------------------------------
001170 FD  REPORT-FILE.
001180 01  REPORT-TEXT-RECORD         PIC X(80).
001190 01  REPORT-DETAIL-RECORD.
001200     05  FCD-RECORD-NO               PIC ZZZZ9.
001210     05  FCD-FILLER-1                PIC X(02).
001220     05  FCD-INPUT-NUMBER            PIC ZZZZ9.
001230     05  FCD-FILLER-2                PIC X(02).
001240     05  FCD-SEED                    PIC ZZZZZZZZ9.
001250     05  FCD-FILLER-3                PIC X(02).
001260     05  FCD-CLASS                   PIC X(01).
001270     05  FCD-FILLER-4                PIC X(02).
001280     05  FCD-COST-BASIS              PIC X(07).
001290     05  FCD-FILLER-5                PIC X(02).
001300     05  FCD-ITERATIONS              PIC ZZZZZZZZZZZZZZ9.
001310     05  FCD-FILLER-6                PIC X(02).
001320     05  FCD-SECONDS                 PIC ZZZZZZZZ9.
001330     05  FCD-FILLER-7                PIC X(02).
001340     05  FCD-ACTION                  PIC X(15).
001350
001360 SD  SORT-FILE.
001370 01  SORT-RECORD.
001380     05  SRT-CLASS-RANK              PIC 9(01).
001390     05  SRT-MUST-COMPLETE-BY        PIC X(08).
001400     05  SRT-SEQUENCE                PIC 9(05).
001410
001420 WORKING-STORAGE SECTION.
001430*----------------------------------------------------------------
001440* FILE STATUS FIELDS AND SWITCHES
001450*----------------------------------------------------------------
001460 01  FCS-DRVFILE-STATUS           PIC X(02) VALUE '00'.
001470 01  FCS-PARMFILE-STATUS          PIC X(02) VALUE '00'.
001480 01  FCS-RUNMAST-STATUS           PIC X(02) VALUE '00'.
001490 01  FCS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001500 01  FCS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
001510 01  FCS-FCSTRPT-STATUS           PIC X(02) VALUE '00'.
001520 01  FCS-EOF-DRVFILE-SW           PIC X(01) VALUE 'N'.
001530     88  FCS-EOF-DRVFILE                     VALUE 'Y'.
001540 01  FCS-EOF-RUNLOG-SW            PIC X(01) VALUE 'N'.
001550     88  FCS-EOF-RUNLOG                      VALUE 'Y'.
001560 01  FCS-EOF-AUDITLOG-SW          PIC X(01) VALUE 'N'.
001570     88  FCS-EOF-AUDITLOG                    VALUE 'Y'.
001580 01  FCS-EOF-SORT-SW              PIC X(01) VALUE 'N'.
001590     88  FCS-EOF-SORT                        VALUE 'Y'.
001600 01  FCS-RUNMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001610     88  FCS-RUNMAST-OPEN                    VALUE 'Y'.
001620 01  FCS-FOUND-SW                 PIC X(01) VALUE 'N'.
001630     88  FCS-FOUND                           VALUE 'Y'.
001640 01  FCS-MODE-SW                  PIC X(01) VALUE 'L'.
001650     88  FCS-LIST-MODE                       VALUE 'L'.
001660     88  FCS-SINGLE-MODE                     VALUE 'S'.
001670 01  FCS-VERDICT-SW               PIC X(01) VALUE 'F'.
001680     88  FCS-FITS                            VALUE 'F'.
001690     88  FCS-FITS-SPLIT                      VALUE 'S'.
001700     88  FCS-OVERRUNS                        VALUE 'D'.
001710     88  FCS-NO-HISTORY                      VALUE 'H'.
001720
001730*----------------------------------------------------------------
001740* LOOP BOUNDS AS THE NIGHT STEP WILL RESOLVE THEM
001750*----------------------------------------------------------------
001760 01  FCS-TABLE-SIZE               PIC 9(05) VALUE 10000.
001770 01  FCS-OUTER-BOUND              PIC 9(05) VALUE 10000.
001780 01  FCS-INNER-BOUND              PIC 9(09) VALUE 100.
001790 01  FCS-PARM-INPUT-NUMBER        PIC 9(05) VALUE ZERO.
001800 01  FCS-PARM-SEED                PIC 9(09) VALUE ZERO.
001810 01  FCS-ELEMENT-CAPACITY         PIC S9(10) COMP
001820                                  VALUE 999999999.
001830 01  FCS-INNER-BOUND-LIMIT        PIC S9(10) COMP VALUE ZERO.
001840 01  FCS-HIST-OUTER-BOUND         PIC 9(05) VALUE ZERO.
001850 01  FCS-HIST-INNER-BOUND         PIC 9(09) VALUE ZERO.
001860 01  FCS-COST-INPUT               PIC 9(05) VALUE ZERO.
001870 01  FCS-COST-OUTER               PIC 9(05) VALUE ZERO.
001880 01  FCS-COST-BOUND               PIC 9(09) VALUE ZERO.
001890 01  FCS-COST-INNER               PIC 9(09) VALUE ZERO.
001900 01  FCS-COST-ITERATIONS          PIC 9(15) VALUE ZERO.
001910
001920*----------------------------------------------------------------
001930* TONIGHT'S LIST, IN ORIGINAL ORDER, WITH EACH RECORD'S COST AND
001940* THE ACTION RECOMMENDED FOR IT
001950*----------------------------------------------------------------
001960 01  FCS-REC-COUNT                PIC 9(05) COMP VALUE ZERO.
001970 01  FCS-REC-TABLE.
001980     05  FCS-REC-ENTRY OCCURS 2000 TIMES
001990                       INDEXED BY FCS-REC-IDX.
002000         10  FCS-REC-RECORD          PIC X(24).
002010         10  FCS-REC-BASIS           PIC X(07).
002020         10  FCS-REC-ITERATIONS      PIC 9(15).
002030         10  FCS-REC-SECONDS         PIC 9(09).
002040         10  FCS-REC-ACTION          PIC X(15).
002050
002060*    ONE LISTED RECORD, VIEWED THROUGH THE DRIVER LAYOUT
002070     COPY DRVREC REPLACING ==DRV-FILE-RECORD== BY
002080         ==FCS-DRV-RECORD== LEADING ==DRV== BY ==FCR==.
002090
002100*----------------------------------------------------------------
002110* THROUGHPUT HISTORY - THE MOST RECENT LOOOPY STEPS ON RUNLOG,
002120* OLDEST FIRST, WITH THE AUDITLOG RUNS THAT FELL INSIDE EACH
002130*----------------------------------------------------------------
002140 01  FCS-WIN-COUNT                PIC 9(03) COMP VALUE ZERO.
002150 01  FCS-WIN-TABLE.
002160     05  FCS-WIN-ENTRY OCCURS 10 TIMES
002170                       INDEXED BY FCS-WIN-IDX FCS-WIN-NEXT.
002180         10  FCS-WIN-START           PIC X(16).
002190         10  FCS-WIN-END             PIC X(16).
002200         10  FCS-WIN-SECONDS         PIC 9(09).
002210         10  FCS-WIN-RUNS            PIC 9(07).
002220         10  FCS-WIN-ITERATIONS      PIC 9(15).
002230
002240 01  FCS-HIST-STEPS               PIC 9(03) VALUE ZERO.
002250 01  FCS-HIST-RUNS                PIC 9(07) VALUE ZERO.
002260 01  FCS-HIST-SECONDS             PIC 9(09) VALUE ZERO.
002270 01  FCS-HIST-ITERATIONS          PIC 9(15) VALUE ZERO.
002280 01  FCS-RATE                     PIC 9(13)V9(02) VALUE ZERO.
002290
002300*----------------------------------------------------------------
002310* TIMESTAMP ARITHMETIC - A YYYYMMDDHHMMSSHH STAMP TO SECONDS
002320*----------------------------------------------------------------
002330 01  FCS-TS-WORK.
002340     05  FCS-TS-DATE              PIC 9(08).
002350     05  FCS-TS-HH                PIC 9(02).
002360     05  FCS-TS-MM                PIC 9(02).
002370     05  FCS-TS-SS                PIC 9(02).
002380     05  FCS-TS-HS                PIC 9(02).
002390 01  FCS-TS-SECONDS               PIC 9(11) VALUE ZERO.
002400 01  FCS-START-SECONDS            PIC 9(11) VALUE ZERO.
002410
002420*----------------------------------------------------------------
002430* THE NIGHT WINDOW FROM THE PARM, AND THE PROJECTION AGAINST IT
002440*----------------------------------------------------------------
002450 01  FCS-PARM-STRING              PIC X(80) VALUE SPACES.
002460 01  FCS-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002470 01  FCS-WINDOW-PARM.
002480     05  FCS-WINDOW-START-HH      PIC 9(02) VALUE 22.
002490     05  FCS-WINDOW-START-MM      PIC 9(02) VALUE ZERO.
002500     05  FCS-WINDOW-CLOSE-HH      PIC 9(02) VALUE 06.
002510     05  FCS-WINDOW-CLOSE-MM      PIC 9(02) VALUE ZERO.
002520 01  FCS-WINDOW-START-SECS        PIC 9(05) VALUE ZERO.
002530 01  FCS-WINDOW-CLOSE-SECS        PIC 9(05) VALUE ZERO.
002540 01  FCS-WINDOW-SECONDS           PIC 9(09) VALUE ZERO.
002550 01  FCS-TOTAL-ITERATIONS         PIC 9(15) VALUE ZERO.
002560 01  FCS-TOTAL-SECONDS            PIC 9(09) VALUE ZERO.
002570 01  FCS-FINISH-SECONDS           PIC 9(09) VALUE ZERO.
002580 01  FCS-STREAMS-NEEDED           PIC 9(05) VALUE ZERO.
002590 01  FCS-SLICE-PARTS              PIC 9(05) VALUE ZERO.
002600 01  FCS-SLICE-NUMBER             PIC 9(01) VALUE ZERO.
002610 01  FCS-SLICE-START              PIC 9(05) VALUE ZERO.
002620 01  FCS-SLICE-END                PIC 9(05) VALUE ZERO.
002630 01  FCS-LIST-SECONDS             PIC 9(09) VALUE ZERO.
002640 01  FCS-CAPACITY-SECONDS         PIC 9(11) VALUE ZERO.
002650 01  FCS-USED-SECONDS             PIC 9(11) VALUE ZERO.
002660
002670*----------------------------------------------------------------
002680* CLOCK DISPLAY - SECONDS PAST THE START OF THE START DAY AS A
002690* TIME OF DAY AND A DAY OFFSET
002700*----------------------------------------------------------------
002710 01  FCS-CLOCK-SECONDS            PIC 9(09) VALUE ZERO.
002720 01  FCS-CLOCK-DAYS               PIC 9(03) VALUE ZERO.
002730 01  FCS-CLOCK-REMAINDER          PIC 9(05) VALUE ZERO.
002740 01  FCS-CLOCK-TEXT.
002750     05  FCS-CLOCK-HH             PIC 9(02).
002760     05  FILLER                   PIC X(01) VALUE ':'.
002770     05  FCS-CLOCK-MM             PIC 9(02).
002780     05  FILLER                   PIC X(03) VALUE ' +'.
002790     05  FCS-CLOCK-DAY            PIC 9(01).
002800     05  FILLER                   PIC X(04) VALUE ' DAY'.
002810 01  FCS-ELAPSED-TEXT.
002820     05  FCS-ELAPSED-HH           PIC ZZZZ9.
002830     05  FILLER                   PIC X(01) VALUE ':'.
002840     05  FCS-ELAPSED-MM           PIC 9(02).
002850     05  FILLER                   PIC X(01) VALUE ':'.
002860     05  FCS-ELAPSED-SS           PIC 9(02).
002870
002880*----------------------------------------------------------------
002890* EDITED FIGURES FOR THE PROJECTION TEXT LINES
002900*----------------------------------------------------------------
002910 01  FCS-EDIT-COUNT               PIC ZZZZ9.
002920 01  FCS-EDIT-BIG                 PIC ZZZZZZZZZZZZZZ9.
002930 01  FCS-EDIT-RATE                PIC ZZZZZZZZZZZZ9.99.
002940 01  FCS-EDIT-INPUT               PIC ZZZZ9.
002950
002960*----------------------------------------------------------------
002970* COUNTS
002980*----------------------------------------------------------------
002990 01  FCS-COMPUTE-COUNT            PIC 9(05) VALUE ZERO.
003000 01  FCS-MASTER-COUNT             PIC 9(05) VALUE ZERO.
003010 01  FCS-INVALID-COUNT            PIC 9(05) VALUE ZERO.
003020 01  FCS-SLICED-COUNT             PIC 9(05) VALUE ZERO.
003030 01  FCS-DEFER-COUNT              PIC 9(05) VALUE ZERO.
003040 01  FCS-WORK-SECONDS             PIC 9(11) VALUE ZERO.
003050
003060 PROCEDURE DIVISION.
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003090     PERFORM 2000-LOAD-BOUNDS THRU 2000-EXIT
003100     IF FCS-HIST-OUTER-BOUND = ZERO
003110         MOVE FCS-OUTER-BOUND TO FCS-HIST-OUTER-BOUND
003120         MOVE FCS-INNER-BOUND TO FCS-HIST-INNER-BOUND
003130     END-IF
003140     PERFORM 3000-LOAD-THROUGHPUT THRU 3000-EXIT
003150     PERFORM 4000-COST-WORKLOAD THRU 4000-EXIT
003160     IF FCS-REC-COUNT = ZERO
003170         DISPLAY 'CAPFCST0001I NO DRVFILE RECORD AND NO PARMFILE'
003180             ' INPUT NUMBER - NOTHING TO FORECAST'
003190     ELSE
003200         PERFORM 5000-PROJECT-NIGHT THRU 5000-EXIT
003210     END-IF
003220     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
003230     PERFORM 9000-TERMINATE THRU 9000-EXIT
003240     STOP RUN.
003250
003260*----------------------------------------------------------------
003270* 1000-INITIALIZE  -  THE WINDOW FROM THE PARM, AND THE REPORT
003280*----------------------------------------------------------------
003290 1000-INITIALIZE.
003300     MOVE FUNCTION CURRENT-DATE TO FCS-START-TIMESTAMP
003310     ACCEPT FCS-PARM-STRING FROM COMMAND-LINE
003320     IF FCS-PARM-STRING NOT = SPACES
003330         IF FCS-PARM-STRING (1:8) NOT NUMERIC
003340             GO TO 9800-ABEND-INVALID-PARM
003350         END-IF
003360         MOVE FCS-PARM-STRING (1:8) TO FCS-WINDOW-PARM
003370         IF FCS-PARM-STRING (9:1) = ','
003380             IF FCS-PARM-STRING (10:10) NOT NUMERIC
003390                 GO TO 9800-ABEND-INVALID-PARM
003400             END-IF
003410             MOVE FCS-PARM-STRING (10:5) TO FCS-HIST-OUTER-BOUND
003420             MOVE FCS-PARM-STRING (15:5) TO FCS-HIST-INNER-BOUND
003430             IF FCS-HIST-OUTER-BOUND = ZERO
003440                OR FCS-HIST-INNER-BOUND = ZERO
003450                 GO TO 9800-ABEND-INVALID-PARM
003460             END-IF
003470         END-IF
003480         IF FCS-WINDOW-START-HH > 23 OR FCS-WINDOW-START-MM > 59
003490            OR FCS-WINDOW-CLOSE-HH > 23
003500            OR FCS-WINDOW-CLOSE-MM > 59
003510             GO TO 9800-ABEND-INVALID-PARM
003520         END-IF
003530     END-IF
003540     COMPUTE FCS-WINDOW-START-SECS =
003550         FCS-WINDOW-START-HH * 3600 + FCS-WINDOW-START-MM * 60
003560     COMPUTE FCS-WINDOW-CLOSE-SECS =
003570         FCS-WINDOW-CLOSE-HH * 3600 + FCS-WINDOW-CLOSE-MM * 60
003580     IF FCS-WINDOW-CLOSE-SECS > FCS-WINDOW-START-SECS
003590         COMPUTE FCS-WINDOW-SECONDS =
003600             FCS-WINDOW-CLOSE-SECS - FCS-WINDOW-START-SECS
003610     ELSE
003620         COMPUTE FCS-WINDOW-SECONDS =
003630             FCS-WINDOW-CLOSE-SECS + 86400 - FCS-WINDOW-START-SECS
003640     END-IF
003650     OPEN OUTPUT REPORT-FILE
003660     IF FCS-FCSTRPT-STATUS NOT = '00'
003670         GO TO 9812-ABEND-FCSTRPT-OPEN
003680     END-IF
003690     MOVE 'LOOOPY NIGHT CAPACITY FORECAST' TO REPORT-TEXT-RECORD
003700     WRITE REPORT-TEXT-RECORD.
003710 1000-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750* 2000-LOAD-BOUNDS  -  THE TABLE SIZE, OUTER BOUND AND INNER
003760*                     BOUND, DEFAULTED AND OVERRIDDEN FROM
003770*                     PARMFILE THE WAY 5000-LOAD-BOUNDS AND
003780*                     5100-APPLY-PARM-RECORD DO AT NIGHT, AND
003790*                     THE PARMFILE SINGLE RUN IF THERE IS ONE
003800*----------------------------------------------------------------
003810 2000-LOAD-BOUNDS.
003820     OPEN INPUT PARM-FILE
003830     IF FCS-PARMFILE-STATUS = '05'
003840         CLOSE PARM-FILE
003850         GO TO 2000-EXIT
003860     END-IF
003870     IF FCS-PARMFILE-STATUS NOT = '00'
003880         GO TO 9813-ABEND-PARMFILE-OPEN
003890     END-IF
003900     READ PARM-FILE
003910         AT END
003920             CONTINUE
003930         NOT AT END
003940             PERFORM 2100-APPLY-PARM-RECORD THRU 2100-EXIT
003950     END-READ
003960     CLOSE PARM-FILE.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-APPLY-PARM-RECORD.
004010     IF PARM-TABLE-SIZE NUMERIC
004020        AND PARM-TABLE-SIZE > ZERO
004030        AND PARM-TABLE-SIZE NOT > 10000
004040         MOVE PARM-TABLE-SIZE TO FCS-TABLE-SIZE
004050         MOVE PARM-TABLE-SIZE TO FCS-OUTER-BOUND
004060     END-IF
004070     IF PARM-OUTER-BOUND NUMERIC
004080        AND PARM-OUTER-BOUND > ZERO
004090        AND PARM-OUTER-BOUND NOT > FCS-TABLE-SIZE
004100         MOVE PARM-OUTER-BOUND TO FCS-OUTER-BOUND
004110     END-IF
004120     IF PARM-INNER-BOUND NUMERIC AND PARM-INNER-BOUND > ZERO
004130         MOVE PARM-INNER-BOUND TO FCS-INNER-BOUND
004140     END-IF
004150     IF PARM-INPUT-NUMBER NUMERIC AND PARM-INPUT-NUMBER > ZERO
004160         MOVE PARM-INPUT-NUMBER TO FCS-PARM-INPUT-NUMBER
004170         IF PARM-SEED NUMERIC
004180             MOVE PARM-SEED TO FCS-PARM-SEED
004190         END-IF
004200     END-IF.
004210 2100-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 3000-LOAD-THROUGHPUT  -  THE LAST TEN LOOOPY STEPS FROM RUNLOG,
004260*                         THEN EVERY AUDITLOG RUN COSTED INTO THE
004270*                         FIRST OF THOSE STEPS THAT HOLDS IT
004280*----------------------------------------------------------------
004290 3000-LOAD-THROUGHPUT.
004300     OPEN INPUT RUNLOG-FILE
004310     IF FCS-RUNLOG-STATUS = '35'
004320         GO TO 3000-EXIT
004330     END-IF
004340     IF FCS-RUNLOG-STATUS NOT = '00'
004350         GO TO 9814-ABEND-HISTORY-OPEN
004360     END-IF
004370     PERFORM 3100-READ-RUNLOG THRU 3100-EXIT
004380         UNTIL FCS-EOF-RUNLOG
004390     CLOSE RUNLOG-FILE
004400     IF FCS-WIN-COUNT = ZERO
004410         GO TO 3000-EXIT
004420     END-IF
004430     OPEN INPUT AUDITLOG-FILE
004440     IF FCS-AUDITLOG-STATUS = '05'
004450         CLOSE AUDITLOG-FILE
004460         GO TO 3000-EXIT
004470     END-IF
004480     IF FCS-AUDITLOG-STATUS NOT = '00'
004490         GO TO 9814-ABEND-HISTORY-OPEN
004500     END-IF
004510     PERFORM 3300-READ-AUDITLOG THRU 3300-EXIT
004520         UNTIL FCS-EOF-AUDITLOG
004530     CLOSE AUDITLOG-FILE
004540     PERFORM 3500-SUM-ONE-WINDOW THRU 3500-EXIT
004550         VARYING FCS-WIN-IDX FROM 1 BY 1
004560         UNTIL FCS-WIN-IDX > FCS-WIN-COUNT
004570     IF FCS-HIST-RUNS > ZERO AND FCS-HIST-SECONDS > ZERO
004580         COMPUTE FCS-RATE ROUNDED =
004590             FCS-HIST-ITERATIONS / FCS-HIST-SECONDS
004600     END-IF.
004610 3000-EXIT.
004620     EXIT.
004630
004640 3100-READ-RUNLOG.
004650     READ RUNLOG-FILE
004660         AT END
004670             SET FCS-EOF-RUNLOG TO TRUE
004680             GO TO 3100-EXIT
004690     END-READ
004700     IF RNL-PROGRAM-ID NOT = 'LOOOPY'
004710         GO TO 3100-EXIT
004720     END-IF
004730     MOVE RNL-START-TIMESTAMP (1:16) TO FCS-TS-WORK
004740     IF FCS-TS-WORK NOT NUMERIC
004750         GO TO 3100-EXIT
004760     END-IF
004770     PERFORM 3900-TIMESTAMP-SECONDS THRU 3900-EXIT
004780     MOVE FCS-TS-SECONDS TO FCS-START-SECONDS
004790     MOVE RNL-END-TIMESTAMP (1:16) TO FCS-TS-WORK
004800     IF FCS-TS-WORK NOT NUMERIC
004810         GO TO 3100-EXIT
004820     END-IF
004830     PERFORM 3900-TIMESTAMP-SECONDS THRU 3900-EXIT
004840     IF FCS-TS-SECONDS NOT > FCS-START-SECONDS
004850         GO TO 3100-EXIT
004860     END-IF
004870*    THE TABLE KEEPS THE MOST RECENT TEN - WHEN FULL, THE OLDEST
004880*    STEP MAKES ROOM FOR THE NEW ONE
004890     IF FCS-WIN-COUNT NOT < 10
004900         PERFORM 3110-SHIFT-WINDOW THRU 3110-EXIT
004910             VARYING FCS-WIN-IDX FROM 1 BY 1
004920             UNTIL FCS-WIN-IDX > 9
004930     ELSE
004940         ADD 1 TO FCS-WIN-COUNT
004950     END-IF
004960     SET FCS-WIN-IDX TO FCS-WIN-COUNT
004970     MOVE RNL-START-TIMESTAMP (1:16)
004980         TO FCS-WIN-START (FCS-WIN-IDX)
004990     MOVE RNL-END-TIMESTAMP (1:16)
005000         TO FCS-WIN-END (FCS-WIN-IDX)
005010     COMPUTE FCS-WIN-SECONDS (FCS-WIN-IDX) =
005020         FCS-TS-SECONDS - FCS-START-SECONDS
005030     MOVE ZERO TO FCS-WIN-RUNS (FCS-WIN-IDX)
005040     MOVE ZERO TO FCS-WIN-ITERATIONS (FCS-WIN-IDX).
005050 3100-EXIT.
005060     EXIT.
005070
005080 3110-SHIFT-WINDOW.
005090     SET FCS-WIN-NEXT TO FCS-WIN-IDX
005100     SET FCS-WIN-NEXT UP BY 1
005110     MOVE FCS-WIN-ENTRY (FCS-WIN-NEXT)
005120         TO FCS-WIN-ENTRY (FCS-WIN-IDX).
005130 3110-EXIT.
005140     EXIT.
005150
005160 3300-READ-AUDITLOG.
005170     READ AUDITLOG-FILE
005180         AT END
005190             SET FCS-EOF-AUDITLOG TO TRUE
005200             GO TO 3300-EXIT
005210     END-READ
005220     MOVE 'N' TO FCS-FOUND-SW
005230     PERFORM 3310-MATCH-WINDOW THRU 3310-EXIT
005240         VARYING FCS-WIN-IDX FROM 1 BY 1
005250         UNTIL FCS-WIN-IDX > FCS-WIN-COUNT
005260            OR FCS-FOUND
005270     IF NOT FCS-FOUND
005280         GO TO 3300-EXIT
005290     END-IF
005300*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
005310     SET FCS-WIN-IDX DOWN BY 1
005320     ADD 1 TO FCS-WIN-RUNS (FCS-WIN-IDX)
005322*    A METERED LINE CARRIES THE ITERATIONS THE RUN ACTUALLY MADE -
005324*    A RUNMAST ANSWER ONLY ITS VERIFY LOOP - SO ONLY A LINE FROM
005326*    BEFORE THE METER IS COSTED UNDER THE HISTORY BOUNDS
005328     IF (AUD-USAGE-COMPUTED OR AUD-USAGE-REUSED)
005330        AND AUD-ITERATIONS NUMERIC
005332         ADD AUD-ITERATIONS TO FCS-WIN-ITERATIONS (FCS-WIN-IDX)
005334         GO TO 3300-EXIT
005336     END-IF
005338     IF AUD-USAGE = SPACE
005339        AND AUD-INPUT-NUMBER NUMERIC
005340         MOVE AUD-INPUT-NUMBER TO FCS-COST-INPUT
005350         MOVE FCS-HIST-OUTER-BOUND TO FCS-COST-OUTER
005360         MOVE FCS-HIST-INNER-BOUND TO FCS-COST-BOUND
005370         PERFORM 4500-COST-ONE-RUN THRU 4500-EXIT
005380         ADD FCS-COST-ITERATIONS
005390             TO FCS-WIN-ITERATIONS (FCS-WIN-IDX)
005400     END-IF.
005410 3300-EXIT.
005420     EXIT.
005430
005440 3310-MATCH-WINDOW.
005450     IF AUD-TIMESTAMP (1:16) NOT < FCS-WIN-START (FCS-WIN-IDX)
005460        AND AUD-TIMESTAMP (1:16) NOT > FCS-WIN-END (FCS-WIN-IDX)
005470         SET FCS-FOUND TO TRUE
005480     END-IF.
005490 3310-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* 3500-SUM-ONE-WINDOW  -  A STEP THAT RAN NOTHING (A RESTART WITH
005540*                        NOTHING LEFT, A QUIESCED NIGHT) SAYS
005550*                        NOTHING ABOUT THROUGHPUT AND IS LEFT OUT,
005552*                        UNLESS IT OVERLAPS A STEP THAT HAS RUNS -
005554*                        THEN IT IS A PARALLEL STREAM WHOSE RUNS
005556*                        3300 CREDITED TO THE EARLIER STREAM, AND
005558*                        ITS SECONDS BELONG IN THE SUM
005560*----------------------------------------------------------------
005570 3500-SUM-ONE-WINDOW.
005575     MOVE 'N' TO FCS-FOUND-SW
005580     IF FCS-WIN-RUNS (FCS-WIN-IDX) = ZERO
005582         PERFORM 3510-TEST-OVERLAP THRU 3510-EXIT
005584             VARYING FCS-WIN-NEXT FROM 1 BY 1
005586             UNTIL FCS-WIN-NEXT > FCS-WIN-COUNT
005588                OR FCS-FOUND
005590         IF NOT FCS-FOUND
005592             GO TO 3500-EXIT
005594         END-IF
005600     END-IF
005610     ADD 1 TO FCS-HIST-STEPS
005620     ADD FCS-WIN-RUNS (FCS-WIN-IDX) TO FCS-HIST-RUNS
005630     ADD FCS-WIN-SECONDS (FCS-WIN-IDX) TO FCS-HIST-SECONDS
005640     ADD FCS-WIN-ITERATIONS (FCS-WIN-IDX) TO FCS-HIST-ITERATIONS.
005650 3500-EXIT.
005660     EXIT.
005662
005663 3510-TEST-OVERLAP.
005664     IF FCS-WIN-NEXT NOT = FCS-WIN-IDX
005665        AND FCS-WIN-RUNS (FCS-WIN-NEXT) > ZERO
005666        AND FCS-WIN-START (FCS-WIN-NEXT)
005667            NOT > FCS-WIN-END (FCS-WIN-IDX)
005668        AND FCS-WIN-END (FCS-WIN-NEXT)
005669            NOT < FCS-WIN-START (FCS-WIN-IDX)
005671         SET FCS-FOUND TO TRUE
005672     END-IF.
005673 3510-EXIT.
005674     EXIT.
005675
005680*----------------------------------------------------------------
005690* 3900-TIMESTAMP-SECONDS  -  FCS-TS-WORK TO SECONDS, SO STEPS
005700*                           THAT RUN PAST MIDNIGHT TIME CORRECTLY
005710*----------------------------------------------------------------
005720 3900-TIMESTAMP-SECONDS.
005730     COMPUTE FCS-TS-SECONDS =
005740         FUNCTION INTEGER-OF-DATE (FCS-TS-DATE) * 86400
005750       + FCS-TS-HH * 3600 + FCS-TS-MM * 60 + FCS-TS-SS.
005760 3900-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 4000-COST-WORKLOAD  -  EVERY DRVFILE RECORD COSTED; WITH NO
005810*                       DRVFILE, THE PARMFILE SINGLE RUN
005820*----------------------------------------------------------------
005830 4000-COST-WORKLOAD.
005840     OPEN INPUT RUNMAST-FILE
005850     IF FCS-RUNMAST-STATUS = '00'
005860         SET FCS-RUNMAST-OPEN TO TRUE
005870     ELSE
005880         IF FCS-RUNMAST-STATUS = '05'
005890             CLOSE RUNMAST-FILE
005900         END-IF
005910     END-IF
005920     OPEN INPUT DRV-FILE
005930     IF FCS-DRVFILE-STATUS = '00'
005940         PERFORM 4100-COST-ONE-RECORD THRU 4100-EXIT
005950             UNTIL FCS-EOF-DRVFILE
005960         CLOSE DRV-FILE
005970     ELSE
005980         IF FCS-DRVFILE-STATUS = '05'
005990             CLOSE DRV-FILE
006000         ELSE
006010             GO TO 9811-ABEND-DRVFILE-OPEN
006020         END-IF
006030     END-IF
006040     IF FCS-REC-COUNT = ZERO AND FCS-PARM-INPUT-NUMBER > ZERO
006050         SET FCS-SINGLE-MODE TO TRUE
006060         MOVE SPACES TO FCS-DRV-RECORD
006070         MOVE FCS-PARM-INPUT-NUMBER TO FCR-INPUT-NUMBER
006080         MOVE FCS-PARM-SEED TO FCR-SEED
006090         PERFORM 4200-COST-LISTED-RUN THRU 4200-EXIT
006100     END-IF
006110     IF FCS-RUNMAST-OPEN
006120         CLOSE RUNMAST-FILE
006130     END-IF.
006140 4000-EXIT.
006150     EXIT.
006160
006170 4100-COST-ONE-RECORD.
006180     READ DRV-FILE INTO FCS-DRV-RECORD
006190         AT END
006200             SET FCS-EOF-DRVFILE TO TRUE
006210             GO TO 4100-EXIT
006220     END-READ
006230     PERFORM 4200-COST-LISTED-RUN THRU 4200-EXIT.
006240 4100-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 4200-COST-LISTED-RUN  -  THE RUN IN FCS-DRV-RECORD INTO THE
006290*                         TABLE: INVALID (SKIPPED AT NIGHT),
006300*                         RUNMAST (REPRODUCED FROM THE MASTER)
006310*                         OR COMPUTE, WITH ITS ITERATIONS
006320*----------------------------------------------------------------
006330 4200-COST-LISTED-RUN.
006340     IF FCS-REC-COUNT NOT < 2000
006350         GO TO 9820-ABEND-TABLE-FULL
006360     END-IF
006370     ADD 1 TO FCS-REC-COUNT
006380     SET FCS-REC-IDX TO FCS-REC-COUNT
006390     MOVE FCS-DRV-RECORD TO FCS-REC-RECORD (FCS-REC-IDX)
006400     MOVE ZERO TO FCS-REC-ITERATIONS (FCS-REC-IDX)
006410     MOVE ZERO TO FCS-REC-SECONDS (FCS-REC-IDX)
006420     MOVE SPACES TO FCS-REC-ACTION (FCS-REC-IDX)
006430     IF FCR-INPUT-NUMBER NOT NUMERIC
006440        OR FCR-INPUT-NUMBER = ZERO
006450         MOVE 'INVALID' TO FCS-REC-BASIS (FCS-REC-IDX)
006460         ADD 1 TO FCS-INVALID-COUNT
006470         GO TO 4200-EXIT
006480     END-IF
006490     MOVE 'N' TO FCS-FOUND-SW
006500     IF FCS-RUNMAST-OPEN AND FCR-SEED NUMERIC
006510        AND FCR-SEED > ZERO
006520         MOVE FCR-INPUT-NUMBER TO RMS-INPUT-NUMBER
006530         MOVE FCR-SEED TO RMS-SEED
006540         READ RUNMAST-FILE
006550             INVALID KEY
006560                 CONTINUE
006570             NOT INVALID KEY
006580                 SET FCS-FOUND TO TRUE
006590         END-READ
006600     END-IF
006610     IF FCS-FOUND
006620         MOVE 'RUNMAST' TO FCS-REC-BASIS (FCS-REC-IDX)
006630         ADD 1 TO FCS-MASTER-COUNT
006640         GO TO 4200-EXIT
006650     END-IF
006660     MOVE 'COMPUTE' TO FCS-REC-BASIS (FCS-REC-IDX)
006670     ADD 1 TO FCS-COMPUTE-COUNT
006680     MOVE FCR-INPUT-NUMBER TO FCS-COST-INPUT
006690     MOVE FCS-OUTER-BOUND TO FCS-COST-OUTER
006700     MOVE FCS-INNER-BOUND TO FCS-COST-BOUND
006710     PERFORM 4500-COST-ONE-RUN THRU 4500-EXIT
006720     MOVE FCS-COST-ITERATIONS TO FCS-REC-ITERATIONS (FCS-REC-IDX)
006730     ADD FCS-COST-ITERATIONS TO FCS-TOTAL-ITERATIONS.
006740 4200-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* 4500-COST-ONE-RUN  -  ITERATIONS FOR INPUT NUMBER FCS-COST-INPUT
006790*                      UNDER BOUNDS FCS-COST-OUTER/FCS-COST-BOUND,
006800*                      THE INNER BOUND AFTER THE 6050 CLAMP
006810*----------------------------------------------------------------
006820 4500-COST-ONE-RUN.
006830     MOVE ZERO TO FCS-COST-ITERATIONS
006840     IF FCS-COST-INPUT = ZERO
006850         GO TO 4500-EXIT
006860     END-IF
006870     MOVE FCS-COST-BOUND TO FCS-COST-INNER
006880     IF FCS-COST-INPUT > 1
006890         COMPUTE FCS-INNER-BOUND-LIMIT =
006900             FCS-ELEMENT-CAPACITY / (FCS-COST-INPUT - 1)
006910         IF FCS-COST-INNER > FCS-INNER-BOUND-LIMIT
006920             MOVE FCS-INNER-BOUND-LIMIT TO FCS-COST-INNER
006930         END-IF
006940     END-IF
006950     COMPUTE FCS-COST-ITERATIONS =
006960         FCS-COST-OUTER * FCS-COST-INNER.
006970 4500-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010* 5000-PROJECT-NIGHT  -  TOTAL ELAPSED TIME AT THE HISTORIC RATE
007020*                       AGAINST THE WINDOW, AND THE SPLIT, SLICE
007030*                       OR DEFERRAL IT TAKES TO FIT
007040*----------------------------------------------------------------
007050 5000-PROJECT-NIGHT.
007060     IF FCS-RATE = ZERO
007070         SET FCS-NO-HISTORY TO TRUE
007080         GO TO 5000-EXIT
007090     END-IF
007100     PERFORM 5100-TIME-ONE-RECORD THRU 5100-EXIT
007110         VARYING FCS-REC-IDX FROM 1 BY 1
007120         UNTIL FCS-REC-IDX > FCS-REC-COUNT
007130     COMPUTE FCS-FINISH-SECONDS =
007140         FCS-WINDOW-START-SECS + FCS-TOTAL-SECONDS
007150     IF FCS-TOTAL-SECONDS NOT > FCS-WINDOW-SECONDS
007160         SET FCS-FITS TO TRUE
007170         GO TO 5000-EXIT
007180     END-IF
007190     IF FCS-SINGLE-MODE
007200         SET FCS-REC-IDX TO 1
007210         PERFORM 5200-PLAN-SLICES THRU 5200-EXIT
007220         GO TO 5000-EXIT
007230     END-IF
007240     SET FCS-FITS-SPLIT TO TRUE
007250*    A RECORD TOO LONG FOR THE WINDOW ON ITS OWN CANNOT BE HELPED
007260*    BY ANY STREAM - IT COMES OFF THE LIST TO BE SLICED
007270     MOVE ZERO TO FCS-LIST-SECONDS
007280     PERFORM 5300-CHECK-LONG-RECORD THRU 5300-EXIT
007290         VARYING FCS-REC-IDX FROM 1 BY 1
007300         UNTIL FCS-REC-IDX > FCS-REC-COUNT
007310     COMPUTE FCS-STREAMS-NEEDED =
007320         (FCS-LIST-SECONDS + FCS-WINDOW-SECONDS - 1)
007330             / FCS-WINDOW-SECONDS
007340     IF FCS-STREAMS-NEEDED > 4
007350         SET FCS-OVERRUNS TO TRUE
007360         PERFORM 5400-PLAN-DEFERRAL THRU 5400-EXIT
007370     END-IF.
007380 5000-EXIT.
007390     EXIT.
007400
007410 5100-TIME-ONE-RECORD.
007420     COMPUTE FCS-REC-SECONDS (FCS-REC-IDX) ROUNDED =
007430         FCS-REC-ITERATIONS (FCS-REC-IDX) / FCS-RATE
007440     ADD FCS-REC-SECONDS (FCS-REC-IDX) TO FCS-TOTAL-SECONDS.
007450 5100-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490* 5200-PLAN-SLICES  -  THE FEWEST PARTS THAT FIT THE WINDOW.  A
007500*                     SLICE RUN TAKES A SEED (EVERY PART MUST DRAW
007510*                     THE SAME RANDOM NUMBER) AND THERE ARE FOUR
007520*                     PART STEPS - OTHERWISE THE RUN IS DEFERRED
007530*----------------------------------------------------------------
007540 5200-PLAN-SLICES.
007550     MOVE FCS-REC-RECORD (FCS-REC-IDX) TO FCS-DRV-RECORD
007560     COMPUTE FCS-SLICE-PARTS =
007570         (FCS-REC-SECONDS (FCS-REC-IDX) + FCS-WINDOW-SECONDS - 1)
007580             / FCS-WINDOW-SECONDS
007590     IF FCS-SLICE-PARTS > 4 OR FCR-SEED NOT NUMERIC
007600        OR FCR-SEED = ZERO
007610         MOVE 'DEFER' TO FCS-REC-ACTION (FCS-REC-IDX)
007620         ADD 1 TO FCS-DEFER-COUNT
007630         SET FCS-OVERRUNS TO TRUE
007640         GO TO 5200-EXIT
007650     END-IF
007660     MOVE SPACES TO FCS-REC-ACTION (FCS-REC-IDX)
007670     STRING 'SLICE ' FCS-SLICE-PARTS (5:1) ' PARTS'
007680         DELIMITED BY SIZE INTO FCS-REC-ACTION (FCS-REC-IDX)
007690     ADD 1 TO FCS-SLICED-COUNT
007700     IF NOT FCS-OVERRUNS
007710         SET FCS-FITS-SPLIT TO TRUE
007720     END-IF.
007730 5200-EXIT.
007740     EXIT.
007750
007760 5300-CHECK-LONG-RECORD.
007770     IF FCS-REC-SECONDS (FCS-REC-IDX) > FCS-WINDOW-SECONDS
007780         PERFORM 5200-PLAN-SLICES THRU 5200-EXIT
007790     ELSE
007800         ADD FCS-REC-SECONDS (FCS-REC-IDX) TO FCS-LIST-SECONDS
007810     END-IF.
007820 5300-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------------
007860* 5400-PLAN-DEFERRAL  -  FOUR FULL STREAMS OF WORK ARE TAKEN IN
007870*                       THE ORDER THE NIGHT WILL PROCESS THEM;
007880*                       WHAT IS LEFT OVER IS DEFERRED
007890*----------------------------------------------------------------
007900 5400-PLAN-DEFERRAL.
007910     COMPUTE FCS-CAPACITY-SECONDS = FCS-WINDOW-SECONDS * 4
007920     MOVE ZERO TO FCS-USED-SECONDS
007930     SORT SORT-FILE
007940         ON ASCENDING KEY SRT-CLASS-RANK
007950         ON ASCENDING KEY SRT-MUST-COMPLETE-BY
007960         ON ASCENDING KEY SRT-SEQUENCE
007970         INPUT PROCEDURE IS 5410-RELEASE-RECORDS
007980             THRU 5410-EXIT
007990         OUTPUT PROCEDURE IS 5430-TAKE-IN-ORDER
008000             THRU 5430-EXIT.
008010 5400-EXIT.
008020     EXIT.
008030
008040 5410-RELEASE-RECORDS.
008050     PERFORM 5420-RELEASE-ONE-RECORD THRU 5420-EXIT
008060         VARYING FCS-REC-IDX FROM 1 BY 1
008070         UNTIL FCS-REC-IDX > FCS-REC-COUNT.
008080 5410-EXIT.
008090     EXIT.
008100
008110 5420-RELEASE-ONE-RECORD.
008120     IF FCS-REC-ACTION (FCS-REC-IDX) NOT = SPACES
008130        OR FCS-REC-SECONDS (FCS-REC-IDX) = ZERO
008140         GO TO 5420-EXIT
008150     END-IF
008160     MOVE FCS-REC-RECORD (FCS-REC-IDX) TO FCS-DRV-RECORD
008170     EVALUATE TRUE
008180         WHEN FCR-CLASS-URGENT
008190             MOVE 1 TO SRT-CLASS-RANK
008200         WHEN FCR-CLASS-LOW
008210             MOVE 3 TO SRT-CLASS-RANK
008220         WHEN OTHER
008230             MOVE 2 TO SRT-CLASS-RANK
008240     END-EVALUATE
008250     IF FCR-MUST-COMPLETE-BY IS NUMERIC
008260         MOVE FCR-MUST-COMPLETE-BY TO SRT-MUST-COMPLETE-BY
008270     ELSE
008280         MOVE '99999999' TO SRT-MUST-COMPLETE-BY
008290     END-IF
008300     SET SRT-SEQUENCE TO FCS-REC-IDX
008310     RELEASE SORT-RECORD.
008320 5420-EXIT.
008330     EXIT.
008340
008350 5430-TAKE-IN-ORDER.
008360     MOVE 'N' TO FCS-EOF-SORT-SW
008370     PERFORM 5440-TAKE-ONE-RECORD THRU 5440-EXIT
008380         UNTIL FCS-EOF-SORT.
008390 5430-EXIT.
008400     EXIT.
008410
008420 5440-TAKE-ONE-RECORD.
008430     RETURN SORT-FILE
008440         AT END
008450             SET FCS-EOF-SORT TO TRUE
008460             GO TO 5440-EXIT
008470     END-RETURN
008480     SET FCS-REC-IDX TO SRT-SEQUENCE
008490     COMPUTE FCS-WORK-SECONDS =
008500         FCS-USED-SECONDS + FCS-REC-SECONDS (FCS-REC-IDX)
008510     IF FCS-WORK-SECONDS > FCS-CAPACITY-SECONDS
008520         MOVE 'DEFER' TO FCS-REC-ACTION (FCS-REC-IDX)
008530         ADD 1 TO FCS-DEFER-COUNT
008540     ELSE
008550         MOVE FCS-WORK-SECONDS TO FCS-USED-SECONDS
008560     END-IF.
008570 5440-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------
008610* 8000-WRITE-REPORT  -  THE COSTED LIST, THE THROUGHPUT BEHIND
008620*                      THE PROJECTION, THE PROJECTION AND THE
008630*                      RECOMMENDATION
008640*----------------------------------------------------------------
008650 8000-WRITE-REPORT.
008660     MOVE SPACES TO REPORT-TEXT-RECORD
008670     MOVE FCS-TABLE-SIZE TO FCS-EDIT-COUNT
008680     STRING 'BOUNDS - TABLE SIZE ' FCS-EDIT-COUNT
008690         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
008700     MOVE FCS-OUTER-BOUND TO FCS-EDIT-COUNT
008710     STRING '  OUTER ' FCS-EDIT-COUNT DELIMITED BY SIZE
008720         INTO REPORT-TEXT-RECORD (26:14)
008730     MOVE FCS-INNER-BOUND TO FCS-EDIT-BIG
008740     STRING '  INNER ' FCS-EDIT-BIG (6:10) DELIMITED BY SIZE
008750         INTO REPORT-TEXT-RECORD (40:19)
008760     WRITE REPORT-TEXT-RECORD
008770     MOVE SPACES TO REPORT-TEXT-RECORD
008780     MOVE FCS-HIST-OUTER-BOUND TO FCS-EDIT-COUNT
008790     STRING 'HISTORY COSTED AT  OUTER ' FCS-EDIT-COUNT
008800         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
008810     MOVE FCS-HIST-INNER-BOUND TO FCS-EDIT-BIG
008820     STRING '   INNER ' FCS-EDIT-BIG (6:10) DELIMITED BY SIZE
008830         INTO REPORT-TEXT-RECORD (31:19)
008840     WRITE REPORT-TEXT-RECORD
008850     MOVE SPACES TO REPORT-TEXT-RECORD
008860     WRITE REPORT-TEXT-RECORD
008870     MOVE 'REC-NO INPUT  SEED       C  BASIS         ITERATIONS
008880-        '   SECONDS  ACTION' TO REPORT-TEXT-RECORD
008890     WRITE REPORT-TEXT-RECORD
008900     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
008910         VARYING FCS-REC-IDX FROM 1 BY 1
008920         UNTIL FCS-REC-IDX > FCS-REC-COUNT
008930     MOVE SPACES TO REPORT-TEXT-RECORD
008940     WRITE REPORT-TEXT-RECORD
008950     PERFORM 8200-WRITE-COUNTS THRU 8200-EXIT
008960     PERFORM 8300-WRITE-THROUGHPUT THRU 8300-EXIT
008970     IF FCS-REC-COUNT > ZERO
008980         PERFORM 8400-WRITE-PROJECTION THRU 8400-EXIT
008990     END-IF.
009000 8000-EXIT.
009010     EXIT.
009020
009030 8100-WRITE-DETAIL.
009040     MOVE FCS-REC-RECORD (FCS-REC-IDX) TO FCS-DRV-RECORD
009050     MOVE SPACES TO REPORT-DETAIL-RECORD
009060     SET FCD-RECORD-NO TO FCS-REC-IDX
009070     IF FCR-INPUT-NUMBER NUMERIC
009080         MOVE FCR-INPUT-NUMBER TO FCD-INPUT-NUMBER
009090     END-IF
009100     IF FCR-SEED NUMERIC
009110         MOVE FCR-SEED TO FCD-SEED
009120     END-IF
009130     MOVE FCR-PRIORITY-CLASS TO FCD-CLASS
009140     MOVE FCS-REC-BASIS (FCS-REC-IDX) TO FCD-COST-BASIS
009150     MOVE FCS-REC-ITERATIONS (FCS-REC-IDX) TO FCD-ITERATIONS
009160     MOVE FCS-REC-SECONDS (FCS-REC-IDX) TO FCD-SECONDS
009170     MOVE FCS-REC-ACTION (FCS-REC-IDX) TO FCD-ACTION
009180     WRITE REPORT-DETAIL-RECORD
009190     IF FCS-REC-ACTION (FCS-REC-IDX) (1:5) = 'SLICE'
009200         PERFORM 8150-WRITE-SLICE-PLAN THRU 8150-EXIT
009210     END-IF.
009220 8100-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------
009260* 8150-WRITE-SLICE-PLAN  -  THE PARMFILE SLICE BOUNDS FOR EACH
009270*                          PART, THE OUTER LOOP SHARED EVENLY AND
009280*                          THE LAST PART TAKING THE REMAINDER
009290*----------------------------------------------------------------
009300 8150-WRITE-SLICE-PLAN.
009310     MOVE FCS-REC-ACTION (FCS-REC-IDX) (7:1) TO FCS-SLICE-PARTS
009320     MOVE ZERO TO FCS-SLICE-END
009330     PERFORM 8160-WRITE-ONE-SLICE THRU 8160-EXIT
009340         VARYING FCS-SLICE-NUMBER FROM 1 BY 1
009350         UNTIL FCS-SLICE-NUMBER > FCS-SLICE-PARTS.
009360 8150-EXIT.
009370     EXIT.
009380
009390 8160-WRITE-ONE-SLICE.
009400     COMPUTE FCS-SLICE-START = FCS-SLICE-END + 1
009410     IF FCS-SLICE-NUMBER = FCS-SLICE-PARTS
009420         MOVE FCS-OUTER-BOUND TO FCS-SLICE-END
009430     ELSE
009440         COMPUTE FCS-SLICE-END =
009450             FCS-OUTER-BOUND * FCS-SLICE-NUMBER / FCS-SLICE-PARTS
009460     END-IF
009470     MOVE SPACES TO REPORT-TEXT-RECORD
009480     STRING '        PART' FCS-SLICE-NUMBER
009490         '  SLICE-START ' FCS-SLICE-START
009500         '  SLICE-END ' FCS-SLICE-END
009510         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009520     WRITE REPORT-TEXT-RECORD.
009530 8160-EXIT.
009540     EXIT.
009550
009560 8200-WRITE-COUNTS.
009570     MOVE SPACES TO REPORT-TEXT-RECORD
009580     MOVE FCS-COMPUTE-COUNT TO FCS-EDIT-COUNT
009590     STRING 'RUNS TO COMPUTE          ' FCS-EDIT-COUNT
009600         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009610     WRITE REPORT-TEXT-RECORD
009620     MOVE SPACES TO REPORT-TEXT-RECORD
009630     MOVE FCS-MASTER-COUNT TO FCS-EDIT-COUNT
009640     STRING 'ANSWERED BY RUNMAST      ' FCS-EDIT-COUNT
009650         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009660     WRITE REPORT-TEXT-RECORD
009670     MOVE SPACES TO REPORT-TEXT-RECORD
009680     MOVE FCS-INVALID-COUNT TO FCS-EDIT-COUNT
009690     STRING 'INVALID - SKIPPED        ' FCS-EDIT-COUNT
009700         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009710     WRITE REPORT-TEXT-RECORD
009720     MOVE SPACES TO REPORT-TEXT-RECORD
009730     MOVE FCS-TOTAL-ITERATIONS TO FCS-EDIT-BIG
009740     STRING 'TOTAL ITERATIONS         ' FCS-EDIT-BIG
009750         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009760     WRITE REPORT-TEXT-RECORD.
009770 8200-EXIT.
009780     EXIT.
009790
009800 8300-WRITE-THROUGHPUT.
009810     MOVE SPACES TO REPORT-TEXT-RECORD
009820     WRITE REPORT-TEXT-RECORD
009830     MOVE SPACES TO REPORT-TEXT-RECORD
009840     MOVE FCS-HIST-STEPS TO FCS-EDIT-COUNT
009850     STRING 'LOOOPY STEPS SAMPLED     ' FCS-EDIT-COUNT
009860         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009870     WRITE REPORT-TEXT-RECORD
009880     MOVE SPACES TO REPORT-TEXT-RECORD
009890     MOVE FCS-HIST-RUNS TO FCS-EDIT-BIG
009900     STRING 'RUNS IN THOSE STEPS      ' FCS-EDIT-BIG
009910         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009920     WRITE REPORT-TEXT-RECORD
009930     MOVE SPACES TO REPORT-TEXT-RECORD
009940     MOVE FCS-HIST-SECONDS TO FCS-EDIT-BIG
009950     STRING 'ELAPSED SECONDS          ' FCS-EDIT-BIG
009960         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
009970     WRITE REPORT-TEXT-RECORD
009980     MOVE SPACES TO REPORT-TEXT-RECORD
009990     MOVE FCS-RATE TO FCS-EDIT-RATE
010000     STRING 'ITERATIONS PER SECOND ' FCS-EDIT-RATE
010010         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010020     WRITE REPORT-TEXT-RECORD.
010030 8300-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 8400-WRITE-PROJECTION  -  ELAPSED TIME, FINISH AGAINST CLOSE,
010080*                          THE RECOMMENDATION AND THE STEP RC
010090*----------------------------------------------------------------
010100 8400-WRITE-PROJECTION.
010110     MOVE SPACES TO REPORT-TEXT-RECORD
010120     WRITE REPORT-TEXT-RECORD
010130     IF FCS-NO-HISTORY
010140         MOVE 'NO LOOOPY THROUGHPUT ON RUNLOG/AUDITLOG - NO PROJEC
010150-            'TION POSSIBLE' TO REPORT-TEXT-RECORD
010160         WRITE REPORT-TEXT-RECORD
010170         DISPLAY 'CAPFCST0002W NO THROUGHPUT HISTORY - THE NIGHT'
010180             ' CANNOT BE FORECAST'
010190         MOVE 4 TO RETURN-CODE
010200         GO TO 8400-EXIT
010210     END-IF
010220     MOVE FCS-TOTAL-SECONDS TO FCS-CLOCK-SECONDS
010230     PERFORM 8500-FORMAT-ELAPSED THRU 8500-EXIT
010240     MOVE SPACES TO REPORT-TEXT-RECORD
010250     STRING 'PROJECTED ELAPSED (ONE STEP)  ' FCS-ELAPSED-TEXT
010260         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010270     WRITE REPORT-TEXT-RECORD
010280     MOVE FCS-WINDOW-START-SECS TO FCS-CLOCK-SECONDS
010290     PERFORM 8600-FORMAT-CLOCK THRU 8600-EXIT
010300     MOVE SPACES TO REPORT-TEXT-RECORD
010310     STRING 'STREAM START                  ' FCS-CLOCK-TEXT
010320         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010330     WRITE REPORT-TEXT-RECORD
010340     MOVE FCS-FINISH-SECONDS TO FCS-CLOCK-SECONDS
010350     PERFORM 8600-FORMAT-CLOCK THRU 8600-EXIT
010360     MOVE SPACES TO REPORT-TEXT-RECORD
010370     STRING 'PROJECTED FINISH (ONE STEP)   ' FCS-CLOCK-TEXT
010380         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010390     WRITE REPORT-TEXT-RECORD
010400     COMPUTE FCS-CLOCK-SECONDS =
010410         FCS-WINDOW-START-SECS + FCS-WINDOW-SECONDS
010420     PERFORM 8600-FORMAT-CLOCK THRU 8600-EXIT
010430     MOVE SPACES TO REPORT-TEXT-RECORD
010440     STRING 'WINDOW CLOSE                  ' FCS-CLOCK-TEXT
010450         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010460     WRITE REPORT-TEXT-RECORD
010470     MOVE SPACES TO REPORT-TEXT-RECORD
010480     WRITE REPORT-TEXT-RECORD
010490     EVALUATE TRUE
010500         WHEN FCS-FITS
010510             MOVE 'RECOMMENDATION - RUN AS ONE STEP, THE NIGHT FIT
010520-                'S THE WINDOW' TO REPORT-TEXT-RECORD
010530             WRITE REPORT-TEXT-RECORD
010540             DISPLAY 'CAPFCST0003I THE NIGHT FITS THE WINDOW'
010550         WHEN FCS-FITS-SPLIT
010560             PERFORM 8410-WRITE-SPLIT-ADVICE THRU 8410-EXIT
010570             DISPLAY 'CAPFCST0004W THE NIGHT OVERRUNS AS ONE STEP'
010580                 ' - SPLIT OR SLICE IT, SEE FCSTRPT'
010590             MOVE 4 TO RETURN-CODE
010600         WHEN OTHER
010610             PERFORM 8410-WRITE-SPLIT-ADVICE THRU 8410-EXIT
010620             MOVE SPACES TO REPORT-TEXT-RECORD
010630             MOVE FCS-DEFER-COUNT TO FCS-EDIT-COUNT
010640             STRING 'RECOMMENDATION - DEFER ' FCS-EDIT-COUNT
010650                 ' RUN(S) MARKED DEFER - THEY DO NOT FIT'
010660                 DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010670             WRITE REPORT-TEXT-RECORD
010680             DISPLAY 'CAPFCST0005W THE NIGHT OVERRUNS EVEN SPLIT'
010690                 ' FOUR WAYS - ' FCS-DEFER-COUNT
010700                 ' RUN(S) TO DEFER, SEE FCSTRPT'
010710             MOVE 8 TO RETURN-CODE
010720     END-EVALUATE.
010730 8400-EXIT.
010740     EXIT.
010750
010760 8410-WRITE-SPLIT-ADVICE.
010770     IF FCS-SINGLE-MODE
010780         IF FCS-SLICED-COUNT > ZERO
010790             MOVE SPACES TO REPORT-TEXT-RECORD
010800             MOVE
010810             'RECOMMENDATION - SLICE THE RUN, ONE STEP PER PART'
010820                 TO REPORT-TEXT-RECORD
010830             WRITE REPORT-TEXT-RECORD
010840         END-IF
010850         GO TO 8410-EXIT
010860     END-IF
010870     IF FCS-STREAMS-NEEDED > 1
010880         MOVE SPACES TO REPORT-TEXT-RECORD
010890         IF FCS-STREAMS-NEEDED > 4
010900             MOVE 4 TO FCS-SLICE-NUMBER
010910         ELSE
010920             MOVE FCS-STREAMS-NEEDED TO FCS-SLICE-NUMBER
010930         END-IF
010935         MOVE FCS-SLICE-NUMBER TO FCS-EDIT-COUNT
010940         STRING 'RECOMMENDATION - SPLIT THE LIST INTO AT LEAST '
010950             FCS-EDIT-COUNT ' DRVSPLIT STREAMS'
010960             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010970         WRITE REPORT-TEXT-RECORD
010980     END-IF
010990     IF FCS-SLICED-COUNT > ZERO
011000         MOVE SPACES TO REPORT-TEXT-RECORD
011010         MOVE FCS-SLICED-COUNT TO FCS-EDIT-COUNT
011020         STRING 'RECOMMENDATION - TAKE ' FCS-EDIT-COUNT
011030             ' RUN(S) MARKED SLICE OFF THE LIST AND RUN EACH AS'
011040             ' PARTS' DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011050         WRITE REPORT-TEXT-RECORD
011060     END-IF.
011070 8410-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------------
011110* 8500-FORMAT-ELAPSED  -  FCS-CLOCK-SECONDS AS HOURS:MM:SS
011120*----------------------------------------------------------------
011130 8500-FORMAT-ELAPSED.
011140     DIVIDE FCS-CLOCK-SECONDS BY 3600 GIVING FCS-ELAPSED-HH
011150         REMAINDER FCS-CLOCK-REMAINDER
011160     DIVIDE FCS-CLOCK-REMAINDER BY 60 GIVING FCS-ELAPSED-MM
011170         REMAINDER FCS-ELAPSED-SS.
011180 8500-EXIT.
011190     EXIT.
011200
011210*----------------------------------------------------------------
011220* 8600-FORMAT-CLOCK  -  SECONDS PAST MIDNIGHT OF THE START DAY AS
011230*                      HH:MM AND THE NUMBER OF DAYS LATER
011240*----------------------------------------------------------------
011250 8600-FORMAT-CLOCK.
011260     DIVIDE FCS-CLOCK-SECONDS BY 86400 GIVING FCS-CLOCK-DAYS
011270         REMAINDER FCS-CLOCK-REMAINDER
011280     IF FCS-CLOCK-DAYS > 9
011290         MOVE 9 TO FCS-CLOCK-DAY
011300     ELSE
011310         MOVE FCS-CLOCK-DAYS TO FCS-CLOCK-DAY
011320     END-IF
011330     DIVIDE FCS-CLOCK-REMAINDER BY 3600 GIVING FCS-CLOCK-HH
011340         REMAINDER FCS-CLOCK-REMAINDER
011350     DIVIDE FCS-CLOCK-REMAINDER BY 60 GIVING FCS-CLOCK-MM.
011360 8600-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------
011400* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
011410*                         RUN-CONTROL LOG FOR THE MORNING STATUS
011420*                         BOARD.  A LOG FAILURE IS WARNED, NOT
011430*                         FATAL.
011440*----------------------------------------------------------------
011450 8900-WRITE-STEP-LOG.
011460     OPEN EXTEND RUNLOG-FILE
011470     IF FCS-RUNLOG-STATUS = '35'
011480         OPEN OUTPUT RUNLOG-FILE
011490     END-IF
011500     IF FCS-RUNLOG-STATUS NOT = '00'
011510         DISPLAY 'CAPFCST0012W RUNLOG OPEN FAILED, STATUS = '
011520             FCS-RUNLOG-STATUS ' - STEP NOT LOGGED'
011530         GO TO 8900-EXIT
011540     END-IF
011550     MOVE SPACES TO RUNLOG-RECORD
011560     MOVE 'CAPFCST' TO RNL-PROGRAM-ID
011570     MOVE FCS-START-TIMESTAMP TO RNL-START-TIMESTAMP
011580     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
011590     MOVE RETURN-CODE TO RNL-RETURN-CODE
011600     MOVE FCS-REC-COUNT TO RNL-RECORDS-READ
011610     MOVE ZERO TO RNL-RECORDS-WRITTEN
011620     MOVE FCS-DEFER-COUNT TO RNL-KEY-COUNT
011630     MOVE 'RUNS TO DEFER' TO RNL-KEY-LABEL
011640     WRITE RUNLOG-RECORD
011650     CLOSE RUNLOG-FILE.
011660 8900-EXIT.
011670     EXIT.
011680
011690*----------------------------------------------------------------
011700* 9000-TERMINATE
011710*----------------------------------------------------------------
011720 9000-TERMINATE.
011730     CLOSE REPORT-FILE
011740     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
011750 9000-EXIT.
011760     EXIT.
011770
011780*----------------------------------------------------------------
011790* 9800-ABEND-INVALID-PARM  -  THE WINDOW MUST BE TWO HHMM TIMES,
011800*                             THE HISTORY BOUNDS NON-ZERO
011810*----------------------------------------------------------------
011820 9800-ABEND-INVALID-PARM.
011830     DISPLAY 'CAPFCST0006E PARM ' FCS-PARM-STRING (1:19)
011840         ' IS NOT A WINDOW OF TWO HHMM TIMES'
011850         ' WITH OPTIONAL HISTORY BOUNDS'
011860     MOVE 16 TO RETURN-CODE
011870     STOP RUN.
011880
011890*----------------------------------------------------------------
011900* 9811-ABEND-DRVFILE-OPEN  -  DRV-FILE PRESENT BUT UNREADABLE
011910*----------------------------------------------------------------
011920 9811-ABEND-DRVFILE-OPEN.
011930     DISPLAY 'CAPFCST0007E DRV-FILE OPEN FAILED, STATUS = '
011940         FCS-DRVFILE-STATUS
011950     CLOSE REPORT-FILE
011960     MOVE 16 TO RETURN-CODE
011970     STOP RUN.
011980
011990*----------------------------------------------------------------
012000* 9812-ABEND-FCSTRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
012010*----------------------------------------------------------------
012020 9812-ABEND-FCSTRPT-OPEN.
012030     DISPLAY 'CAPFCST0008E REPORT-FILE OPEN FAILED, STATUS = '
012040         FCS-FCSTRPT-STATUS
012050     MOVE 16 TO RETURN-CODE
012060     STOP RUN.
012070
012080*----------------------------------------------------------------
012090* 9813-ABEND-PARMFILE-OPEN  -  PARM-FILE PRESENT BUT UNREADABLE
012100*----------------------------------------------------------------
012110 9813-ABEND-PARMFILE-OPEN.
012120     DISPLAY 'CAPFCST0009E PARM-FILE OPEN FAILED, STATUS = '
012130         FCS-PARMFILE-STATUS
012140     CLOSE REPORT-FILE
012150     MOVE 16 TO RETURN-CODE
012160     STOP RUN.
012170
012180*----------------------------------------------------------------
012190* 9814-ABEND-HISTORY-OPEN  -  RUNLOG OR AUDITLOG PRESENT BUT
012200*                             UNREADABLE - A FORECAST FROM PART
012210*                             OF THE HISTORY WOULD MISLEAD
012220*----------------------------------------------------------------
012230 9814-ABEND-HISTORY-OPEN.
012240     DISPLAY 'CAPFCST0010E RUNLOG/AUDITLOG OPEN FAILED, STATUS = '
012250         FCS-RUNLOG-STATUS ' ' FCS-AUDITLOG-STATUS
012260     CLOSE REPORT-FILE
012270     MOVE 16 TO RETURN-CODE
012280     STOP RUN.
012290
012300*----------------------------------------------------------------
012310* 9820-ABEND-TABLE-FULL  -  MORE DRIVER RECORDS THAN THE TABLE
012320*                           HOLDS
012330*----------------------------------------------------------------
012340 9820-ABEND-TABLE-FULL.
012350     DISPLAY 'CAPFCST0011E RECORD TABLE FULL - RAISE THE TABLE'
012360         ' LIMIT'
012370     CLOSE REPORT-FILE
012380     MOVE 16 TO RETURN-CODE
012390     STOP RUN.
012400
012410 END PROGRAM CAPFCST.
