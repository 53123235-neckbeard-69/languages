000100*----------------------------------------------------------------
000110* REQINTK  -  RUN-REQUEST INTAKE - BUILDS THE NIGHT'S DRVFILE
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. REQINTK.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     ANALYSTS USED TO EMAIL INPUT NUMBERS THAT WERE HAND-KEYED
000210*     INTO DRVFILE, WITH SEEDISSU CALLED ONE REQUEST AT A TIME.
000220*     THIS PROGRAM TAKES THE NIGHT'S REQUESTS (REQFILE, RUNREQC
000230*     LAYOUT) TOGETHER WITH THE REQUESTS THE LAST FULFILLMENT
000240*     STEP CARRIED FORWARD (REQCARY) AND, FOR EACH ONE:
000250*       - EDITS IT - REQUESTER PRESENT, INPUT NUMBER NUMERIC AND
000260*         NON-ZERO, WANTED-BY A VALID YYYYMMDD DATE, SEEDED FLAG
000270*         Y OR N.  A REQUEST FAILING THE EDIT IS REJECTED AND
000280*         REPORTED, NOT SCHEDULED.
000290*       - FOR A SEEDED REQUEST, RESOLVES ITS SEED THROUGH THE
000300*         SEED REGISTER (SEEDREG) - A SUPPLIED SEED MUST BE
000310*         REGISTERED TO THE SAME INPUT NUMBER; OTHERWISE THE
000320*         REQUESTER'S LATEST SEED FOR THAT INPUT NUMBER IS
000330*         REUSED, OR THE NEXT UNUSED SEED IS ISSUED AND APPENDED
000340*         TO THE REGISTER EXACTLY AS SEEDISSU ISSUES ONE.
000350*       - ANSWERS A SEEDED REQUEST WHOSE INPUT-NUMBER/SEED PAIR
000360*         IS ALREADY ON THE RUN-RESULTS MASTER (RUNMAST) FROM
000370*         THE STORED RESULT, WITHOUT SCHEDULING IT.
000380*       - OTHERWISE WRITES ONE DRVFILE RECORD FOR THE NIGHT'S
000390*         LOOOPY STEP.  A SECOND REQUEST FOR A PAIR ALREADY ON
000400*         TONIGHT'S LIST SHARES THAT RUN INSTEAD OF ADDING A
000410*         DUPLICATE LINE DRVEDIT WOULD FLAG.
000412*       - CLASSES EACH LISTED RUN URGENT WHEN IT IS WANTED BY
000414*         TOMORROW OR WAS CARRIED FROM AN EARLIER NIGHT, NORMAL
000416*         OTHERWISE, WITH THE WANTED-BY DATE AS THE DATE THE
000418*         RUN MUST COMPLETE BY.
000420*     EVERY REQUEST IS WRITTEN TO THE TRACKING FILE (REQTRAK)
000430*     WITH ITS SEED AND INTAKE STATUS, FOR REQFULF TO MATCH
000440*     AGAINST THE NIGHT'S DSPFILE NEXT MORNING, AND LISTED ON
000450*     THE INTAKE REPORT (INTKRPT).  THE STEP ENDS RC=4 WHEN ANY
000460*     REQUEST WAS REJECTED.
000470*
000480* MODIFICATION HISTORY.
000490*     DATE       INIT  DESCRIPTION
000500*     ---------- ----  ------------------------------------------
000510*     2026-10-15  RJT  ORIGINAL VERSION.
000512*     2026-10-15  RJT  EACH DRVFILE RECORD CARRIES A PRIORITY
000514*                      CLASS AND MUST-COMPLETE-BY DATE - URGENT
000516*                      WHEN WANTED BY TOMORROW OR CARRIED FROM
000518*                      AN EARLIER NIGHT, NORMAL OTHERWISE.  A
000520*                      SHARED RUN TAKES THE MOST URGENT CLASS
000522*                      AND EARLIEST DATE OF ITS REQUESTS, SO THE
000524*                      LIST IS WRITTEN AT END OF INTAKE.
000526*----------------------------------------------------------------
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT OPTIONAL REQ-FILE ASSIGN TO REQFILE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RQI-REQFILE-STATUS.
000600     SELECT OPTIONAL CARRY-FILE ASSIGN TO REQCARY
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RQI-REQCARY-STATUS.
000630     SELECT TRACK-FILE ASSIGN TO REQTRAK
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RQI-REQTRAK-STATUS.
000660     SELECT DRV-FILE  ASSIGN TO DRVFILE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RQI-DRVFILE-STATUS.
000690     SELECT OPTIONAL SEEDREG-FILE ASSIGN TO SEEDREG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS RQI-SEEDREG-STATUS.
000720     SELECT OPTIONAL RUNMAST-FILE ASSIGN TO RUNMAST
000730         ORGANIZATION IS INDEXED
000740         ACCESS IS RANDOM
000750         RECORD KEY IS RMS-KEY
000760         FILE STATUS IS RQI-RUNMAST-STATUS.
000770     SELECT REPORT-FILE ASSIGN TO INTKRPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS RQI-INTKRPT-STATUS.
000800     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RQI-RUNLOG-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  REQ-FILE.
000870 01  REQ-FILE-RECORD              PIC X(90).
000880
000890 FD  CARRY-FILE.
000900 01  CARRY-FILE-RECORD            PIC X(90).
000910
000920 FD  TRACK-FILE.
000930 01  TRACK-FILE-RECORD            PIC X(90).
000940
000950 FD  DRV-FILE.
000960     COPY DRVREC.
000970
000980 FD  SEEDREG-FILE.
000990     COPY SEEDREGC.
001000
001010 FD  RUNMAST-FILE.
001020     COPY RUNMSTC.
001030
001040*----------------------------------------------------------------
001050* REPORT-FILE CARRIES THREE ALTERNATE RECORD VIEWS OVER THE SAME
001060* BUFFER - HEADING TEXT, THE EDITED LINE WRITTEN ONCE PER
001070* REQUEST, AND THE LABELED TOTALS LINE
001080*----------------------------------------------------------------
001090 FD  REPORT-FILE.
001100 01  REPORT-TEXT-RECORD         PIC X(80).
001110 01  REPORT-DETAIL-RECORD.
001120     05  RQR-SOURCE                  PIC X(04).
001130     05  RQR-FILLER-1                PIC X(02).
001140     05  RQR-REQUESTED-BY            PIC X(08).
001150     05  RQR-FILLER-2                PIC X(02).
001160     05  RQR-INPUT-NUMBER            PIC ZZZZ9.
001170     05  RQR-FILLER-3                PIC X(02).
001180     05  RQR-SEED                    PIC ZZZZZZZZ9.
001190     05  RQR-FILLER-4                PIC X(02).
001200     05  RQR-WANTED-BY-DATE          PIC X(08).
001210     05  RQR-FILLER-5                PIC X(02).
001220     05  RQR-STATUS                  PIC X(10).
001230     05  RQR-FILLER-6                PIC X(02).
001240     05  RQR-REASON                  PIC X(20).
001250     05  RQR-FILLER-7                PIC X(04).
001260 01  REPORT-TOTAL-RECORD.
001270     05  RQT-LABEL                   PIC X(30).
001280     05  RQT-COUNT                   PIC ZZZZ9.
001290     05  RQT-FILLER                  PIC X(45).
001300
001310 FD  RUNLOG-FILE.
001320     COPY RUNLOGC.
001330
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------
001360* FILE STATUS FIELDS AND SWITCHES
001370*----------------------------------------------------------------
001380 01  RQI-REQFILE-STATUS           PIC X(02) VALUE '00'.
001390 01  RQI-REQCARY-STATUS           PIC X(02) VALUE '00'.
001400 01  RQI-REQTRAK-STATUS           PIC X(02) VALUE '00'.
001410 01  RQI-DRVFILE-STATUS           PIC X(02) VALUE '00'.
001420 01  RQI-SEEDREG-STATUS           PIC X(02) VALUE '00'.
001430 01  RQI-RUNMAST-STATUS           PIC X(02) VALUE '00'.
001440 01  RQI-INTKRPT-STATUS           PIC X(02) VALUE '00'.
001450 01  RQI-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001460 01  RQI-EOF-REQFILE-SW           PIC X(01) VALUE 'N'.
001470     88  RQI-EOF-REQFILE                     VALUE 'Y'.
001480 01  RQI-EOF-REQCARY-SW           PIC X(01) VALUE 'N'.
001490     88  RQI-EOF-REQCARY                     VALUE 'Y'.
001500 01  RQI-EOF-SEEDREG-SW           PIC X(01) VALUE 'N'.
001510     88  RQI-EOF-SEEDREG                     VALUE 'Y'.
001520 01  RQI-RUNMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001530     88  RQI-RUNMAST-OPEN                    VALUE 'Y'.
001540 01  RQI-SEEDREG-OPEN-SW          PIC X(01) VALUE 'N'.
001550     88  RQI-SEEDREG-OPEN                    VALUE 'Y'.
001560 01  RQI-FOUND-SW                 PIC X(01) VALUE 'N'.
001570     88  RQI-FOUND                           VALUE 'Y'.
001580
001590*----------------------------------------------------------------
001600* THE REQUEST IN HAND - NEW OR CARRIED, IN THE RUNREQC LAYOUT
001610*----------------------------------------------------------------
001620     COPY RUNREQC REPLACING ==RUNREQ-RECORD== BY ==RQI-REQUEST==
001630         LEADING ==RRQ== BY ==RQI==.
001640
001650*----------------------------------------------------------------
001660* SEED REGISTER TABLE - EVERY SEED EVER ISSUED, ITS INPUT NUMBER
001670* AND ITS REQUESTER, PLUS THE SEEDS ISSUED BY THIS RUN, SO A
001680* REQUEST CAN BE RESOLVED WITHOUT RE-READING THE REGISTER
001690*----------------------------------------------------------------
001700 01  RQI-SRG-COUNT                PIC 9(05) COMP VALUE ZERO.
001710 01  RQI-SRG-TABLE.
001720     05  RQI-SRG-ENTRY OCCURS 5000 TIMES
001730                       INDEXED BY RQI-SRG-IDX.
001740         10  RQI-SRG-SEED            PIC 9(09).
001750         10  RQI-SRG-INPUT-NUMBER    PIC 9(05).
001760         10  RQI-SRG-REQUESTED-BY    PIC X(08).
001770
001780*----------------------------------------------------------------
001790* SCHEDULE TABLE - EVERY INPUT-NUMBER/SEED PAIR ALREADY PLACED
001800* ON TONIGHT'S LIST, SO A REPEAT REQUEST SHARES THE RUN, WITH
001803* THE CLASS AND DATE THE RUN IS LISTED UNDER.  THE TABLE IS
001806* WRITTEN TO DRVFILE ONCE INTAKE IS COMPLETE.
001810*----------------------------------------------------------------
001820 01  RQI-SCH-COUNT                PIC 9(05) COMP VALUE ZERO.
001830 01  RQI-SCH-TABLE.
001840     05  RQI-SCH-ENTRY OCCURS 2000 TIMES
001850                       INDEXED BY RQI-SCH-IDX.
001860         10  RQI-SCH-INPUT-NUMBER    PIC 9(05).
001870         10  RQI-SCH-SEED            PIC 9(09).
001873         10  RQI-SCH-CLASS           PIC X(01).
001876         10  RQI-SCH-MUST-COMPLETE-BY PIC X(08).
001880
001890*----------------------------------------------------------------
001900* WORK FIELDS AND COUNTS
001910*----------------------------------------------------------------
001920 01  RQI-TODAY                    PIC X(08) VALUE SPACES.
001923 01  RQI-TOMORROW                 PIC X(08) VALUE SPACES.
001926 01  RQI-CLASS                    PIC X(01) VALUE SPACES.
001930 01  RQI-WANTED-BY-NUM            PIC 9(08) VALUE ZERO.
001940 01  RQI-SOURCE                   PIC X(04) VALUE SPACES.
001950 01  RQI-HIGHEST-SEED             PIC 9(09) VALUE ZERO.
001960 01  RQI-ISSUED-SEED              PIC 9(09) VALUE ZERO.
001970 01  RQI-RESULT-EDIT              PIC -(10)9.
001980 01  RQI-NEW-READ                 PIC 9(05) VALUE ZERO.
001990 01  RQI-CARRIED-READ             PIC 9(05) VALUE ZERO.
002000 01  RQI-SCHEDULED-COUNT          PIC 9(05) VALUE ZERO.
002010 01  RQI-SHARED-COUNT             PIC 9(05) VALUE ZERO.
002020 01  RQI-ANSWERED-COUNT           PIC 9(05) VALUE ZERO.
002030 01  RQI-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
002040 01  RQI-ISSUED-COUNT             PIC 9(05) VALUE ZERO.
002050 01  RQI-REUSED-COUNT             PIC 9(05) VALUE ZERO.
002060 01  RQI-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002070
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     PERFORM 2000-LOAD-SEED-REGISTER THRU 2000-EXIT
002120     PERFORM 2500-OPEN-RUN-MASTER THRU 2500-EXIT
002130     PERFORM 3000-PROCESS-CARRIED THRU 3000-EXIT
002140     PERFORM 4000-PROCESS-NEW THRU 4000-EXIT
002145     PERFORM 6000-WRITE-DRIVER-LIST THRU 6000-EXIT
002150     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT
002170     STOP RUN.
002180
002190*----------------------------------------------------------------
002200* 1000-INITIALIZE  -  OPEN THE REPORT, THE NIGHT'S DRVFILE AND
002210*                     THE TRACKING FILE, AND WRITE THE HEADING
002220*----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     MOVE FUNCTION CURRENT-DATE TO RQI-START-TIMESTAMP
002250     MOVE RQI-START-TIMESTAMP (1:8) TO RQI-TODAY
002252     MOVE RQI-TODAY TO RQI-WANTED-BY-NUM
002254     COMPUTE RQI-WANTED-BY-NUM = FUNCTION DATE-OF-INTEGER
002256         (FUNCTION INTEGER-OF-DATE (RQI-WANTED-BY-NUM) + 1)
002258     MOVE RQI-WANTED-BY-NUM TO RQI-TOMORROW
002260     OPEN OUTPUT REPORT-FILE
002270     IF RQI-INTKRPT-STATUS NOT = '00'
002280         GO TO 9812-ABEND-INTKRPT-OPEN
002290     END-IF
002300     OPEN OUTPUT DRV-FILE
002310     IF RQI-DRVFILE-STATUS NOT = '00'
002320         GO TO 9813-ABEND-DRVFILE-OPEN
002330     END-IF
002340     OPEN OUTPUT TRACK-FILE
002350     IF RQI-REQTRAK-STATUS NOT = '00'
002360         GO TO 9814-ABEND-REQTRAK-OPEN
002370     END-IF
002380     MOVE 'LOOOPY RUN-REQUEST INTAKE REPORT FOR '
002390         TO REPORT-TEXT-RECORD
002400     MOVE RQI-TODAY TO REPORT-TEXT-RECORD (38:8)
002410     WRITE REPORT-TEXT-RECORD
002420     MOVE 'SRC   REQUESTR  INPUT  SEED       WANTED    STATUS
002430-        '      REASON' TO REPORT-TEXT-RECORD
002440     WRITE REPORT-TEXT-RECORD.
002450 1000-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------------
002490* 2000-LOAD-SEED-REGISTER  -  THE SEEDISSU REGISTER INTO THE
002500*                            TABLE, NOTING THE HIGHEST SEED EVER
002510*                            ISSUED.  A REGISTER NOT YET CREATED
002520*                            IS SIMPLY EMPTY.
002530*----------------------------------------------------------------
002540 2000-LOAD-SEED-REGISTER.
002550     OPEN INPUT SEEDREG-FILE
002560     IF RQI-SEEDREG-STATUS = '05'
002570         CLOSE SEEDREG-FILE
002580         GO TO 2000-EXIT
002590     END-IF
002600     IF RQI-SEEDREG-STATUS NOT = '00'
002610         GO TO 9815-ABEND-SEEDREG-OPEN
002620     END-IF
002630     PERFORM 2100-LOAD-ONE-SEED THRU 2100-EXIT
002640         UNTIL RQI-EOF-SEEDREG
002650     CLOSE SEEDREG-FILE.
002660 2000-EXIT.
002670     EXIT.
002680
002690 2100-LOAD-ONE-SEED.
002700     READ SEEDREG-FILE
002710         AT END
002720             SET RQI-EOF-SEEDREG TO TRUE
002730         NOT AT END
002740             IF SRG-SEED NUMERIC AND SRG-INPUT-NUMBER NUMERIC
002750                 IF RQI-SRG-COUNT NOT < 5000
002760                     GO TO 9820-ABEND-TABLE-FULL
002770                 END-IF
002780                 ADD 1 TO RQI-SRG-COUNT
002790                 SET RQI-SRG-IDX TO RQI-SRG-COUNT
002800                 MOVE SRG-SEED TO RQI-SRG-SEED (RQI-SRG-IDX)
002810                 MOVE SRG-INPUT-NUMBER
002820                     TO RQI-SRG-INPUT-NUMBER (RQI-SRG-IDX)
002830                 MOVE SRG-REQUESTED-BY
002840                     TO RQI-SRG-REQUESTED-BY (RQI-SRG-IDX)
002850                 IF SRG-SEED > RQI-HIGHEST-SEED
002860                     MOVE SRG-SEED TO RQI-HIGHEST-SEED
002870                 END-IF
002880             END-IF
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------------
002940* 2500-OPEN-RUN-MASTER  -  THE MASTER IS READ RANDOMLY FOR EACH
002950*                          SEEDED REQUEST.  A MASTER NOT YET
002960*                          CREATED ANSWERS NOTHING AND EVERY
002970*                          REQUEST IS SCHEDULED.
002980*----------------------------------------------------------------
002990 2500-OPEN-RUN-MASTER.
003000     OPEN INPUT RUNMAST-FILE
003010     IF RQI-RUNMAST-STATUS = '00'
003020         SET RQI-RUNMAST-OPEN TO TRUE
003030         GO TO 2500-EXIT
003040     END-IF
003050     IF RQI-RUNMAST-STATUS = '05'
003060         CLOSE RUNMAST-FILE
003070         GO TO 2500-EXIT
003080     END-IF
003090     IF RQI-RUNMAST-STATUS NOT = '35'
003100         GO TO 9817-ABEND-RUNMAST-OPEN
003110     END-IF.
003120 2500-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------
003160* 3000-PROCESS-CARRIED  -  THE REQUESTS THE LAST FULFILLMENT STEP
003170*                          CARRIED FORWARD GO FIRST, SO WORK
003180*                          ALREADY OWED IS LISTED AHEAD OF NEW
003190*                          WORK.  NO CARRY FILE MEANS NOTHING WAS
003200*                          CARRIED.
003210*----------------------------------------------------------------
003220 3000-PROCESS-CARRIED.
003230     OPEN INPUT CARRY-FILE
003240     IF RQI-REQCARY-STATUS = '05'
003250         CLOSE CARRY-FILE
003260         GO TO 3000-EXIT
003270     END-IF
003280     IF RQI-REQCARY-STATUS NOT = '00'
003290         GO TO 9811-ABEND-REQCARY-OPEN
003300     END-IF
003310     MOVE 'CARY' TO RQI-SOURCE
003320     PERFORM 3100-READ-ONE-CARRIED THRU 3100-EXIT
003330         UNTIL RQI-EOF-REQCARY
003340     CLOSE CARRY-FILE.
003350 3000-EXIT.
003360     EXIT.
003370
003380 3100-READ-ONE-CARRIED.
003390     READ CARRY-FILE INTO RQI-REQUEST
003400         AT END
003410             SET RQI-EOF-REQCARY TO TRUE
003420         NOT AT END
003430             ADD 1 TO RQI-CARRIED-READ
003440             PERFORM 5000-HANDLE-REQUEST THRU 5000-EXIT
003450     END-READ.
003460 3100-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 4000-PROCESS-NEW  -  THE NIGHT'S NEW REQUESTS.  NO REQUEST FILE
003510*                      MEANS NO NEW REQUESTS TONIGHT.
003520*----------------------------------------------------------------
003530 4000-PROCESS-NEW.
003540     OPEN INPUT REQ-FILE
003550     IF RQI-REQFILE-STATUS = '05'
003560         CLOSE REQ-FILE
003570         GO TO 4000-EXIT
003580     END-IF
003590     IF RQI-REQFILE-STATUS NOT = '00'
003600         GO TO 9810-ABEND-REQFILE-OPEN
003610     END-IF
003620     MOVE 'NEW ' TO RQI-SOURCE
003630     PERFORM 4100-READ-ONE-NEW THRU 4100-EXIT
003640         UNTIL RQI-EOF-REQFILE
003650     CLOSE REQ-FILE.
003660 4000-EXIT.
003670     EXIT.
003680
003690 4100-READ-ONE-NEW.
003700     READ REQ-FILE INTO RQI-REQUEST
003710         AT END
003720             SET RQI-EOF-REQFILE TO TRUE
003730         NOT AT END
003740             ADD 1 TO RQI-NEW-READ
003750             PERFORM 5000-HANDLE-REQUEST THRU 5000-EXIT
003760     END-READ.
003770 4100-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810* 5000-HANDLE-REQUEST  -  EDIT, RESOLVE THE SEED, ANSWER FROM THE
003820*                         MASTER OR SCHEDULE, THEN TRACK AND
003830*                         REPORT.  EACH STAGE RUNS ONLY WHILE NO
003840*                         EARLIER STAGE HAS SETTLED THE STATUS.
003850*----------------------------------------------------------------
003860 5000-HANDLE-REQUEST.
003870     MOVE SPACES TO RQI-STATUS
003880     MOVE SPACES TO RQI-REASON
003890     PERFORM 5100-EDIT-REQUEST THRU 5100-EXIT
003900     IF RQI-STATUS = SPACES AND RQI-SEEDED
003910         PERFORM 5200-RESOLVE-SEED THRU 5200-EXIT
003920     END-IF
003930     IF RQI-STATUS = SPACES AND RQI-SEEDED
003940         PERFORM 5300-CHECK-RUN-MASTER THRU 5300-EXIT
003950     END-IF
003960     IF RQI-STATUS = SPACES
003970         PERFORM 5400-SCHEDULE-REQUEST THRU 5400-EXIT
003980     END-IF
003990     IF RQI-REJECTED
004000         ADD 1 TO RQI-REJECTED-COUNT
004010     END-IF
004020     PERFORM 5900-TRACK-REQUEST THRU 5900-EXIT.
004030 5000-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* 5100-EDIT-REQUEST  -  THE FIELDS AN ANALYST KEYS.  THE FIELDS
004080*                       FROM THE REQUEST DATE ON ARE NORMALLY
004090*                       BLANK ON A NEW REQUEST AND ARE DEFAULTED.
004100*----------------------------------------------------------------
004110 5100-EDIT-REQUEST.
004120     IF RQI-REQUEST-DATE NOT NUMERIC
004130         MOVE RQI-TODAY TO RQI-REQUEST-DATE
004140     END-IF
004150     IF RQI-CARRY-COUNT NOT NUMERIC
004160         MOVE ZERO TO RQI-CARRY-COUNT
004170     END-IF
004180     IF RQI-SEED NOT NUMERIC
004190         MOVE ZERO TO RQI-SEED
004200     END-IF
004210     IF RQI-INPUT-NUMBER NOT NUMERIC
004220         MOVE ZERO TO RQI-INPUT-NUMBER
004230     END-IF
004240     IF RQI-REQUESTED-BY = SPACES
004250         MOVE 'NO REQUESTER' TO RQI-REASON
004260         GO TO 5190-REJECT
004270     END-IF
004300     IF RQI-INPUT-NUMBER = ZERO
004310         MOVE 'INVALID INPUT NUMBER' TO RQI-REASON
004320         GO TO 5190-REJECT
004330     END-IF
004340     IF RQI-WANTED-BY-DATE NOT NUMERIC
004350         MOVE 'INVALID WANTED-BY' TO RQI-REASON
004360         GO TO 5190-REJECT
004370     END-IF
004380     MOVE RQI-WANTED-BY-DATE TO RQI-WANTED-BY-NUM
004390     IF FUNCTION TEST-DATE-YYYYMMDD(RQI-WANTED-BY-NUM)
004400         NOT = ZERO
004410         MOVE 'INVALID WANTED-BY' TO RQI-REASON
004420         GO TO 5190-REJECT
004430     END-IF
004440     IF NOT RQI-SEEDED AND NOT RQI-UNSEEDED
004450         MOVE 'SEEDED FLAG NOT Y/N' TO RQI-REASON
004460         GO TO 5190-REJECT
004470     END-IF
004480     IF RQI-UNSEEDED AND RQI-SEED > ZERO
004490         MOVE 'SEED ON UNSEEDED REQ' TO RQI-REASON
004500         GO TO 5190-REJECT
004510     END-IF
004520     GO TO 5100-EXIT.
004530 5190-REJECT.
004540     SET RQI-REJECTED TO TRUE.
004550 5100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590* 5200-RESOLVE-SEED  -  A SUPPLIED (OR CARRIED) SEED MUST BE ON
004600*                       THE REGISTER UNDER THIS INPUT NUMBER.
004610*                       WITHOUT ONE, THE REQUESTER'S LATEST SEED
004620*                       FOR THE INPUT NUMBER IS REUSED, SO ASKING
004630*                       TWICE GETS THE SAME REPRODUCIBLE RUN; ONLY
004640*                       A FIRST REQUEST IS ISSUED A NEW SEED.
004650*----------------------------------------------------------------
004660 5200-RESOLVE-SEED.
004670     IF RQI-SEED > ZERO
004680         PERFORM 5210-CHECK-SUPPLIED-SEED THRU 5210-EXIT
004690         GO TO 5200-EXIT
004700     END-IF
004710     MOVE 'N' TO RQI-FOUND-SW
004720     PERFORM 5230-FIND-OWN-SEED THRU 5230-EXIT
004730         VARYING RQI-SRG-IDX FROM 1 BY 1
004740         UNTIL RQI-SRG-IDX > RQI-SRG-COUNT
004750     IF RQI-FOUND
004760         ADD 1 TO RQI-REUSED-COUNT
004770         MOVE 'EXISTING SEED REUSED' TO RQI-REASON
004780     ELSE
004790         PERFORM 5250-ISSUE-SEED THRU 5250-EXIT
004800     END-IF.
004810 5200-EXIT.
004820     EXIT.
004830
004840 5210-CHECK-SUPPLIED-SEED.
004850     MOVE 'N' TO RQI-FOUND-SW
004860     PERFORM 5220-FIND-SUPPLIED-SEED THRU 5220-EXIT
004870         VARYING RQI-SRG-IDX FROM 1 BY 1
004880         UNTIL RQI-SRG-IDX > RQI-SRG-COUNT
004890            OR RQI-FOUND
004900*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
004910     IF NOT RQI-FOUND
004920         SET RQI-REJECTED TO TRUE
004930         MOVE 'SEED NOT ON REGISTER' TO RQI-REASON
004940         GO TO 5210-EXIT
004950     END-IF
004960     SET RQI-SRG-IDX DOWN BY 1
004970     IF RQI-SRG-INPUT-NUMBER (RQI-SRG-IDX) NOT = RQI-INPUT-NUMBER
004980         SET RQI-REJECTED TO TRUE
004990         MOVE 'SEED OWNED ELSEWHERE' TO RQI-REASON
005000     END-IF.
005010 5210-EXIT.
005020     EXIT.
005030
005040 5220-FIND-SUPPLIED-SEED.
005050     IF RQI-SRG-SEED (RQI-SRG-IDX) = RQI-SEED
005060         SET RQI-FOUND TO TRUE
005070     END-IF.
005080 5220-EXIT.
005090     EXIT.
005100
005110*    EVERY ENTRY IS VISITED SO THE LAST MATCH - THE LATEST SEED
005120*    ISSUED TO THIS REQUESTER FOR THIS INPUT NUMBER - IS KEPT
005130 5230-FIND-OWN-SEED.
005140     IF RQI-SRG-INPUT-NUMBER (RQI-SRG-IDX) = RQI-INPUT-NUMBER
005150        AND RQI-SRG-REQUESTED-BY (RQI-SRG-IDX)
005160            = RQI-REQUESTED-BY
005170         SET RQI-FOUND TO TRUE
005180         MOVE RQI-SRG-SEED (RQI-SRG-IDX) TO RQI-SEED
005190     END-IF.
005200 5230-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 5250-ISSUE-SEED  -  ONE PAST THE HIGHEST EVER ISSUED, APPENDED
005250*                     TO THE REGISTER THE WAY SEEDISSU APPENDS
005260*                     IT AND ADDED TO THE TABLE SO A LATER
005270*                     REQUEST IN THE SAME LIST REUSES IT.  THE
005280*                     REGISTER STAYS OPEN EXTEND UNTIL END OF JOB
005290*                     ONCE THE FIRST SEED IS ISSUED.
005300*----------------------------------------------------------------
005310 5250-ISSUE-SEED.
005320     IF RQI-HIGHEST-SEED NOT < 999999999
005330         GO TO 9821-ABEND-REGISTER-FULL
005340     END-IF
005350     IF RQI-SRG-COUNT NOT < 5000
005360         GO TO 9820-ABEND-TABLE-FULL
005370     END-IF
005380     IF NOT RQI-SEEDREG-OPEN
005390         OPEN EXTEND SEEDREG-FILE
005400         IF RQI-SEEDREG-STATUS = '35'
005410             OPEN OUTPUT SEEDREG-FILE
005420         END-IF
005430         IF RQI-SEEDREG-STATUS NOT = '00'
005440            AND RQI-SEEDREG-STATUS NOT = '05'
005450             GO TO 9815-ABEND-SEEDREG-OPEN
005460         END-IF
005470         SET RQI-SEEDREG-OPEN TO TRUE
005480     END-IF
005490     COMPUTE RQI-ISSUED-SEED = RQI-HIGHEST-SEED + 1
005500     MOVE SPACES TO SEEDREG-RECORD
005510     MOVE RQI-ISSUED-SEED TO SRG-SEED
005520     MOVE RQI-INPUT-NUMBER TO SRG-INPUT-NUMBER
005530     MOVE RQI-REQUESTED-BY TO SRG-REQUESTED-BY
005540     MOVE FUNCTION CURRENT-DATE TO SRG-ISSUE-TIMESTAMP
005550     WRITE SEEDREG-RECORD
005560     IF RQI-SEEDREG-STATUS NOT = '00'
005570         GO TO 9816-ABEND-SEEDREG-WRITE
005580     END-IF
005590     MOVE RQI-ISSUED-SEED TO RQI-HIGHEST-SEED
005600     ADD 1 TO RQI-SRG-COUNT
005610     SET RQI-SRG-IDX TO RQI-SRG-COUNT
005620     MOVE RQI-ISSUED-SEED TO RQI-SRG-SEED (RQI-SRG-IDX)
005630     MOVE RQI-INPUT-NUMBER TO RQI-SRG-INPUT-NUMBER (RQI-SRG-IDX)
005640     MOVE RQI-REQUESTED-BY TO RQI-SRG-REQUESTED-BY (RQI-SRG-IDX)
005650     MOVE RQI-ISSUED-SEED TO RQI-SEED
005660     ADD 1 TO RQI-ISSUED-COUNT
005670     MOVE 'NEW SEED ISSUED' TO RQI-REASON
005680     DISPLAY 'REQINTK0001I SEED ' RQI-ISSUED-SEED
005690         ' ISSUED TO INPUT NUMBER ' RQI-INPUT-NUMBER
005700         ' FOR ' RQI-REQUESTED-BY.
005710 5250-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750* 5300-CHECK-RUN-MASTER  -  A SEEDED PAIR ALREADY ON THE MASTER
005760*                          IS ANSWERED FROM THE STORED RESULT
005770*                          AND NOT SCHEDULED AT ALL
005780*----------------------------------------------------------------
005790 5300-CHECK-RUN-MASTER.
005800     IF NOT RQI-RUNMAST-OPEN
005810         GO TO 5300-EXIT
005820     END-IF
005830     MOVE RQI-INPUT-NUMBER TO RMS-INPUT-NUMBER
005840     MOVE RQI-SEED TO RMS-SEED
005850     READ RUNMAST-FILE
005860         INVALID KEY
005870             CONTINUE
005880         NOT INVALID KEY
005890             SET RQI-ANSWERED TO TRUE
005900             ADD 1 TO RQI-ANSWERED-COUNT
005910             MOVE RMS-ELEMENT-RESULT TO RQI-RESULT-EDIT
005920             MOVE SPACES TO RQI-REASON
005930             STRING 'RESULT ' DELIMITED BY SIZE
005940                    RQI-RESULT-EDIT DELIMITED BY SIZE
005950                 INTO RQI-REASON
005960             END-STRING
005970     END-READ.
005980 5300-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 5400-SCHEDULE-REQUEST  -  ONE DRVFILE RECORD PER DISTINCT PAIR.
006030*                           A PAIR ALREADY ON TONIGHT'S LIST IS
006040*                           SHARED, NOT LISTED TWICE, AND TAKES
006043*                           THE MORE URGENT CLASS AND EARLIER
006046*                           DATE OF THE REQUESTS SHARING IT.
006050*----------------------------------------------------------------
006060 5400-SCHEDULE-REQUEST.
006070     SET RQI-SCHEDULED TO TRUE
006075     PERFORM 5420-CLASSIFY-REQUEST THRU 5420-EXIT
006080     MOVE 'N' TO RQI-FOUND-SW
006090     PERFORM 5410-FIND-SCHEDULED-PAIR THRU 5410-EXIT
006100         VARYING RQI-SCH-IDX FROM 1 BY 1
006110         UNTIL RQI-SCH-IDX > RQI-SCH-COUNT
006120            OR RQI-FOUND
006130     IF RQI-FOUND
006132*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
006134         SET RQI-SCH-IDX DOWN BY 1
006136         PERFORM 5430-PROMOTE-SHARED-RUN THRU 5430-EXIT
006140         ADD 1 TO RQI-SHARED-COUNT
006150         MOVE 'SHARES A LISTED RUN' TO RQI-REASON
006160         GO TO 5400-EXIT
006170     END-IF
006180     IF RQI-SCH-COUNT NOT < 2000
006190         GO TO 9820-ABEND-TABLE-FULL
006200     END-IF
006210     ADD 1 TO RQI-SCH-COUNT
006220     SET RQI-SCH-IDX TO RQI-SCH-COUNT
006230     MOVE RQI-INPUT-NUMBER TO RQI-SCH-INPUT-NUMBER (RQI-SCH-IDX)
006240     MOVE RQI-SEED TO RQI-SCH-SEED (RQI-SCH-IDX)
006250     MOVE RQI-CLASS TO RQI-SCH-CLASS (RQI-SCH-IDX)
006260     MOVE RQI-WANTED-BY-DATE
006270         TO RQI-SCH-MUST-COMPLETE-BY (RQI-SCH-IDX)
006290     ADD 1 TO RQI-SCHEDULED-COUNT
006300     IF RQI-WANTED-BY-DATE < RQI-TODAY
006310         MOVE 'WANTED-BY DATE PAST' TO RQI-REASON
006320     END-IF.
006330 5400-EXIT.
006340     EXIT.
006350
006360 5410-FIND-SCHEDULED-PAIR.
006370     IF RQI-SCH-INPUT-NUMBER (RQI-SCH-IDX) = RQI-INPUT-NUMBER
006380        AND RQI-SCH-SEED (RQI-SCH-IDX) = RQI-SEED
006390         SET RQI-FOUND TO TRUE
006400     END-IF.
006410 5410-EXIT.
006420     EXIT.
006422
006424*----------------------------------------------------------------
006426* 5420-CLASSIFY-REQUEST  -  URGENT WHEN THE RESULT IS WANTED BY
006428*                           TOMORROW OR THE REQUEST HAS ALREADY
006430*                           BEEN CARRIED FROM AN EARLIER NIGHT,
006432*                           NORMAL OTHERWISE.  LOW IS LEFT FOR
006434*                           THE OPERATORS TO SET BY HAND.
006436*----------------------------------------------------------------
006438 5420-CLASSIFY-REQUEST.
006440     MOVE 'N' TO RQI-CLASS
006442     IF RQI-WANTED-BY-DATE NOT > RQI-TOMORROW
006444        OR RQI-CARRY-COUNT > ZERO
006446         MOVE 'U' TO RQI-CLASS
006448     END-IF.
006450 5420-EXIT.
006452     EXIT.
006454
006456 5430-PROMOTE-SHARED-RUN.
006458     IF RQI-CLASS = 'U'
006460         MOVE 'U' TO RQI-SCH-CLASS (RQI-SCH-IDX)
006462     END-IF
006464     IF RQI-WANTED-BY-DATE
006466        < RQI-SCH-MUST-COMPLETE-BY (RQI-SCH-IDX)
006468         MOVE RQI-WANTED-BY-DATE
006470             TO RQI-SCH-MUST-COMPLETE-BY (RQI-SCH-IDX)
006472     END-IF.
006474 5430-EXIT.
006476     EXIT.
006478
006480*----------------------------------------------------------------
006482* 5900-TRACK-REQUEST  -  EVERY REQUEST, WHATEVER ITS FATE, GOES
006484*                        TO THE TRACKING FILE AND THE REPORT SO
006486*                        NONE CAN BE DROPPED WITHOUT A TRACE
006488*----------------------------------------------------------------
006490 5900-TRACK-REQUEST.
006500     WRITE TRACK-FILE-RECORD FROM RQI-REQUEST
006510     MOVE SPACES TO REPORT-DETAIL-RECORD
006520     MOVE RQI-SOURCE TO RQR-SOURCE
006530     MOVE RQI-REQUESTED-BY TO RQR-REQUESTED-BY
006540     MOVE RQI-INPUT-NUMBER TO RQR-INPUT-NUMBER
006550     MOVE RQI-SEED TO RQR-SEED
006560     MOVE RQI-WANTED-BY-DATE TO RQR-WANTED-BY-DATE
006570     MOVE RQI-STATUS TO RQR-STATUS
006580     MOVE RQI-REASON TO RQR-REASON
006590     WRITE REPORT-DETAIL-RECORD.
006600 5900-EXIT.
006610     EXIT.
006612
006614*----------------------------------------------------------------
006616* 6000-WRITE-DRIVER-LIST  -  ONE DRVFILE RECORD PER SCHEDULED
006618*                            PAIR, IN THE ORDER FIRST REQUESTED,
006620*                            WITH ITS FINAL CLASS AND DATE
006622*----------------------------------------------------------------
006624 6000-WRITE-DRIVER-LIST.
006626     PERFORM 6100-WRITE-DRIVER-RECORD THRU 6100-EXIT
006628         VARYING RQI-SCH-IDX FROM 1 BY 1
006630         UNTIL RQI-SCH-IDX > RQI-SCH-COUNT.
006632 6000-EXIT.
006634     EXIT.
006636
006638 6100-WRITE-DRIVER-RECORD.
006640     MOVE SPACES TO DRV-FILE-RECORD
006642     MOVE RQI-SCH-INPUT-NUMBER (RQI-SCH-IDX) TO DRV-INPUT-NUMBER
006644     MOVE RQI-SCH-SEED (RQI-SCH-IDX) TO DRV-SEED
006646     MOVE RQI-SCH-CLASS (RQI-SCH-IDX) TO DRV-PRIORITY-CLASS
006648     MOVE RQI-SCH-MUST-COMPLETE-BY (RQI-SCH-IDX)
006650         TO DRV-MUST-COMPLETE-BY
006652     WRITE DRV-FILE-RECORD.
006654 6100-EXIT.
006656     EXIT.
006658
006660*----------------------------------------------------------------
006662* 8000-WRITE-TOTALS  -  THE INTAKE TOTALS AND THE SCHEDULER
006664*                       RETURN CODE - A REJECTED REQUEST NEEDS
006666*                       THE ANALYST TO RESUBMIT IT
006670*----------------------------------------------------------------
006680 8000-WRITE-TOTALS.
006690     MOVE SPACES TO REPORT-TEXT-RECORD
006700     WRITE REPORT-TEXT-RECORD
006710     MOVE 'CARRIED REQUESTS READ' TO RQT-LABEL
006720     MOVE RQI-CARRIED-READ TO RQT-COUNT
006730     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006740     MOVE 'NEW REQUESTS READ' TO RQT-LABEL
006750     MOVE RQI-NEW-READ TO RQT-COUNT
006760     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006770     MOVE 'DRVFILE RECORDS SCHEDULED' TO RQT-LABEL
006780     MOVE RQI-SCHEDULED-COUNT TO RQT-COUNT
006790     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006800     MOVE 'REQUESTS SHARING A LISTED RUN' TO RQT-LABEL
006810     MOVE RQI-SHARED-COUNT TO RQT-COUNT
006820     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006830     MOVE 'ANSWERED FROM RUNMAST' TO RQT-LABEL
006840     MOVE RQI-ANSWERED-COUNT TO RQT-COUNT
006850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006860     MOVE 'REJECTED' TO RQT-LABEL
006870     MOVE RQI-REJECTED-COUNT TO RQT-COUNT
006880     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006890     MOVE 'SEEDS ISSUED' TO RQT-LABEL
006900     MOVE RQI-ISSUED-COUNT TO RQT-COUNT
006910     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006920     MOVE 'SEEDS REUSED' TO RQT-LABEL
006930     MOVE RQI-REUSED-COUNT TO RQT-COUNT
006940     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006950     IF RQI-SCHEDULED-COUNT = ZERO
006960         DISPLAY 'REQINTK0002I NO RUNS SCHEDULED - TONIGHT''S'
006970             ' DRVFILE IS EMPTY'
006980     END-IF
006990     IF RQI-REJECTED-COUNT > ZERO
007000         DISPLAY 'REQINTK0003W ' RQI-REJECTED-COUNT
007010             ' REQUEST(S) REJECTED - SEE INTKRPT'
007020         MOVE 4 TO RETURN-CODE
007030     END-IF.
007040 8000-EXIT.
007050     EXIT.
007060
007070 8100-WRITE-TOTAL-LINE.
007080     MOVE SPACES TO RQT-FILLER
007090     WRITE REPORT-TOTAL-RECORD.
007100 8100-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
007150*                         RUN-CONTROL LOG FOR THE MORNING STATUS
007160*                         BOARD.  A LOG FAILURE IS WARNED, NOT
007170*                         FATAL.
007180*----------------------------------------------------------------
007190 8900-WRITE-STEP-LOG.
007200     OPEN EXTEND RUNLOG-FILE
007210     IF RQI-RUNLOG-STATUS = '35'
007220         OPEN OUTPUT RUNLOG-FILE
007230     END-IF
007240     IF RQI-RUNLOG-STATUS NOT = '00'
007250         DISPLAY 'REQINTK0004W RUNLOG OPEN FAILED, STATUS = '
007260             RQI-RUNLOG-STATUS ' - STEP NOT LOGGED'
007270         GO TO 8900-EXIT
007280     END-IF
007290     MOVE SPACES TO RUNLOG-RECORD
007300     MOVE 'REQINTK' TO RNL-PROGRAM-ID
007310     MOVE RQI-START-TIMESTAMP TO RNL-START-TIMESTAMP
007320     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
007330     MOVE RETURN-CODE TO RNL-RETURN-CODE
007340     COMPUTE RNL-RECORDS-READ = RQI-NEW-READ + RQI-CARRIED-READ
007350     MOVE RQI-SCHEDULED-COUNT TO RNL-RECORDS-WRITTEN
007360     MOVE RQI-REJECTED-COUNT TO RNL-KEY-COUNT
007370     MOVE 'REQUESTS REJECTED' TO RNL-KEY-LABEL
007380     WRITE RUNLOG-RECORD
007390     CLOSE RUNLOG-FILE.
007400 8900-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440* 9000-TERMINATE
007450*----------------------------------------------------------------
007460 9000-TERMINATE.
007470     CLOSE DRV-FILE
007480     CLOSE TRACK-FILE
007490     CLOSE REPORT-FILE
007500     IF RQI-SEEDREG-OPEN
007510         CLOSE SEEDREG-FILE
007520     END-IF
007530     IF RQI-RUNMAST-OPEN
007540         CLOSE RUNMAST-FILE
007550     END-IF
007560     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
007570 9000-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610* 9810-ABEND-REQFILE-OPEN  -  REQ-FILE IS PRESENT BUT COULD NOT BE
007620*                             OPENED - SCHEDULING WITHOUT IT WOULD
007630*                             DROP THE NIGHT'S REQUESTS SILENTLY
007640*----------------------------------------------------------------
007650 9810-ABEND-REQFILE-OPEN.
007660     DISPLAY 'REQINTK0005E REQ-FILE OPEN FAILED, STATUS = '
007670         RQI-REQFILE-STATUS
007680     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
007690     MOVE 16 TO RETURN-CODE
007700     STOP RUN.
007710
007720*----------------------------------------------------------------
007730* 9811-ABEND-REQCARY-OPEN  -  CARRY-FILE IS PRESENT BUT COULD NOT
007740*                             BE OPENED - THE CARRIED REQUESTS
007750*                             MUST NOT BE LOST
007760*----------------------------------------------------------------
007770 9811-ABEND-REQCARY-OPEN.
007780     DISPLAY 'REQINTK0006E CARRY-FILE OPEN FAILED, STATUS = '
007790         RQI-REQCARY-STATUS
007800     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
007810     MOVE 16 TO RETURN-CODE
007820     STOP RUN.
007830
007840*----------------------------------------------------------------
007850* 9812-ABEND-INTKRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
007860*----------------------------------------------------------------
007870 9812-ABEND-INTKRPT-OPEN.
007880     DISPLAY 'REQINTK0007E REPORT-FILE OPEN FAILED, STATUS = '
007890         RQI-INTKRPT-STATUS
007900     MOVE 16 TO RETURN-CODE
007910     STOP RUN.
007920
007930*----------------------------------------------------------------
007940* 9813-ABEND-DRVFILE-OPEN  -  DRV-FILE COULD NOT BE OPENED FOR
007950*                             OUTPUT - THERE IS NO NIGHT TO BUILD
007960*----------------------------------------------------------------
007970 9813-ABEND-DRVFILE-OPEN.
007980     DISPLAY 'REQINTK0008E DRV-FILE OPEN FAILED, STATUS = '
007990         RQI-DRVFILE-STATUS
008000     CLOSE REPORT-FILE
008010     MOVE 16 TO RETURN-CODE
008020     STOP RUN.
008030
008040*----------------------------------------------------------------
008050* 9814-ABEND-REQTRAK-OPEN  -  TRACK-FILE COULD NOT BE OPENED -
008060*                             REQUESTS SCHEDULED WITHOUT THEIR
008070*                             TRACKING RECORDS COULD NEVER BE
008080*                             FULFILLED, SO FAIL THE STEP
008090*----------------------------------------------------------------
008100 9814-ABEND-REQTRAK-OPEN.
008110     DISPLAY 'REQINTK0009E TRACK-FILE OPEN FAILED, STATUS = '
008120         RQI-REQTRAK-STATUS
008130     CLOSE REPORT-FILE
008140     CLOSE DRV-FILE
008150     MOVE 16 TO RETURN-CODE
008160     STOP RUN.
008170
008180*----------------------------------------------------------------
008190* 9815-ABEND-SEEDREG-OPEN  -  SEEDREG-FILE COULD NOT BE OPENED
008200*----------------------------------------------------------------
008210 9815-ABEND-SEEDREG-OPEN.
008220     DISPLAY 'REQINTK0010E SEEDREG-FILE OPEN FAILED, STATUS = '
008230         RQI-SEEDREG-STATUS
008240     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
008250     MOVE 16 TO RETURN-CODE
008260     STOP RUN.
008270
008280*----------------------------------------------------------------
008290* 9816-ABEND-SEEDREG-WRITE  -  THE REGISTER APPEND CAME BACK BAD -
008300*                              THE SEED MUST NOT BE SCHEDULED
008310*                              WITHOUT ITS REGISTER RECORD
008320*----------------------------------------------------------------
008330 9816-ABEND-SEEDREG-WRITE.
008340     DISPLAY 'REQINTK0011E SEEDREG-FILE WRITE FAILED, STATUS = '
008350         RQI-SEEDREG-STATUS ' - NO SEED ISSUED'
008360     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
008370     MOVE 16 TO RETURN-CODE
008380     STOP RUN.
008390
008400*----------------------------------------------------------------
008410* 9817-ABEND-RUNMAST-OPEN  -  RUNMAST-FILE IS PRESENT BUT COULD
008420*                             NOT BE OPENED - WITHOUT IT WORK THE
008430*                             MASTER ALREADY HOLDS WOULD BE RUN
008440*                             AGAIN, SO FAIL THE STEP
008450*----------------------------------------------------------------
008460 9817-ABEND-RUNMAST-OPEN.
008470     DISPLAY 'REQINTK0012E RUNMAST-FILE OPEN FAILED, STATUS = '
008480         RQI-RUNMAST-STATUS
008490     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
008500     MOVE 16 TO RETURN-CODE
008510     STOP RUN.
008520
008530*----------------------------------------------------------------
008540* 9820-ABEND-TABLE-FULL  -  MORE REGISTER SEEDS OR SCHEDULED
008550*                           PAIRS THAN THE TABLES HOLD - FAIL
008560*                           THE STEP RATHER THAN BUILD A
008570*                           TRUNCATED LIST
008580*----------------------------------------------------------------
008590 9820-ABEND-TABLE-FULL.
008600     DISPLAY 'REQINTK0013E SEED OR SCHEDULE TABLE FULL - RAISE'
008610         ' THE TABLE LIMITS'
008620     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
008630     MOVE 16 TO RETURN-CODE
008640     STOP RUN.
008650
008660*----------------------------------------------------------------
008670* 9821-ABEND-REGISTER-FULL  -  EVERY NINE-DIGIT SEED IS ISSUED
008680*----------------------------------------------------------------
008690 9821-ABEND-REGISTER-FULL.
008700     DISPLAY 'REQINTK0014E SEED RANGE EXHAUSTED - NO SEED'
008710         ' ISSUED'
008720     PERFORM 9890-CLOSE-FOR-ABEND THRU 9890-EXIT
008730     MOVE 16 TO RETURN-CODE
008740     STOP RUN.
008750
008760*----------------------------------------------------------------
008770* 9890-CLOSE-FOR-ABEND  -  EVERYTHING THAT MAY BE OPEN ONCE THE
008780*                          OUTPUT FILES ARE UP.  A CLOSE OF A
008790*                          FILE NOT OPEN ONLY SETS ITS STATUS.
008800*----------------------------------------------------------------
008810 9890-CLOSE-FOR-ABEND.
008820     CLOSE REQ-FILE
008830     CLOSE CARRY-FILE
008840     CLOSE DRV-FILE
008850     CLOSE TRACK-FILE
008860     CLOSE REPORT-FILE
008870     CLOSE SEEDREG-FILE
008880     CLOSE RUNMAST-FILE.
008890 9890-EXIT.
008900     EXIT.
008910
008920 END PROGRAM REQINTK.
