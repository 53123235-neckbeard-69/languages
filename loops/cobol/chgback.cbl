000100*----------------------------------------------------------------
000110* CHGBACK  -  MONTHLY LOOOPY COMPUTE CHARGEBACK
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CHGBACK.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     CHARGES THE MONTH'S LOOOPY COMPUTE BACK TO THE GROUPS THAT
000210*     ASKED FOR IT.  EVERY AUDITLOG LINE OF THE MONTH IS ONE RUN,
000220*     COUNTED EXACTLY AS MTHOPS COUNTS ITS PERIOD RUNS, AND IS
000230*     TIED TO A REQUESTER THROUGH ITS SEED ON THE SEED REGISTER
000240*     (SEEDREG).  THE RUN IS PRICED FROM THE USAGE METER LOOOPY
000250*     WRITES ON THE LINE (SEE AUDLOGC) AT THE RATES IN EFFECT
000260*     FOR THE MONTH ON THE RATE FILE (CHGRATE, SEE CHGRATEC):
000270*         COMPUTED   ITERATIONS / 1,000,000 AT THE COMPUTE RATE
000280*         REUSED     THE REUSE RATE - ANSWERED FROM RUNMAST
000290*         UNMETERED  THE UNMETERED RATE - A LINE WRITTEN BEFORE
000300*                    THE METER EXISTED
000310*     AN UNSEEDED RUN, A SEED NOT ON THE REGISTER, OR A SEED
000320*     REGISTERED WITHOUT A REQUESTER CANNOT BE BILLED TO ANYONE
000330*     AND IS PRICED AS UNALLOCATED OVERHEAD.
000340*     THE REPORT (CHGRPT) CARRIES ONE INVOICE PER REQUESTER,
000350*     LISTING EVERY RUN, THEN THE OVERHEAD LISTING, THEN A
000360*     SUMMARY THAT BALANCES RUNS INVOICED PLUS UNALLOCATED TO THE
000370*     MONTH'S AUDITLOG RUNS (THE MTHOPS PERIOD RUNS FIGURE) AND
000380*     THE INVOICE TOTALS PLUS OVERHEAD TO THE CHARGE BY USAGE.
000390*         PARM = 'YYYYMM'
000400*     RC=4 WHEN UNMETERED RUNS WERE PRICED AT THE FLAT RATE, A
000410*     RATE RECORD WAS REJECTED, OR A LINE OF THE MONTH CARRIED
000420*     NO VALID DAY (MTHOPS DOES NOT COUNT IT, SO IT IS NOT
000430*     BILLED); RC=8 WHEN THE SUMMARY DOES NOT BALANCE; RC=16 WHEN
000440*     NO RATE IS IN EFFECT FOR THE MONTH.
000450*
000460* MODIFICATION HISTORY.
000470*     DATE       INIT  DESCRIPTION
000480*     ---------- ----  ------------------------------------------
000490*     2026-10-15  RJT  ORIGINAL VERSION.
000500*----------------------------------------------------------------
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CHG-AUDITLOG-STATUS.
000580     SELECT SEEDREG-FILE  ASSIGN TO SEEDREG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CHG-SEEDREG-STATUS.
000610     SELECT CHGRATE-FILE  ASSIGN TO CHGRATE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CHG-CHGRATE-STATUS.
000640     SELECT REPORT-FILE   ASSIGN TO CHGRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CHG-CHGRPT-STATUS.
000670     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CHG-RUNLOG-STATUS.
000700     SELECT SORT-FILE     ASSIGN TO SORTWORK.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  AUDITLOG-FILE.
000750     COPY AUDLOGC.
000760
000770 FD  SEEDREG-FILE.
000780     COPY SEEDREGC.
000790
000800 FD  CHGRATE-FILE.
000810     COPY CHGRATEC.
000820
000830*----------------------------------------------------------------
000840* REPORT-FILE CARRIES TWO ALTERNATE RECORD VIEWS OVER THE SAME
000850* BUFFER - HEADING TEXT AND THE EDITED RUN LINE
000860*----------------------------------------------------------------
000870 FD  REPORT-FILE.
000880 01  REPORT-TEXT-RECORD         PIC X(80).
000890 01  REPORT-RUN-RECORD.
000900     05  CRL-TIMESTAMP               PIC X(14).
000910     05  CRL-FILLER-1                PIC X(02).
000920     05  CRL-INPUT-NUMBER            PIC ZZZZ9.
000930     05  CRL-FILLER-2                PIC X(02).
000940     05  CRL-SEED                    PIC Z(08)9.
000950     05  CRL-FILLER-3                PIC X(02).
000960     05  CRL-USAGE                   PIC X(09).
000970     05  CRL-FILLER-4                PIC X(01).
000980     05  CRL-ITERATIONS              PIC Z(09)9.
000990     05  CRL-FILLER-5                PIC X(01).
001000     05  CRL-CHARGE                  PIC Z(08)9.99.
001010     05  CRL-FILLER-6                PIC X(01).
001020     05  CRL-NOTE                    PIC X(11).
001030
001040 FD  RUNLOG-FILE.
001050     COPY RUNLOGC.
001060
001070 SD  SORT-FILE.
001080 01  SORT-RECORD.
001090     05  SRT-GROUP                   PIC 9(01).
001100         88  SRT-GROUP-INVOICED                  VALUE 1.
001110         88  SRT-GROUP-OVERHEAD                  VALUE 2.
001120     05  SRT-REQUESTED-BY            PIC X(08).
001130     05  SRT-TIMESTAMP               PIC X(26).
001140     05  SRT-INPUT-NUMBER            PIC 9(05).
001150     05  SRT-SEED                    PIC 9(09).
001160     05  SRT-USAGE                   PIC X(01).
001170         88  SRT-USAGE-COMPUTED                  VALUE 'C'.
001180         88  SRT-USAGE-REUSED                    VALUE 'R'.
001190         88  SRT-USAGE-UNMETERED                 VALUE 'U'.
001200     05  SRT-ITERATIONS              PIC 9(10).
001210     05  SRT-REASON                  PIC X(01).
001220         88  SRT-REASON-UNSEEDED                 VALUE 'U'.
001230         88  SRT-REASON-UNREGISTERED             VALUE 'N'.
001240         88  SRT-REASON-NO-REQUESTER             VALUE 'B'.
001250
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------
001280* FILE STATUS FIELDS AND SWITCHES
001290*----------------------------------------------------------------
001300 01  CHG-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
001310 01  CHG-SEEDREG-STATUS           PIC X(02) VALUE '00'.
001320 01  CHG-CHGRATE-STATUS           PIC X(02) VALUE '00'.
001330 01  CHG-CHGRPT-STATUS            PIC X(02) VALUE '00'.
001340 01  CHG-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001350 01  CHG-EOF-AUDITLOG-SW          PIC X(01) VALUE 'N'.
001360     88  CHG-EOF-AUDITLOG                    VALUE 'Y'.
001370 01  CHG-EOF-SEEDREG-SW           PIC X(01) VALUE 'N'.
001380     88  CHG-EOF-SEEDREG                     VALUE 'Y'.
001390 01  CHG-EOF-CHGRATE-SW           PIC X(01) VALUE 'N'.
001400     88  CHG-EOF-CHGRATE                     VALUE 'Y'.
001410 01  CHG-EOF-SORT-SW              PIC X(01) VALUE 'N'.
001420     88  CHG-EOF-SORT                        VALUE 'Y'.
001430 01  CHG-FOUND-SW                 PIC X(01) VALUE 'N'.
001440     88  CHG-FOUND                           VALUE 'Y'.
001450 01  CHG-RATE-FOUND-SW            PIC X(01) VALUE 'N'.
001460     88  CHG-RATE-FOUND                      VALUE 'Y'.
001470 01  CHG-INVOICE-OPEN-SW          PIC X(01) VALUE 'N'.
001480     88  CHG-INVOICE-OPEN                    VALUE 'Y'.
001490
001500*----------------------------------------------------------------
001510* BILLING MONTH FROM THE PARM
001520*----------------------------------------------------------------
001530 01  CHG-PARM-STRING              PIC X(80) VALUE SPACES.
001540 01  CHG-REPORT-MONTH             PIC X(06) VALUE SPACES.
001550 01  CHG-REPORT-MONTH-N REDEFINES CHG-REPORT-MONTH
001560                                  PIC 9(06).
001570 01  CHG-LINE-MONTH               PIC X(06) VALUE SPACES.
001580 01  CHG-LINE-DAY-X               PIC X(02) VALUE SPACES.
001590 01  CHG-LINE-DAY                 PIC 9(02) VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620* THE RATES IN EFFECT FOR THE BILLING MONTH
001630*----------------------------------------------------------------
001640 01  CHG-RATE-MONTH               PIC 9(06) VALUE ZERO.
001650 01  CHG-COMPUTE-RATE             PIC 9(05)V9(04) VALUE ZERO.
001660 01  CHG-REUSE-RATE               PIC 9(05)V9(04) VALUE ZERO.
001670 01  CHG-UNMETERED-RATE           PIC 9(05)V9(04) VALUE ZERO.
001680 01  CHG-RATE-APPROVED-BY         PIC X(08) VALUE SPACES.
001690 01  CHG-RATES-REJECTED           PIC 9(05) COMP VALUE ZERO.
001700
001710*----------------------------------------------------------------
001720* SEED REGISTER - SEED TO REQUESTER
001730*----------------------------------------------------------------
001740 01  CHG-SRG-COUNT                PIC 9(05) COMP VALUE ZERO.
001750 01  CHG-SRG-TABLE.
001760     05  CHG-SRG-ENTRY OCCURS 5000 TIMES
001770                       INDEXED BY CHG-SRG-IDX.
001780         10  CHG-SRG-SEED            PIC 9(09).
001790         10  CHG-SRG-REQUESTED-BY    PIC X(08).
001800
001810*----------------------------------------------------------------
001820* ONE ENTRY PER REQUESTER INVOICED, FOR THE SUMMARY
001830*----------------------------------------------------------------
001840 01  CHG-REQ-COUNT                PIC 9(05) COMP VALUE ZERO.
001850 01  CHG-REQ-TABLE.
001860     05  CHG-REQ-ENTRY OCCURS 500 TIMES
001870                       INDEXED BY CHG-REQ-IDX.
001880         10  CHG-REQ-REQUESTED-BY    PIC X(08).
001890         10  CHG-REQ-RUNS            PIC 9(07) COMP.
001900         10  CHG-REQ-COMPUTED        PIC 9(07) COMP.
001910         10  CHG-REQ-REUSED          PIC 9(07) COMP.
001920         10  CHG-REQ-UNMETERED       PIC 9(07) COMP.
001930         10  CHG-REQ-ITERATIONS      PIC 9(15) COMP.
001940         10  CHG-REQ-CHARGE          PIC 9(11)V99.
001950
001960*----------------------------------------------------------------
001970* THE RUN BEING PRICED AND THE INVOICE IT FALLS IN
001980*----------------------------------------------------------------
001990 01  CHG-RUN-CHARGE               PIC 9(09)V99 VALUE ZERO.
002000 01  CHG-CURRENT-GROUP            PIC 9(01) VALUE ZERO.
002010 01  CHG-CURRENT-REQUESTER        PIC X(08) VALUE SPACES.
002020
002030*----------------------------------------------------------------
002040* MONTH TOTALS - THE RELEASE SIDE COUNTS THE MONTH AS MTHOPS
002050* DOES; THE PRICING SIDE COUNTS WHAT WAS ACTUALLY PRICED, BY
002060* WHO PAYS AND BY USAGE, SO THE SUMMARY CAN PROVE ONE AGAINST
002070* THE OTHER
002080*----------------------------------------------------------------
002090 01  CHG-MONTH-RUNS               PIC 9(07) COMP VALUE ZERO.
002100 01  CHG-BAD-DAY-LINES            PIC 9(07) COMP VALUE ZERO.
002110 01  CHG-INVOICED-RUNS            PIC 9(07) COMP VALUE ZERO.
002120 01  CHG-INVOICED-CHARGE          PIC 9(11)V99 VALUE ZERO.
002130 01  CHG-OVERHEAD-RUNS            PIC 9(07) COMP VALUE ZERO.
002140 01  CHG-OVERHEAD-UNSEEDED        PIC 9(07) COMP VALUE ZERO.
002150 01  CHG-OVERHEAD-UNREGISTERED    PIC 9(07) COMP VALUE ZERO.
002160 01  CHG-OVERHEAD-NO-REQUESTER    PIC 9(07) COMP VALUE ZERO.
002170 01  CHG-OVERHEAD-CHARGE          PIC 9(11)V99 VALUE ZERO.
002180 01  CHG-COMPUTED-RUNS            PIC 9(07) COMP VALUE ZERO.
002190 01  CHG-COMPUTED-ITERATIONS      PIC 9(15) COMP VALUE ZERO.
002200 01  CHG-COMPUTED-CHARGE          PIC 9(11)V99 VALUE ZERO.
002210 01  CHG-REUSED-RUNS              PIC 9(07) COMP VALUE ZERO.
002220 01  CHG-REUSED-CHARGE            PIC 9(11)V99 VALUE ZERO.
002230 01  CHG-UNMETERED-RUNS           PIC 9(07) COMP VALUE ZERO.
002240 01  CHG-UNMETERED-CHARGE         PIC 9(11)V99 VALUE ZERO.
002250 01  CHG-PRICED-RUNS              PIC 9(07) COMP VALUE ZERO.
002260 01  CHG-USAGE-CHARGE             PIC 9(11)V99 VALUE ZERO.
002270 01  CHG-PAYER-CHARGE             PIC 9(11)V99 VALUE ZERO.
002280 01  CHG-TABLE-RUNS               PIC 9(07) COMP VALUE ZERO.
002290 01  CHG-TABLE-CHARGE             PIC 9(11)V99 VALUE ZERO.
002300 01  CHG-OUT-OF-BALANCE           PIC 9(03) VALUE ZERO.
002310 01  CHG-LINES-READ               PIC 9(07) VALUE ZERO.
002320 01  CHG-LINES-WRITTEN            PIC 9(07) VALUE ZERO.
002330 01  CHG-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002340
002350*----------------------------------------------------------------
002360* EDITED FIELDS FOR THE INVOICE TOTALS AND THE SUMMARY
002370*----------------------------------------------------------------
002380 01  CHG-EDIT-COUNT               PIC Z(06)9.
002390 01  CHG-EDIT-ITERATIONS          PIC Z(14)9.
002400 01  CHG-EDIT-CHARGE              PIC Z(10)9.99.
002410 01  CHG-EDIT-RATE                PIC Z(04)9.9999.
002420 01  CHG-EDIT-MONTH               PIC 9(06).
002430
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     PERFORM 2000-LOAD-RATE THRU 2000-EXIT
002480     PERFORM 3000-LOAD-SEED-REGISTER THRU 3000-EXIT
002490     PERFORM 4000-PRICE-MONTH THRU 4000-EXIT
002500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
002510     PERFORM 6000-SET-RETURN-CODE THRU 6000-EXIT
002520     PERFORM 9000-TERMINATE THRU 9000-EXIT
002530     STOP RUN.
002540
002550*----------------------------------------------------------------
002560* 1000-INITIALIZE  -  BILLING MONTH FROM THE PARM, OPEN THE
002570*                     REPORT
002580*----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     MOVE FUNCTION CURRENT-DATE TO CHG-START-TIMESTAMP
002610     ACCEPT CHG-PARM-STRING FROM COMMAND-LINE
002620     MOVE CHG-PARM-STRING (1:6) TO CHG-REPORT-MONTH
002630     IF CHG-REPORT-MONTH NOT NUMERIC
002640         GO TO 9800-ABEND-INVALID-PARM
002650     END-IF
002660     IF CHG-REPORT-MONTH (5:2) < '01'
002670        OR CHG-REPORT-MONTH (5:2) > '12'
002680         GO TO 9800-ABEND-INVALID-PARM
002690     END-IF
002700     OPEN OUTPUT REPORT-FILE
002710     IF CHG-CHGRPT-STATUS NOT = '00'
002720         GO TO 9812-ABEND-CHGRPT-OPEN
002730     END-IF
002740     MOVE 'LOOOPY COMPUTE CHARGEBACK FOR ' TO REPORT-TEXT-RECORD
002750     MOVE CHG-REPORT-MONTH TO REPORT-TEXT-RECORD (31:6)
002760     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------
002810* 2000-LOAD-RATE  -  THE LAST VALID RATE RECORD WHOSE EFFECTIVE
002820*                    MONTH IS NOT AFTER THE BILLING MONTH.  A
002830*                    MONTH WITH NO RATE IN EFFECT IS NOT PRICED
002840*                    AT ALL - A GUESSED PRICE ON AN INVOICE IS
002850*                    WORSE THAN A LATE ONE.
002860*----------------------------------------------------------------
002870 2000-LOAD-RATE.
002880     OPEN INPUT CHGRATE-FILE
002890     IF CHG-CHGRATE-STATUS NOT = '00'
002900         GO TO 9811-ABEND-CHGRATE-OPEN
002910     END-IF
002920     PERFORM 2100-READ-ONE-RATE THRU 2100-EXIT
002930         UNTIL CHG-EOF-CHGRATE
002940     CLOSE CHGRATE-FILE
002950     IF NOT CHG-RATE-FOUND
002960         GO TO 9813-ABEND-NO-RATE
002970     END-IF
002980     MOVE SPACES TO REPORT-TEXT-RECORD
002990     MOVE 'RATES EFFECTIVE' TO REPORT-TEXT-RECORD
003000     MOVE CHG-RATE-MONTH TO CHG-EDIT-MONTH
003010     MOVE CHG-EDIT-MONTH TO REPORT-TEXT-RECORD (17:6)
003020     MOVE 'APPROVED BY' TO REPORT-TEXT-RECORD (24:11)
003030     MOVE CHG-RATE-APPROVED-BY TO REPORT-TEXT-RECORD (36:8)
003040     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
003050     MOVE SPACES TO REPORT-TEXT-RECORD
003060     MOVE '  COMPUTED' TO REPORT-TEXT-RECORD
003070     MOVE CHG-COMPUTE-RATE TO CHG-EDIT-RATE
003080     MOVE CHG-EDIT-RATE TO REPORT-TEXT-RECORD (12:10)
003090     MOVE 'PER MILLION ITERATIONS' TO REPORT-TEXT-RECORD (23:22)
003100     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
003110     MOVE SPACES TO REPORT-TEXT-RECORD
003120     MOVE '  REUSED' TO REPORT-TEXT-RECORD
003130     MOVE CHG-REUSE-RATE TO CHG-EDIT-RATE
003140     MOVE CHG-EDIT-RATE TO REPORT-TEXT-RECORD (12:10)
003150     MOVE 'PER RUN ANSWERED FROM RUNMAST'
003160         TO REPORT-TEXT-RECORD (23:29)
003170     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
003180     MOVE SPACES TO REPORT-TEXT-RECORD
003190     MOVE '  UNMETERED' TO REPORT-TEXT-RECORD
003200     MOVE CHG-UNMETERED-RATE TO CHG-EDIT-RATE
003210     MOVE CHG-EDIT-RATE TO REPORT-TEXT-RECORD (12:10)
003220     MOVE 'PER RUN LOGGED BEFORE METERING'
003230         TO REPORT-TEXT-RECORD (23:30)
003240     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT.
003250 2000-EXIT.
003260     EXIT.
003270
003280 2100-READ-ONE-RATE.
003290     READ CHGRATE-FILE
003300         AT END
003310             SET CHG-EOF-CHGRATE TO TRUE
003320             GO TO 2100-EXIT
003330     END-READ
003340     ADD 1 TO CHG-LINES-READ
003350     IF CHGRATE-RECORD = SPACES
003360         GO TO 2100-EXIT
003370     END-IF
003380     IF CRT-EFFECTIVE-MONTH NOT NUMERIC
003390        OR CRT-COMPUTE-RATE NOT NUMERIC
003400        OR CRT-REUSE-RATE NOT NUMERIC
003410        OR CRT-UNMETERED-RATE NOT NUMERIC
003420         DISPLAY 'CHGBACK0006W RATE RECORD REJECTED - '
003430             CHGRATE-RECORD (1:40)
003440         ADD 1 TO CHG-RATES-REJECTED
003450         GO TO 2100-EXIT
003460     END-IF
003470*    LATER RECORDS FOR THE SAME MONTH SUPERSEDE EARLIER ONES
003480     IF CRT-EFFECTIVE-MONTH NOT > CHG-REPORT-MONTH-N
003490        AND CRT-EFFECTIVE-MONTH NOT < CHG-RATE-MONTH
003500         SET CHG-RATE-FOUND TO TRUE
003510         MOVE CRT-EFFECTIVE-MONTH TO CHG-RATE-MONTH
003520         MOVE CRT-COMPUTE-RATE TO CHG-COMPUTE-RATE
003530         MOVE CRT-REUSE-RATE TO CHG-REUSE-RATE
003540         MOVE CRT-UNMETERED-RATE TO CHG-UNMETERED-RATE
003550         MOVE CRT-APPROVED-BY TO CHG-RATE-APPROVED-BY
003560     END-IF.
003570 2100-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610* 3000-LOAD-SEED-REGISTER  -  SEED TO REQUESTER.  WITHOUT THE
003620*                             REGISTER NO RUN CAN BE BILLED, SO
003630*                             IT MUST BE PRESENT.
003640*----------------------------------------------------------------
003650 3000-LOAD-SEED-REGISTER.
003660     OPEN INPUT SEEDREG-FILE
003670     IF CHG-SEEDREG-STATUS NOT = '00'
003680         GO TO 9814-ABEND-SEEDREG-OPEN
003690     END-IF
003700     PERFORM 3100-LOAD-ONE-SEED THRU 3100-EXIT
003710         UNTIL CHG-EOF-SEEDREG
003720     CLOSE SEEDREG-FILE.
003730 3000-EXIT.
003740     EXIT.
003750
003760 3100-LOAD-ONE-SEED.
003770     READ SEEDREG-FILE
003780         AT END
003790             SET CHG-EOF-SEEDREG TO TRUE
003800             GO TO 3100-EXIT
003810     END-READ
003820     ADD 1 TO CHG-LINES-READ
003830     IF SRG-SEED NOT NUMERIC
003840         GO TO 3100-EXIT
003850     END-IF
003860     IF CHG-SRG-COUNT NOT < 5000
003870         GO TO 9820-ABEND-TABLE-FULL
003880     END-IF
003890     ADD 1 TO CHG-SRG-COUNT
003900     SET CHG-SRG-IDX TO CHG-SRG-COUNT
003910     MOVE SRG-SEED TO CHG-SRG-SEED (CHG-SRG-IDX)
003920     MOVE SRG-REQUESTED-BY TO CHG-SRG-REQUESTED-BY (CHG-SRG-IDX).
003930 3100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 4000-PRICE-MONTH  -  THE MONTH'S RUNS SORTED INTO ONE GROUP
003980*                      PER REQUESTER, OVERHEAD LAST, AND PRICED
003990*                      ONE INVOICE AT A TIME
004000*----------------------------------------------------------------
004010 4000-PRICE-MONTH.
004020     SORT SORT-FILE
004030         ON ASCENDING KEY SRT-GROUP
004040         ON ASCENDING KEY SRT-REQUESTED-BY
004050         ON ASCENDING KEY SRT-TIMESTAMP
004060         INPUT PROCEDURE IS 4100-RELEASE-MONTH-RUNS
004070             THRU 4100-EXIT
004080         OUTPUT PROCEDURE IS 4300-PRINT-INVOICES
004090             THRU 4300-EXIT.
004100 4000-EXIT.
004110     EXIT.
004120
004130 4100-RELEASE-MONTH-RUNS.
004140     OPEN INPUT AUDITLOG-FILE
004150     IF CHG-AUDITLOG-STATUS NOT = '00'
004160         GO TO 9810-ABEND-AUDITLOG-OPEN
004170     END-IF
004180     PERFORM 4200-RELEASE-ONE-RUN THRU 4200-EXIT
004190         UNTIL CHG-EOF-AUDITLOG
004200     CLOSE AUDITLOG-FILE.
004210 4100-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 4200-RELEASE-ONE-RUN  -  A RUN OF THE MONTH IS A LINE WHOSE
004260*                          TIMESTAMP IS IN THE MONTH ON A VALID
004270*                          DAY - THE SAME TEST MTHOPS APPLIES,
004280*                          SO THE TWO REPORTS AGREE ON THE COUNT
004290*----------------------------------------------------------------
004300 4200-RELEASE-ONE-RUN.
004310     READ AUDITLOG-FILE
004320         AT END
004330             SET CHG-EOF-AUDITLOG TO TRUE
004340             GO TO 4200-EXIT
004350     END-READ
004360     ADD 1 TO CHG-LINES-READ
004370     MOVE AUD-TIMESTAMP (1:6) TO CHG-LINE-MONTH
004380     IF CHG-LINE-MONTH NOT = CHG-REPORT-MONTH
004390         GO TO 4200-EXIT
004400     END-IF
004410     MOVE AUD-TIMESTAMP (7:2) TO CHG-LINE-DAY-X
004420     IF CHG-LINE-DAY-X NOT NUMERIC
004430         ADD 1 TO CHG-BAD-DAY-LINES
004440         GO TO 4200-EXIT
004450     END-IF
004460     MOVE CHG-LINE-DAY-X TO CHG-LINE-DAY
004470     IF CHG-LINE-DAY < 1 OR CHG-LINE-DAY > 31
004480         ADD 1 TO CHG-BAD-DAY-LINES
004490         GO TO 4200-EXIT
004500     END-IF
004510     ADD 1 TO CHG-MONTH-RUNS
004520     MOVE SPACES TO SORT-RECORD
004530     MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
004540     MOVE ZERO TO SRT-INPUT-NUMBER
004550     IF AUD-INPUT-NUMBER NUMERIC
004560         MOVE AUD-INPUT-NUMBER TO SRT-INPUT-NUMBER
004570     END-IF
004580     MOVE ZERO TO SRT-SEED
004590     IF AUD-SEED NUMERIC
004600         MOVE AUD-SEED TO SRT-SEED
004610     END-IF
004620     MOVE ZERO TO SRT-ITERATIONS
004630     EVALUATE TRUE
004640         WHEN AUD-USAGE-COMPUTED AND AUD-ITERATIONS NUMERIC
004650             SET SRT-USAGE-COMPUTED TO TRUE
004660             MOVE AUD-ITERATIONS TO SRT-ITERATIONS
004670         WHEN AUD-USAGE-REUSED AND AUD-ITERATIONS NUMERIC
004680             SET SRT-USAGE-REUSED TO TRUE
004690             MOVE AUD-ITERATIONS TO SRT-ITERATIONS
004700         WHEN OTHER
004710             SET SRT-USAGE-UNMETERED TO TRUE
004720     END-EVALUATE
004730     PERFORM 4210-ASSIGN-REQUESTER THRU 4210-EXIT
004740     RELEASE SORT-RECORD.
004750 4200-EXIT.
004760     EXIT.
004770
004780 4210-ASSIGN-REQUESTER.
004790     SET SRT-GROUP-OVERHEAD TO TRUE
004800     IF SRT-SEED = ZERO
004810         SET SRT-REASON-UNSEEDED TO TRUE
004820         GO TO 4210-EXIT
004830     END-IF
004840     MOVE 'N' TO CHG-FOUND-SW
004850     PERFORM 4220-FIND-SEED-ENTRY THRU 4220-EXIT
004860         VARYING CHG-SRG-IDX FROM 1 BY 1
004870         UNTIL CHG-SRG-IDX > CHG-SRG-COUNT
004880            OR CHG-FOUND
004890     IF NOT CHG-FOUND
004900         SET SRT-REASON-UNREGISTERED TO TRUE
004910         GO TO 4210-EXIT
004920     END-IF
004930*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
004940     SET CHG-SRG-IDX DOWN BY 1
004950     IF CHG-SRG-REQUESTED-BY (CHG-SRG-IDX) = SPACES
004960         SET SRT-REASON-NO-REQUESTER TO TRUE
004970         GO TO 4210-EXIT
004980     END-IF
004990     SET SRT-GROUP-INVOICED TO TRUE
005000     MOVE CHG-SRG-REQUESTED-BY (CHG-SRG-IDX) TO SRT-REQUESTED-BY.
005010 4210-EXIT.
005020     EXIT.
005030
005040 4220-FIND-SEED-ENTRY.
005050     IF CHG-SRG-SEED (CHG-SRG-IDX) = SRT-SEED
005060         SET CHG-FOUND TO TRUE
005070     END-IF.
005080 4220-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 4300-PRINT-INVOICES  -  A CHANGE OF GROUP OR REQUESTER CLOSES
005130*                         THE OPEN INVOICE AND STARTS THE NEXT
005140*----------------------------------------------------------------
005150 4300-PRINT-INVOICES.
005160     PERFORM 4400-PRICE-ONE-RUN THRU 4400-EXIT
005170         UNTIL CHG-EOF-SORT
005180     IF CHG-INVOICE-OPEN
005190         PERFORM 4420-CLOSE-INVOICE THRU 4420-EXIT
005200     END-IF.
005210 4300-EXIT.
005220     EXIT.
005230
005240 4400-PRICE-ONE-RUN.
005250     RETURN SORT-FILE
005260         AT END
005270             SET CHG-EOF-SORT TO TRUE
005280             GO TO 4400-EXIT
005290     END-RETURN
005300     IF CHG-INVOICE-OPEN
005310        AND (SRT-GROUP NOT = CHG-CURRENT-GROUP
005320             OR SRT-REQUESTED-BY NOT = CHG-CURRENT-REQUESTER)
005330         PERFORM 4420-CLOSE-INVOICE THRU 4420-EXIT
005340     END-IF
005350     IF NOT CHG-INVOICE-OPEN
005360         PERFORM 4410-START-INVOICE THRU 4410-EXIT
005370     END-IF
005380     ADD 1 TO CHG-PRICED-RUNS
005390     EVALUATE TRUE
005400         WHEN SRT-USAGE-COMPUTED
005410             COMPUTE CHG-RUN-CHARGE ROUNDED =
005420                 SRT-ITERATIONS * CHG-COMPUTE-RATE / 1000000
005430                 ON SIZE ERROR
005440                     GO TO 9821-ABEND-CHARGE-OVERFLOW
005450             END-COMPUTE
005460             ADD 1 TO CHG-COMPUTED-RUNS
005470             ADD SRT-ITERATIONS TO CHG-COMPUTED-ITERATIONS
005480             ADD CHG-RUN-CHARGE TO CHG-COMPUTED-CHARGE
005490         WHEN SRT-USAGE-REUSED
005500             COMPUTE CHG-RUN-CHARGE ROUNDED = CHG-REUSE-RATE
005510             ADD 1 TO CHG-REUSED-RUNS
005520             ADD CHG-RUN-CHARGE TO CHG-REUSED-CHARGE
005530         WHEN OTHER
005540             COMPUTE CHG-RUN-CHARGE ROUNDED = CHG-UNMETERED-RATE
005550             ADD 1 TO CHG-UNMETERED-RUNS
005560             ADD CHG-RUN-CHARGE TO CHG-UNMETERED-CHARGE
005570     END-EVALUATE
005580     IF SRT-GROUP-INVOICED
005590         PERFORM 4430-BILL-REQUESTER THRU 4430-EXIT
005600     ELSE
005610         PERFORM 4440-BOOK-OVERHEAD THRU 4440-EXIT
005620     END-IF
005630     PERFORM 4450-PRINT-RUN-LINE THRU 4450-EXIT.
005640 4400-EXIT.
005650     EXIT.
005660
005670 4410-START-INVOICE.
005680     SET CHG-INVOICE-OPEN TO TRUE
005690     MOVE SRT-GROUP TO CHG-CURRENT-GROUP
005700     MOVE SRT-REQUESTED-BY TO CHG-CURRENT-REQUESTER
005710     MOVE SPACES TO REPORT-TEXT-RECORD
005720     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
005730     IF SRT-GROUP-INVOICED
005740         IF CHG-REQ-COUNT NOT < 500
005750             GO TO 9820-ABEND-TABLE-FULL
005760         END-IF
005770         ADD 1 TO CHG-REQ-COUNT
005780         SET CHG-REQ-IDX TO CHG-REQ-COUNT
005790         MOVE SRT-REQUESTED-BY
005800             TO CHG-REQ-REQUESTED-BY (CHG-REQ-IDX)
005810         MOVE ZERO TO CHG-REQ-RUNS (CHG-REQ-IDX)
005820         MOVE ZERO TO CHG-REQ-COMPUTED (CHG-REQ-IDX)
005830         MOVE ZERO TO CHG-REQ-REUSED (CHG-REQ-IDX)
005840         MOVE ZERO TO CHG-REQ-UNMETERED (CHG-REQ-IDX)
005850         MOVE ZERO TO CHG-REQ-ITERATIONS (CHG-REQ-IDX)
005860         MOVE ZERO TO CHG-REQ-CHARGE (CHG-REQ-IDX)
005870         MOVE 'INVOICE  REQUESTER' TO REPORT-TEXT-RECORD
005880         MOVE SRT-REQUESTED-BY TO REPORT-TEXT-RECORD (20:8)
005890         MOVE 'MONTH' TO REPORT-TEXT-RECORD (30:5)
005900         MOVE CHG-REPORT-MONTH TO REPORT-TEXT-RECORD (36:6)
005910     ELSE
005920         MOVE 'UNALLOCATED OVERHEAD  MONTH' TO REPORT-TEXT-RECORD
005930         MOVE CHG-REPORT-MONTH TO REPORT-TEXT-RECORD (29:6)
005940         MOVE '- NOT BILLED' TO REPORT-TEXT-RECORD (36:12)
005950     END-IF
005960     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
005970     STRING 'RUN TIMESTAMP   INPUT       SEED  USAGE     '
005980            'ITERATIONS       CHARGE NOTE'
005990            DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006000     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT.
006010 4410-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 4420-CLOSE-INVOICE  -  USAGE COUNTS AND THE TOTAL DUE
006060*----------------------------------------------------------------
006070 4420-CLOSE-INVOICE.
006080     MOVE SPACES TO REPORT-TEXT-RECORD
006090     IF CHG-CURRENT-GROUP = 1
006100*        CHG-REQ-IDX STILL ADDRESSES THE REQUESTER BEING CLOSED
006110         MOVE '  RUNS' TO REPORT-TEXT-RECORD
006120         MOVE CHG-REQ-RUNS (CHG-REQ-IDX) TO CHG-EDIT-COUNT
006130         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (7:7)
006140         MOVE 'COMPUTED' TO REPORT-TEXT-RECORD (16:8)
006150         MOVE CHG-REQ-COMPUTED (CHG-REQ-IDX) TO CHG-EDIT-COUNT
006160         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (24:7)
006170         MOVE 'REUSED' TO REPORT-TEXT-RECORD (33:6)
006180         MOVE CHG-REQ-REUSED (CHG-REQ-IDX) TO CHG-EDIT-COUNT
006190         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (39:7)
006200         MOVE 'UNMETERED' TO REPORT-TEXT-RECORD (48:9)
006210         MOVE CHG-REQ-UNMETERED (CHG-REQ-IDX) TO CHG-EDIT-COUNT
006220         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (57:7)
006230         PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
006240         MOVE SPACES TO REPORT-TEXT-RECORD
006250         MOVE '  INVOICE TOTAL' TO REPORT-TEXT-RECORD
006260         MOVE CHG-REQ-CHARGE (CHG-REQ-IDX) TO CHG-EDIT-CHARGE
006270     ELSE
006280         MOVE '  RUNS' TO REPORT-TEXT-RECORD
006290         MOVE CHG-OVERHEAD-RUNS TO CHG-EDIT-COUNT
006300         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (7:7)
006310         MOVE 'UNSEEDED' TO REPORT-TEXT-RECORD (16:8)
006320         MOVE CHG-OVERHEAD-UNSEEDED TO CHG-EDIT-COUNT
006330         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (24:7)
006340         MOVE 'NOT ON SEEDREG' TO REPORT-TEXT-RECORD (33:14)
006350         MOVE CHG-OVERHEAD-UNREGISTERED TO CHG-EDIT-COUNT
006360         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (47:7)
006370         MOVE 'NO REQUESTER' TO REPORT-TEXT-RECORD (56:12)
006380         MOVE CHG-OVERHEAD-NO-REQUESTER TO CHG-EDIT-COUNT
006390         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (68:7)
006400         PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
006410         MOVE SPACES TO REPORT-TEXT-RECORD
006420         MOVE '  OVERHEAD TOTAL' TO REPORT-TEXT-RECORD
006430         MOVE CHG-OVERHEAD-CHARGE TO CHG-EDIT-CHARGE
006440     END-IF
006450     MOVE CHG-EDIT-CHARGE TO REPORT-TEXT-RECORD (54:14)
006460     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
006470     MOVE 'N' TO CHG-INVOICE-OPEN-SW.
006480 4420-EXIT.
006490     EXIT.
006500
006510 4430-BILL-REQUESTER.
006520     ADD 1 TO CHG-INVOICED-RUNS
006530     ADD CHG-RUN-CHARGE TO CHG-INVOICED-CHARGE
006540     ADD 1 TO CHG-REQ-RUNS (CHG-REQ-IDX)
006550     ADD CHG-RUN-CHARGE TO CHG-REQ-CHARGE (CHG-REQ-IDX)
006560     EVALUATE TRUE
006570         WHEN SRT-USAGE-COMPUTED
006580             ADD 1 TO CHG-REQ-COMPUTED (CHG-REQ-IDX)
006590             ADD SRT-ITERATIONS
006600                 TO CHG-REQ-ITERATIONS (CHG-REQ-IDX)
006610         WHEN SRT-USAGE-REUSED
006620             ADD 1 TO CHG-REQ-REUSED (CHG-REQ-IDX)
006630         WHEN OTHER
006640             ADD 1 TO CHG-REQ-UNMETERED (CHG-REQ-IDX)
006650     END-EVALUATE.
006660 4430-EXIT.
006670     EXIT.
006680
006690 4440-BOOK-OVERHEAD.
006700     ADD 1 TO CHG-OVERHEAD-RUNS
006710     ADD CHG-RUN-CHARGE TO CHG-OVERHEAD-CHARGE
006720     EVALUATE TRUE
006730         WHEN SRT-REASON-UNSEEDED
006740             ADD 1 TO CHG-OVERHEAD-UNSEEDED
006750         WHEN SRT-REASON-UNREGISTERED
006760             ADD 1 TO CHG-OVERHEAD-UNREGISTERED
006770         WHEN OTHER
006780             ADD 1 TO CHG-OVERHEAD-NO-REQUESTER
006790     END-EVALUATE.
006800 4440-EXIT.
006810     EXIT.
006820
006830 4450-PRINT-RUN-LINE.
006840     MOVE SPACES TO REPORT-RUN-RECORD
006850     MOVE SRT-TIMESTAMP (1:14) TO CRL-TIMESTAMP
006860     MOVE SRT-INPUT-NUMBER TO CRL-INPUT-NUMBER
006870     MOVE SRT-SEED TO CRL-SEED
006880     EVALUATE TRUE
006890         WHEN SRT-USAGE-COMPUTED
006900             MOVE 'COMPUTED' TO CRL-USAGE
006910             MOVE SRT-ITERATIONS TO CRL-ITERATIONS
006920         WHEN SRT-USAGE-REUSED
006930             MOVE 'REUSED' TO CRL-USAGE
006940             MOVE SRT-ITERATIONS TO CRL-ITERATIONS
006950         WHEN OTHER
006960             MOVE 'UNMETERED' TO CRL-USAGE
006970     END-EVALUATE
006980     MOVE CHG-RUN-CHARGE TO CRL-CHARGE
006990     EVALUATE TRUE
007000         WHEN SRT-GROUP-INVOICED
007010             CONTINUE
007020         WHEN SRT-REASON-UNSEEDED
007030             MOVE 'UNSEEDED' TO CRL-NOTE
007040         WHEN SRT-REASON-UNREGISTERED
007050             MOVE 'NOT ON REG' TO CRL-NOTE
007060         WHEN OTHER
007070             MOVE 'NO REQUESTR' TO CRL-NOTE
007080     END-EVALUATE
007090     WRITE REPORT-RUN-RECORD
007100     ADD 1 TO CHG-LINES-WRITTEN.
007110 4450-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150* 5000-PRINT-SUMMARY  -  ONE LINE PER REQUESTER, THE CHARGE BY
007160*                       USAGE, AND THE TWO BALANCES: RUNS
007170*                       INVOICED PLUS UNALLOCATED AGAINST THE
007180*                       MONTH'S AUDITLOG RUNS, AND INVOICES PLUS
007190*                       OVERHEAD AGAINST THE CHARGE BY USAGE
007200*----------------------------------------------------------------
007210 5000-PRINT-SUMMARY.
007220     MOVE SPACES TO REPORT-TEXT-RECORD
007230     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007240     MOVE 'CHARGEBACK SUMMARY  MONTH' TO REPORT-TEXT-RECORD
007250     MOVE CHG-REPORT-MONTH TO REPORT-TEXT-RECORD (27:6)
007260     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007270     STRING 'REQUESTER   RUNS  COMPUTED  REUSED  UNMETERED'
007280            '      ITERATIONS         CHARGE'
007290            DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007300     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007310     MOVE ZERO TO CHG-TABLE-RUNS
007320     MOVE ZERO TO CHG-TABLE-CHARGE
007330     PERFORM 5100-PRINT-ONE-REQUESTER THRU 5100-EXIT
007340         VARYING CHG-REQ-IDX FROM 1 BY 1
007350         UNTIL CHG-REQ-IDX > CHG-REQ-COUNT
007360     MOVE SPACES TO REPORT-TEXT-RECORD
007370     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007380     MOVE 'RUNS INVOICED' TO REPORT-TEXT-RECORD
007390     MOVE CHG-INVOICED-RUNS TO CHG-EDIT-COUNT
007400     MOVE CHG-INVOICED-CHARGE TO CHG-EDIT-CHARGE
007410     PERFORM 5200-PRINT-COUNT-AND-CHARGE THRU 5200-EXIT
007420     MOVE 'RUNS UNALLOCATED OVERHEAD' TO REPORT-TEXT-RECORD
007430     MOVE CHG-OVERHEAD-RUNS TO CHG-EDIT-COUNT
007440     MOVE CHG-OVERHEAD-CHARGE TO CHG-EDIT-CHARGE
007450     PERFORM 5200-PRINT-COUNT-AND-CHARGE THRU 5200-EXIT
007460     MOVE CHG-INVOICED-CHARGE TO CHG-PAYER-CHARGE
007470     ADD CHG-OVERHEAD-CHARGE TO CHG-PAYER-CHARGE
007480     MOVE 'TOTAL RUNS PRICED' TO REPORT-TEXT-RECORD
007490     MOVE CHG-PRICED-RUNS TO CHG-EDIT-COUNT
007500     MOVE CHG-PAYER-CHARGE TO CHG-EDIT-CHARGE
007510     PERFORM 5200-PRINT-COUNT-AND-CHARGE THRU 5200-EXIT
007520     MOVE SPACES TO REPORT-TEXT-RECORD
007530     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007540     MOVE '  COMPUTED' TO REPORT-TEXT-RECORD
007550     MOVE CHG-COMPUTED-RUNS TO CHG-EDIT-COUNT
007560     MOVE CHG-COMPUTED-CHARGE TO CHG-EDIT-CHARGE
007570     PERFORM 5200-PRINT-COUNT-AND-CHARGE THRU 5200-EXIT
007580     MOVE '  REUSED FROM RUNMAST' TO REPORT-TEXT-RECORD
007590     MOVE CHG-REUSED-RUNS TO CHG-EDIT-COUNT
007600     MOVE CHG-REUSED-CHARGE TO CHG-EDIT-CHARGE
007610     PERFORM 5200-PRINT-COUNT-AND-CHARGE THRU 5200-EXIT
007620     MOVE '  UNMETERED' TO REPORT-TEXT-RECORD
007630     MOVE CHG-UNMETERED-RUNS TO CHG-EDIT-COUNT
007640     MOVE CHG-UNMETERED-CHARGE TO CHG-EDIT-CHARGE
007650     PERFORM 5200-PRINT-COUNT-AND-CHARGE THRU 5200-EXIT
007660     MOVE CHG-COMPUTED-CHARGE TO CHG-USAGE-CHARGE
007670     ADD CHG-REUSED-CHARGE TO CHG-USAGE-CHARGE
007680     ADD CHG-UNMETERED-CHARGE TO CHG-USAGE-CHARGE
007690     MOVE '  COMPUTED ITERATIONS' TO REPORT-TEXT-RECORD
007700     MOVE CHG-COMPUTED-ITERATIONS TO CHG-EDIT-ITERATIONS
007710     MOVE CHG-EDIT-ITERATIONS TO REPORT-TEXT-RECORD (28:15)
007720     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007730     MOVE SPACES TO REPORT-TEXT-RECORD
007740     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007750     MOVE 'AUDITLOG RUNS (MTHOPS BASIS)' TO REPORT-TEXT-RECORD
007760     MOVE CHG-MONTH-RUNS TO CHG-EDIT-COUNT
007770     MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (36:7)
007780     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007790     IF CHG-BAD-DAY-LINES > ZERO
007800         MOVE 'NO VALID DAY - NOT BILLED' TO REPORT-TEXT-RECORD
007810         MOVE CHG-BAD-DAY-LINES TO CHG-EDIT-COUNT
007820         MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (36:7)
007830         PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
007840     END-IF
007850     PERFORM 5300-CHECK-BALANCE THRU 5300-EXIT.
007860 5000-EXIT.
007870     EXIT.
007880
007890 5100-PRINT-ONE-REQUESTER.
007900     MOVE SPACES TO REPORT-TEXT-RECORD
007910     MOVE CHG-REQ-REQUESTED-BY (CHG-REQ-IDX)
007920         TO REPORT-TEXT-RECORD (1:8)
007930     MOVE CHG-REQ-RUNS (CHG-REQ-IDX) TO CHG-EDIT-COUNT
007940     MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (10:7)
007950     MOVE CHG-REQ-COMPUTED (CHG-REQ-IDX) TO CHG-EDIT-COUNT
007960     MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (20:7)
007970     MOVE CHG-REQ-REUSED (CHG-REQ-IDX) TO CHG-EDIT-COUNT
007980     MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (28:7)
007990     MOVE CHG-REQ-UNMETERED (CHG-REQ-IDX) TO CHG-EDIT-COUNT
008000     MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (39:7)
008010     MOVE CHG-REQ-ITERATIONS (CHG-REQ-IDX) TO CHG-EDIT-ITERATIONS
008020     MOVE CHG-EDIT-ITERATIONS TO REPORT-TEXT-RECORD (47:15)
008030     MOVE CHG-REQ-CHARGE (CHG-REQ-IDX) TO CHG-EDIT-CHARGE
008040     MOVE CHG-EDIT-CHARGE TO REPORT-TEXT-RECORD (63:14)
008050     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT
008060     ADD CHG-REQ-RUNS (CHG-REQ-IDX) TO CHG-TABLE-RUNS
008070     ADD CHG-REQ-CHARGE (CHG-REQ-IDX) TO CHG-TABLE-CHARGE.
008080 5100-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120* 5200-PRINT-COUNT-AND-CHARGE  -  CAPTION ALREADY IN THE LINE;
008130*                                 COUNT AND CHARGE FROM THE EDIT
008140*                                 FIELDS
008150*----------------------------------------------------------------
008160 5200-PRINT-COUNT-AND-CHARGE.
008170     MOVE CHG-EDIT-COUNT TO REPORT-TEXT-RECORD (36:7)
008180     MOVE CHG-EDIT-CHARGE TO REPORT-TEXT-RECORD (63:14)
008190     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT.
008200 5200-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 5300-CHECK-BALANCE  -  EVERY RUN OF THE MONTH PRICED EXACTLY
008250*                        ONCE, THE REQUESTER LINES ADDING TO THE
008260*                        INVOICED FIGURES, AND WHO PAYS ADDING TO
008270*                        WHAT WAS USED
008280*----------------------------------------------------------------
008290 5300-CHECK-BALANCE.
008300     MOVE ZERO TO CHG-OUT-OF-BALANCE
008310     IF CHG-INVOICED-RUNS + CHG-OVERHEAD-RUNS
008320            NOT = CHG-MONTH-RUNS
008330        OR CHG-PRICED-RUNS NOT = CHG-MONTH-RUNS
008340         ADD 1 TO CHG-OUT-OF-BALANCE
008350     END-IF
008360     IF CHG-TABLE-RUNS NOT = CHG-INVOICED-RUNS
008370        OR CHG-TABLE-CHARGE NOT = CHG-INVOICED-CHARGE
008380         ADD 1 TO CHG-OUT-OF-BALANCE
008390     END-IF
008400     IF CHG-PAYER-CHARGE NOT = CHG-USAGE-CHARGE
008410         ADD 1 TO CHG-OUT-OF-BALANCE
008420     END-IF
008430     MOVE SPACES TO REPORT-TEXT-RECORD
008440     IF CHG-OUT-OF-BALANCE = ZERO
008450         STRING 'IN BALANCE - RUNS INVOICED PLUS UNALLOCATED'
008460                ' EQUAL THE MONTH''S AUDITLOG RUNS'
008470                DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
008480     ELSE
008490         MOVE '*** OUT OF BALANCE - SEE CHGBACK0011E ***'
008500             TO REPORT-TEXT-RECORD
008510         DISPLAY 'CHGBACK0011E CHARGEBACK DOES NOT BALANCE - '
008520             CHG-OUT-OF-BALANCE ' CHECK(S) FAILED FOR '
008530             CHG-REPORT-MONTH
008540     END-IF
008550     PERFORM 8000-WRITE-TEXT-LINE THRU 8000-EXIT.
008560 5300-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------
008600* 6000-SET-RETURN-CODE  -  OUT OF BALANCE OUTRANKS THE WARNINGS
008610*----------------------------------------------------------------
008620 6000-SET-RETURN-CODE.
008630     IF CHG-UNMETERED-RUNS > ZERO
008640         DISPLAY 'CHGBACK0009W ' CHG-UNMETERED-RUNS
008650             ' UNMETERED RUN(S) PRICED AT THE FLAT RATE'
008660         MOVE 4 TO RETURN-CODE
008670     END-IF
008680     IF CHG-BAD-DAY-LINES > ZERO
008690         DISPLAY 'CHGBACK0010W ' CHG-BAD-DAY-LINES
008700             ' AUDITLOG LINE(S) IN THE MONTH WITH NO VALID DAY'
008710             ' - NOT BILLED'
008720         MOVE 4 TO RETURN-CODE
008730     END-IF
008740     IF CHG-RATES-REJECTED > ZERO
008750         MOVE 4 TO RETURN-CODE
008760     END-IF
008770     IF CHG-OUT-OF-BALANCE > ZERO
008780         MOVE 8 TO RETURN-CODE
008790     END-IF.
008800 6000-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------
008840* 8000-WRITE-TEXT-LINE  -  WRITE AND CLEAR THE TEXT VIEW
008850*----------------------------------------------------------------
008860 8000-WRITE-TEXT-LINE.
008870     WRITE REPORT-TEXT-RECORD
008880     ADD 1 TO CHG-LINES-WRITTEN
008890     MOVE SPACES TO REPORT-TEXT-RECORD.
008900 8000-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
008950*                         RUN-CONTROL LOG FOR THE MORNING STATUS
008960*                         BOARD.  A LOG FAILURE IS WARNED, NOT
008970*                         FATAL.
008980*----------------------------------------------------------------
008990 8900-WRITE-STEP-LOG.
009000     OPEN EXTEND RUNLOG-FILE
009010     IF CHG-RUNLOG-STATUS = '35'
009020         OPEN OUTPUT RUNLOG-FILE
009030     END-IF
009040     IF CHG-RUNLOG-STATUS NOT = '00'
009050         DISPLAY 'CHGBACK0012W RUNLOG OPEN FAILED, STATUS = '
009060             CHG-RUNLOG-STATUS ' - STEP NOT LOGGED'
009070         GO TO 8900-EXIT
009080     END-IF
009090     MOVE SPACES TO RUNLOG-RECORD
009100     MOVE 'CHGBACK' TO RNL-PROGRAM-ID
009110     MOVE CHG-START-TIMESTAMP TO RNL-START-TIMESTAMP
009120     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
009130     MOVE RETURN-CODE TO RNL-RETURN-CODE
009140     MOVE CHG-LINES-READ TO RNL-RECORDS-READ
009150     MOVE CHG-LINES-WRITTEN TO RNL-RECORDS-WRITTEN
009160     MOVE CHG-OVERHEAD-RUNS TO RNL-KEY-COUNT
009170     MOVE 'UNALLOCATED RUNS' TO RNL-KEY-LABEL
009180     WRITE RUNLOG-RECORD
009190     CLOSE RUNLOG-FILE.
009200 8900-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------
009240* 9000-TERMINATE
009250*----------------------------------------------------------------
009260 9000-TERMINATE.
009270     CLOSE REPORT-FILE
009280     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
009290 9000-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 9800-ABEND-INVALID-PARM  -  NO USABLE BILLING MONTH
009340*----------------------------------------------------------------
009350 9800-ABEND-INVALID-PARM.
009360     DISPLAY 'CHGBACK0001E BILLING MONTH PARM NOT YYYYMM'
009370     MOVE 16 TO RETURN-CODE
009380     STOP RUN.
009390
009400*----------------------------------------------------------------
009410* 9810-ABEND-AUDITLOG-OPEN  -  AUDITLOG-FILE COULD NOT BE OPENED -
009420*                              WITHOUT IT THERE ARE NO RUNS TO
009430*                              CHARGE
009440*----------------------------------------------------------------
009450 9810-ABEND-AUDITLOG-OPEN.
009460     DISPLAY 'CHGBACK0002E AUDITLOG-FILE OPEN FAILED, STATUS = '
009470         CHG-AUDITLOG-STATUS
009480     CLOSE REPORT-FILE
009490     MOVE 16 TO RETURN-CODE
009500     STOP RUN.
009510
009520*----------------------------------------------------------------
009530* 9811-ABEND-CHGRATE-OPEN  -  CHGRATE-FILE COULD NOT BE OPENED -
009540*                             THERE IS NOTHING TO PRICE WITH
009550*----------------------------------------------------------------
009560 9811-ABEND-CHGRATE-OPEN.
009570     DISPLAY 'CHGBACK0003E CHGRATE-FILE OPEN FAILED, STATUS = '
009580         CHG-CHGRATE-STATUS
009590     CLOSE REPORT-FILE
009600     MOVE 16 TO RETURN-CODE
009610     STOP RUN.
009620
009630*----------------------------------------------------------------
009640* 9812-ABEND-CHGRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED -
009650*                            FAIL THE STEP RATHER THAN ABEND
009660*                            UNCONTROLLED ON THE FIRST WRITE
009670*----------------------------------------------------------------
009680 9812-ABEND-CHGRPT-OPEN.
009690     DISPLAY 'CHGBACK0004E REPORT-FILE OPEN FAILED, STATUS = '
009700         CHG-CHGRPT-STATUS
009710     MOVE 16 TO RETURN-CODE
009720     STOP RUN.
009730
009740*----------------------------------------------------------------
009750* 9813-ABEND-NO-RATE  -  NO VALID RATE RECORD IS IN EFFECT FOR
009760*                        THE BILLING MONTH
009770*----------------------------------------------------------------
009780 9813-ABEND-NO-RATE.
009790     DISPLAY 'CHGBACK0005E NO CHGRATE RECORD IN EFFECT FOR '
009800         CHG-REPORT-MONTH ' - MONTH NOT PRICED'
009810     CLOSE REPORT-FILE
009820     MOVE 16 TO RETURN-CODE
009830     STOP RUN.
009840
009850*----------------------------------------------------------------
009860* 9814-ABEND-SEEDREG-OPEN  -  SEEDREG-FILE COULD NOT BE OPENED -
009870*                             EVERY RUN WOULD FALL TO OVERHEAD
009880*----------------------------------------------------------------
009890 9814-ABEND-SEEDREG-OPEN.
009900     DISPLAY 'CHGBACK0007E SEEDREG-FILE OPEN FAILED, STATUS = '
009910         CHG-SEEDREG-STATUS
009920     CLOSE REPORT-FILE
009930     MOVE 16 TO RETURN-CODE
009940     STOP RUN.
009950
009960*----------------------------------------------------------------
009970* 9820-ABEND-TABLE-FULL  -  MORE SEEDS OR REQUESTERS THAN THE
009980*                           TABLES HOLD - FAIL THE STEP RATHER
009990*                           THAN INVOICE A PARTIAL MONTH
010000*----------------------------------------------------------------
010010 9820-ABEND-TABLE-FULL.
010020     DISPLAY 'CHGBACK0008E MORE THAN 5000 REGISTERED SEEDS OR 500'
010030         ' REQUESTERS - TABLE FULL'
010040     CLOSE REPORT-FILE
010050     MOVE 16 TO RETURN-CODE
010060     STOP RUN.
010070
010080*----------------------------------------------------------------
010090* 9821-ABEND-CHARGE-OVERFLOW  -  A RUN'S CHARGE WILL NOT FIT
010100*----------------------------------------------------------------
010110 9821-ABEND-CHARGE-OVERFLOW.
010120     DISPLAY 'CHGBACK0013E CHARGE OVERFLOW FOR SEED ' SRT-SEED
010130         ' AT ' SRT-TIMESTAMP
010140     CLOSE REPORT-FILE
010150     MOVE 16 TO RETURN-CODE
010160     STOP RUN.
010170
010180 END PROGRAM CHGBACK.
