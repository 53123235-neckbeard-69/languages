000100*----------------------------------------------------------------
000110* GENLOC   -  RUN LOCATOR INQUIRY AND RETIRED-GENERATION RUNDTL
000120*             CLEANUP
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. GENLOC.
000150 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000160 INSTALLATION. LOOOPS-DEVELOPMENT.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------
000200* REMARKS.
000210*     WORKS FROM THE RUN LOCATOR (RUNLOC) - ONE ENTRY PER RUN IN
000220*     EVERY CATALOGED ARRAYOUT GENERATION, APPENDED BY LOOOPY,
000230*     ARRMERGE AND DRVCONS AS EACH GENERATION IS CATALOGED -
000240*     AND THE RUNCAT CATALOG.  THE PARM SELECTS THE ACTION:
000250*         'INQUIRE iiiii'          LIST EVERY GENERATION THAT
000260*         'INQUIRE iiiii sssssssss' HOLDS THE INPUT NUMBER (AND
000270*                                  SEED), WITH ITS CATALOG
000280*                                  STATUS, AND NAME THE NEWEST
000290*                                  ACTIVE ONE AS THE CURRENT
000300*                                  COPY.  RC=0 WHEN AN ACTIVE
000310*                                  GENERATION HOLDS THE RUN, 4
000320*                                  WHEN ONLY RETIRED OR
000330*                                  UNCATALOGED ONES DO, 8 WHEN
000340*                                  THE LOCATOR HAS NO ENTRY.
000350*         'CLEANUP'                RUN AFTER ARRGENMT RETIRE.
000360*                                  EVERY RETIRED GENERATION NOT
000370*                                  YET CLEANED HAS ITS RUNS
000380*                                  TAKEN OFF THE RUN-DETAIL
000390*                                  STORE (RUNDTL), EXCEPT A RUN
000400*                                  KEY THAT A NEWER ACTIVE
000410*                                  GENERATION STILL HOLDS - THE
000420*                                  STORE'S COPY OF THAT KEY IS
000430*                                  THE NEWER RUN'S, SINCE THE
000440*                                  NEWEST LOAD WINS.  EVERY KEY
000450*                                  REMOVED OR KEPT IS REPORTED
000460*                                  WITH THE REASON, AND THE
000470*                                  GENERATIONS ARE THEN MARKED
000480*                                  CLEANED ON RUNCAT SO THE
000490*                                  NEXT CLEANUP PASSES THEM BY.
000500*     A RETIRED GENERATION WITH NO LOCATOR ENTRIES WAS CATALOGED
000510*     BEFORE THE LOCATOR EXISTED - IT IS WARNED (RC=4) AND
000520*     MARKED, SINCE THERE IS NOTHING TO TELL WHICH KEYS IT HELD.
000530*     THE CATALOG IS REWRITTEN ONLY AFTER THE STORE HAS BEEN
000540*     WORKED, SO A CLEANUP THAT FAILS PART WAY IS SIMPLY RUN
000550*     AGAIN.
000560*
000570* MODIFICATION HISTORY.
000580*     DATE       INIT  DESCRIPTION
000590*     ---------- ----  ------------------------------------------
000600*     2026-10-15  RJT  ORIGINAL VERSION.
000610*----------------------------------------------------------------
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OPTIONAL RUNCAT-FILE ASSIGN TO RUNCAT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS GLC-RUNCAT-STATUS.
000690     SELECT OPTIONAL RUNLOC-FILE ASSIGN TO RUNLOC
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS GLC-RUNLOC-STATUS.
000720     SELECT RUNDTL-FILE   ASSIGN TO RUNDTL
000730         ORGANIZATION IS INDEXED
000740         ACCESS IS DYNAMIC
000750         RECORD KEY IS RDT-KEY
000760         FILE STATUS IS GLC-RUNDTL-STATUS.
000770     SELECT REPORT-FILE ASSIGN TO LOCRPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GLC-LOCRPT-STATUS.
000800     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS GLC-RUNLOG-STATUS.
000830     SELECT SORT-FILE     ASSIGN TO SORTWORK.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  RUNCAT-FILE.
000880     COPY RUNCATC.
000890
000900 FD  RUNLOC-FILE.
000910     COPY RUNLOCC.
000920
000930 FD  RUNDTL-FILE.
000940     COPY RUNDTLC.
000950
000960*----------------------------------------------------------------
000970* REPORT-FILE CARRIES THREE ALTERNATE RECORD VIEWS OVER THE SAME
000980* BUFFER - FREE TEXT FOR HEADINGS AND TOTALS, THE INQUIRY LINE
000990* ONE PER LOCATOR ENTRY, AND THE CLEANUP LINE ONE PER RUN KEY
001000*----------------------------------------------------------------
001010 FD  REPORT-FILE.
001020 01  REPORT-TEXT-RECORD         PIC X(80).
001030 01  REPORT-INQUIRY-RECORD.
001040     05  GNI-INPUT-NUMBER            PIC ZZZZ9.
001050     05  GNI-FILLER-1                PIC X(02).
001060     05  GNI-SEED                    PIC 9(09).
001070     05  GNI-FILLER-2                PIC X(02).
001080     05  GNI-RUN-TIMESTAMP           PIC X(14).
001090     05  GNI-FILLER-3                PIC X(02).
001100     05  GNI-GEN-NUMBER              PIC ZZZZ9.
001110     05  GNI-FILLER-4                PIC X(02).
001120     05  GNI-CREATED                 PIC X(14).
001130     05  GNI-FILLER-5                PIC X(02).
001140     05  GNI-STATUS                  PIC X(15).
001150     05  GNI-FILLER-6                PIC X(08).
001160 01  REPORT-CLEANUP-RECORD.
001170     05  GNC-INPUT-NUMBER            PIC ZZZZ9.
001180     05  GNC-FILLER-1                PIC X(02).
001190     05  GNC-SEED                    PIC 9(09).
001200     05  GNC-FILLER-2                PIC X(02).
001210     05  GNC-ACTION                  PIC X(07).
001220     05  GNC-FILLER-3                PIC X(02).
001230     05  GNC-ELEMENTS                PIC ZZZZ9.
001240     05  GNC-FILLER-4                PIC X(02).
001250     05  GNC-REASON                  PIC X(46).
001260
001270 FD  RUNLOG-FILE.
001280     COPY RUNLOGC.
001290
001300 SD  SORT-FILE.
001310 01  SORT-RECORD.
001320     05  SRT-INPUT-NUMBER            PIC 9(05).
001330     05  SRT-SEED                    PIC 9(09).
001340     05  SRT-GEN-NUMBER              PIC 9(05).
001350     05  SRT-GEN-CLASS               PIC X(01).
001360         88  SRT-GEN-ACTIVE                  VALUE 'A'.
001370         88  SRT-GEN-PENDING                 VALUE 'P'.
001380         88  SRT-GEN-OTHER                   VALUE 'O'.
001390
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001420* FILE STATUS FIELDS AND SWITCHES
001430*----------------------------------------------------------------
001440 01  GLC-RUNCAT-STATUS            PIC X(02) VALUE '00'.
001450 01  GLC-RUNLOC-STATUS            PIC X(02) VALUE '00'.
001460 01  GLC-RUNDTL-STATUS            PIC X(02) VALUE '00'.
001470 01  GLC-LOCRPT-STATUS            PIC X(02) VALUE '00'.
001480 01  GLC-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001490 01  GLC-EOF-RUNCAT-SW            PIC X(01) VALUE 'N'.
001500     88  GLC-EOF-RUNCAT                      VALUE 'Y'.
001510 01  GLC-EOF-RUNLOC-SW            PIC X(01) VALUE 'N'.
001520     88  GLC-EOF-RUNLOC                      VALUE 'Y'.
001530 01  GLC-EOF-RUNDTL-SW            PIC X(01) VALUE 'N'.
001540     88  GLC-EOF-RUNDTL                      VALUE 'Y'.
001550 01  GLC-EOF-SORT-SW              PIC X(01) VALUE 'N'.
001560     88  GLC-EOF-SORT                        VALUE 'Y'.
001570 01  GLC-FOUND-SW                 PIC X(01) VALUE 'N'.
001580     88  GLC-FOUND                           VALUE 'Y'.
001590 01  GLC-KEY-OPEN-SW              PIC X(01) VALUE 'N'.
001600     88  GLC-KEY-OPEN                        VALUE 'Y'.
001610
001620*----------------------------------------------------------------
001630* PARM FIELDS - VERB AND ITS OPERANDS
001640*----------------------------------------------------------------
001650 01  GLC-PARM-STRING              PIC X(80) VALUE SPACES.
001660 01  GLC-PARM-VERB                PIC X(08) VALUE SPACES.
001670 01  GLC-PARM-INPUT-ALPHA         PIC X(05) VALUE SPACES
001680                                  JUSTIFIED RIGHT.
001690 01  GLC-PARM-SEED-ALPHA          PIC X(09) VALUE SPACES
001700                                  JUSTIFIED RIGHT.
001710 01  GLC-INQ-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
001720 01  GLC-INQ-SEED                 PIC 9(09) VALUE ZERO.
001730 01  GLC-INQ-SEED-SW              PIC X(01) VALUE 'N'.
001740     88  GLC-INQ-BY-SEED                     VALUE 'Y'.
001750
001760*----------------------------------------------------------------
001770* CATALOG TABLE - THE WHOLE CATALOG IS HELD FOR THE LOOKUPS AND,
001780* AFTER A CLEANUP, WRITTEN BACK IN FULL.  EACH ENTRY KEEPS THE
001790* RECORD AS READ, SO THE REWRITE CHANGES ONLY THE CLEANUP MARK
001800*----------------------------------------------------------------
001810 01  GLC-CAT-COUNT                PIC 9(05) COMP VALUE ZERO.
001820 01  GLC-CAT-TABLE.
001830     05  GLC-CAT-ENTRY OCCURS 1000 TIMES
001840                       INDEXED BY GLC-IDX.
001850         10  GLC-CAT-IMAGE           PIC X(70).
001860         10  GLC-CAT-NUMBER          PIC 9(05).
001870         10  GLC-CAT-TIMESTAMP       PIC X(26).
001880         10  GLC-CAT-STATUS          PIC X(01).
001890             88  GLC-CAT-ACTIVE              VALUE 'A'.
001900             88  GLC-CAT-RETIRED             VALUE 'R'.
001910         10  GLC-CAT-DTL-CLEANUP     PIC X(01).
001920             88  GLC-CAT-CLEANED             VALUE 'C'.
001930         10  GLC-CAT-PENDING-SW      PIC X(01).
001940             88  GLC-CAT-PENDING             VALUE 'Y'.
001950         10  GLC-CAT-LOC-COUNT       PIC 9(05) COMP.
001960
001970*----------------------------------------------------------------
001980* INQUIRY RESULTS
001990*----------------------------------------------------------------
002000 01  GLC-LOOKUP-GEN               PIC 9(05) VALUE ZERO.
002010 01  GLC-INQ-FOUND-COUNT          PIC 9(05) VALUE ZERO.
002020 01  GLC-CURRENT-GEN              PIC 9(05) VALUE ZERO.
002030 01  GLC-NEWEST-GEN               PIC 9(05) VALUE ZERO.
002040
002050*----------------------------------------------------------------
002060* CLEANUP - THE RUN KEY IN HAND AND THE NIGHT'S COUNTS
002070*----------------------------------------------------------------
002080 01  GLC-KEY-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
002090 01  GLC-KEY-SEED                 PIC 9(09) VALUE ZERO.
002100 01  GLC-KEY-NEWEST-ACTIVE        PIC 9(05) VALUE ZERO.
002110 01  GLC-KEY-NEWEST-PENDING       PIC 9(05) VALUE ZERO.
002120 01  GLC-KEY-ELEMENTS             PIC 9(05) VALUE ZERO.
002130 01  GLC-PENDING-COUNT            PIC 9(05) VALUE ZERO.
002140 01  GLC-GENS-UNLOCATED           PIC 9(05) VALUE ZERO.
002150 01  GLC-KEYS-REMOVED             PIC 9(05) VALUE ZERO.
002160 01  GLC-KEYS-KEPT                PIC 9(05) VALUE ZERO.
002170 01  GLC-KEYS-ABSENT              PIC 9(05) VALUE ZERO.
002180 01  GLC-ELEMENTS-REMOVED         PIC 9(07) VALUE ZERO.
002190 01  GLC-LOC-UNUSABLE             PIC 9(05) VALUE ZERO.
002200
002210*----------------------------------------------------------------
002220* WORK FIELDS AND COUNTS
002230*----------------------------------------------------------------
002240 01  GLC-LOC-READ                 PIC 9(07) VALUE ZERO.
002250 01  GLC-EDIT-COUNT               PIC ZZZZZZ9.
002260 01  GLC-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002270
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
002320     IF GLC-PARM-VERB = 'INQUIRE'
002330         PERFORM 3000-INQUIRE THRU 3000-EXIT
002340     ELSE
002350         PERFORM 4000-CLEANUP THRU 4000-EXIT
002360     END-IF
002370     PERFORM 9000-TERMINATE THRU 9000-EXIT
002380     STOP RUN.
002390
002400*----------------------------------------------------------------
002410* 1000-INITIALIZE  -  PARSE AND VALIDATE THE PARM, OPEN THE
002420*                     REPORT.  THE NUMERIC OPERANDS ARRIVE LEFT-
002430*                     JUSTIFIED AND ARE RE-ALIGNED THROUGH
002440*                     JUSTIFIED FIELDS THE WAY DTLFETCH DOES
002450*----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     MOVE FUNCTION CURRENT-DATE TO GLC-START-TIMESTAMP
002480     ACCEPT GLC-PARM-STRING FROM COMMAND-LINE
002490     UNSTRING GLC-PARM-STRING DELIMITED BY ALL SPACES
002500         INTO GLC-PARM-VERB
002510              GLC-PARM-INPUT-ALPHA
002520              GLC-PARM-SEED-ALPHA
002530     END-UNSTRING
002540     IF GLC-PARM-VERB = 'INQUIRE'
002550         PERFORM 1100-VALIDATE-INQUIRE THRU 1100-EXIT
002560     ELSE
002570         IF GLC-PARM-VERB NOT = 'CLEANUP'
002580            OR GLC-PARM-INPUT-ALPHA NOT = SPACES
002590             GO TO 9800-ABEND-INVALID-PARM
002600         END-IF
002610     END-IF
002620     OPEN OUTPUT REPORT-FILE
002630     IF GLC-LOCRPT-STATUS NOT = '00'
002640         GO TO 9812-ABEND-LOCRPT-OPEN
002650     END-IF
002660     IF GLC-PARM-VERB = 'INQUIRE'
002670         MOVE 'LOOOPY RUN LOCATOR INQUIRY' TO REPORT-TEXT-RECORD
002680     ELSE
002690         MOVE 'LOOOPY RETIRED-GENERATION RUNDTL CLEANUP REPORT'
002700             TO REPORT-TEXT-RECORD
002710     END-IF
002720     WRITE REPORT-TEXT-RECORD
002730     MOVE SPACES TO REPORT-TEXT-RECORD
002740     WRITE REPORT-TEXT-RECORD.
002750 1000-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------------
002790* 1100-VALIDATE-INQUIRE  -  A NON-ZERO INPUT NUMBER, AND A SEED
002800*                           ONLY IF ONE WAS GIVEN
002810*----------------------------------------------------------------
002820 1100-VALIDATE-INQUIRE.
002830     INSPECT GLC-PARM-INPUT-ALPHA
002840         REPLACING LEADING SPACE BY ZERO
002850     IF GLC-PARM-INPUT-ALPHA IS NUMERIC
002860         MOVE GLC-PARM-INPUT-ALPHA TO GLC-INQ-INPUT-NUMBER
002870     ELSE
002880         GO TO 9800-ABEND-INVALID-PARM
002890     END-IF
002900     IF GLC-INQ-INPUT-NUMBER = ZERO
002910         GO TO 9800-ABEND-INVALID-PARM
002920     END-IF
002930     IF GLC-PARM-SEED-ALPHA = SPACES
002940         GO TO 1100-EXIT
002950     END-IF
002960     INSPECT GLC-PARM-SEED-ALPHA
002970         REPLACING LEADING SPACE BY ZERO
002980     IF GLC-PARM-SEED-ALPHA IS NUMERIC
002990         MOVE GLC-PARM-SEED-ALPHA TO GLC-INQ-SEED
003000         SET GLC-INQ-BY-SEED TO TRUE
003010     ELSE
003020         GO TO 9800-ABEND-INVALID-PARM
003030     END-IF.
003040 1100-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------
003080* 2000-LOAD-CATALOG  -  THE WHOLE CATALOG INTO THE TABLE.  A
003090*                       CATALOG NOT YET CREATED IS SIMPLY EMPTY
003100*----------------------------------------------------------------
003110 2000-LOAD-CATALOG.
003120     OPEN INPUT RUNCAT-FILE
003130     IF GLC-RUNCAT-STATUS = '05'
003140         CLOSE RUNCAT-FILE
003150         GO TO 2000-EXIT
003160     END-IF
003170     IF GLC-RUNCAT-STATUS NOT = '00'
003180         GO TO 9810-ABEND-RUNCAT-OPEN
003190     END-IF
003200     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003210         UNTIL GLC-EOF-RUNCAT
003220     CLOSE RUNCAT-FILE.
003230 2000-EXIT.
003240     EXIT.
003250
003260 2100-LOAD-ONE-ENTRY.
003270     READ RUNCAT-FILE
003280         AT END
003290             SET GLC-EOF-RUNCAT TO TRUE
003300         NOT AT END
003310             IF GLC-CAT-COUNT NOT < 1000
003320                 GO TO 9820-ABEND-TABLE-FULL
003330             END-IF
003340             ADD 1 TO GLC-CAT-COUNT
003350             SET GLC-IDX TO GLC-CAT-COUNT
003360             MOVE RUNCAT-RECORD TO GLC-CAT-IMAGE (GLC-IDX)
003370             MOVE RCT-GEN-NUMBER TO GLC-CAT-NUMBER (GLC-IDX)
003380             MOVE RCT-CREATE-TIMESTAMP
003390                 TO GLC-CAT-TIMESTAMP (GLC-IDX)
003400             MOVE RCT-GEN-STATUS TO GLC-CAT-STATUS (GLC-IDX)
003410             MOVE RCT-DTL-CLEANUP
003420                 TO GLC-CAT-DTL-CLEANUP (GLC-IDX)
003430             MOVE 'N' TO GLC-CAT-PENDING-SW (GLC-IDX)
003440             MOVE ZERO TO GLC-CAT-LOC-COUNT (GLC-IDX)
003450     END-READ.
003460 2100-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 3000-INQUIRE  -  EVERY LOCATOR ENTRY FOR THE RUN, THEN WHICH
003510*                  GENERATION HOLDS ITS CURRENT COPY
003520*----------------------------------------------------------------
003530 3000-INQUIRE.
003540     MOVE 'INPUT  SEED       RUN-TIMESTAMP   GEN-NO CREATED'
003550         TO REPORT-TEXT-RECORD
003560     MOVE 'STATUS' TO REPORT-TEXT-RECORD (58:6)
003570     WRITE REPORT-TEXT-RECORD
003580     OPEN INPUT RUNLOC-FILE
003590     IF GLC-RUNLOC-STATUS = '05'
003600         CLOSE RUNLOC-FILE
003610         SET GLC-EOF-RUNLOC TO TRUE
003620     ELSE
003630         IF GLC-RUNLOC-STATUS NOT = '00'
003640             GO TO 9814-ABEND-RUNLOC-OPEN
003650         END-IF
003660     END-IF
003670     PERFORM 3100-MATCH-ONE-ENTRY THRU 3100-EXIT
003680         UNTIL GLC-EOF-RUNLOC
003690     IF GLC-RUNLOC-STATUS NOT = '05'
003700         CLOSE RUNLOC-FILE
003710     END-IF
003720     MOVE SPACES TO REPORT-TEXT-RECORD
003730     WRITE REPORT-TEXT-RECORD
003740     IF GLC-INQ-FOUND-COUNT = ZERO
003750         MOVE 'THE RUN IS NOT ON THE RUN LOCATOR'
003760             TO REPORT-TEXT-RECORD
003770         WRITE REPORT-TEXT-RECORD
003780         DISPLAY 'GENLOC0009W INPUT NUMBER ' GLC-INQ-INPUT-NUMBER
003790             ' IS NOT ON THE RUN LOCATOR'
003800         MOVE 8 TO RETURN-CODE
003810         GO TO 3000-EXIT
003820     END-IF
003830     IF GLC-CURRENT-GEN > ZERO
003840         MOVE SPACES TO REPORT-TEXT-RECORD
003850         STRING 'CURRENT COPY IS IN ACTIVE GENERATION '
003860             GLC-CURRENT-GEN
003870             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
003880         WRITE REPORT-TEXT-RECORD
003890         DISPLAY 'GENLOC0007I INPUT NUMBER ' GLC-INQ-INPUT-NUMBER
003900             ' IS HELD BY ACTIVE GENERATION ' GLC-CURRENT-GEN
003910     ELSE
003920         MOVE SPACES TO REPORT-TEXT-RECORD
003930         STRING 'NO ACTIVE GENERATION HOLDS THE RUN - NEWEST '
003940             'HOLDER IS GENERATION ' GLC-NEWEST-GEN
003950             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
003960         WRITE REPORT-TEXT-RECORD
003970         DISPLAY 'GENLOC0008W INPUT NUMBER ' GLC-INQ-INPUT-NUMBER
003980             ' IS HELD ONLY BY RETIRED OR UNCATALOGED'
003990             ' GENERATIONS'
004000         MOVE 4 TO RETURN-CODE
004010     END-IF.
004020 3000-EXIT.
004030     EXIT.
004040
004050 3100-MATCH-ONE-ENTRY.
004060     READ RUNLOC-FILE
004070         AT END
004080             SET GLC-EOF-RUNLOC TO TRUE
004090             GO TO 3100-EXIT
004100     END-READ
004110     ADD 1 TO GLC-LOC-READ
004120     IF RLC-INPUT-NUMBER NOT = GLC-INQ-INPUT-NUMBER
004130         GO TO 3100-EXIT
004140     END-IF
004150     IF GLC-INQ-BY-SEED
004160        AND RLC-SEED NOT = GLC-INQ-SEED
004170         GO TO 3100-EXIT
004180     END-IF
004190     ADD 1 TO GLC-INQ-FOUND-COUNT
004200     IF RLC-GEN-NUMBER > GLC-NEWEST-GEN
004210         MOVE RLC-GEN-NUMBER TO GLC-NEWEST-GEN
004220     END-IF
004230     MOVE SPACES TO REPORT-INQUIRY-RECORD
004240     MOVE RLC-INPUT-NUMBER TO GNI-INPUT-NUMBER
004250     MOVE RLC-SEED TO GNI-SEED
004260     MOVE RLC-RUN-TIMESTAMP (1:14) TO GNI-RUN-TIMESTAMP
004270     MOVE RLC-GEN-NUMBER TO GNI-GEN-NUMBER
004280     MOVE RLC-GEN-NUMBER TO GLC-LOOKUP-GEN
004290     PERFORM 7000-FIND-GENERATION THRU 7000-EXIT
004300     IF NOT GLC-FOUND
004310         MOVE 'NOT CATALOGED' TO GNI-STATUS
004320     ELSE
004330         MOVE GLC-CAT-TIMESTAMP (GLC-IDX) (1:14) TO GNI-CREATED
004340         IF GLC-CAT-ACTIVE (GLC-IDX)
004350             MOVE 'ACTIVE' TO GNI-STATUS
004360             IF RLC-GEN-NUMBER > GLC-CURRENT-GEN
004370                 MOVE RLC-GEN-NUMBER TO GLC-CURRENT-GEN
004380             END-IF
004390         ELSE
004400             IF GLC-CAT-CLEANED (GLC-IDX)
004410                 MOVE 'RETIRED/CLEANED' TO GNI-STATUS
004420             ELSE
004430                 MOVE 'RETIRED' TO GNI-STATUS
004440             END-IF
004450         END-IF
004460     END-IF
004470     WRITE REPORT-INQUIRY-RECORD.
004480 3100-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* 4000-CLEANUP  -  WORK EVERY RETIRED GENERATION NOT YET CLEANED:
004530*                  THE LOCATOR SORTED INTO RUN-KEY ORDER SHOWS,
004540*                  KEY BY KEY, WHETHER A NEWER ACTIVE GENERATION
004550*                  STILL HOLDS IT
004560*----------------------------------------------------------------
004570 4000-CLEANUP.
004580     PERFORM 4100-MARK-PENDING THRU 4100-EXIT
004590         VARYING GLC-IDX FROM 1 BY 1
004600         UNTIL GLC-IDX > GLC-CAT-COUNT
004610     IF GLC-PENDING-COUNT = ZERO
004620         MOVE 'NO RETIRED GENERATION AWAITS RUNDTL CLEANUP'
004630             TO REPORT-TEXT-RECORD
004640         WRITE REPORT-TEXT-RECORD
004650         DISPLAY 'GENLOC0012I NO RETIRED GENERATION AWAITS'
004660             ' RUNDTL CLEANUP'
004670         GO TO 4000-EXIT
004680     END-IF
004690     OPEN I-O RUNDTL-FILE
004700     IF GLC-RUNDTL-STATUS NOT = '00'
004710         GO TO 9816-ABEND-RUNDTL-OPEN
004720     END-IF
004730     MOVE 'INPUT  SEED       ACTION   ELEMS  REASON'
004740         TO REPORT-TEXT-RECORD
004750     WRITE REPORT-TEXT-RECORD
004760     SORT SORT-FILE
004770         ON ASCENDING KEY SRT-INPUT-NUMBER
004780         ON ASCENDING KEY SRT-SEED
004790         ON ASCENDING KEY SRT-GEN-NUMBER
004800         INPUT PROCEDURE IS 4200-RELEASE-LOCATOR
004810             THRU 4200-EXIT
004820         OUTPUT PROCEDURE IS 4400-WORK-RUN-KEYS
004830             THRU 4400-EXIT
004832     IF SORT-RETURN NOT = ZERO
004834         GO TO 9831-ABEND-SORT-FAILED
004836     END-IF
004840     CLOSE RUNDTL-FILE
004850     MOVE SPACES TO REPORT-TEXT-RECORD
004860     WRITE REPORT-TEXT-RECORD
004870     MOVE 'GENERATIONS CLEANED' TO REPORT-TEXT-RECORD
004880     WRITE REPORT-TEXT-RECORD
004890     PERFORM 4700-REPORT-GENERATION THRU 4700-EXIT
004900         VARYING GLC-IDX FROM 1 BY 1
004910         UNTIL GLC-IDX > GLC-CAT-COUNT
004920     PERFORM 4800-REWRITE-CATALOG THRU 4800-EXIT
004930     PERFORM 4900-WRITE-TOTALS THRU 4900-EXIT.
004940 4000-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 4100-MARK-PENDING  -  A RETIRED GENERATION NOT YET MARKED
004990*                       CLEANED IS WORKED BY THIS CLEANUP
005000*----------------------------------------------------------------
005010 4100-MARK-PENDING.
005020     IF GLC-CAT-RETIRED (GLC-IDX)
005030        AND NOT GLC-CAT-CLEANED (GLC-IDX)
005040         MOVE 'Y' TO GLC-CAT-PENDING-SW (GLC-IDX)
005050         ADD 1 TO GLC-PENDING-COUNT
005060     END-IF.
005070 4100-EXIT.
005080     EXIT.
005090
005100 4200-RELEASE-LOCATOR.
005110     OPEN INPUT RUNLOC-FILE
005120     IF GLC-RUNLOC-STATUS = '05'
005130         CLOSE RUNLOC-FILE
005140         GO TO 4200-EXIT
005150     END-IF
005160     IF GLC-RUNLOC-STATUS NOT = '00'
005170         GO TO 9814-ABEND-RUNLOC-OPEN
005180     END-IF
005190     PERFORM 4300-RELEASE-ONE-ENTRY THRU 4300-EXIT
005200         UNTIL GLC-EOF-RUNLOC
005210     CLOSE RUNLOC-FILE.
005220 4200-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260* 4300-RELEASE-ONE-ENTRY  -  EACH LOCATOR ENTRY GOES TO THE SORT
005270*                            CLASSED BY ITS GENERATION - ACTIVE,
005280*                            BEING CLEANED NOW, OR NEITHER
005290*                            (ALREADY CLEANED OR NOT CATALOGED)
005300*----------------------------------------------------------------
005310 4300-RELEASE-ONE-ENTRY.
005320     READ RUNLOC-FILE
005330         AT END
005340             SET GLC-EOF-RUNLOC TO TRUE
005350             GO TO 4300-EXIT
005360     END-READ
005370     ADD 1 TO GLC-LOC-READ
005380     IF RLC-INPUT-NUMBER NOT NUMERIC
005390        OR RLC-SEED NOT NUMERIC
005400        OR RLC-GEN-NUMBER NOT NUMERIC
005410         ADD 1 TO GLC-LOC-UNUSABLE
005420         GO TO 4300-EXIT
005430     END-IF
005440     MOVE RLC-INPUT-NUMBER TO SRT-INPUT-NUMBER
005450     MOVE RLC-SEED TO SRT-SEED
005460     MOVE RLC-GEN-NUMBER TO SRT-GEN-NUMBER
005470     SET SRT-GEN-OTHER TO TRUE
005480     MOVE RLC-GEN-NUMBER TO GLC-LOOKUP-GEN
005490     PERFORM 7000-FIND-GENERATION THRU 7000-EXIT
005500     IF GLC-FOUND
005510         IF GLC-CAT-ACTIVE (GLC-IDX)
005520             SET SRT-GEN-ACTIVE TO TRUE
005530         END-IF
005540         IF GLC-CAT-PENDING (GLC-IDX)
005550             SET SRT-GEN-PENDING TO TRUE
005560             ADD 1 TO GLC-CAT-LOC-COUNT (GLC-IDX)
005570         END-IF
005580     END-IF
005590     RELEASE SORT-RECORD.
005600 4300-EXIT.
005610     EXIT.
005620
005630 4400-WORK-RUN-KEYS.
005640     PERFORM 4500-TAKE-ONE-ENTRY THRU 4500-EXIT
005650         UNTIL GLC-EOF-SORT
005660     IF GLC-KEY-OPEN
005670         PERFORM 4600-SETTLE-RUN-KEY THRU 4600-EXIT
005680     END-IF.
005690 4400-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------
005730* 4500-TAKE-ONE-ENTRY  -  ENTRIES ARRIVE IN GENERATION ORDER
005740*                         WITHIN THE KEY, SO THE LAST ACTIVE AND
005750*                         THE LAST PENDING SEEN ARE THE NEWEST
005760*----------------------------------------------------------------
005770 4500-TAKE-ONE-ENTRY.
005780     RETURN SORT-FILE
005790         AT END
005800             SET GLC-EOF-SORT TO TRUE
005810             GO TO 4500-EXIT
005820     END-RETURN
005830     IF GLC-KEY-OPEN
005840        AND (SRT-INPUT-NUMBER NOT = GLC-KEY-INPUT-NUMBER
005850             OR SRT-SEED NOT = GLC-KEY-SEED)
005860         PERFORM 4600-SETTLE-RUN-KEY THRU 4600-EXIT
005870     END-IF
005880     IF NOT GLC-KEY-OPEN
005890         SET GLC-KEY-OPEN TO TRUE
005900         MOVE SRT-INPUT-NUMBER TO GLC-KEY-INPUT-NUMBER
005910         MOVE SRT-SEED TO GLC-KEY-SEED
005920         MOVE ZERO TO GLC-KEY-NEWEST-ACTIVE
005930         MOVE ZERO TO GLC-KEY-NEWEST-PENDING
005940     END-IF
005950     IF SRT-GEN-ACTIVE
005960         MOVE SRT-GEN-NUMBER TO GLC-KEY-NEWEST-ACTIVE
005970     END-IF
005980     IF SRT-GEN-PENDING
005990         MOVE SRT-GEN-NUMBER TO GLC-KEY-NEWEST-PENDING
006000     END-IF.
006010 4500-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 4600-SETTLE-RUN-KEY  -  A KEY NO GENERATION BEING CLEANED HOLDS
006060*                         IS NOT THIS CLEANUP'S BUSINESS.  A KEY
006070*                         A NEWER ACTIVE GENERATION HOLDS IS
006080*                         KEPT; ANY OTHER HAS ITS ELEMENTS TAKEN
006090*                         OFF THE STORE
006100*----------------------------------------------------------------
006110 4600-SETTLE-RUN-KEY.
006120     MOVE 'N' TO GLC-KEY-OPEN-SW
006130     IF GLC-KEY-NEWEST-PENDING = ZERO
006140         GO TO 4600-EXIT
006150     END-IF
006160     MOVE SPACES TO REPORT-CLEANUP-RECORD
006170     MOVE GLC-KEY-INPUT-NUMBER TO GNC-INPUT-NUMBER
006180     MOVE GLC-KEY-SEED TO GNC-SEED
006190     IF GLC-KEY-NEWEST-ACTIVE > GLC-KEY-NEWEST-PENDING
006200         MOVE 'KEPT' TO GNC-ACTION
006210         MOVE ZERO TO GNC-ELEMENTS
006220         STRING 'ACTIVE GENERATION ' GLC-KEY-NEWEST-ACTIVE
006230             ' HOLDS A NEWER COPY'
006240             DELIMITED BY SIZE INTO GNC-REASON
006250         WRITE REPORT-CLEANUP-RECORD
006260         ADD 1 TO GLC-KEYS-KEPT
006270         GO TO 4600-EXIT
006280     END-IF
006290     PERFORM 4610-REMOVE-KEY-ELEMENTS THRU 4610-EXIT
006300     MOVE GLC-KEY-ELEMENTS TO GNC-ELEMENTS
006310     IF GLC-KEY-ELEMENTS = ZERO
006320         MOVE 'ABSENT' TO GNC-ACTION
006330         MOVE 'NOTHING ON RUNDTL FOR THE KEY' TO GNC-REASON
006340         ADD 1 TO GLC-KEYS-ABSENT
006350     ELSE
006360         MOVE 'REMOVED' TO GNC-ACTION
006370         ADD 1 TO GLC-KEYS-REMOVED
006380         IF GLC-KEY-NEWEST-ACTIVE > ZERO
006390             STRING 'OLDER ACTIVE GEN ' GLC-KEY-NEWEST-ACTIVE
006400                 ' ALSO HOLDS IT - DTLLOAD TO RESTORE'
006410                 DELIMITED BY SIZE INTO GNC-REASON
006420         ELSE
006430             STRING 'ONLY RETIRED GENERATION '
006440                 GLC-KEY-NEWEST-PENDING ' HELD IT'
006450                 DELIMITED BY SIZE INTO GNC-REASON
006460         END-IF
006470     END-IF
006480     WRITE REPORT-CLEANUP-RECORD.
006490 4600-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530* 4610-REMOVE-KEY-ELEMENTS  -  EVERY ELEMENT OF THE RUN, FROM
006540*                              INDEX ZERO UP, UNTIL THE KEY
006550*                              CHANGES
006560*----------------------------------------------------------------
006570 4610-REMOVE-KEY-ELEMENTS.
006580     MOVE ZERO TO GLC-KEY-ELEMENTS
006590     MOVE 'N' TO GLC-EOF-RUNDTL-SW
006600     MOVE GLC-KEY-INPUT-NUMBER TO RDT-INPUT-NUMBER
006610     MOVE GLC-KEY-SEED TO RDT-SEED
006620     MOVE ZERO TO RDT-INDEX
006630     START RUNDTL-FILE KEY NOT < RDT-KEY
006640         INVALID KEY
006650             SET GLC-EOF-RUNDTL TO TRUE
006660     END-START
006670     PERFORM 4620-REMOVE-ONE-ELEMENT THRU 4620-EXIT
006680         UNTIL GLC-EOF-RUNDTL.
006690 4610-EXIT.
006700     EXIT.
006710
006720 4620-REMOVE-ONE-ELEMENT.
006730     READ RUNDTL-FILE NEXT RECORD
006740         AT END
006750             SET GLC-EOF-RUNDTL TO TRUE
006760             GO TO 4620-EXIT
006770     END-READ
006780     IF RDT-INPUT-NUMBER NOT = GLC-KEY-INPUT-NUMBER
006790        OR RDT-SEED NOT = GLC-KEY-SEED
006800         SET GLC-EOF-RUNDTL TO TRUE
006810         GO TO 4620-EXIT
006820     END-IF
006830     DELETE RUNDTL-FILE RECORD
006840         INVALID KEY
006850             GO TO 9830-ABEND-RUNDTL-DELETE
006860     END-DELETE
006870     ADD 1 TO GLC-KEY-ELEMENTS
006880     ADD 1 TO GLC-ELEMENTS-REMOVED.
006890 4620-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------
006930* 4700-REPORT-GENERATION  -  ONE LINE PER GENERATION CLEANED.  A
006940*                            GENERATION WITH NO LOCATOR ENTRIES
006950*                            PREDATES THE LOCATOR - ITS KEYS
006960*                            CANNOT BE KNOWN, SO IT IS WARNED
006970*----------------------------------------------------------------
006980 4700-REPORT-GENERATION.
006990     IF NOT GLC-CAT-PENDING (GLC-IDX)
007000         GO TO 4700-EXIT
007010     END-IF
007020     MOVE SPACES TO REPORT-TEXT-RECORD
007030     IF GLC-CAT-LOC-COUNT (GLC-IDX) = ZERO
007040         STRING '  GENERATION ' GLC-CAT-NUMBER (GLC-IDX)
007050             ' HAS NO LOCATOR ENTRIES - NOTHING REMOVED'
007060             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007070         DISPLAY 'GENLOC0011W GENERATION '
007080             GLC-CAT-NUMBER (GLC-IDX)
007090             ' HAS NO LOCATOR ENTRIES - CATALOGED BEFORE THE'
007100             ' LOCATOR'
007110         ADD 1 TO GLC-GENS-UNLOCATED
007120     ELSE
007130         MOVE GLC-CAT-LOC-COUNT (GLC-IDX) TO GLC-EDIT-COUNT
007140         STRING '  GENERATION ' GLC-CAT-NUMBER (GLC-IDX)
007150             ' ' GLC-EDIT-COUNT ' RUN(S) ON THE LOCATOR'
007160             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007170     END-IF
007180     WRITE REPORT-TEXT-RECORD.
007190 4700-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 4800-REWRITE-CATALOG  -  THE TABLE GOES BACK AS THE WHOLE
007240*                          CATALOG, EACH RECORD AS IT WAS READ
007250*                          EXCEPT FOR THE NEW CLEANUP MARKS
007260*----------------------------------------------------------------
007270 4800-REWRITE-CATALOG.
007280     OPEN OUTPUT RUNCAT-FILE
007290     IF GLC-RUNCAT-STATUS NOT = '00'
007300         GO TO 9810-ABEND-RUNCAT-OPEN
007310     END-IF
007320     PERFORM 4810-WRITE-ONE-ENTRY THRU 4810-EXIT
007330         VARYING GLC-IDX FROM 1 BY 1
007340         UNTIL GLC-IDX > GLC-CAT-COUNT
007350     CLOSE RUNCAT-FILE.
007360 4800-EXIT.
007370     EXIT.
007380
007390 4810-WRITE-ONE-ENTRY.
007400     MOVE GLC-CAT-IMAGE (GLC-IDX) TO RUNCAT-RECORD
007410     IF GLC-CAT-PENDING (GLC-IDX)
007420         SET RCT-DTL-CLEANED TO TRUE
007430     END-IF
007440     WRITE RUNCAT-RECORD.
007450 4810-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490* 4900-WRITE-TOTALS  -  THE CLEANUP'S COUNTS.  A GENERATION THAT
007500*                       PREDATES THE LOCATOR OR AN UNREADABLE
007510*                       LOCATOR ENTRY ENDS THE STEP RC=4
007520*----------------------------------------------------------------
007530 4900-WRITE-TOTALS.
007540     MOVE SPACES TO REPORT-TEXT-RECORD
007550     WRITE REPORT-TEXT-RECORD
007560     MOVE GLC-PENDING-COUNT TO GLC-EDIT-COUNT
007570     STRING 'GENERATIONS CLEANED      ' GLC-EDIT-COUNT
007580         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007590     WRITE REPORT-TEXT-RECORD
007600     MOVE SPACES TO REPORT-TEXT-RECORD
007610     MOVE GLC-KEYS-REMOVED TO GLC-EDIT-COUNT
007620     STRING 'RUN KEYS REMOVED         ' GLC-EDIT-COUNT
007630         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007640     WRITE REPORT-TEXT-RECORD
007650     MOVE SPACES TO REPORT-TEXT-RECORD
007660     MOVE GLC-ELEMENTS-REMOVED TO GLC-EDIT-COUNT
007670     STRING 'ELEMENTS REMOVED         ' GLC-EDIT-COUNT
007680         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007690     WRITE REPORT-TEXT-RECORD
007700     MOVE SPACES TO REPORT-TEXT-RECORD
007710     MOVE GLC-KEYS-KEPT TO GLC-EDIT-COUNT
007720     STRING 'RUN KEYS KEPT            ' GLC-EDIT-COUNT
007730         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007740     WRITE REPORT-TEXT-RECORD
007750     MOVE SPACES TO REPORT-TEXT-RECORD
007760     MOVE GLC-KEYS-ABSENT TO GLC-EDIT-COUNT
007770     STRING 'RUN KEYS NOT ON RUNDTL   ' GLC-EDIT-COUNT
007780         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007790     WRITE REPORT-TEXT-RECORD
007800     IF GLC-LOC-UNUSABLE > ZERO
007810         MOVE SPACES TO REPORT-TEXT-RECORD
007820         MOVE GLC-LOC-UNUSABLE TO GLC-EDIT-COUNT
007830         STRING 'UNUSABLE LOCATOR ENTRIES ' GLC-EDIT-COUNT
007840             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007850         WRITE REPORT-TEXT-RECORD
007860         DISPLAY 'GENLOC0013W ' GLC-LOC-UNUSABLE
007870             ' LOCATOR ENTRY(IES) NOT NUMERIC - IGNORED'
007880     END-IF
007890     DISPLAY 'GENLOC0010I ' GLC-PENDING-COUNT
007900         ' GENERATION(S) CLEANED, ' GLC-KEYS-REMOVED
007910         ' KEY(S) REMOVED, ' GLC-KEYS-KEPT ' KEPT'
007920     IF GLC-GENS-UNLOCATED > ZERO
007930        OR GLC-LOC-UNUSABLE > ZERO
007940         MOVE 4 TO RETURN-CODE
007950     END-IF.
007960 4900-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 7000-FIND-GENERATION  -  THE CATALOG ENTRY FOR GLC-LOOKUP-GEN,
008010*                          LEFT IN GLC-IDX WHEN GLC-FOUND
008020*----------------------------------------------------------------
008030 7000-FIND-GENERATION.
008040     MOVE 'N' TO GLC-FOUND-SW
008050     PERFORM 7010-TEST-GENERATION THRU 7010-EXIT
008060         VARYING GLC-IDX FROM 1 BY 1
008070         UNTIL GLC-IDX > GLC-CAT-COUNT
008080            OR GLC-FOUND
008090*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
008100     IF GLC-FOUND
008110         SET GLC-IDX DOWN BY 1
008120     END-IF.
008130 7000-EXIT.
008140     EXIT.
008150
008160 7010-TEST-GENERATION.
008170     IF GLC-CAT-NUMBER (GLC-IDX) = GLC-LOOKUP-GEN
008180         SET GLC-FOUND TO TRUE
008190     END-IF.
008200 7010-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
008250*                         RUN-CONTROL LOG FOR THE MORNING STATUS
008260*                         BOARD.  A LOG FAILURE IS WARNED, NOT
008270*                         FATAL.
008280*----------------------------------------------------------------
008290 8900-WRITE-STEP-LOG.
008300     OPEN EXTEND RUNLOG-FILE
008310     IF GLC-RUNLOG-STATUS = '35'
008320         OPEN OUTPUT RUNLOG-FILE
008330     END-IF
008340     IF GLC-RUNLOG-STATUS NOT = '00'
008350         DISPLAY 'GENLOC0014W RUNLOG OPEN FAILED, STATUS = '
008360             GLC-RUNLOG-STATUS ' - STEP NOT LOGGED'
008370         GO TO 8900-EXIT
008380     END-IF
008390     MOVE SPACES TO RUNLOG-RECORD
008400     MOVE 'GENLOC' TO RNL-PROGRAM-ID
008410     MOVE GLC-START-TIMESTAMP TO RNL-START-TIMESTAMP
008420     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
008430     MOVE RETURN-CODE TO RNL-RETURN-CODE
008440     MOVE GLC-LOC-READ TO RNL-RECORDS-READ
008450     IF GLC-PARM-VERB = 'INQUIRE'
008460         MOVE ZERO TO RNL-RECORDS-WRITTEN
008470         MOVE GLC-INQ-FOUND-COUNT TO RNL-KEY-COUNT
008480         MOVE 'LOCATOR ENTRIES' TO RNL-KEY-LABEL
008490     ELSE
008500         MOVE GLC-ELEMENTS-REMOVED TO RNL-RECORDS-WRITTEN
008510         MOVE GLC-KEYS-REMOVED TO RNL-KEY-COUNT
008520         MOVE 'RUNDTL KEYS REMOVED' TO RNL-KEY-LABEL
008530     END-IF
008540     WRITE RUNLOG-RECORD
008550     CLOSE RUNLOG-FILE.
008560 8900-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------
008600* 9000-TERMINATE
008610*----------------------------------------------------------------
008620 9000-TERMINATE.
008630     CLOSE REPORT-FILE
008640     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
008650 9000-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------
008690* 9800-ABEND-INVALID-PARM  -  NO USABLE ACTION
008700*----------------------------------------------------------------
008710 9800-ABEND-INVALID-PARM.
008720     DISPLAY 'GENLOC0001E PARM MUST BE INQUIRE IIIII [SSSSSSSSS]'
008730         ' OR CLEANUP'
008740     MOVE 16 TO RETURN-CODE
008750     STOP RUN.
008760
008770*----------------------------------------------------------------
008780* 9810-ABEND-RUNCAT-OPEN  -  RUNCAT-FILE COULD NOT BE OPENED
008790*----------------------------------------------------------------
008800 9810-ABEND-RUNCAT-OPEN.
008810     DISPLAY 'GENLOC0002E RUNCAT-FILE OPEN FAILED, STATUS = '
008820         GLC-RUNCAT-STATUS
008830     CLOSE REPORT-FILE
008840     MOVE 16 TO RETURN-CODE
008850     STOP RUN.
008860
008870*----------------------------------------------------------------
008880* 9812-ABEND-LOCRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
008890*----------------------------------------------------------------
008900 9812-ABEND-LOCRPT-OPEN.
008910     DISPLAY 'GENLOC0003E REPORT-FILE OPEN FAILED, STATUS = '
008920         GLC-LOCRPT-STATUS
008930     MOVE 16 TO RETURN-CODE
008940     STOP RUN.
008950
008960*----------------------------------------------------------------
008970* 9814-ABEND-RUNLOC-OPEN  -  RUNLOC-FILE COULD NOT BE OPENED
008980*----------------------------------------------------------------
008990 9814-ABEND-RUNLOC-OPEN.
009000     DISPLAY 'GENLOC0004E RUNLOC-FILE OPEN FAILED, STATUS = '
009010         GLC-RUNLOC-STATUS
009020     CLOSE REPORT-FILE
009030     MOVE 16 TO RETURN-CODE
009040     STOP RUN.
009050
009060*----------------------------------------------------------------
009070* 9816-ABEND-RUNDTL-OPEN  -  RUNDTL-FILE COULD NOT BE OPENED FOR
009080*                            UPDATE - NOTHING HAS BEEN REMOVED
009090*                            AND THE CATALOG IS UNCHANGED
009100*----------------------------------------------------------------
009110 9816-ABEND-RUNDTL-OPEN.
009120     DISPLAY 'GENLOC0005E RUNDTL-FILE OPEN FAILED, STATUS = '
009130         GLC-RUNDTL-STATUS
009140     CLOSE REPORT-FILE
009150     MOVE 16 TO RETURN-CODE
009160     STOP RUN.
009170
009180*----------------------------------------------------------------
009190* 9820-ABEND-TABLE-FULL  -  MORE GENERATIONS THAN THE TABLE
009200*                           HOLDS
009210*----------------------------------------------------------------
009220 9820-ABEND-TABLE-FULL.
009230     DISPLAY 'GENLOC0006E MORE THAN 1000 CATALOG ENTRIES -'
009240         ' TABLE FULL'
009250     CLOSE RUNCAT-FILE
009260     CLOSE REPORT-FILE
009270     MOVE 16 TO RETURN-CODE
009280     STOP RUN.
009290
009300*----------------------------------------------------------------
009310* 9830-ABEND-RUNDTL-DELETE  -  AN ELEMENT JUST READ COULD NOT BE
009320*                              DELETED.  THE CATALOG IS NOT YET
009330*                              MARKED, SO A RERUN COMPLETES THE
009340*                              CLEANUP
009350*----------------------------------------------------------------
009360 9830-ABEND-RUNDTL-DELETE.
009370     DISPLAY 'GENLOC0015E RUNDTL DELETE FAILED, STATUS = '
009380         GLC-RUNDTL-STATUS ' - INPUT NUMBER ' RDT-INPUT-NUMBER
009390         ' SEED ' RDT-SEED ' INDEX ' RDT-INDEX
009400     CLOSE RUNDTL-FILE
009410     CLOSE REPORT-FILE
009420     MOVE 16 TO RETURN-CODE
009430     STOP RUN.
009440
009441*----------------------------------------------------------------
009442* 9831-ABEND-SORT-FAILED  -  THE LOCATOR SORT DID NOT COMPLETE, SO
009443*                            SOME RUN KEYS WERE NEVER WORKED.  THE
009444*                            CATALOG IS NOT YET MARKED, SO A RERUN
009445*                            COMPLETES THE CLEANUP
009446*----------------------------------------------------------------
009447 9831-ABEND-SORT-FAILED.
009448     DISPLAY 'GENLOC0016E SORT OF RUNLOC FAILED, RETURN = '
009449         SORT-RETURN
009450     CLOSE RUNDTL-FILE
009451     CLOSE REPORT-FILE
009452     MOVE 16 TO RETURN-CODE
009453     STOP RUN.
009454
009460 END PROGRAM GENLOC.
