000100*----------------------------------------------------------------
000110* RUNRCVR  -  REBUILD RUNMAST AND RUNDTL FROM THE ACTIVE RUN-
000120*             LIBRARY GENERATIONS
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. RUNRCVR.
000150 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000160 INSTALLATION. LOOOPS-DEVELOPMENT.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------
000200* REMARKS.
000210*     RECOVERY FOR A LOST OR DAMAGED RUN-RESULTS MASTER (RUNMAST)
000220*     OR RUN-DETAIL STORE (RUNDTL).  THE RUNCAT CATALOG DRIVES
000230*     THE REBUILD: EVERY ACTIVE GENERATION IS LISTED OLDEST
000240*     FIRST, AND THE SCHEDULER CONCATENATES THOSE GENERATIONS'
000250*     DATASETS IN THAT ORDER ON THE ARRAYOUT DD.  EACH CATALOG
000260*     ENTRY'S RUN COUNT MARKS WHERE ITS GENERATION ENDS IN THE
000270*     CONCATENATION, AND ITS RECORD COUNT AND FIRST AND LAST
000280*     INPUT NUMBERS ARE CHECKED AGAINST WHAT WAS READ, SO A
000290*     MISSING, MISORDERED OR DAMAGED DATASET SHOWS ON THE
000300*     REPORT.
000310*     ONLY A GROUP WHOSE TRAILER BALANCES TO ITS HEADER AND
000320*     DETAILS - KEYS, DETAIL COUNT AND ELEMENT TOTAL, AS ARRYRPT
000330*     CHECKS THEM - IS LOADED.  BOTH STORES ARE OPENED EMPTY ON
000340*     THE RUNMAST AND RUNDTL DDS (WHICH MUST POINT AT NEW
000350*     DATASETS) AND LOADED EXACTLY AS RSLTLOAD AND DTLLOAD LOAD
000360*     THEM - SEEDED HEADERS TO RUNMAST, EVERY DETAIL TO RUNDTL,
000370*     A KEY ALREADY LOADED REWRITTEN - SO READING OLDEST FIRST
000380*     LEAVES THE NEWEST RUN OF EACH KEY ON FILE.
000390*     WHEN THE DAMAGED ORIGINALS CAN STILL BE READ (OPTIONAL DDS
000400*     OLDMAST AND OLDDTL) THE REBUILT STORES ARE COMPARED WITH
000410*     THEM KEY BY KEY, AND EVERY KEY LOST, CHANGED OR GAINED IS
000420*     LISTED, SO IT IS KNOWN EXACTLY WHAT THE REBUILD DOES NOT
000430*     RESTORE BEFORE THE NEW FILES GO INTO SERVICE.
000440*     RC=0  REBUILT, EVERY GENERATION MATCHES ITS CATALOG ENTRY
000450*           AND THE ORIGINALS, WHERE READ, AGREE
000460*     RC=4  GROUPS REJECTED, A GENERATION THAT DOES NOT MATCH
000470*           ITS CATALOG ENTRY, STRAY RECORDS, AN ORIGINAL THAT
000480*           COULD NOT BE COMPARED, OR KEYS LOST OR CHANGED
000490*     RC=8  AN ACTIVE GENERATION WAS NOT FOUND ON ARRAYOUT - THE
000500*           REBUILD IS INCOMPLETE
000510*
000520* MODIFICATION HISTORY.
000530*     DATE       INIT  DESCRIPTION
000540*     ---------- ----  ------------------------------------------
000550*     2026-10-15  RJT  ORIGINAL VERSION.
000560*----------------------------------------------------------------
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPTIONAL RUNCAT-FILE ASSIGN TO RUNCAT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RCV-RUNCAT-STATUS.
000640     SELECT ARRAYOUT-FILE ASSIGN TO ARRAYOUT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RCV-ARRAYOUT-STATUS.
000670     SELECT RUNMAST-FILE  ASSIGN TO RUNMAST
000680         ORGANIZATION IS INDEXED
000690         ACCESS IS DYNAMIC
000700         RECORD KEY IS RMS-KEY
000710         FILE STATUS IS RCV-RUNMAST-STATUS.
000720     SELECT RUNDTL-FILE   ASSIGN TO RUNDTL
000730         ORGANIZATION IS INDEXED
000740         ACCESS IS DYNAMIC
000750         RECORD KEY IS RDT-KEY
000760         FILE STATUS IS RCV-RUNDTL-STATUS.
000770     SELECT OPTIONAL OLDMAST-FILE ASSIGN TO OLDMAST
000780         ORGANIZATION IS INDEXED
000790         ACCESS IS SEQUENTIAL
000800         RECORD KEY IS OMS-KEY
000810         FILE STATUS IS RCV-OLDMAST-STATUS.
000820     SELECT OPTIONAL OLDDTL-FILE ASSIGN TO OLDDTL
000830         ORGANIZATION IS INDEXED
000840         ACCESS IS SEQUENTIAL
000850         RECORD KEY IS ODT-KEY
000860         FILE STATUS IS RCV-OLDDTL-STATUS.
000870     SELECT REPORT-FILE   ASSIGN TO RCVRPT
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS RCV-RCVRPT-STATUS.
000900     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS RCV-RUNLOG-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  RUNCAT-FILE.
000970     COPY RUNCATC.
000980
000990 FD  ARRAYOUT-FILE.
001000     COPY ARROUTC.
001010
001020 FD  RUNMAST-FILE.
001030     COPY RUNMSTC.
001040
001050 FD  RUNDTL-FILE.
001060     COPY RUNDTLC.
001070
001080 FD  OLDMAST-FILE.
001090     COPY RUNMSTC REPLACING ==RUNMAST-RECORD== BY
001100         ==OLDMAST-RECORD== LEADING ==RMS== BY ==OMS==.
001110
001120 FD  OLDDTL-FILE.
001130     COPY RUNDTLC REPLACING ==RUNDTL-RECORD== BY
001140         ==OLDDTL-RECORD== LEADING ==RDT== BY ==ODT==.
001150
001160*----------------------------------------------------------------
001170* REPORT-FILE CARRIES FOUR ALTERNATE RECORD VIEWS OVER THE SAME
001180* BUFFER - FREE TEXT FOR HEADINGS AND EXCEPTIONS, THE LINE PER
001190* GENERATION, THE LINE PER RUNMAST KEY COMPARED, AND THE LINE PER
001200* RUN WHOSE RUNDTL ELEMENTS DIFFER
001210*----------------------------------------------------------------
001220 FD  REPORT-FILE.
001230 01  REPORT-TEXT-RECORD         PIC X(80).
001240 01  REPORT-GEN-RECORD.
001250     05  RGN-GEN-NUMBER              PIC ZZZZ9.
001260     05  RGN-FILLER-1                PIC X(02).
001270     05  RGN-CAT-RUNS                PIC ZZZZ9.
001280     05  RGN-FILLER-2                PIC X(02).
001290     05  RGN-GROUPS                  PIC ZZZZ9.
001300     05  RGN-FILLER-3                PIC X(02).
001310     05  RGN-LOADED                  PIC ZZZZ9.
001320     05  RGN-FILLER-4                PIC X(02).
001330     05  RGN-REJECTED                PIC ZZZZ9.
001340     05  RGN-FILLER-5                PIC X(02).
001350     05  RGN-CAT-RECORDS             PIC ZZZZZZ9.
001360     05  RGN-FILLER-6                PIC X(02).
001370     05  RGN-RECORDS                 PIC ZZZZZZ9.
001380     05  RGN-FILLER-7                PIC X(02).
001390     05  RGN-STATUS                  PIC X(16).
001400     05  RGN-FILLER-8                PIC X(11).
001410 01  REPORT-MAST-RECORD.
001420     05  RMC-OUTCOME                 PIC X(10).
001430     05  RMC-INPUT-NUMBER            PIC ZZZZ9.
001440     05  RMC-FILLER-1                PIC X(02).
001450     05  RMC-SEED                    PIC 9(09).
001460     05  RMC-FILLER-2                PIC X(02).
001470     05  RMC-ORIGINAL-RUN            PIC X(14).
001480     05  RMC-FILLER-3                PIC X(02).
001490     05  RMC-REBUILT-RUN             PIC X(14).
001500     05  RMC-FILLER-4                PIC X(22).
001510 01  REPORT-DTL-RECORD.
001520     05  RDC-INPUT-NUMBER            PIC ZZZZ9.
001530     05  RDC-FILLER-1                PIC X(02).
001540     05  RDC-SEED                    PIC 9(09).
001550     05  RDC-FILLER-2                PIC X(02).
001560     05  RDC-LOST                    PIC ZZZZ9.
001570     05  RDC-FILLER-3                PIC X(02).
001580     05  RDC-DIFFERENT               PIC ZZZZ9.
001590     05  RDC-FILLER-4                PIC X(02).
001600     05  RDC-GAINED                  PIC ZZZZ9.
001610     05  RDC-FILLER-5                PIC X(02).
001620     05  RDC-MATCHED                 PIC ZZZZ9.
001630     05  RDC-FILLER-6                PIC X(36).
001640
001650 FD  RUNLOG-FILE.
001660     COPY RUNLOGC.
001670
001680 WORKING-STORAGE SECTION.
001690*----------------------------------------------------------------
001700* FILE STATUS FIELDS AND SWITCHES
001710*----------------------------------------------------------------
001720 01  RCV-RUNCAT-STATUS            PIC X(02) VALUE '00'.
001730 01  RCV-ARRAYOUT-STATUS          PIC X(02) VALUE '00'.
001740 01  RCV-RUNMAST-STATUS           PIC X(02) VALUE '00'.
001750 01  RCV-RUNDTL-STATUS            PIC X(02) VALUE '00'.
001760 01  RCV-OLDMAST-STATUS           PIC X(02) VALUE '00'.
001770 01  RCV-OLDDTL-STATUS            PIC X(02) VALUE '00'.
001780 01  RCV-RCVRPT-STATUS            PIC X(02) VALUE '00'.
001790 01  RCV-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001800 01  RCV-EOF-RUNCAT-SW            PIC X(01) VALUE 'N'.
001810     88  RCV-EOF-RUNCAT                      VALUE 'Y'.
001820 01  RCV-EOF-ARRAYOUT-SW          PIC X(01) VALUE 'N'.
001830     88  RCV-EOF-ARRAYOUT                    VALUE 'Y'.
001840 01  RCV-EOF-NEW-SW               PIC X(01) VALUE 'N'.
001850     88  RCV-EOF-NEW                         VALUE 'Y'.
001860 01  RCV-EOF-OLD-SW               PIC X(01) VALUE 'N'.
001870     88  RCV-EOF-OLD                         VALUE 'Y'.
001880 01  RCV-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
001890     88  RCV-GROUP-OPEN                      VALUE 'Y'.
001900 01  RCV-GROUP-OVERFLOW-SW        PIC X(01) VALUE 'N'.
001910     88  RCV-GROUP-OVERFLOW                  VALUE 'Y'.
001920 01  RCV-RUN-OPEN-SW              PIC X(01) VALUE 'N'.
001930     88  RCV-RUN-OPEN                        VALUE 'Y'.
001940
001950*----------------------------------------------------------------
001960* ACTIVE GENERATIONS IN CATALOG ORDER - THE CATALOG IS APPENDED
001970* IN GENERATION-NUMBER ORDER, SO THIS IS OLDEST FIRST.  THE
001980* COUNTS ON THE RIGHT ARE WHAT THE CONCATENATION ACTUALLY HELD
001990*----------------------------------------------------------------
002000 01  RCV-GEN-COUNT                PIC 9(05) COMP VALUE ZERO.
002010 01  RCV-GEN-TABLE.
002020     05  RCV-GEN-ENTRY OCCURS 1000 TIMES
002030                       INDEXED BY RCV-GEN-IDX.
002040         10  RCV-GEN-NUMBER          PIC 9(05).
002050         10  RCV-GEN-TIMESTAMP       PIC X(26).
002060         10  RCV-GEN-RUN-COUNT       PIC 9(05).
002070         10  RCV-GEN-RECORD-COUNT    PIC 9(07).
002080         10  RCV-GEN-FIRST-INPUT     PIC 9(05).
002090         10  RCV-GEN-LAST-INPUT      PIC 9(05).
002100         10  RCV-GEN-GROUPS          PIC 9(05).
002110         10  RCV-GEN-LOADED          PIC 9(05).
002120         10  RCV-GEN-REJECTED        PIC 9(05).
002130         10  RCV-GEN-RECORDS         PIC 9(07).
002140         10  RCV-GEN-FIRST-SEEN      PIC 9(05).
002150         10  RCV-GEN-LAST-SEEN       PIC 9(05).
002160 01  RCV-CUR-GEN                  PIC 9(05) COMP VALUE 1.
002170
002180*----------------------------------------------------------------
002190* THE GROUP IN HAND - HELD UNTIL ITS TRAILER PROVES IT
002200*----------------------------------------------------------------
002210 01  RCV-GRP-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
002220 01  RCV-GRP-SEED                 PIC 9(09) VALUE ZERO.
002230 01  RCV-GRP-RANDOM-NUMBER        PIC 9(05) VALUE ZERO.
002240 01  RCV-GRP-ELEMENT-RESULT       PIC S9(10) VALUE ZERO.
002250 01  RCV-GRP-TIMESTAMP            PIC X(26) VALUE SPACES.
002260 01  RCV-GRP-DETAILS              PIC 9(05) VALUE ZERO.
002270 01  RCV-GRP-TOTAL                PIC S9(15) COMP VALUE ZERO.
002280 01  RCV-GRP-REASON               PIC X(40) VALUE SPACES.
002290 01  RCV-ELM-COUNT                PIC 9(05) COMP VALUE ZERO.
002300 01  RCV-ELM-TABLE.
002310     05  RCV-ELM-ENTRY OCCURS 10000 TIMES
002320                       INDEXED BY RCV-ELM-IDX.
002330         10  RCV-ELM-INDEX           PIC 9(05).
002340         10  RCV-ELM-VALUE           PIC S9(10).
002350
002360*----------------------------------------------------------------
002370* REBUILD COUNTS
002380*----------------------------------------------------------------
002390 01  RCV-RECORDS-READ             PIC 9(07) VALUE ZERO.
002400 01  RCV-GENS-READ                PIC 9(05) VALUE ZERO.
002410 01  RCV-GENS-MISSING             PIC 9(05) VALUE ZERO.
002420 01  RCV-GENS-MISMATCHED          PIC 9(05) VALUE ZERO.
002430 01  RCV-GROUPS-LOADED            PIC 9(05) VALUE ZERO.
002440 01  RCV-GROUPS-REJECTED          PIC 9(05) VALUE ZERO.
002450 01  RCV-STRAY-RECORDS            PIC 9(07) VALUE ZERO.
002460 01  RCV-MAST-LOADED              PIC 9(07) VALUE ZERO.
002470 01  RCV-MAST-REPLACED            PIC 9(07) VALUE ZERO.
002480 01  RCV-UNSEEDED-PASSED          PIC 9(05) VALUE ZERO.
002490 01  RCV-DTL-LOADED               PIC 9(07) VALUE ZERO.
002500 01  RCV-DTL-REPLACED             PIC 9(07) VALUE ZERO.
002510 01  RCV-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540* COMPARISON COUNTS - ONE SET PER STORE, AND THE RUN IN HAND
002550* WHILE THE RUNDTL ELEMENTS ARE TALLIED
002560*----------------------------------------------------------------
002570 01  RCV-CMP-COUNTS.
002580     05  RCV-CMP-ORIGINAL         PIC 9(07).
002590     05  RCV-CMP-REBUILT          PIC 9(07).
002600     05  RCV-CMP-MATCHED          PIC 9(07).
002610     05  RCV-CMP-DIFFERENT        PIC 9(07).
002620     05  RCV-CMP-LOST             PIC 9(07).
002630     05  RCV-CMP-GAINED           PIC 9(07).
002640 01  RCV-CMP-STORE                PIC X(07) VALUE SPACES.
002650 01  RCV-CMP-OUTCOME              PIC X(01) VALUE SPACE.
002660     88  RCV-OUTCOME-MATCHED                 VALUE 'M'.
002670     88  RCV-OUTCOME-DIFFERENT               VALUE 'D'.
002680     88  RCV-OUTCOME-LOST                    VALUE 'L'.
002690     88  RCV-OUTCOME-GAINED                  VALUE 'G'.
002700 01  RCV-CMP-SKIPPED              PIC 9(01) VALUE ZERO.
002710 01  RCV-CMP-INCOMPLETE           PIC 9(01) VALUE ZERO.
002720 01  RCV-CMP-DISCREPANT           PIC 9(07) VALUE ZERO.
002730 01  RCV-RUN-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
002740 01  RCV-RUN-SEED                 PIC 9(09) VALUE ZERO.
002750 01  RCV-OUT-INPUT-NUMBER         PIC 9(05) VALUE ZERO.
002760 01  RCV-OUT-SEED                 PIC 9(09) VALUE ZERO.
002770 01  RCV-RUN-COUNTS.
002780     05  RCV-RUN-LOST             PIC 9(05).
002790     05  RCV-RUN-DIFFERENT        PIC 9(05).
002800     05  RCV-RUN-GAINED           PIC 9(05).
002810     05  RCV-RUN-MATCHED          PIC 9(05).
002820
002830*----------------------------------------------------------------
002840* WORK FIELDS
002850*----------------------------------------------------------------
002860 01  RCV-EDIT-COUNT               PIC ZZZZZZ9.
002870 01  RCV-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002880
002890 PROCEDURE DIVISION.
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
002930     PERFORM 3000-OPEN-STORES THRU 3000-EXIT
002940     PERFORM 4000-REBUILD-STORES THRU 4000-EXIT
002950     PERFORM 5000-COMPARE-STORES THRU 5000-EXIT
002960     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT
002980     STOP RUN.
002990
003000*----------------------------------------------------------------
003010* 1000-INITIALIZE  -  OPEN THE REPORT
003020*----------------------------------------------------------------
003030 1000-INITIALIZE.
003040     MOVE FUNCTION CURRENT-DATE TO RCV-START-TIMESTAMP
003050     OPEN OUTPUT REPORT-FILE
003060     IF RCV-RCVRPT-STATUS NOT = '00'
003070         GO TO 9812-ABEND-RCVRPT-OPEN
003080     END-IF
003090     MOVE 'LOOOPY RUNMAST / RUNDTL RECOVERY REPORT'
003100         TO REPORT-TEXT-RECORD
003110     WRITE REPORT-TEXT-RECORD
003120     MOVE SPACES TO REPORT-TEXT-RECORD
003130     WRITE REPORT-TEXT-RECORD.
003140 1000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180* 2000-LOAD-CATALOG  -  THE ACTIVE GENERATIONS, OLDEST FIRST.
003190*                       WITH NONE THERE IS NOTHING TO REBUILD
003200*                       FROM, AND THE STORES ARE LEFT UNOPENED
003210*----------------------------------------------------------------
003220 2000-LOAD-CATALOG.
003230     OPEN INPUT RUNCAT-FILE
003240     IF RCV-RUNCAT-STATUS = '05'
003250         CLOSE RUNCAT-FILE
003260         GO TO 9800-ABEND-NO-ACTIVE-GEN
003270     END-IF
003280     IF RCV-RUNCAT-STATUS NOT = '00'
003290         GO TO 9810-ABEND-RUNCAT-OPEN
003300     END-IF
003310     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
003320         UNTIL RCV-EOF-RUNCAT
003330     CLOSE RUNCAT-FILE
003340     IF RCV-GEN-COUNT = ZERO
003350         GO TO 9800-ABEND-NO-ACTIVE-GEN
003360     END-IF
003370     MOVE 'ACTIVE GENERATIONS - CONCATENATE ON ARRAYOUT IN THIS'
003380         TO REPORT-TEXT-RECORD
003390     MOVE 'ORDER' TO REPORT-TEXT-RECORD (54:5)
003400     WRITE REPORT-TEXT-RECORD
003410     PERFORM 2200-LIST-ONE-GENERATION THRU 2200-EXIT
003420         VARYING RCV-GEN-IDX FROM 1 BY 1
003430         UNTIL RCV-GEN-IDX > RCV-GEN-COUNT
003440     MOVE SPACES TO REPORT-TEXT-RECORD
003450     WRITE REPORT-TEXT-RECORD.
003460 2000-EXIT.
003470     EXIT.
003480
003490 2100-LOAD-ONE-ENTRY.
003500     READ RUNCAT-FILE
003510         AT END
003520             SET RCV-EOF-RUNCAT TO TRUE
003530             GO TO 2100-EXIT
003540     END-READ
003550     IF NOT RCT-GEN-ACTIVE
003560         GO TO 2100-EXIT
003570     END-IF
003580     IF RCV-GEN-COUNT NOT < 1000
003590         GO TO 9820-ABEND-TABLE-FULL
003600     END-IF
003610     ADD 1 TO RCV-GEN-COUNT
003620     SET RCV-GEN-IDX TO RCV-GEN-COUNT
003630     INITIALIZE RCV-GEN-ENTRY (RCV-GEN-IDX)
003640     MOVE RCT-GEN-NUMBER TO RCV-GEN-NUMBER (RCV-GEN-IDX)
003650     MOVE RCT-CREATE-TIMESTAMP TO RCV-GEN-TIMESTAMP (RCV-GEN-IDX)
003660     MOVE RCT-RUN-COUNT TO RCV-GEN-RUN-COUNT (RCV-GEN-IDX)
003670     MOVE RCT-RECORD-COUNT TO RCV-GEN-RECORD-COUNT (RCV-GEN-IDX)
003680     MOVE RCT-FIRST-INPUT TO RCV-GEN-FIRST-INPUT (RCV-GEN-IDX)
003690     MOVE RCT-LAST-INPUT TO RCV-GEN-LAST-INPUT (RCV-GEN-IDX).
003700 2100-EXIT.
003710     EXIT.
003720
003730 2200-LIST-ONE-GENERATION.
003740     MOVE SPACES TO REPORT-TEXT-RECORD
003750     STRING '  GENERATION ' RCV-GEN-NUMBER (RCV-GEN-IDX)
003760         '  CREATED ' RCV-GEN-TIMESTAMP (RCV-GEN-IDX) (1:14)
003770         '  RUNS ' RCV-GEN-RUN-COUNT (RCV-GEN-IDX)
003780         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
003790     WRITE REPORT-TEXT-RECORD.
003800 2200-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840* 3000-OPEN-STORES  -  BOTH STORES START EMPTY - OPENED OUTPUT TO
003850*                      CLEAR THEM, THEN I-O SO A KEY ALREADY
003860*                      LOADED CAN BE REWRITTEN BY A NEWER RUN
003870*----------------------------------------------------------------
003880 3000-OPEN-STORES.
003890     OPEN OUTPUT RUNMAST-FILE
003900     IF RCV-RUNMAST-STATUS NOT = '00'
003910         GO TO 9813-ABEND-RUNMAST-OPEN
003920     END-IF
003930     CLOSE RUNMAST-FILE
003940     OPEN I-O RUNMAST-FILE
003950     IF RCV-RUNMAST-STATUS NOT = '00'
003960         GO TO 9813-ABEND-RUNMAST-OPEN
003970     END-IF
003980     OPEN OUTPUT RUNDTL-FILE
003990     IF RCV-RUNDTL-STATUS NOT = '00'
004000         GO TO 9814-ABEND-RUNDTL-OPEN
004010     END-IF
004020     CLOSE RUNDTL-FILE
004030     OPEN I-O RUNDTL-FILE
004040     IF RCV-RUNDTL-STATUS NOT = '00'
004050         GO TO 9814-ABEND-RUNDTL-OPEN
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 4000-REBUILD-STORES  -  ONE PASS OF THE CONCATENATED
004120*                         GENERATIONS.  WHEN THE INPUT ENDS,
004130*                         EVERY GENERATION NOT YET CLOSED IS
004140*                         CLOSED, SO ONE NEVER REACHED IS
004150*                         REPORTED AS MISSING
004160*----------------------------------------------------------------
004170 4000-REBUILD-STORES.
004180     OPEN INPUT ARRAYOUT-FILE
004190     IF RCV-ARRAYOUT-STATUS NOT = '00'
004200         GO TO 9811-ABEND-ARRAYOUT-OPEN
004210     END-IF
004220     MOVE 'GEN-NO  RUNS GROUPS LOADED REJECT CAT-RECS'
004230         TO REPORT-TEXT-RECORD
004240     MOVE 'RECORDS  STATUS' TO REPORT-TEXT-RECORD (45:15)
004250     WRITE REPORT-TEXT-RECORD
004260     MOVE 1 TO RCV-CUR-GEN
004270     PERFORM 4100-READ-ONE-RECORD THRU 4100-EXIT
004280         UNTIL RCV-EOF-ARRAYOUT
004290     CLOSE ARRAYOUT-FILE
004300     IF RCV-GROUP-OPEN
004310         MOVE 'NO TRAILER AT END OF ARRAYOUT'
004320             TO RCV-GRP-REASON
004330         PERFORM 4400-REJECT-GROUP THRU 4400-EXIT
004340     END-IF
004350     PERFORM 4500-END-GENERATION THRU 4500-EXIT
004360         UNTIL RCV-CUR-GEN > RCV-GEN-COUNT.
004370 4000-EXIT.
004380     EXIT.
004390
004400 4100-READ-ONE-RECORD.
004410     READ ARRAYOUT-FILE
004420         AT END
004430             SET RCV-EOF-ARRAYOUT TO TRUE
004440             GO TO 4100-EXIT
004450     END-READ
004460     ADD 1 TO RCV-RECORDS-READ
004470     IF ARO-HEADER-REC
004480         PERFORM 4200-START-GROUP THRU 4200-EXIT
004490     END-IF
004500     IF RCV-CUR-GEN NOT > RCV-GEN-COUNT
004510         ADD 1 TO RCV-GEN-RECORDS (RCV-CUR-GEN)
004520     END-IF
004530     EVALUATE TRUE
004540         WHEN ARO-HEADER-REC
004550             CONTINUE
004560         WHEN ARO-DETAIL-REC
004570             PERFORM 4210-ADD-DETAIL THRU 4210-EXIT
004580         WHEN ARO-TRAILER-REC
004590             PERFORM 4220-END-GROUP THRU 4220-EXIT
004600         WHEN OTHER
004610             MOVE 'UNKNOWN RECORD TYPE' TO RCV-GRP-REASON
004620             PERFORM 4230-FLAG-STRAY-RECORD THRU 4230-EXIT
004630     END-EVALUATE.
004640 4100-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* 4200-START-GROUP  -  A HEADER.  A GROUP STILL OPEN NEVER GOT
004690*                      ITS TRAILER.  ONCE THE GENERATION IN HAND
004700*                      HAS STARTED AS MANY GROUPS AS ITS CATALOG
004710*                      ENTRY HAS RUNS, THIS HEADER BELONGS TO THE
004720*                      NEXT GENERATION
004730*----------------------------------------------------------------
004740 4200-START-GROUP.
004750     IF RCV-GROUP-OPEN
004760         MOVE 'NO TRAILER BEFORE THE NEXT HEADER'
004770             TO RCV-GRP-REASON
004780         PERFORM 4400-REJECT-GROUP THRU 4400-EXIT
004790     END-IF
004800     PERFORM 4500-END-GENERATION THRU 4500-EXIT
004810         UNTIL RCV-CUR-GEN > RCV-GEN-COUNT
004820            OR RCV-GEN-GROUPS (RCV-CUR-GEN)
004830               < RCV-GEN-RUN-COUNT (RCV-CUR-GEN)
004840     SET RCV-GROUP-OPEN TO TRUE
004850     MOVE 'N' TO RCV-GROUP-OVERFLOW-SW
004860     MOVE ARO-INPUT-NUMBER TO RCV-GRP-INPUT-NUMBER
004870     MOVE ARO-SEED TO RCV-GRP-SEED
004880     MOVE ARO-RANDOM-NUMBER TO RCV-GRP-RANDOM-NUMBER
004890     MOVE ARO-ELEMENT-RESULT TO RCV-GRP-ELEMENT-RESULT
004900     MOVE ARO-RUN-TIMESTAMP TO RCV-GRP-TIMESTAMP
004910     MOVE ZERO TO RCV-GRP-DETAILS
004920     MOVE ZERO TO RCV-GRP-TOTAL
004930     MOVE ZERO TO RCV-ELM-COUNT
004940     IF RCV-CUR-GEN > RCV-GEN-COUNT
004950         GO TO 4200-EXIT
004960     END-IF
004970     ADD 1 TO RCV-GEN-GROUPS (RCV-CUR-GEN)
004980     IF RCV-GEN-GROUPS (RCV-CUR-GEN) = 1
004990         MOVE ARO-INPUT-NUMBER TO RCV-GEN-FIRST-SEEN (RCV-CUR-GEN)
005000     END-IF
005010     MOVE ARO-INPUT-NUMBER TO RCV-GEN-LAST-SEEN (RCV-CUR-GEN).
005020 4200-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060* 4210-ADD-DETAIL  -  HELD UNTIL THE TRAILER.  A GROUP LARGER
005070*                     THAN THE BIGGEST TABLE LOOOPY CAN BUILD IS
005080*                     DAMAGED AND WILL BE REJECTED
005090*----------------------------------------------------------------
005100 4210-ADD-DETAIL.
005110     IF NOT RCV-GROUP-OPEN
005120         MOVE 'DETAIL OUTSIDE A GROUP' TO RCV-GRP-REASON
005130         PERFORM 4230-FLAG-STRAY-RECORD THRU 4230-EXIT
005140         GO TO 4210-EXIT
005150     END-IF
005160     ADD 1 TO RCV-GRP-DETAILS
005170     ADD ARO-ELEMENT-VALUE TO RCV-GRP-TOTAL
005180     IF RCV-ELM-COUNT NOT < 10000
005190         SET RCV-GROUP-OVERFLOW TO TRUE
005200         GO TO 4210-EXIT
005210     END-IF
005220     ADD 1 TO RCV-ELM-COUNT
005230     SET RCV-ELM-IDX TO RCV-ELM-COUNT
005240     MOVE ARO-INDEX TO RCV-ELM-INDEX (RCV-ELM-IDX)
005250     MOVE ARO-ELEMENT-VALUE TO RCV-ELM-VALUE (RCV-ELM-IDX).
005260 4210-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300* 4220-END-GROUP  -  THE GROUP IS LOADED ONLY WHEN ITS TRAILER
005310*                    BALANCES AND IT LIES IN AN ACTIVE
005320*                    GENERATION
005330*----------------------------------------------------------------
005340 4220-END-GROUP.
005350     IF NOT RCV-GROUP-OPEN
005360         MOVE 'TRAILER OUTSIDE A GROUP' TO RCV-GRP-REASON
005370         PERFORM 4230-FLAG-STRAY-RECORD THRU 4230-EXIT
005380         GO TO 4220-EXIT
005390     END-IF
005400     IF ARO-TRL-INPUT-NUMBER NOT = RCV-GRP-INPUT-NUMBER
005410        OR ARO-TRL-SEED NOT = RCV-GRP-SEED
005420        OR ARO-TRL-DETAIL-COUNT NOT = RCV-GRP-DETAILS
005430        OR ARO-TRL-ELEMENT-TOTAL NOT = RCV-GRP-TOTAL
005440         MOVE 'TRAILER OUT OF BALANCE' TO RCV-GRP-REASON
005450         PERFORM 4400-REJECT-GROUP THRU 4400-EXIT
005460         GO TO 4220-EXIT
005470     END-IF
005480     IF RCV-GROUP-OVERFLOW
005490         MOVE 'MORE THAN 10000 DETAILS' TO RCV-GRP-REASON
005500         PERFORM 4400-REJECT-GROUP THRU 4400-EXIT
005510         GO TO 4220-EXIT
005520     END-IF
005530     IF RCV-CUR-GEN > RCV-GEN-COUNT
005540         MOVE 'BEYOND THE LAST ACTIVE GENERATION'
005550             TO RCV-GRP-REASON
005560         PERFORM 4400-REJECT-GROUP THRU 4400-EXIT
005570         GO TO 4220-EXIT
005580     END-IF
005590     PERFORM 4300-LOAD-GROUP THRU 4300-EXIT
005600     MOVE 'N' TO RCV-GROUP-OPEN-SW.
005610 4220-EXIT.
005620     EXIT.
005630
005640 4230-FLAG-STRAY-RECORD.
005650     ADD 1 TO RCV-STRAY-RECORDS
005660     MOVE SPACES TO REPORT-TEXT-RECORD
005670     MOVE RCV-RECORDS-READ TO RCV-EDIT-COUNT
005680     STRING '  STRAY RECORD ' RCV-EDIT-COUNT ' - '
005690         RCV-GRP-REASON
005700         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
005710     WRITE REPORT-TEXT-RECORD.
005720 4230-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 4300-LOAD-GROUP  -  AS RSLTLOAD AND DTLLOAD LOAD IT: A SEEDED
005770*                     HEADER TO RUNMAST, EVERY DETAIL TO RUNDTL,
005780*                     A KEY ALREADY ON FILE REWRITTEN BY THE
005790*                     NEWER RUN
005800*----------------------------------------------------------------
005810 4300-LOAD-GROUP.
005820     IF RCV-GRP-SEED > ZERO
005830         PERFORM 4310-LOAD-MASTER-RECORD THRU 4310-EXIT
005840     ELSE
005850         ADD 1 TO RCV-UNSEEDED-PASSED
005860     END-IF
005870     PERFORM 4320-LOAD-DETAIL-RECORD THRU 4320-EXIT
005880         VARYING RCV-ELM-IDX FROM 1 BY 1
005890         UNTIL RCV-ELM-IDX > RCV-ELM-COUNT
005900     ADD 1 TO RCV-GROUPS-LOADED
005910     ADD 1 TO RCV-GEN-LOADED (RCV-CUR-GEN).
005920 4300-EXIT.
005930     EXIT.
005940
005950 4310-LOAD-MASTER-RECORD.
005960     INITIALIZE RUNMAST-RECORD
005970     MOVE RCV-GRP-INPUT-NUMBER TO RMS-INPUT-NUMBER
005980     MOVE RCV-GRP-SEED TO RMS-SEED
005990     MOVE RCV-GRP-RANDOM-NUMBER TO RMS-RANDOM-NUMBER
006000     MOVE RCV-GRP-ELEMENT-RESULT TO RMS-ELEMENT-RESULT
006010     MOVE RCV-GRP-TIMESTAMP TO RMS-RUN-TIMESTAMP
006020     WRITE RUNMAST-RECORD
006030         INVALID KEY
006040             PERFORM 4311-REWRITE-MASTER-RECORD THRU 4311-EXIT
006050         NOT INVALID KEY
006060             ADD 1 TO RCV-MAST-LOADED
006070     END-WRITE.
006080 4310-EXIT.
006090     EXIT.
006100
006110 4311-REWRITE-MASTER-RECORD.
006120     IF RCV-RUNMAST-STATUS NOT = '22'
006130         GO TO 9815-ABEND-RUNMAST-WRITE
006140     END-IF
006150     REWRITE RUNMAST-RECORD
006160         INVALID KEY
006170             GO TO 9815-ABEND-RUNMAST-WRITE
006180     END-REWRITE
006190     ADD 1 TO RCV-MAST-REPLACED.
006200 4311-EXIT.
006210     EXIT.
006220
006230 4320-LOAD-DETAIL-RECORD.
006240     INITIALIZE RUNDTL-RECORD
006250     MOVE RCV-GRP-INPUT-NUMBER TO RDT-INPUT-NUMBER
006260     MOVE RCV-GRP-SEED TO RDT-SEED
006270     MOVE RCV-ELM-INDEX (RCV-ELM-IDX) TO RDT-INDEX
006280     MOVE RCV-ELM-VALUE (RCV-ELM-IDX) TO RDT-ELEMENT-VALUE
006290     MOVE RCV-GRP-TIMESTAMP TO RDT-RUN-TIMESTAMP
006300     WRITE RUNDTL-RECORD
006310         INVALID KEY
006320             PERFORM 4321-REWRITE-DETAIL-RECORD THRU 4321-EXIT
006330         NOT INVALID KEY
006340             ADD 1 TO RCV-DTL-LOADED
006350     END-WRITE.
006360 4320-EXIT.
006370     EXIT.
006380
006390 4321-REWRITE-DETAIL-RECORD.
006400     IF RCV-RUNDTL-STATUS NOT = '22'
006410         GO TO 9816-ABEND-RUNDTL-WRITE
006420     END-IF
006430     REWRITE RUNDTL-RECORD
006440         INVALID KEY
006450             GO TO 9816-ABEND-RUNDTL-WRITE
006460     END-REWRITE
006470     ADD 1 TO RCV-DTL-REPLACED.
006480 4321-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 4400-REJECT-GROUP  -  THE GROUP IN HAND IS NOT LOADED
006530*----------------------------------------------------------------
006540 4400-REJECT-GROUP.
006550     MOVE 'N' TO RCV-GROUP-OPEN-SW
006560     ADD 1 TO RCV-GROUPS-REJECTED
006570     MOVE SPACES TO REPORT-TEXT-RECORD
006580     IF RCV-CUR-GEN NOT > RCV-GEN-COUNT
006590         ADD 1 TO RCV-GEN-REJECTED (RCV-CUR-GEN)
006600         STRING '  REJECTED GEN ' RCV-GEN-NUMBER (RCV-CUR-GEN)
006610             ' INPUT ' RCV-GRP-INPUT-NUMBER
006620             ' SEED ' RCV-GRP-SEED ' - ' RCV-GRP-REASON
006630             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006640     ELSE
006650         STRING '  REJECTED INPUT ' RCV-GRP-INPUT-NUMBER
006660             ' SEED ' RCV-GRP-SEED ' - ' RCV-GRP-REASON
006670             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
006680     END-IF
006690     WRITE REPORT-TEXT-RECORD.
006700 4400-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740* 4500-END-GENERATION  -  ONE LINE FOR THE GENERATION IN HAND,
006750*                         CHECKED AGAINST ITS CATALOG ENTRY, AND
006760*                         ON TO THE NEXT
006770*----------------------------------------------------------------
006780 4500-END-GENERATION.
006790     SET RCV-GEN-IDX TO RCV-CUR-GEN
006800     MOVE SPACES TO REPORT-GEN-RECORD
006810     MOVE RCV-GEN-NUMBER (RCV-GEN-IDX) TO RGN-GEN-NUMBER
006820     MOVE RCV-GEN-RUN-COUNT (RCV-GEN-IDX) TO RGN-CAT-RUNS
006830     MOVE RCV-GEN-GROUPS (RCV-GEN-IDX) TO RGN-GROUPS
006840     MOVE RCV-GEN-LOADED (RCV-GEN-IDX) TO RGN-LOADED
006850     MOVE RCV-GEN-REJECTED (RCV-GEN-IDX) TO RGN-REJECTED
006860     MOVE RCV-GEN-RECORD-COUNT (RCV-GEN-IDX) TO RGN-CAT-RECORDS
006870     MOVE RCV-GEN-RECORDS (RCV-GEN-IDX) TO RGN-RECORDS
006880     IF RCV-GEN-RECORDS (RCV-GEN-IDX) > ZERO
006890         ADD 1 TO RCV-GENS-READ
006900     END-IF
006910     IF RCV-GEN-RECORDS (RCV-GEN-IDX) = ZERO
006920        AND RCV-GEN-RECORD-COUNT (RCV-GEN-IDX) > ZERO
006930         MOVE 'NOT ON ARRAYOUT' TO RGN-STATUS
006940         ADD 1 TO RCV-GENS-MISSING
006950         DISPLAY 'RUNRCVR0007W GENERATION '
006960             RCV-GEN-NUMBER (RCV-GEN-IDX)
006970             ' NOT FOUND ON THE ARRAYOUT CONCATENATION'
006980     ELSE
006990         IF RCV-GEN-GROUPS (RCV-GEN-IDX)
007000               NOT = RCV-GEN-RUN-COUNT (RCV-GEN-IDX)
007010            OR RCV-GEN-RECORDS (RCV-GEN-IDX)
007020               NOT = RCV-GEN-RECORD-COUNT (RCV-GEN-IDX)
007030            OR RCV-GEN-FIRST-SEEN (RCV-GEN-IDX)
007040               NOT = RCV-GEN-FIRST-INPUT (RCV-GEN-IDX)
007050            OR RCV-GEN-LAST-SEEN (RCV-GEN-IDX)
007060               NOT = RCV-GEN-LAST-INPUT (RCV-GEN-IDX)
007070             MOVE 'CATALOG MISMATCH' TO RGN-STATUS
007080             ADD 1 TO RCV-GENS-MISMATCHED
007090         ELSE
007100             MOVE 'MATCHES CATALOG' TO RGN-STATUS
007110         END-IF
007120     END-IF
007130     WRITE REPORT-GEN-RECORD
007140     ADD 1 TO RCV-CUR-GEN.
007150 4500-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------
007190* 5000-COMPARE-STORES  -  THE REBUILT STORES ARE CLOSED AND READ
007200*                         BACK IN KEY ORDER AGAINST THE DAMAGED
007210*                         ORIGINALS, EACH ONLY IF IT CAN STILL
007220*                         BE OPENED
007230*----------------------------------------------------------------
007240 5000-COMPARE-STORES.
007250     CLOSE RUNMAST-FILE
007260     CLOSE RUNDTL-FILE
007270     PERFORM 5100-COMPARE-RUNMAST THRU 5100-EXIT
007280     PERFORM 5500-COMPARE-RUNDTL THRU 5500-EXIT.
007290 5000-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------------
007330* 5100-COMPARE-RUNMAST  -  MATCH THE TWO MASTERS BY KEY.  EVERY
007340*                          KEY LOST OR CHANGED IS LISTED; KEYS
007350*                          ONLY THE REBUILD HAS ARE COUNTED
007360*----------------------------------------------------------------
007370 5100-COMPARE-RUNMAST.
007380     MOVE SPACES TO REPORT-TEXT-RECORD
007390     WRITE REPORT-TEXT-RECORD
007400     MOVE 'RUNMAST' TO RCV-CMP-STORE
007410     INITIALIZE RCV-CMP-COUNTS
007420     OPEN INPUT OLDMAST-FILE
007430     IF RCV-OLDMAST-STATUS NOT = '00'
007440         MOVE SPACES TO REPORT-TEXT-RECORD
007450         STRING 'ORIGINAL RUNMAST COULD NOT BE OPENED, STATUS '
007460             RCV-OLDMAST-STATUS ' - NOT COMPARED'
007470             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
007480         WRITE REPORT-TEXT-RECORD
007490         DISPLAY 'RUNRCVR0008W ORIGINAL RUNMAST NOT READABLE,'
007500             ' STATUS = ' RCV-OLDMAST-STATUS ' - NOT COMPARED'
007510         ADD 1 TO RCV-CMP-SKIPPED
007520         IF RCV-OLDMAST-STATUS = '05'
007530             CLOSE OLDMAST-FILE
007540         END-IF
007550         GO TO 5100-EXIT
007560     END-IF
007570     OPEN INPUT RUNMAST-FILE
007580     IF RCV-RUNMAST-STATUS NOT = '00'
007590         GO TO 9813-ABEND-RUNMAST-OPEN
007600     END-IF
007610     MOVE 'RUNMAST COMPARED WITH THE ORIGINAL'
007620         TO REPORT-TEXT-RECORD
007630     WRITE REPORT-TEXT-RECORD
007640     MOVE 'OUTCOME   INPUT  SEED       ORIGINAL-RUN'
007650         TO REPORT-TEXT-RECORD
007660     MOVE 'REBUILT-RUN' TO REPORT-TEXT-RECORD (45:11)
007670     WRITE REPORT-TEXT-RECORD
007680     MOVE 'N' TO RCV-EOF-NEW-SW
007690     MOVE 'N' TO RCV-EOF-OLD-SW
007700     PERFORM 5110-READ-REBUILT-MAST THRU 5110-EXIT
007710     PERFORM 5120-READ-ORIGINAL-MAST THRU 5120-EXIT
007720     PERFORM 5130-MATCH-ONE-MAST THRU 5130-EXIT
007730         UNTIL RCV-EOF-NEW AND RCV-EOF-OLD
007740     CLOSE RUNMAST-FILE
007750     CLOSE OLDMAST-FILE
007760     PERFORM 5900-WRITE-COMPARE-TOTALS THRU 5900-EXIT.
007770 5100-EXIT.
007780     EXIT.
007790
007800 5110-READ-REBUILT-MAST.
007810     READ RUNMAST-FILE NEXT RECORD
007820         AT END
007830             SET RCV-EOF-NEW TO TRUE
007840         NOT AT END
007850             ADD 1 TO RCV-CMP-REBUILT
007860     END-READ.
007870 5110-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 5120-READ-ORIGINAL-MAST  -  A DAMAGED FILE MAY FAIL PART WAY;
007920*                             THE COMPARISON STOPS THERE AND IS
007930*                             REPORTED INCOMPLETE
007940*----------------------------------------------------------------
007950 5120-READ-ORIGINAL-MAST.
007960     READ OLDMAST-FILE NEXT RECORD
007970         AT END
007980             SET RCV-EOF-OLD TO TRUE
007990             GO TO 5120-EXIT
008000     END-READ
008010     IF RCV-OLDMAST-STATUS (1:1) NOT = '0'
008020         PERFORM 5800-ORIGINAL-UNREADABLE THRU 5800-EXIT
008030         GO TO 5120-EXIT
008040     END-IF
008050     ADD 1 TO RCV-CMP-ORIGINAL.
008060 5120-EXIT.
008070     EXIT.
008080
008090 5130-MATCH-ONE-MAST.
008100     MOVE SPACES TO REPORT-MAST-RECORD
008110     EVALUATE TRUE
008120         WHEN RCV-EOF-OLD
008130             SET RCV-OUTCOME-GAINED TO TRUE
008140         WHEN RCV-EOF-NEW
008150             SET RCV-OUTCOME-LOST TO TRUE
008160         WHEN RMS-KEY < OMS-KEY
008170             SET RCV-OUTCOME-GAINED TO TRUE
008180         WHEN RMS-KEY > OMS-KEY
008190             SET RCV-OUTCOME-LOST TO TRUE
008200         WHEN RMS-RANDOM-NUMBER = OMS-RANDOM-NUMBER
008210          AND RMS-ELEMENT-RESULT = OMS-ELEMENT-RESULT
008220          AND RMS-RUN-TIMESTAMP = OMS-RUN-TIMESTAMP
008230             SET RCV-OUTCOME-MATCHED TO TRUE
008240         WHEN OTHER
008250             SET RCV-OUTCOME-DIFFERENT TO TRUE
008260     END-EVALUATE
008270     EVALUATE TRUE
008280         WHEN RCV-OUTCOME-GAINED
008290             ADD 1 TO RCV-CMP-GAINED
008300             PERFORM 5110-READ-REBUILT-MAST THRU 5110-EXIT
008310         WHEN RCV-OUTCOME-LOST
008320             ADD 1 TO RCV-CMP-LOST
008330             MOVE 'LOST' TO RMC-OUTCOME
008340             MOVE OMS-INPUT-NUMBER TO RMC-INPUT-NUMBER
008350             MOVE OMS-SEED TO RMC-SEED
008360             MOVE OMS-RUN-TIMESTAMP (1:14) TO RMC-ORIGINAL-RUN
008370             WRITE REPORT-MAST-RECORD
008380             PERFORM 5120-READ-ORIGINAL-MAST THRU 5120-EXIT
008390         WHEN RCV-OUTCOME-MATCHED
008400             ADD 1 TO RCV-CMP-MATCHED
008410             PERFORM 5110-READ-REBUILT-MAST THRU 5110-EXIT
008420             PERFORM 5120-READ-ORIGINAL-MAST THRU 5120-EXIT
008430         WHEN OTHER
008440             ADD 1 TO RCV-CMP-DIFFERENT
008450             MOVE 'CHANGED' TO RMC-OUTCOME
008460             MOVE OMS-INPUT-NUMBER TO RMC-INPUT-NUMBER
008470             MOVE OMS-SEED TO RMC-SEED
008480             MOVE OMS-RUN-TIMESTAMP (1:14) TO RMC-ORIGINAL-RUN
008490             MOVE RMS-RUN-TIMESTAMP (1:14) TO RMC-REBUILT-RUN
008500             WRITE REPORT-MAST-RECORD
008510             PERFORM 5110-READ-REBUILT-MAST THRU 5110-EXIT
008520             PERFORM 5120-READ-ORIGINAL-MAST THRU 5120-EXIT
008530     END-EVALUATE.
008540 5130-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580* 5500-COMPARE-RUNDTL  -  MATCH THE TWO DETAIL STORES BY KEY.
008590*                         THE ELEMENTS ARE TALLIED PER RUN AND
008600*                         ONE LINE IS LISTED FOR EVERY RUN WITH
008610*                         AN ELEMENT LOST, CHANGED OR GAINED
008620*----------------------------------------------------------------
008630 5500-COMPARE-RUNDTL.
008640     MOVE SPACES TO REPORT-TEXT-RECORD
008650     WRITE REPORT-TEXT-RECORD
008660     MOVE 'RUNDTL' TO RCV-CMP-STORE
008670     INITIALIZE RCV-CMP-COUNTS
008680     OPEN INPUT OLDDTL-FILE
008690     IF RCV-OLDDTL-STATUS NOT = '00'
008700         MOVE SPACES TO REPORT-TEXT-RECORD
008710         STRING 'ORIGINAL RUNDTL COULD NOT BE OPENED, STATUS '
008720             RCV-OLDDTL-STATUS ' - NOT COMPARED'
008730             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
008740         WRITE REPORT-TEXT-RECORD
008750         DISPLAY 'RUNRCVR0009W ORIGINAL RUNDTL NOT READABLE,'
008760             ' STATUS = ' RCV-OLDDTL-STATUS ' - NOT COMPARED'
008770         ADD 1 TO RCV-CMP-SKIPPED
008780         IF RCV-OLDDTL-STATUS = '05'
008790             CLOSE OLDDTL-FILE
008800         END-IF
008810         GO TO 5500-EXIT
008820     END-IF
008830     OPEN INPUT RUNDTL-FILE
008840     IF RCV-RUNDTL-STATUS NOT = '00'
008850         GO TO 9814-ABEND-RUNDTL-OPEN
008860     END-IF
008870     MOVE 'RUNDTL COMPARED WITH THE ORIGINAL - RUNS THAT DIFFER'
008880         TO REPORT-TEXT-RECORD
008890     WRITE REPORT-TEXT-RECORD
008900     MOVE 'INPUT  SEED        LOST   DIFF   GAIN  MATCH'
008910         TO REPORT-TEXT-RECORD
008920     WRITE REPORT-TEXT-RECORD
008930     MOVE 'N' TO RCV-EOF-NEW-SW
008940     MOVE 'N' TO RCV-EOF-OLD-SW
008950     MOVE 'N' TO RCV-RUN-OPEN-SW
008960     PERFORM 5510-READ-REBUILT-DTL THRU 5510-EXIT
008970     PERFORM 5520-READ-ORIGINAL-DTL THRU 5520-EXIT
008980     PERFORM 5530-MATCH-ONE-DTL THRU 5530-EXIT
008990         UNTIL RCV-EOF-NEW AND RCV-EOF-OLD
009000     IF RCV-RUN-OPEN
009010         PERFORM 5550-CLOSE-RUN THRU 5550-EXIT
009020     END-IF
009030     CLOSE RUNDTL-FILE
009040     CLOSE OLDDTL-FILE
009050     PERFORM 5900-WRITE-COMPARE-TOTALS THRU 5900-EXIT.
009060 5500-EXIT.
009070     EXIT.
009080
009090 5510-READ-REBUILT-DTL.
009100     READ RUNDTL-FILE NEXT RECORD
009110         AT END
009120             SET RCV-EOF-NEW TO TRUE
009130         NOT AT END
009140             ADD 1 TO RCV-CMP-REBUILT
009150     END-READ.
009160 5510-EXIT.
009170     EXIT.
009180
009190 5520-READ-ORIGINAL-DTL.
009200     READ OLDDTL-FILE NEXT RECORD
009210         AT END
009220             SET RCV-EOF-OLD TO TRUE
009230             GO TO 5520-EXIT
009240     END-READ
009250     IF RCV-OLDDTL-STATUS (1:1) NOT = '0'
009260         PERFORM 5800-ORIGINAL-UNREADABLE THRU 5800-EXIT
009270         GO TO 5520-EXIT
009280     END-IF
009290     ADD 1 TO RCV-CMP-ORIGINAL.
009300 5520-EXIT.
009310     EXIT.
009320
009330 5530-MATCH-ONE-DTL.
009340     EVALUATE TRUE
009350         WHEN RCV-EOF-OLD
009360             SET RCV-OUTCOME-GAINED TO TRUE
009370         WHEN RCV-EOF-NEW
009380             SET RCV-OUTCOME-LOST TO TRUE
009390         WHEN RDT-KEY < ODT-KEY
009400             SET RCV-OUTCOME-GAINED TO TRUE
009410         WHEN RDT-KEY > ODT-KEY
009420             SET RCV-OUTCOME-LOST TO TRUE
009430         WHEN RDT-ELEMENT-VALUE = ODT-ELEMENT-VALUE
009440          AND RDT-RUN-TIMESTAMP = ODT-RUN-TIMESTAMP
009450             SET RCV-OUTCOME-MATCHED TO TRUE
009460         WHEN OTHER
009470             SET RCV-OUTCOME-DIFFERENT TO TRUE
009480     END-EVALUATE
009490     IF RCV-OUTCOME-LOST
009500         MOVE ODT-INPUT-NUMBER TO RCV-OUT-INPUT-NUMBER
009510         MOVE ODT-SEED TO RCV-OUT-SEED
009520     ELSE
009530         MOVE RDT-INPUT-NUMBER TO RCV-OUT-INPUT-NUMBER
009540         MOVE RDT-SEED TO RCV-OUT-SEED
009550     END-IF
009560     IF RCV-RUN-OPEN
009570        AND (RCV-OUT-INPUT-NUMBER NOT = RCV-RUN-INPUT-NUMBER
009580             OR RCV-OUT-SEED NOT = RCV-RUN-SEED)
009590         PERFORM 5550-CLOSE-RUN THRU 5550-EXIT
009600     END-IF
009610     IF NOT RCV-RUN-OPEN
009620         SET RCV-RUN-OPEN TO TRUE
009630         MOVE RCV-OUT-INPUT-NUMBER TO RCV-RUN-INPUT-NUMBER
009640         MOVE RCV-OUT-SEED TO RCV-RUN-SEED
009650         INITIALIZE RCV-RUN-COUNTS
009660     END-IF
009670     EVALUATE TRUE
009680         WHEN RCV-OUTCOME-GAINED
009690             ADD 1 TO RCV-CMP-GAINED
009700             ADD 1 TO RCV-RUN-GAINED
009710             PERFORM 5510-READ-REBUILT-DTL THRU 5510-EXIT
009720         WHEN RCV-OUTCOME-LOST
009730             ADD 1 TO RCV-CMP-LOST
009740             ADD 1 TO RCV-RUN-LOST
009750             PERFORM 5520-READ-ORIGINAL-DTL THRU 5520-EXIT
009760         WHEN RCV-OUTCOME-MATCHED
009770             ADD 1 TO RCV-CMP-MATCHED
009780             ADD 1 TO RCV-RUN-MATCHED
009790             PERFORM 5510-READ-REBUILT-DTL THRU 5510-EXIT
009800             PERFORM 5520-READ-ORIGINAL-DTL THRU 5520-EXIT
009810         WHEN OTHER
009820             ADD 1 TO RCV-CMP-DIFFERENT
009830             ADD 1 TO RCV-RUN-DIFFERENT
009840             PERFORM 5510-READ-REBUILT-DTL THRU 5510-EXIT
009850             PERFORM 5520-READ-ORIGINAL-DTL THRU 5520-EXIT
009860     END-EVALUATE.
009870 5530-EXIT.
009880     EXIT.
009890
009900 5550-CLOSE-RUN.
009910     MOVE 'N' TO RCV-RUN-OPEN-SW
009920     IF RCV-RUN-LOST = ZERO
009930        AND RCV-RUN-DIFFERENT = ZERO
009940        AND RCV-RUN-GAINED = ZERO
009950         GO TO 5550-EXIT
009960     END-IF
009970     MOVE SPACES TO REPORT-DTL-RECORD
009980     MOVE RCV-RUN-INPUT-NUMBER TO RDC-INPUT-NUMBER
009990     MOVE RCV-RUN-SEED TO RDC-SEED
010000     MOVE RCV-RUN-LOST TO RDC-LOST
010010     MOVE RCV-RUN-DIFFERENT TO RDC-DIFFERENT
010020     MOVE RCV-RUN-GAINED TO RDC-GAINED
010030     MOVE RCV-RUN-MATCHED TO RDC-MATCHED
010040     WRITE REPORT-DTL-RECORD.
010050 5550-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------------
010090* 5800-ORIGINAL-UNREADABLE  -  THE ORIGINAL FAILED MID-FILE.
010100*                              EVERYTHING AFTER THIS POINT IS
010110*                              UNKNOWN, SO THE MATCH ENDS HERE
010120*----------------------------------------------------------------
010130 5800-ORIGINAL-UNREADABLE.
010140     SET RCV-EOF-OLD TO TRUE
010150     SET RCV-EOF-NEW TO TRUE
010160     ADD 1 TO RCV-CMP-INCOMPLETE
010170     MOVE SPACES TO REPORT-TEXT-RECORD
010180     MOVE RCV-CMP-ORIGINAL TO RCV-EDIT-COUNT
010190     STRING 'ORIGINAL ' RCV-CMP-STORE ' UNREADABLE AFTER '
010200         RCV-EDIT-COUNT ' RECORDS - COMPARISON INCOMPLETE'
010210         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010220     WRITE REPORT-TEXT-RECORD
010230     DISPLAY 'RUNRCVR0010W ORIGINAL ' RCV-CMP-STORE
010240         ' UNREADABLE PART WAY - COMPARISON INCOMPLETE'.
010250 5800-EXIT.
010260     EXIT.
010270
010280 5900-WRITE-COMPARE-TOTALS.
010290     MOVE SPACES TO REPORT-TEXT-RECORD
010300     MOVE RCV-CMP-ORIGINAL TO RCV-EDIT-COUNT
010310     STRING '  ORIGINAL RECORDS READ  ' RCV-EDIT-COUNT
010320         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010330     WRITE REPORT-TEXT-RECORD
010340     MOVE SPACES TO REPORT-TEXT-RECORD
010350     MOVE RCV-CMP-REBUILT TO RCV-EDIT-COUNT
010360     STRING '  REBUILT RECORDS READ   ' RCV-EDIT-COUNT
010370         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010380     WRITE REPORT-TEXT-RECORD
010390     MOVE SPACES TO REPORT-TEXT-RECORD
010400     MOVE RCV-CMP-MATCHED TO RCV-EDIT-COUNT
010410     STRING '  KEYS MATCHED           ' RCV-EDIT-COUNT
010420         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010430     WRITE REPORT-TEXT-RECORD
010440     MOVE SPACES TO REPORT-TEXT-RECORD
010450     MOVE RCV-CMP-DIFFERENT TO RCV-EDIT-COUNT
010460     STRING '  KEYS CHANGED           ' RCV-EDIT-COUNT
010470         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010480     WRITE REPORT-TEXT-RECORD
010490     MOVE SPACES TO REPORT-TEXT-RECORD
010500     MOVE RCV-CMP-LOST TO RCV-EDIT-COUNT
010510     STRING '  KEYS LOST              ' RCV-EDIT-COUNT
010520         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010530     WRITE REPORT-TEXT-RECORD
010540     MOVE SPACES TO REPORT-TEXT-RECORD
010550     MOVE RCV-CMP-GAINED TO RCV-EDIT-COUNT
010560     STRING '  KEYS ONLY IN REBUILD   ' RCV-EDIT-COUNT
010570         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010580     WRITE REPORT-TEXT-RECORD
010590     ADD RCV-CMP-LOST TO RCV-CMP-DISCREPANT
010600     ADD RCV-CMP-DIFFERENT TO RCV-CMP-DISCREPANT.
010610 5900-EXIT.
010620     EXIT.
010630
010640*----------------------------------------------------------------
010650* 8000-WRITE-REPORT-TOTALS  -  THE REBUILD TOTALS AND THE STEP'S
010660*                              RETURN CODE - RC=8 IF A GENERATION
010670*                              WAS MISSING, OTHERWISE RC=4 FOR
010680*                              ANYTHING THAT NEEDS A LOOK BEFORE
010690*                              THE NEW STORES GO INTO SERVICE
010700*----------------------------------------------------------------
010710 8000-WRITE-REPORT-TOTALS.
010720     MOVE SPACES TO REPORT-TEXT-RECORD
010730     WRITE REPORT-TEXT-RECORD
010740     MOVE 'REBUILD TOTALS' TO REPORT-TEXT-RECORD
010750     WRITE REPORT-TEXT-RECORD
010760     MOVE SPACES TO REPORT-TEXT-RECORD
010770     MOVE RCV-GEN-COUNT TO RCV-EDIT-COUNT
010780     STRING '  ACTIVE GENERATIONS     ' RCV-EDIT-COUNT
010790         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010800     WRITE REPORT-TEXT-RECORD
010810     MOVE SPACES TO REPORT-TEXT-RECORD
010820     MOVE RCV-GENS-READ TO RCV-EDIT-COUNT
010830     STRING '  GENERATIONS READ       ' RCV-EDIT-COUNT
010840         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010850     WRITE REPORT-TEXT-RECORD
010860     MOVE SPACES TO REPORT-TEXT-RECORD
010870     MOVE RCV-GENS-MISSING TO RCV-EDIT-COUNT
010880     STRING '  GENERATIONS MISSING    ' RCV-EDIT-COUNT
010890         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010900     WRITE REPORT-TEXT-RECORD
010910     MOVE SPACES TO REPORT-TEXT-RECORD
010920     MOVE RCV-GENS-MISMATCHED TO RCV-EDIT-COUNT
010930     STRING '  CATALOG MISMATCHES     ' RCV-EDIT-COUNT
010940         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
010950     WRITE REPORT-TEXT-RECORD
010960     MOVE SPACES TO REPORT-TEXT-RECORD
010970     MOVE RCV-RECORDS-READ TO RCV-EDIT-COUNT
010980     STRING '  ARRAYOUT RECORDS READ  ' RCV-EDIT-COUNT
010990         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011000     WRITE REPORT-TEXT-RECORD
011010     MOVE SPACES TO REPORT-TEXT-RECORD
011020     MOVE RCV-GROUPS-LOADED TO RCV-EDIT-COUNT
011030     STRING '  GROUPS LOADED          ' RCV-EDIT-COUNT
011040         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011050     WRITE REPORT-TEXT-RECORD
011060     MOVE SPACES TO REPORT-TEXT-RECORD
011070     MOVE RCV-GROUPS-REJECTED TO RCV-EDIT-COUNT
011080     STRING '  GROUPS REJECTED        ' RCV-EDIT-COUNT
011090         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011100     WRITE REPORT-TEXT-RECORD
011110     MOVE SPACES TO REPORT-TEXT-RECORD
011120     MOVE RCV-STRAY-RECORDS TO RCV-EDIT-COUNT
011130     STRING '  STRAY RECORDS          ' RCV-EDIT-COUNT
011140         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011150     WRITE REPORT-TEXT-RECORD
011160     MOVE SPACES TO REPORT-TEXT-RECORD
011170     MOVE RCV-MAST-LOADED TO RCV-EDIT-COUNT
011180     STRING '  RUNMAST KEYS REBUILT   ' RCV-EDIT-COUNT
011190         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011200     WRITE REPORT-TEXT-RECORD
011210     MOVE SPACES TO REPORT-TEXT-RECORD
011220     MOVE RCV-MAST-REPLACED TO RCV-EDIT-COUNT
011230     STRING '    REPLACED BY NEWER    ' RCV-EDIT-COUNT
011240         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011250     WRITE REPORT-TEXT-RECORD
011260     MOVE SPACES TO REPORT-TEXT-RECORD
011270     MOVE RCV-UNSEEDED-PASSED TO RCV-EDIT-COUNT
011280     STRING '    UNSEEDED PASSED      ' RCV-EDIT-COUNT
011290         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011300     WRITE REPORT-TEXT-RECORD
011310     MOVE SPACES TO REPORT-TEXT-RECORD
011320     MOVE RCV-DTL-LOADED TO RCV-EDIT-COUNT
011330     STRING '  RUNDTL KEYS REBUILT    ' RCV-EDIT-COUNT
011340         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011350     WRITE REPORT-TEXT-RECORD
011360     MOVE SPACES TO REPORT-TEXT-RECORD
011370     MOVE RCV-DTL-REPLACED TO RCV-EDIT-COUNT
011380     STRING '    REPLACED BY NEWER    ' RCV-EDIT-COUNT
011390         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011400     WRITE REPORT-TEXT-RECORD
011410     DISPLAY 'RUNRCVR0011I ' RCV-GENS-READ
011420         ' GENERATION(S) READ, ' RCV-GROUPS-LOADED
011430         ' GROUP(S) LOADED, ' RCV-GROUPS-REJECTED ' REJECTED'
011440     IF RCV-GROUPS-REJECTED > ZERO
011450        OR RCV-GENS-MISMATCHED > ZERO
011460        OR RCV-STRAY-RECORDS > ZERO
011470        OR RCV-CMP-SKIPPED > ZERO
011480        OR RCV-CMP-INCOMPLETE > ZERO
011490        OR RCV-CMP-DISCREPANT > ZERO
011500         MOVE 4 TO RETURN-CODE
011510     END-IF
011520     IF RCV-GENS-MISSING > ZERO
011530         DISPLAY 'RUNRCVR0012W ' RCV-GENS-MISSING
011540             ' ACTIVE GENERATION(S) MISSING - REBUILD INCOMPLETE'
011550         MOVE 8 TO RETURN-CODE
011560     END-IF.
011570 8000-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------------
011610* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
011620*                         RUN-CONTROL LOG FOR THE MORNING STATUS
011630*                         BOARD.  A LOG FAILURE IS WARNED, NOT
011640*                         FATAL.
011650*----------------------------------------------------------------
011660 8900-WRITE-STEP-LOG.
011670     OPEN EXTEND RUNLOG-FILE
011680     IF RCV-RUNLOG-STATUS = '35'
011690         OPEN OUTPUT RUNLOG-FILE
011700     END-IF
011710     IF RCV-RUNLOG-STATUS NOT = '00'
011720         DISPLAY 'RUNRCVR0013W RUNLOG OPEN FAILED, STATUS = '
011730             RCV-RUNLOG-STATUS ' - STEP NOT LOGGED'
011740         GO TO 8900-EXIT
011750     END-IF
011760     MOVE SPACES TO RUNLOG-RECORD
011770     MOVE 'RUNRCVR' TO RNL-PROGRAM-ID
011780     MOVE RCV-START-TIMESTAMP TO RNL-START-TIMESTAMP
011790     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
011800     MOVE RETURN-CODE TO RNL-RETURN-CODE
011810     MOVE RCV-RECORDS-READ TO RNL-RECORDS-READ
011820     COMPUTE RCV-RECORDS-WRITTEN =
011830         RCV-MAST-LOADED + RCV-MAST-REPLACED
011840         + RCV-DTL-LOADED + RCV-DTL-REPLACED
011850     MOVE RCV-RECORDS-WRITTEN TO RNL-RECORDS-WRITTEN
011860     MOVE RCV-GROUPS-REJECTED TO RNL-KEY-COUNT
011870     MOVE 'GROUPS REJECTED' TO RNL-KEY-LABEL
011880     WRITE RUNLOG-RECORD
011890     CLOSE RUNLOG-FILE.
011900 8900-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------------
011940* 9000-TERMINATE
011950*----------------------------------------------------------------
011960 9000-TERMINATE.
011970     CLOSE REPORT-FILE
011980     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
011990 9000-EXIT.
012000     EXIT.
012010
012020*----------------------------------------------------------------
012030* 9800-ABEND-NO-ACTIVE-GEN  -  NOTHING TO REBUILD FROM.  THE NEW
012040*                             STORES ARE NOT OPENED, SO NOTHING
012050*                             IS EMPTIED
012060*----------------------------------------------------------------
012070 9800-ABEND-NO-ACTIVE-GEN.
012080     DISPLAY 'RUNRCVR0001E NO ACTIVE GENERATION ON RUNCAT -'
012090         ' NOTHING TO REBUILD FROM'
012100     MOVE 'NO ACTIVE GENERATION ON RUNCAT' TO REPORT-TEXT-RECORD
012110     WRITE REPORT-TEXT-RECORD
012120     CLOSE REPORT-FILE
012130     MOVE 16 TO RETURN-CODE
012140     STOP RUN.
012150
012160*----------------------------------------------------------------
012170* 9810-ABEND-RUNCAT-OPEN  -  RUNCAT-FILE COULD NOT BE OPENED
012180*----------------------------------------------------------------
012190 9810-ABEND-RUNCAT-OPEN.
012200     DISPLAY 'RUNRCVR0002E RUNCAT-FILE OPEN FAILED, STATUS = '
012210         RCV-RUNCAT-STATUS
012220     CLOSE REPORT-FILE
012230     MOVE 16 TO RETURN-CODE
012240     STOP RUN.
012250
012260*----------------------------------------------------------------
012270* 9811-ABEND-ARRAYOUT-OPEN  -  ARRAYOUT-FILE COULD NOT BE OPENED
012280*----------------------------------------------------------------
012290 9811-ABEND-ARRAYOUT-OPEN.
012300     DISPLAY 'RUNRCVR0003E ARRAYOUT-FILE OPEN FAILED, STATUS = '
012310         RCV-ARRAYOUT-STATUS
012320     CLOSE RUNMAST-FILE
012330     CLOSE RUNDTL-FILE
012340     CLOSE REPORT-FILE
012350     MOVE 16 TO RETURN-CODE
012360     STOP RUN.
012370
012380*----------------------------------------------------------------
012390* 9812-ABEND-RCVRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
012400*----------------------------------------------------------------
012410 9812-ABEND-RCVRPT-OPEN.
012420     DISPLAY 'RUNRCVR0004E REPORT-FILE OPEN FAILED, STATUS = '
012430         RCV-RCVRPT-STATUS
012440     MOVE 16 TO RETURN-CODE
012450     STOP RUN.
012460
012470*----------------------------------------------------------------
012480* 9813-ABEND-RUNMAST-OPEN  -  THE REBUILT RUNMAST COULD NOT BE
012490*                             OPENED
012500*----------------------------------------------------------------
012510 9813-ABEND-RUNMAST-OPEN.
012520     DISPLAY 'RUNRCVR0005E RUNMAST-FILE OPEN FAILED, STATUS = '
012530         RCV-RUNMAST-STATUS
012540     CLOSE REPORT-FILE
012550     MOVE 16 TO RETURN-CODE
012560     STOP RUN.
012570
012580*----------------------------------------------------------------
012590* 9814-ABEND-RUNDTL-OPEN  -  THE REBUILT RUNDTL COULD NOT BE
012600*                            OPENED
012610*----------------------------------------------------------------
012620 9814-ABEND-RUNDTL-OPEN.
012630     DISPLAY 'RUNRCVR0006E RUNDTL-FILE OPEN FAILED, STATUS = '
012640         RCV-RUNDTL-STATUS
012650     CLOSE RUNMAST-FILE
012660     CLOSE REPORT-FILE
012670     MOVE 16 TO RETURN-CODE
012680     STOP RUN.
012690
012700*----------------------------------------------------------------
012710* 9815-ABEND-RUNMAST-WRITE  -  A RUNMAST WRITE FAILED OTHER THAN
012720*                              ON A DUPLICATE KEY
012730*----------------------------------------------------------------
012740 9815-ABEND-RUNMAST-WRITE.
012750     DISPLAY 'RUNRCVR0014E RUNMAST-FILE WRITE FAILED, STATUS = '
012760         RCV-RUNMAST-STATUS
012770     CLOSE ARRAYOUT-FILE
012780     CLOSE RUNMAST-FILE
012790     CLOSE RUNDTL-FILE
012800     CLOSE REPORT-FILE
012810     MOVE 16 TO RETURN-CODE
012820     STOP RUN.
012830
012840*----------------------------------------------------------------
012850* 9816-ABEND-RUNDTL-WRITE  -  A RUNDTL WRITE FAILED OTHER THAN ON
012860*                             A DUPLICATE KEY
012870*----------------------------------------------------------------
012880 9816-ABEND-RUNDTL-WRITE.
012890     DISPLAY 'RUNRCVR0015E RUNDTL-FILE WRITE FAILED, STATUS = '
012900         RCV-RUNDTL-STATUS
012910     CLOSE ARRAYOUT-FILE
012920     CLOSE RUNMAST-FILE
012930     CLOSE RUNDTL-FILE
012940     CLOSE REPORT-FILE
012950     MOVE 16 TO RETURN-CODE
012960     STOP RUN.
012970
012980*----------------------------------------------------------------
012990* 9820-ABEND-TABLE-FULL  -  MORE ACTIVE GENERATIONS THAN THE
013000*                           TABLE HOLDS
013010*----------------------------------------------------------------
013020 9820-ABEND-TABLE-FULL.
013030     DISPLAY 'RUNRCVR0016E MORE THAN 1000 ACTIVE GENERATIONS -'
013040         ' TABLE FULL'
013050     CLOSE RUNCAT-FILE
013060     CLOSE REPORT-FILE
013070     MOVE 16 TO RETURN-CODE
013080     STOP RUN.
013090
013100 END PROGRAM RUNRCVR.
