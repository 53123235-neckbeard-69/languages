000100*----------------------------------------------------------------
000110* DRVCONS  -  CONSOLIDATE THE PARALLEL DRIVER STREAMS INTO ONE
000120*             NIGHT
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. DRVCONS.
000150 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000160 INSTALLATION. LOOOPS-DEVELOPMENT.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------
000200* REMARKS.
000210*     RUNS AFTER THE LOOOPY STREAM STEPS THAT WORKED THE STREAM
000220*     LISTS DRVSPLIT CUT FROM THE NIGHT'S DRVFILE.  READS THE
000230*     ORIGINAL DRVFILE, THE STREAM DISPOSITION FILES (DSPSTR1-
000240*     DSPSTR4) AND THE STREAM ARRAYOUT FILES (AROSTR1-AROSTR4),
000250*     ALL OPTIONAL, AND PROVES THE STREAMS ARE ONE WHOLE NIGHT:
000260*       - EVERY ORIGINAL DRVFILE RECORD HAS EXACTLY ONE
000270*         DISPOSITION ACROSS THE STREAMS, AND NO STREAM HOLDS A
000280*         DISPOSITION FOR A RECORD THAT WAS NEVER LISTED;
000290*       - EVERY STREAM THAT WROTE DISPOSITIONS ENDED WITH A
000300*         TOTALS RECORD THAT BALANCES TO ITS DETAIL RECORDS;
000310*       - EVERY STREAM ARRAYOUT GROUP HAS ITS HEADER, DETAILS
000320*         AND A TRAILER THAT BALANCES TO THEM, AND EACH RUN KEY
000330*         HAS ONE GROUP FOR EVERY PROCESSED DISPOSITION.
000340*     ANY FAILURE ENDS RC=8 WITH NOTHING WRITTEN, CATALOGED OR
000350*     APPENDED, SO A BROKEN NIGHT CAN NEVER REACH MTHOPS OR
000360*     RUNSTAT AS A COMPLETE ONE.  A PROVEN NIGHT IS WRITTEN
000370*     EXACTLY AS ONE UNSTREAMED LOOOPY STEP WOULD HAVE LEFT IT -
000380*     ONE COMBINED DSPFILE WITH ITS CLASS AND TOTALS RECORDS,
000390*     ONE COMBINED ARRAYOUT CATALOGED AS THE NEXT RUN-LIBRARY
000400*     GENERATION, AND ONE DSPHIST RECORD FOR THE NIGHT.  THE
000410*     STEP THEN ENDS RC=4 IF ANY RECORD WAS SKIPPED AND RC=8 IF
000420*     ANY MISSED ITS MUST-COMPLETE-BY DATE, AS LOOOPY DOES.
000430*     THE CONSOLIDATION REPORT (CONSRPT) LISTS EVERY EXCEPTION
000440*     FOUND AND EACH STREAM'S DISPOSITIONS AND GROUPS.  EVERY
000443*     RUN IN THE CATALOGED GENERATION IS ALSO APPENDED TO THE
000446*     RUN LOCATOR (RUNLOC) UNDER ITS GENERATION NUMBER.
000450*
000460* MODIFICATION HISTORY.
000470*     DATE       INIT  DESCRIPTION
000480*     ---------- ----  ------------------------------------------
000490*     2026-10-15  RJT  ORIGINAL VERSION.
000492*     2026-10-15  RJT  APPEND ONE RUN LOCATOR (RUNLOC) ENTRY PER
000494*                      RUN IN THE COMBINED GENERATION WHEN IT IS
000496*                      CATALOGED, FOR GENLOC.
000500*----------------------------------------------------------------
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DRV-FILE  ASSIGN TO DRVFILE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CNS-DRVFILE-STATUS.
000580     SELECT OPTIONAL DSPSTR1-FILE ASSIGN TO DSPSTR1
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CNS-DSPSTR1-STATUS.
000610     SELECT OPTIONAL DSPSTR2-FILE ASSIGN TO DSPSTR2
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CNS-DSPSTR2-STATUS.
000640     SELECT OPTIONAL DSPSTR3-FILE ASSIGN TO DSPSTR3
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CNS-DSPSTR3-STATUS.
000670     SELECT OPTIONAL DSPSTR4-FILE ASSIGN TO DSPSTR4
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CNS-DSPSTR4-STATUS.
000700     SELECT OPTIONAL AROSTR1-FILE ASSIGN TO AROSTR1
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CNS-AROSTR1-STATUS.
000730     SELECT OPTIONAL AROSTR2-FILE ASSIGN TO AROSTR2
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CNS-AROSTR2-STATUS.
000760     SELECT OPTIONAL AROSTR3-FILE ASSIGN TO AROSTR3
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CNS-AROSTR3-STATUS.
000790     SELECT OPTIONAL AROSTR4-FILE ASSIGN TO AROSTR4
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CNS-AROSTR4-STATUS.
000820     SELECT DSP-FILE  ASSIGN TO DSPFILE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CNS-DSPFILE-STATUS.
000850     SELECT ARRAYOUT-FILE ASSIGN TO ARRAYOUT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CNS-ARRAYOUT-STATUS.
000880     SELECT OPTIONAL RUNCAT-FILE ASSIGN TO RUNCAT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS CNS-RUNCAT-STATUS.
000910     SELECT DSPHIST-FILE ASSIGN TO DSPHIST
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS CNS-DSPHIST-STATUS.
000940     SELECT REPORT-FILE ASSIGN TO CONSRPT
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CNS-CONSRPT-STATUS.
000970     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS CNS-RUNLOG-STATUS.
000992     SELECT OPTIONAL RUNLOC-FILE ASSIGN TO RUNLOC
000994         ORGANIZATION IS LINE SEQUENTIAL
000996         FILE STATUS IS CNS-RUNLOC-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  DRV-FILE.
001040     COPY DRVREC.
001050
001060 FD  DSPSTR1-FILE.
001070     COPY DSPRECC REPLACING ==DISP-RECORD== BY
001080         ==DSPSTR1-RECORD== LEADING ==DSP== BY ==DS1==.
001090
001100 FD  DSPSTR2-FILE.
001110     COPY DSPRECC REPLACING ==DISP-RECORD== BY
001120         ==DSPSTR2-RECORD== LEADING ==DSP== BY ==DS2==.
001130
001140 FD  DSPSTR3-FILE.
001150     COPY DSPRECC REPLACING ==DISP-RECORD== BY
001160         ==DSPSTR3-RECORD== LEADING ==DSP== BY ==DS3==.
001170
001180 FD  DSPSTR4-FILE.
001190     COPY DSPRECC REPLACING ==DISP-RECORD== BY
001200         ==DSPSTR4-RECORD== LEADING ==DSP== BY ==DS4==.
001210
001220 FD  AROSTR1-FILE.
001230     COPY ARROUTC REPLACING ==ARRAYOUT-RECORD== BY
001240         ==AROSTR1-RECORD== LEADING ==ARO== BY ==AS1==.
001250
001260 FD  AROSTR2-FILE.
001270     COPY ARROUTC REPLACING ==ARRAYOUT-RECORD== BY
001280         ==AROSTR2-RECORD== LEADING ==ARO== BY ==AS2==.
001290
001300 FD  AROSTR3-FILE.
001310     COPY ARROUTC REPLACING ==ARRAYOUT-RECORD== BY
001320         ==AROSTR3-RECORD== LEADING ==ARO== BY ==AS3==.
001330
001340 FD  AROSTR4-FILE.
001350     COPY ARROUTC REPLACING ==ARRAYOUT-RECORD== BY
001360         ==AROSTR4-RECORD== LEADING ==ARO== BY ==AS4==.
001370
001380 FD  DSP-FILE.
001390     COPY DSPRECC.
001400
001410 FD  ARRAYOUT-FILE.
001420     COPY ARROUTC.
001430
001440 FD  RUNCAT-FILE.
001450     COPY RUNCATC.
001460
001470 FD  DSPHIST-FILE.
001480     COPY DSPHISTC.
001482
001484 FD  RUNLOC-FILE.
001486     COPY RUNLOCC.
001490
001500*----------------------------------------------------------------
001510* REPORT-FILE CARRIES TWO ALTERNATE RECORD VIEWS OVER THE SAME
001520* BUFFER - FREE TEXT FOR HEADINGS AND EXCEPTIONS, AND THE EDITED
001530* LINE WRITTEN ONCE PER STREAM AND FOR THE NIGHT
001540*----------------------------------------------------------------
001550 FD  REPORT-FILE.
001560 01  REPORT-TEXT-RECORD         PIC X(80).
001570 01  REPORT-STREAM-RECORD.
001580     05  CND-LABEL                   PIC X(07).
001590     05  CND-STREAM                  PIC Z(01).
001600     05  CND-FILLER-1                PIC X(02).
001610     05  CND-READ                    PIC ZZZZ9.
001620     05  CND-FILLER-2                PIC X(02).
001630     05  CND-PROCESSED               PIC ZZZZ9.
001640     05  CND-FILLER-3                PIC X(02).
001650     05  CND-SKIPPED                 PIC ZZZZ9.
001660     05  CND-FILLER-4                PIC X(02).
001670     05  CND-PRIOR                   PIC ZZZZ9.
001680     05  CND-FILLER-5                PIC X(02).
001690     05  CND-NOT-REACHED             PIC ZZZZ9.
001700     05  CND-FILLER-6                PIC X(02).
001710     05  CND-GROUPS                  PIC ZZZZ9.
001720     05  CND-FILLER-7                PIC X(02).
001730     05  CND-MISSED                  PIC ZZZZ9.
001740     05  CND-FILLER-8                PIC X(21).
001750
001760 FD  RUNLOG-FILE.
001770     COPY RUNLOGC.
001780
001790 WORKING-STORAGE SECTION.
001800*----------------------------------------------------------------
001810* FILE STATUS FIELDS AND SWITCHES
001820*----------------------------------------------------------------
001830 01  CNS-DRVFILE-STATUS           PIC X(02) VALUE '00'.
001840 01  CNS-DSPSTR1-STATUS           PIC X(02) VALUE '00'.
001850 01  CNS-DSPSTR2-STATUS           PIC X(02) VALUE '00'.
001860 01  CNS-DSPSTR3-STATUS           PIC X(02) VALUE '00'.
001870 01  CNS-DSPSTR4-STATUS           PIC X(02) VALUE '00'.
001880 01  CNS-AROSTR1-STATUS           PIC X(02) VALUE '00'.
001890 01  CNS-AROSTR2-STATUS           PIC X(02) VALUE '00'.
001900 01  CNS-AROSTR3-STATUS           PIC X(02) VALUE '00'.
001910 01  CNS-AROSTR4-STATUS           PIC X(02) VALUE '00'.
001920 01  CNS-DSPFILE-STATUS           PIC X(02) VALUE '00'.
001930 01  CNS-ARRAYOUT-STATUS          PIC X(02) VALUE '00'.
001940 01  CNS-RUNCAT-STATUS            PIC X(02) VALUE '00'.
001950 01  CNS-DSPHIST-STATUS           PIC X(02) VALUE '00'.
001960 01  CNS-CONSRPT-STATUS           PIC X(02) VALUE '00'.
001970 01  CNS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001980 01  CNS-STREAM-STATUS            PIC X(02) VALUE '00'.
001985 01  CNS-RUNLOC-STATUS            PIC X(02) VALUE '00'.
001990 01  CNS-EOF-DRVFILE-SW           PIC X(01) VALUE 'N'.
002000     88  CNS-EOF-DRVFILE                     VALUE 'Y'.
002010 01  CNS-EOF-STREAM-SW            PIC X(01) VALUE 'N'.
002020     88  CNS-EOF-STREAM                      VALUE 'Y'.
002030 01  CNS-EOF-RUNCAT-SW            PIC X(01) VALUE 'N'.
002040     88  CNS-EOF-RUNCAT                      VALUE 'Y'.
002043 01  CNS-EOF-ARRAYOUT-SW          PIC X(01) VALUE 'N'.
002046     88  CNS-EOF-ARRAYOUT                    VALUE 'Y'.
002050 01  CNS-FOUND-SW                 PIC X(01) VALUE 'N'.
002060     88  CNS-FOUND                           VALUE 'Y'.
002070 01  CNS-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
002080     88  CNS-GROUP-OPEN                      VALUE 'Y'.
002090*    THE STREAM FILES ARE READ TWICE - ONCE TO PROVE THE NIGHT,
002100*    AND ONLY IF IT PROVES, ONCE MORE TO COPY THEM TO THE
002110*    COMBINED FILES
002120 01  CNS-PASS-SW                  PIC X(01) VALUE 'V'.
002130     88  CNS-VERIFY-PASS                     VALUE 'V'.
002140     88  CNS-WRITE-PASS                      VALUE 'W'.
002150
002160*----------------------------------------------------------------
002170* STAGING RECORDS - EVERY STREAM RECORD IS MOVED HERE SO ONE SET
002180* OF PARAGRAPHS CAN APPLY IT REGARDLESS OF WHICH STREAM IT CAME
002190* FROM
002200*----------------------------------------------------------------
002210     COPY DSPRECC REPLACING ==DISP-RECORD== BY
002220         ==CNS-DSP-WORK== LEADING ==DSP== BY ==DWK==.
002230
002240     COPY ARROUTC REPLACING ==ARRAYOUT-RECORD== BY
002250         ==CNS-ARO-WORK== LEADING ==ARO== BY ==AWK==.
002260
002270*----------------------------------------------------------------
002280* RUN-KEY TABLE - ONE ENTRY PER DISTINCT INPUT NUMBER AND SEED
002290* ON THE ORIGINAL DRVFILE, WITH HOW MANY TIMES IT WAS LISTED AND
002300* HOW MANY DISPOSITIONS, PROCESSED RUNS AND ARRAYOUT GROUPS THE
002310* STREAMS RETURNED FOR IT
002320*----------------------------------------------------------------
002330 01  CNS-KEY-COUNT                PIC 9(05) COMP VALUE ZERO.
002340 01  CNS-KEY-TABLE.
002350     05  CNS-KEY-ENTRY OCCURS 2000 TIMES
002360                       INDEXED BY CNS-KEY-IDX.
002370         10  CNS-KEY-RUN.
002380             15  CNS-KEY-INPUT       PIC X(05).
002390             15  CNS-KEY-SEED        PIC X(09).
002400         10  CNS-KEY-LISTED          PIC 9(05).
002410         10  CNS-KEY-DISPOSED        PIC 9(05).
002420         10  CNS-KEY-PROCESSED       PIC 9(05).
002430         10  CNS-KEY-GROUPS          PIC 9(05).
002440
002450 01  CNS-WORK-KEY.
002460     05  CNS-WORK-INPUT           PIC X(05).
002470     05  CNS-WORK-SEED            PIC X(09).
002480
002490*----------------------------------------------------------------
002500* STREAM TOTALS - COUNTED FROM THE DETAIL RECORDS, AND AS THE
002510* STREAM'S OWN TOTALS RECORD STATED THEM
002520*----------------------------------------------------------------
002530 01  CNS-STREAM-NUMBER            PIC 9(01) VALUE ZERO.
002540 01  CNS-STREAM-TOTALS.
002550     05  CNS-STR-ENTRY OCCURS 4 TIMES
002560                       INDEXED BY CNS-STR-IDX.
002570         10  CNS-STR-DETAILS         PIC 9(05).
002580         10  CNS-STR-PROCESSED       PIC 9(05).
002590         10  CNS-STR-SKIPPED         PIC 9(05).
002600         10  CNS-STR-PRIOR           PIC 9(05).
002610         10  CNS-STR-NOTREACH        PIC 9(05).
002620         10  CNS-STR-TOTALS-SEEN     PIC 9(03).
002630         10  CNS-STR-TOT-READ        PIC 9(05).
002640         10  CNS-STR-TOT-PROCESSED   PIC 9(05).
002650         10  CNS-STR-TOT-SKIPPED     PIC 9(05).
002660         10  CNS-STR-TOT-PRIOR       PIC 9(05).
002670         10  CNS-STR-TOT-NOTREACH    PIC 9(05).
002680         10  CNS-STR-DEADLINE-MISSED PIC 9(05).
002690         10  CNS-STR-GROUPS          PIC 9(05).
002700
002710*----------------------------------------------------------------
002720* NIGHT TOTALS BY PRIORITY CLASS (U, N, L) FOR THE COMBINED
002730* CLASS RECORDS AND THE DSPHIST BREAKDOWN
002740*----------------------------------------------------------------
002750 01  CNS-CLASS-TOTALS.
002760     05  CNS-CLS-ENTRY OCCURS 3 TIMES
002770                       INDEXED BY CNS-CLS-IDX.
002780         10  CNS-CLS-CODE            PIC X(01).
002790         10  CNS-CLS-READ            PIC 9(05).
002800         10  CNS-CLS-PROCESSED       PIC 9(05).
002810         10  CNS-CLS-SKIPPED         PIC 9(05).
002820         10  CNS-CLS-PRIOR           PIC 9(05).
002830         10  CNS-CLS-NOTREACH        PIC 9(05).
002840
002850*----------------------------------------------------------------
002860* NIGHT TOTALS
002870*----------------------------------------------------------------
002880 01  CNS-DRV-COUNT                PIC 9(05) VALUE ZERO.
002890 01  CNS-TOT-READ                 PIC 9(05) VALUE ZERO.
002900 01  CNS-TOT-PROCESSED            PIC 9(05) VALUE ZERO.
002910 01  CNS-TOT-SKIPPED              PIC 9(05) VALUE ZERO.
002920 01  CNS-TOT-PRIOR                PIC 9(05) VALUE ZERO.
002930 01  CNS-TOT-NOTREACH             PIC 9(05) VALUE ZERO.
002940 01  CNS-TOT-DEADLINE-MISSED      PIC 9(05) VALUE ZERO.
002950 01  CNS-TOT-GROUPS               PIC 9(05) VALUE ZERO.
002960
002970*----------------------------------------------------------------
002980* ARRAYOUT GROUP IN HAND AND THE GENERATION BEING BUILT
002990*----------------------------------------------------------------
003000 01  CNS-GROUP-INPUT              PIC 9(05) VALUE ZERO.
003010 01  CNS-GROUP-SEED               PIC 9(09) VALUE ZERO.
003020 01  CNS-GROUP-DETAILS            PIC 9(05) VALUE ZERO.
003030 01  CNS-GROUP-TOTAL              PIC S9(15) COMP VALUE ZERO.
003040 01  CNS-GEN-NUMBER               PIC 9(05) VALUE 1.
003050 01  CNS-GEN-RECORD-COUNT         PIC 9(07) VALUE ZERO.
003060 01  CNS-GEN-FIRST-INPUT          PIC 9(05) VALUE ZERO.
003070 01  CNS-GEN-LAST-INPUT           PIC 9(05) VALUE ZERO.
003075 01  CNS-GEN-LOCATOR-COUNT        PIC 9(05) VALUE ZERO.
003080
003090*----------------------------------------------------------------
003100* WORK FIELDS AND COUNTS
003110*----------------------------------------------------------------
003120 01  CNS-ERROR-COUNT              PIC 9(05) VALUE ZERO.
003130 01  CNS-MESSAGE                  PIC X(80) VALUE SPACES.
003140 01  CNS-RECORDS-READ             PIC 9(07) VALUE ZERO.
003150 01  CNS-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
003160 01  CNS-START-TIMESTAMP          PIC X(26) VALUE SPACES.
003170 01  CNS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.
003180
003190 PROCEDURE DIVISION.
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003220     PERFORM 2000-LOAD-DRVFILE THRU 2000-EXIT
003230     SET CNS-VERIFY-PASS TO TRUE
003240     PERFORM 3000-READ-STREAM-DSP THRU 3000-EXIT
003250         VARYING CNS-STREAM-NUMBER FROM 1 BY 1
003260         UNTIL CNS-STREAM-NUMBER > 4
003270     PERFORM 4000-READ-STREAM-ARO THRU 4000-EXIT
003280         VARYING CNS-STREAM-NUMBER FROM 1 BY 1
003290         UNTIL CNS-STREAM-NUMBER > 4
003300     PERFORM 5000-PROVE-NIGHT THRU 5000-EXIT
003310     IF CNS-ERROR-COUNT = ZERO
003320         PERFORM 6000-WRITE-COMBINED-DSP THRU 6000-EXIT
003330         PERFORM 6500-WRITE-COMBINED-ARO THRU 6500-EXIT
003340         PERFORM 7000-CATALOG-GENERATION THRU 7000-EXIT
003350         PERFORM 7500-APPEND-DISP-HISTORY THRU 7500-EXIT
003360     ELSE
003370         DISPLAY 'DRVCONS0001W ' CNS-ERROR-COUNT
003380             ' CONSOLIDATION ERROR(S) - NOTHING WRITTEN'
003390         MOVE 8 TO RETURN-CODE
003400     END-IF
003410     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT
003420     PERFORM 9000-TERMINATE THRU 9000-EXIT
003430     STOP RUN.
003440
003450*----------------------------------------------------------------
003460* 1000-INITIALIZE  -  CLEAR THE TOTALS AND OPEN THE REPORT.  THE
003470*                     COMBINED OUTPUTS ARE NOT OPENED HERE - A
003480*                     NIGHT THAT FAILS ITS PROOF MUST LEAVE THEM
003490*                     UNTOUCHED, NOT EMPTIED
003500*----------------------------------------------------------------
003510 1000-INITIALIZE.
003520     MOVE FUNCTION CURRENT-DATE TO CNS-START-TIMESTAMP
003530     INITIALIZE CNS-STREAM-TOTALS
003540     INITIALIZE CNS-CLASS-TOTALS
003550     MOVE 'U' TO CNS-CLS-CODE (1)
003560     MOVE 'N' TO CNS-CLS-CODE (2)
003570     MOVE 'L' TO CNS-CLS-CODE (3)
003580     OPEN OUTPUT REPORT-FILE
003590     IF CNS-CONSRPT-STATUS NOT = '00'
003600         GO TO 9812-ABEND-CONSRPT-OPEN
003610     END-IF
003620     MOVE 'LOOOPY DRIVER STREAM CONSOLIDATION REPORT'
003630         TO REPORT-TEXT-RECORD
003640     WRITE REPORT-TEXT-RECORD
003650     MOVE SPACES TO REPORT-TEXT-RECORD
003660     WRITE REPORT-TEXT-RECORD.
003670 1000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 2000-LOAD-DRVFILE  -  THE ORIGINAL, UNSPLIT LIST INTO THE RUN-
003720*                      KEY TABLE.  THE SAME KEY LISTED TWICE IS
003730*                      ONE ENTRY LISTED TWICE, AND IS OWED TWO
003740*                      DISPOSITIONS.
003750*----------------------------------------------------------------
003760 2000-LOAD-DRVFILE.
003770     OPEN INPUT DRV-FILE
003780     IF CNS-DRVFILE-STATUS NOT = '00'
003790         GO TO 9811-ABEND-DRVFILE-OPEN
003800     END-IF
003810     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003820         UNTIL CNS-EOF-DRVFILE
003830     CLOSE DRV-FILE.
003840 2000-EXIT.
003850     EXIT.
003860
003870 2100-LOAD-ONE-RECORD.
003880     READ DRV-FILE
003890         AT END
003900             SET CNS-EOF-DRVFILE TO TRUE
003910             GO TO 2100-EXIT
003920     END-READ
003930     ADD 1 TO CNS-RECORDS-READ
003940     ADD 1 TO CNS-DRV-COUNT
003950     MOVE DRV-FILE-RECORD (1:14) TO CNS-WORK-KEY
003960     PERFORM 2200-FIND-KEY THRU 2200-EXIT
003970     IF NOT CNS-FOUND
003980         IF CNS-KEY-COUNT NOT < 2000
003990             GO TO 9820-ABEND-TABLE-FULL
004000         END-IF
004010         ADD 1 TO CNS-KEY-COUNT
004020         SET CNS-KEY-IDX TO CNS-KEY-COUNT
004030         MOVE CNS-WORK-KEY TO CNS-KEY-RUN (CNS-KEY-IDX)
004040         MOVE ZERO TO CNS-KEY-LISTED (CNS-KEY-IDX)
004050         MOVE ZERO TO CNS-KEY-DISPOSED (CNS-KEY-IDX)
004060         MOVE ZERO TO CNS-KEY-PROCESSED (CNS-KEY-IDX)
004070         MOVE ZERO TO CNS-KEY-GROUPS (CNS-KEY-IDX)
004080     END-IF
004090     ADD 1 TO CNS-KEY-LISTED (CNS-KEY-IDX).
004100 2100-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140* 2200-FIND-KEY  -  LOOK CNS-WORK-KEY UP IN THE RUN-KEY TABLE.
004150*                   ON A MATCH CNS-KEY-IDX IS LEFT ON THE ENTRY.
004160*----------------------------------------------------------------
004170 2200-FIND-KEY.
004180     MOVE 'N' TO CNS-FOUND-SW
004190     PERFORM 2210-COMPARE-KEY THRU 2210-EXIT
004200         VARYING CNS-KEY-IDX FROM 1 BY 1
004210         UNTIL CNS-KEY-IDX > CNS-KEY-COUNT
004220            OR CNS-FOUND
004230     IF CNS-FOUND
004240*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
004250         SET CNS-KEY-IDX DOWN BY 1
004260     END-IF.
004270 2200-EXIT.
004280     EXIT.
004290
004300 2210-COMPARE-KEY.
004310     IF CNS-KEY-RUN (CNS-KEY-IDX) = CNS-WORK-KEY
004320         SET CNS-FOUND TO TRUE
004330     END-IF.
004340 2210-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 3000-READ-STREAM-DSP  -  ONE STREAM'S DISPOSITION FILE, READ TO
004390*                         PROVE IT OR, ON THE WRITE PASS, TO COPY
004400*                         ITS DETAIL RECORDS.  A STREAM FILE THAT
004410*                         IS ABSENT IS A STREAM THAT WAS NOT USED
004420*                         - ANY RECORD IT SHOULD HAVE HELD SHOWS
004430*                         UP IN 5000 AS A MISSING DISPOSITION.
004440*----------------------------------------------------------------
004450 3000-READ-STREAM-DSP.
004460     SET CNS-STR-IDX TO CNS-STREAM-NUMBER
004470     EVALUATE CNS-STREAM-NUMBER
004480         WHEN 1
004490             OPEN INPUT DSPSTR1-FILE
004500             MOVE CNS-DSPSTR1-STATUS TO CNS-STREAM-STATUS
004510         WHEN 2
004520             OPEN INPUT DSPSTR2-FILE
004530             MOVE CNS-DSPSTR2-STATUS TO CNS-STREAM-STATUS
004540         WHEN 3
004550             OPEN INPUT DSPSTR3-FILE
004560             MOVE CNS-DSPSTR3-STATUS TO CNS-STREAM-STATUS
004570         WHEN OTHER
004580             OPEN INPUT DSPSTR4-FILE
004590             MOVE CNS-DSPSTR4-STATUS TO CNS-STREAM-STATUS
004600     END-EVALUATE
004610     IF CNS-STREAM-STATUS = '05'
004620         PERFORM 3900-CLOSE-STREAM-DSP THRU 3900-EXIT
004630         GO TO 3000-EXIT
004640     END-IF
004650     IF CNS-STREAM-STATUS NOT = '00'
004660         GO TO 9813-ABEND-STREAM-OPEN
004670     END-IF
004680     MOVE 'N' TO CNS-EOF-STREAM-SW
004690     PERFORM 3100-READ-DSP-RECORD THRU 3100-EXIT
004700         UNTIL CNS-EOF-STREAM
004710     PERFORM 3900-CLOSE-STREAM-DSP THRU 3900-EXIT
004720     IF CNS-VERIFY-PASS
004730         PERFORM 3400-CHECK-STREAM-TOTALS THRU 3400-EXIT
004740     END-IF.
004750 3000-EXIT.
004760     EXIT.
004770
004780 3100-READ-DSP-RECORD.
004790     EVALUATE CNS-STREAM-NUMBER
004800         WHEN 1
004810             READ DSPSTR1-FILE INTO CNS-DSP-WORK
004820                 AT END
004830                     SET CNS-EOF-STREAM TO TRUE
004840             END-READ
004850         WHEN 2
004860             READ DSPSTR2-FILE INTO CNS-DSP-WORK
004870                 AT END
004880                     SET CNS-EOF-STREAM TO TRUE
004890             END-READ
004900         WHEN 3
004910             READ DSPSTR3-FILE INTO CNS-DSP-WORK
004920                 AT END
004930                     SET CNS-EOF-STREAM TO TRUE
004940             END-READ
004950         WHEN OTHER
004960             READ DSPSTR4-FILE INTO CNS-DSP-WORK
004970                 AT END
004980                     SET CNS-EOF-STREAM TO TRUE
004990             END-READ
005000     END-EVALUATE
005010     IF CNS-EOF-STREAM
005020         GO TO 3100-EXIT
005030     END-IF
005040     IF CNS-WRITE-PASS
005050         IF DWK-DETAIL-REC
005060             WRITE DISP-RECORD FROM CNS-DSP-WORK
005070             ADD 1 TO CNS-RECORDS-WRITTEN
005080         END-IF
005090         GO TO 3100-EXIT
005100     END-IF
005110     ADD 1 TO CNS-RECORDS-READ
005120     EVALUATE TRUE
005130         WHEN DWK-DETAIL-REC
005140             PERFORM 3200-APPLY-DSP-DETAIL THRU 3200-EXIT
005150         WHEN DWK-TOTALS-REC
005160             PERFORM 3300-APPLY-DSP-TOTALS THRU 3300-EXIT
005170         WHEN OTHER
005180             CONTINUE
005190     END-EVALUATE.
005200 3100-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 3200-APPLY-DSP-DETAIL  -  ONE STREAM DISPOSITION AGAINST THE
005250*                          RUN-KEY TABLE, THE STREAM TOTALS AND
005260*                          THE NIGHT'S CLASS TOTALS
005270*----------------------------------------------------------------
005280 3200-APPLY-DSP-DETAIL.
005290     ADD 1 TO CNS-STR-DETAILS (CNS-STR-IDX)
005300     MOVE DWK-INPUT-NUMBER TO CNS-WORK-INPUT
005310     MOVE DWK-SEED TO CNS-WORK-SEED
005320     PERFORM 2200-FIND-KEY THRU 2200-EXIT
005330     IF CNS-FOUND
005340         ADD 1 TO CNS-KEY-DISPOSED (CNS-KEY-IDX)
005350     ELSE
005360         MOVE SPACES TO CNS-MESSAGE
005370         STRING 'DRVCONS0002E STREAM ' CNS-STREAM-NUMBER
005380             ' DISPOSITION FOR ' CNS-WORK-INPUT '/'
005390             CNS-WORK-SEED ' NOT ON DRVFILE'
005400             DELIMITED BY SIZE INTO CNS-MESSAGE
005410         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
005420     END-IF
005430     EVALUATE DWK-PRIORITY-CLASS
005440         WHEN 'U'
005450             SET CNS-CLS-IDX TO 1
005460         WHEN 'L'
005470             SET CNS-CLS-IDX TO 3
005480         WHEN OTHER
005490             SET CNS-CLS-IDX TO 2
005500     END-EVALUATE
005510     ADD 1 TO CNS-CLS-READ (CNS-CLS-IDX)
005520     EVALUATE DWK-RUN-STATUS
005530         WHEN 'PROCESSED'
005540             ADD 1 TO CNS-STR-PROCESSED (CNS-STR-IDX)
005550             ADD 1 TO CNS-CLS-PROCESSED (CNS-CLS-IDX)
005560             IF CNS-FOUND
005570                 ADD 1 TO CNS-KEY-PROCESSED (CNS-KEY-IDX)
005580             END-IF
005590         WHEN 'SKIPPED'
005600             ADD 1 TO CNS-STR-SKIPPED (CNS-STR-IDX)
005610             ADD 1 TO CNS-CLS-SKIPPED (CNS-CLS-IDX)
005620         WHEN 'PRIOR-RUN'
005630             ADD 1 TO CNS-STR-PRIOR (CNS-STR-IDX)
005640             ADD 1 TO CNS-CLS-PRIOR (CNS-CLS-IDX)
005650         WHEN 'NOT-REACHED'
005660             ADD 1 TO CNS-STR-NOTREACH (CNS-STR-IDX)
005670             ADD 1 TO CNS-CLS-NOTREACH (CNS-CLS-IDX)
005680         WHEN OTHER
005690             MOVE SPACES TO CNS-MESSAGE
005700             STRING 'DRVCONS0003E STREAM ' CNS-STREAM-NUMBER
005710                 ' DISPOSITION FOR ' CNS-WORK-INPUT '/'
005720                 CNS-WORK-SEED ' HAS STATUS ' DWK-RUN-STATUS
005730                 DELIMITED BY SIZE INTO CNS-MESSAGE
005740             PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
005750     END-EVALUATE.
005760 3200-EXIT.
005770     EXIT.
005780
005790 3300-APPLY-DSP-TOTALS.
005800     ADD 1 TO CNS-STR-TOTALS-SEEN (CNS-STR-IDX)
005810     MOVE DWK-TOT-READ TO CNS-STR-TOT-READ (CNS-STR-IDX)
005820     MOVE DWK-TOT-PROCESSED TO CNS-STR-TOT-PROCESSED (CNS-STR-IDX)
005830     MOVE DWK-TOT-SKIPPED TO CNS-STR-TOT-SKIPPED (CNS-STR-IDX)
005840     MOVE DWK-TOT-PRIOR TO CNS-STR-TOT-PRIOR (CNS-STR-IDX)
005850     MOVE DWK-TOT-NOT-REACHED
005860         TO CNS-STR-TOT-NOTREACH (CNS-STR-IDX)
005870     IF DWK-TOT-DEADLINE-MISSED NUMERIC
005880         MOVE DWK-TOT-DEADLINE-MISSED
005890             TO CNS-STR-DEADLINE-MISSED (CNS-STR-IDX)
005900     END-IF.
005910 3300-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950* 3400-CHECK-STREAM-TOTALS  -  A STREAM THAT WROTE DISPOSITIONS
005960*                             MUST HAVE FINISHED - ONE TOTALS
005970*                             RECORD, BALANCED AND AGREEING
005980*                             WITH THE DETAILS ACTUALLY READ
005990*----------------------------------------------------------------
006000 3400-CHECK-STREAM-TOTALS.
006010     IF CNS-STR-DETAILS (CNS-STR-IDX) = ZERO
006020        AND CNS-STR-TOTALS-SEEN (CNS-STR-IDX) = ZERO
006030         GO TO 3400-EXIT
006040     END-IF
006050     IF CNS-STR-TOTALS-SEEN (CNS-STR-IDX) NOT = 1
006060         MOVE SPACES TO CNS-MESSAGE
006070         STRING 'DRVCONS0004E STREAM ' CNS-STREAM-NUMBER
006080             ' DSPFILE HAS ' CNS-STR-TOTALS-SEEN (CNS-STR-IDX)
006090             ' TOTALS RECORDS - STREAM STEP DID NOT FINISH'
006100             DELIMITED BY SIZE INTO CNS-MESSAGE
006110         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
006120         GO TO 3400-EXIT
006130     END-IF
006140     IF CNS-STR-TOT-READ (CNS-STR-IDX) NOT =
006150            CNS-STR-TOT-PROCESSED (CNS-STR-IDX)
006160          + CNS-STR-TOT-SKIPPED (CNS-STR-IDX)
006170          + CNS-STR-TOT-PRIOR (CNS-STR-IDX)
006180          + CNS-STR-TOT-NOTREACH (CNS-STR-IDX)
006190         MOVE SPACES TO CNS-MESSAGE
006200         STRING 'DRVCONS0005E STREAM ' CNS-STREAM-NUMBER
006210             ' TOTALS RECORD DOES NOT BALANCE - READ '
006220             CNS-STR-TOT-READ (CNS-STR-IDX)
006230             DELIMITED BY SIZE INTO CNS-MESSAGE
006240         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
006250     END-IF
006260     IF CNS-STR-TOT-READ (CNS-STR-IDX)
006270            NOT = CNS-STR-DETAILS (CNS-STR-IDX)
006280        OR CNS-STR-TOT-PROCESSED (CNS-STR-IDX)
006290            NOT = CNS-STR-PROCESSED (CNS-STR-IDX)
006300        OR CNS-STR-TOT-SKIPPED (CNS-STR-IDX)
006310            NOT = CNS-STR-SKIPPED (CNS-STR-IDX)
006320        OR CNS-STR-TOT-PRIOR (CNS-STR-IDX)
006330            NOT = CNS-STR-PRIOR (CNS-STR-IDX)
006340        OR CNS-STR-TOT-NOTREACH (CNS-STR-IDX)
006350            NOT = CNS-STR-NOTREACH (CNS-STR-IDX)
006360         MOVE SPACES TO CNS-MESSAGE
006370         STRING 'DRVCONS0006E STREAM ' CNS-STREAM-NUMBER
006380             ' TOTALS RECORD DISAGREES WITH ITS '
006390             CNS-STR-DETAILS (CNS-STR-IDX) ' DETAIL RECORDS'
006400             DELIMITED BY SIZE INTO CNS-MESSAGE
006410         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
006420     END-IF.
006430 3400-EXIT.
006440     EXIT.
006450
006460 3900-CLOSE-STREAM-DSP.
006470     EVALUATE CNS-STREAM-NUMBER
006480         WHEN 1
006490             CLOSE DSPSTR1-FILE
006500         WHEN 2
006510             CLOSE DSPSTR2-FILE
006520         WHEN 3
006530             CLOSE DSPSTR3-FILE
006540         WHEN OTHER
006550             CLOSE DSPSTR4-FILE
006560     END-EVALUATE.
006570 3900-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610* 4000-READ-STREAM-ARO  -  ONE STREAM'S ARRAYOUT FILE, READ TO
006620*                         PROVE ITS GROUPS OR, ON THE WRITE PASS,
006630*                         TO COPY THEM
006640*----------------------------------------------------------------
006650 4000-READ-STREAM-ARO.
006660     SET CNS-STR-IDX TO CNS-STREAM-NUMBER
006670     EVALUATE CNS-STREAM-NUMBER
006680         WHEN 1
006690             OPEN INPUT AROSTR1-FILE
006700             MOVE CNS-AROSTR1-STATUS TO CNS-STREAM-STATUS
006710         WHEN 2
006720             OPEN INPUT AROSTR2-FILE
006730             MOVE CNS-AROSTR2-STATUS TO CNS-STREAM-STATUS
006740         WHEN 3
006750             OPEN INPUT AROSTR3-FILE
006760             MOVE CNS-AROSTR3-STATUS TO CNS-STREAM-STATUS
006770         WHEN OTHER
006780             OPEN INPUT AROSTR4-FILE
006790             MOVE CNS-AROSTR4-STATUS TO CNS-STREAM-STATUS
006800     END-EVALUATE
006810     IF CNS-STREAM-STATUS = '05'
006820         PERFORM 4900-CLOSE-STREAM-ARO THRU 4900-EXIT
006830         GO TO 4000-EXIT
006840     END-IF
006850     IF CNS-STREAM-STATUS NOT = '00'
006860         GO TO 9813-ABEND-STREAM-OPEN
006870     END-IF
006880     MOVE 'N' TO CNS-EOF-STREAM-SW
006890     MOVE 'N' TO CNS-GROUP-OPEN-SW
006900     PERFORM 4100-READ-ARO-RECORD THRU 4100-EXIT
006910         UNTIL CNS-EOF-STREAM
006920     PERFORM 4900-CLOSE-STREAM-ARO THRU 4900-EXIT
006930     IF CNS-VERIFY-PASS AND CNS-GROUP-OPEN
006940         MOVE SPACES TO CNS-MESSAGE
006950         STRING 'DRVCONS0007E STREAM ' CNS-STREAM-NUMBER
006960             ' ARRAYOUT ENDS INSIDE THE GROUP FOR '
006970             CNS-GROUP-INPUT '/' CNS-GROUP-SEED
006980             DELIMITED BY SIZE INTO CNS-MESSAGE
006990         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
007000     END-IF.
007010 4000-EXIT.
007020     EXIT.
007030
007040 4100-READ-ARO-RECORD.
007050     EVALUATE CNS-STREAM-NUMBER
007060         WHEN 1
007070             READ AROSTR1-FILE INTO CNS-ARO-WORK
007080                 AT END
007090                     SET CNS-EOF-STREAM TO TRUE
007100             END-READ
007110         WHEN 2
007120             READ AROSTR2-FILE INTO CNS-ARO-WORK
007130                 AT END
007140                     SET CNS-EOF-STREAM TO TRUE
007150             END-READ
007160         WHEN 3
007170             READ AROSTR3-FILE INTO CNS-ARO-WORK
007180                 AT END
007190                     SET CNS-EOF-STREAM TO TRUE
007200             END-READ
007210         WHEN OTHER
007220             READ AROSTR4-FILE INTO CNS-ARO-WORK
007230                 AT END
007240                     SET CNS-EOF-STREAM TO TRUE
007250             END-READ
007260     END-EVALUATE
007270     IF CNS-EOF-STREAM
007280         GO TO 4100-EXIT
007290     END-IF
007300     IF CNS-WRITE-PASS
007310         WRITE ARRAYOUT-RECORD FROM CNS-ARO-WORK
007320         ADD 1 TO CNS-RECORDS-WRITTEN
007330         GO TO 4100-EXIT
007340     END-IF
007350     ADD 1 TO CNS-RECORDS-READ
007360     ADD 1 TO CNS-GEN-RECORD-COUNT
007370     EVALUATE TRUE
007380         WHEN AWK-HEADER-REC
007390             PERFORM 4200-APPLY-ARO-HEADER THRU 4200-EXIT
007400         WHEN AWK-DETAIL-REC
007410             PERFORM 4300-APPLY-ARO-DETAIL THRU 4300-EXIT
007420         WHEN AWK-TRAILER-REC
007430             PERFORM 4400-APPLY-ARO-TRAILER THRU 4400-EXIT
007440         WHEN OTHER
007450             CONTINUE
007460     END-EVALUATE.
007470 4100-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 4200-APPLY-ARO-HEADER  -  A HEADER OPENS A GROUP; THE GROUP
007520*                          BEFORE IT MUST ALREADY HAVE CLOSED ON
007530*                          ITS TRAILER
007540*----------------------------------------------------------------
007550 4200-APPLY-ARO-HEADER.
007560     IF CNS-GROUP-OPEN
007570         MOVE SPACES TO CNS-MESSAGE
007580         STRING 'DRVCONS0008E STREAM ' CNS-STREAM-NUMBER
007590             ' ARRAYOUT GROUP FOR ' CNS-GROUP-INPUT '/'
007600             CNS-GROUP-SEED ' HAS NO TRAILER'
007610             DELIMITED BY SIZE INTO CNS-MESSAGE
007620         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
007630     END-IF
007640     SET CNS-GROUP-OPEN TO TRUE
007650     MOVE AWK-INPUT-NUMBER TO CNS-GROUP-INPUT
007660     MOVE AWK-SEED TO CNS-GROUP-SEED
007670     MOVE ZERO TO CNS-GROUP-DETAILS
007680     MOVE ZERO TO CNS-GROUP-TOTAL
007690     MOVE AWK-INPUT-NUMBER TO CNS-WORK-INPUT
007700     MOVE AWK-SEED TO CNS-WORK-SEED
007710     PERFORM 2200-FIND-KEY THRU 2200-EXIT
007720     IF CNS-FOUND
007730         ADD 1 TO CNS-KEY-GROUPS (CNS-KEY-IDX)
007740     ELSE
007750         MOVE SPACES TO CNS-MESSAGE
007760         STRING 'DRVCONS0009E STREAM ' CNS-STREAM-NUMBER
007770             ' ARRAYOUT GROUP FOR ' CNS-WORK-INPUT '/'
007780             CNS-WORK-SEED ' NOT ON DRVFILE'
007790             DELIMITED BY SIZE INTO CNS-MESSAGE
007800         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
007810     END-IF
007820     ADD 1 TO CNS-STR-GROUPS (CNS-STR-IDX)
007830     ADD 1 TO CNS-TOT-GROUPS
007840     IF CNS-GEN-FIRST-INPUT = ZERO
007850         MOVE AWK-INPUT-NUMBER TO CNS-GEN-FIRST-INPUT
007860     END-IF
007870     MOVE AWK-INPUT-NUMBER TO CNS-GEN-LAST-INPUT.
007880 4200-EXIT.
007890     EXIT.
007900
007910 4300-APPLY-ARO-DETAIL.
007920     IF NOT CNS-GROUP-OPEN
007930         MOVE SPACES TO CNS-MESSAGE
007940         STRING 'DRVCONS0010E STREAM ' CNS-STREAM-NUMBER
007950             ' ARRAYOUT DETAIL INDEX ' AWK-INDEX
007960             ' OUTSIDE ANY GROUP'
007970             DELIMITED BY SIZE INTO CNS-MESSAGE
007980         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
007990         GO TO 4300-EXIT
008000     END-IF
008010     ADD 1 TO CNS-GROUP-DETAILS
008020     ADD AWK-ELEMENT-VALUE TO CNS-GROUP-TOTAL.
008030 4300-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------------
008070* 4400-APPLY-ARO-TRAILER  -  THE TRAILER MUST CARRY THE GROUP'S
008080*                           KEY AND BALANCE TO ITS DETAILS
008090*----------------------------------------------------------------
008100 4400-APPLY-ARO-TRAILER.
008110     IF NOT CNS-GROUP-OPEN
008120         MOVE SPACES TO CNS-MESSAGE
008130         STRING 'DRVCONS0011E STREAM ' CNS-STREAM-NUMBER
008140             ' ARRAYOUT TRAILER FOR ' AWK-TRL-INPUT-NUMBER '/'
008150             AWK-TRL-SEED ' HAS NO HEADER'
008160             DELIMITED BY SIZE INTO CNS-MESSAGE
008170         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
008180         GO TO 4400-EXIT
008190     END-IF
008200     MOVE 'N' TO CNS-GROUP-OPEN-SW
008210     IF AWK-TRL-INPUT-NUMBER NOT = CNS-GROUP-INPUT
008220        OR AWK-TRL-SEED NOT = CNS-GROUP-SEED
008230        OR AWK-TRL-DETAIL-COUNT NOT = CNS-GROUP-DETAILS
008240        OR AWK-TRL-ELEMENT-TOTAL NOT = CNS-GROUP-TOTAL
008250         MOVE SPACES TO CNS-MESSAGE
008260         STRING 'DRVCONS0012E STREAM ' CNS-STREAM-NUMBER
008270             ' ARRAYOUT GROUP FOR ' CNS-GROUP-INPUT '/'
008280             CNS-GROUP-SEED ' DOES NOT BALANCE TO ITS TRAILER'
008290             DELIMITED BY SIZE INTO CNS-MESSAGE
008300         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
008310     END-IF.
008320 4400-EXIT.
008330     EXIT.
008340
008350 4900-CLOSE-STREAM-ARO.
008360     EVALUATE CNS-STREAM-NUMBER
008370         WHEN 1
008380             CLOSE AROSTR1-FILE
008390         WHEN 2
008400             CLOSE AROSTR2-FILE
008410         WHEN 3
008420             CLOSE AROSTR3-FILE
008430         WHEN OTHER
008440             CLOSE AROSTR4-FILE
008450     END-EVALUATE.
008460 4900-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 5000-PROVE-NIGHT  -  EVERY DRVFILE RECORD DISPOSED OF EXACTLY
008510*                     ONCE, EVERY PROCESSED RUN BACKED BY ONE
008520*                     ARRAYOUT GROUP, AND THE STREAM TOTALS
008530*                     SUMMING TO THE ORIGINAL LIST
008540*----------------------------------------------------------------
008550 5000-PROVE-NIGHT.
008560     PERFORM 5100-CHECK-ONE-KEY THRU 5100-EXIT
008570         VARYING CNS-KEY-IDX FROM 1 BY 1
008580         UNTIL CNS-KEY-IDX > CNS-KEY-COUNT
008590     PERFORM 5200-SUM-ONE-STREAM THRU 5200-EXIT
008600         VARYING CNS-STR-IDX FROM 1 BY 1
008610         UNTIL CNS-STR-IDX > 4
008620     IF CNS-TOT-READ NOT = CNS-DRV-COUNT
008630         MOVE SPACES TO CNS-MESSAGE
008640         STRING 'DRVCONS0013E STREAMS ACCOUNT FOR '
008650             CNS-TOT-READ ' OF ' CNS-DRV-COUNT
008660             ' DRVFILE RECORDS'
008670             DELIMITED BY SIZE INTO CNS-MESSAGE
008680         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
008690     END-IF.
008700 5000-EXIT.
008710     EXIT.
008720
008730 5100-CHECK-ONE-KEY.
008740     IF CNS-KEY-DISPOSED (CNS-KEY-IDX)
008750            NOT = CNS-KEY-LISTED (CNS-KEY-IDX)
008760         MOVE SPACES TO CNS-MESSAGE
008770         STRING 'DRVCONS0014E ' CNS-KEY-INPUT (CNS-KEY-IDX) '/'
008780             CNS-KEY-SEED (CNS-KEY-IDX) ' LISTED '
008790             CNS-KEY-LISTED (CNS-KEY-IDX) ' TIME(S), DISPOSED '
008800             CNS-KEY-DISPOSED (CNS-KEY-IDX) ' TIME(S)'
008810             DELIMITED BY SIZE INTO CNS-MESSAGE
008820         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
008830     END-IF
008840     IF CNS-KEY-GROUPS (CNS-KEY-IDX)
008850            NOT = CNS-KEY-PROCESSED (CNS-KEY-IDX)
008860         MOVE SPACES TO CNS-MESSAGE
008870         STRING 'DRVCONS0015E ' CNS-KEY-INPUT (CNS-KEY-IDX) '/'
008880             CNS-KEY-SEED (CNS-KEY-IDX) ' PROCESSED '
008890             CNS-KEY-PROCESSED (CNS-KEY-IDX) ' TIME(S), '
008900             CNS-KEY-GROUPS (CNS-KEY-IDX) ' ARRAYOUT GROUP(S)'
008910             DELIMITED BY SIZE INTO CNS-MESSAGE
008920         PERFORM 8800-REPORT-ERROR THRU 8800-EXIT
008930     END-IF.
008940 5100-EXIT.
008950     EXIT.
008960
008970 5200-SUM-ONE-STREAM.
008980     ADD CNS-STR-DETAILS (CNS-STR-IDX) TO CNS-TOT-READ
008990     ADD CNS-STR-PROCESSED (CNS-STR-IDX) TO CNS-TOT-PROCESSED
009000     ADD CNS-STR-SKIPPED (CNS-STR-IDX) TO CNS-TOT-SKIPPED
009010     ADD CNS-STR-PRIOR (CNS-STR-IDX) TO CNS-TOT-PRIOR
009020     ADD CNS-STR-NOTREACH (CNS-STR-IDX) TO CNS-TOT-NOTREACH
009030     ADD CNS-STR-DEADLINE-MISSED (CNS-STR-IDX)
009040         TO CNS-TOT-DEADLINE-MISSED.
009050 5200-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------
009090* 6000-WRITE-COMBINED-DSP  -  THE NIGHT'S ONE DSPFILE - EVERY
009100*                           STREAM'S DETAILS, STREAM 1 FIRST,
009110*                           THEN THE CLASS AND TOTALS RECORDS FOR
009120*                           THE WHOLE NIGHT, LAID OUT AS LOOOPY
009130*                           3130-WRITE-DISP-TOTALS LAYS THEM OUT
009140*----------------------------------------------------------------
009150 6000-WRITE-COMBINED-DSP.
009160     OPEN OUTPUT DSP-FILE
009170     IF CNS-DSPFILE-STATUS NOT = '00'
009180         GO TO 9814-ABEND-DSPFILE-OPEN
009190     END-IF
009200     SET CNS-WRITE-PASS TO TRUE
009210     PERFORM 3000-READ-STREAM-DSP THRU 3000-EXIT
009220         VARYING CNS-STREAM-NUMBER FROM 1 BY 1
009230         UNTIL CNS-STREAM-NUMBER > 4
009240     PERFORM 6100-WRITE-CLASS-TOTALS THRU 6100-EXIT
009250         VARYING CNS-CLS-IDX FROM 1 BY 1
009260         UNTIL CNS-CLS-IDX > 3
009270     MOVE SPACES TO DISP-RECORD
009280     SET DSP-TOTALS-REC TO TRUE
009290     MOVE CNS-DRV-COUNT TO DSP-TOT-READ
009300     MOVE CNS-TOT-PROCESSED TO DSP-TOT-PROCESSED
009310     MOVE CNS-TOT-SKIPPED TO DSP-TOT-SKIPPED
009320     MOVE CNS-TOT-PRIOR TO DSP-TOT-PRIOR
009330     MOVE CNS-TOT-NOTREACH TO DSP-TOT-NOT-REACHED
009340     MOVE CNS-TOT-DEADLINE-MISSED TO DSP-TOT-DEADLINE-MISSED
009350     WRITE DISP-RECORD
009360     ADD 1 TO CNS-RECORDS-WRITTEN
009370     CLOSE DSP-FILE.
009380 6000-EXIT.
009390     EXIT.
009400
009410 6100-WRITE-CLASS-TOTALS.
009420     MOVE SPACES TO DISP-RECORD
009430     SET DSP-CLASS-REC TO TRUE
009440     MOVE CNS-CLS-CODE (CNS-CLS-IDX) TO DSP-CLS-CLASS
009450     MOVE CNS-CLS-READ (CNS-CLS-IDX) TO DSP-CLS-READ
009460     MOVE CNS-CLS-PROCESSED (CNS-CLS-IDX) TO DSP-CLS-PROCESSED
009470     MOVE CNS-CLS-SKIPPED (CNS-CLS-IDX) TO DSP-CLS-SKIPPED
009480     MOVE CNS-CLS-PRIOR (CNS-CLS-IDX) TO DSP-CLS-PRIOR
009490     MOVE CNS-CLS-NOTREACH (CNS-CLS-IDX) TO DSP-CLS-NOT-REACHED
009500     WRITE DISP-RECORD
009510     ADD 1 TO CNS-RECORDS-WRITTEN.
009520 6100-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------
009560* 6500-WRITE-COMBINED-ARO  -  THE NIGHT'S ONE ARRAYOUT - EVERY
009570*                            STREAM'S GROUPS COPIED WHOLE, STREAM
009580*                            1 FIRST
009590*----------------------------------------------------------------
009600 6500-WRITE-COMBINED-ARO.
009610     OPEN OUTPUT ARRAYOUT-FILE
009620     IF CNS-ARRAYOUT-STATUS NOT = '00'
009630         GO TO 9815-ABEND-ARRAYOUT-OPEN
009640     END-IF
009650     SET CNS-WRITE-PASS TO TRUE
009660     PERFORM 4000-READ-STREAM-ARO THRU 4000-EXIT
009670         VARYING CNS-STREAM-NUMBER FROM 1 BY 1
009680         UNTIL CNS-STREAM-NUMBER > 4
009690     CLOSE ARRAYOUT-FILE
009700     DISPLAY 'DRVCONS0016I ' CNS-TOT-GROUPS
009710         ' ARRAYOUT GROUP(S) COMBINED FROM THE STREAMS'.
009720 6500-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760* 7000-CATALOG-GENERATION  -  THE COMBINED ARRAYOUT IS THE RUN
009770*                             LIBRARY'S NEXT GENERATION - THE
009780*                             STREAM STEPS CATALOG NOTHING, SO
009790*                             IT IS CATALOGED HERE THE SAME WAY
009800*                             A FULL LOOOPY RUN CATALOGS ITSELF
009810*----------------------------------------------------------------
009820 7000-CATALOG-GENERATION.
009830     PERFORM 7100-NEXT-GENERATION THRU 7100-EXIT
009840     OPEN EXTEND RUNCAT-FILE
009850     IF CNS-RUNCAT-STATUS = '35'
009860         OPEN OUTPUT RUNCAT-FILE
009870     END-IF
009880     IF CNS-RUNCAT-STATUS NOT = '00'
009890        AND CNS-RUNCAT-STATUS NOT = '05'
009900         DISPLAY 'DRVCONS0017W RUNCAT OPEN FAILED, STATUS = '
009910             CNS-RUNCAT-STATUS ' - GENERATION ' CNS-GEN-NUMBER
009920             ' NOT CATALOGED'
009930         GO TO 7000-EXIT
009940     END-IF
009950     MOVE SPACES TO RUNCAT-RECORD
009960     MOVE CNS-GEN-NUMBER TO RCT-GEN-NUMBER
009970     MOVE FUNCTION CURRENT-DATE TO RCT-CREATE-TIMESTAMP
009980     MOVE CNS-TOT-GROUPS TO RCT-RUN-COUNT
009990     MOVE CNS-GEN-RECORD-COUNT TO RCT-RECORD-COUNT
010000     MOVE CNS-GEN-FIRST-INPUT TO RCT-FIRST-INPUT
010010     MOVE CNS-GEN-LAST-INPUT TO RCT-LAST-INPUT
010020     SET RCT-GEN-ACTIVE TO TRUE
010030     WRITE RUNCAT-RECORD
010040     CLOSE RUNCAT-FILE
010050     DISPLAY 'DRVCONS0018I COMBINED ARRAYOUT CATALOGED AS'
010060         ' GENERATION ' CNS-GEN-NUMBER
010065     PERFORM 7200-WRITE-LOCATOR-ENTRIES THRU 7200-EXIT.
010070 7000-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------------
010110* 7100-NEXT-GENERATION  -  ONE PAST THE HIGHEST NUMBER ALREADY
010120*                          ON THE CATALOG, OR 1 ON A FRESH
010130*                          LIBRARY
010140*----------------------------------------------------------------
010150 7100-NEXT-GENERATION.
010160     MOVE 1 TO CNS-GEN-NUMBER
010170     MOVE 'N' TO CNS-EOF-RUNCAT-SW
010180     OPEN INPUT RUNCAT-FILE
010190     IF CNS-RUNCAT-STATUS = '00'
010200         PERFORM 7110-SCAN-CATALOG-RECORD THRU 7110-EXIT
010210             UNTIL CNS-EOF-RUNCAT
010220         CLOSE RUNCAT-FILE
010230     ELSE
010240         IF CNS-RUNCAT-STATUS = '05'
010250             CLOSE RUNCAT-FILE
010260         END-IF
010270     END-IF.
010280 7100-EXIT.
010290     EXIT.
010300
010310 7110-SCAN-CATALOG-RECORD.
010320     READ RUNCAT-FILE
010330         AT END
010340             SET CNS-EOF-RUNCAT TO TRUE
010350         NOT AT END
010360             IF RCT-GEN-NUMBER NUMERIC
010370                AND RCT-GEN-NUMBER NOT < CNS-GEN-NUMBER
010380                 COMPUTE CNS-GEN-NUMBER = RCT-GEN-NUMBER + 1
010390             END-IF
010400     END-READ.
010410 7110-EXIT.
010420     EXIT.
010422
010424*----------------------------------------------------------------
010426* 7200-WRITE-LOCATOR-ENTRIES  -  ONE RUNLOC ENTRY PER RUN IN THE
010428*                                GENERATION JUST CATALOGED, READ
010430*                                BACK FROM THE COMBINED ARRAYOUT
010432*                                HEADERS AS LOOOPY DOES.  A
010434*                                LOCATOR FAILURE IS WARNED, NOT
010436*                                FATAL.
010438*----------------------------------------------------------------
010440 7200-WRITE-LOCATOR-ENTRIES.
010442     MOVE ZERO TO CNS-GEN-LOCATOR-COUNT
010444     OPEN INPUT ARRAYOUT-FILE
010446     IF CNS-ARRAYOUT-STATUS NOT = '00'
010448         DISPLAY 'DRVCONS0029W ARRAYOUT REOPEN FAILED, STATUS = '
010450             CNS-ARRAYOUT-STATUS ' - NO RUNLOC ENTRIES WRITTEN'
010452         GO TO 7200-EXIT
010454     END-IF
010456     OPEN EXTEND RUNLOC-FILE
010458     IF CNS-RUNLOC-STATUS = '35'
010460         OPEN OUTPUT RUNLOC-FILE
010462     END-IF
010464     IF CNS-RUNLOC-STATUS NOT = '00'
010466        AND CNS-RUNLOC-STATUS NOT = '05'
010468         DISPLAY 'DRVCONS0031W RUNLOC OPEN FAILED, STATUS = '
010470             CNS-RUNLOC-STATUS ' - NO RUNLOC ENTRIES WRITTEN'
010472         CLOSE ARRAYOUT-FILE
010474         GO TO 7200-EXIT
010476     END-IF
010478     MOVE 'N' TO CNS-EOF-ARRAYOUT-SW
010480     PERFORM 7210-WRITE-ONE-LOCATOR THRU 7210-EXIT
010482         UNTIL CNS-EOF-ARRAYOUT
010484     CLOSE ARRAYOUT-FILE
010486     CLOSE RUNLOC-FILE
010488     DISPLAY 'DRVCONS0030I ' CNS-GEN-LOCATOR-COUNT
010490         ' RUNLOC ENTRIES WRITTEN FOR GENERATION ' CNS-GEN-NUMBER.
010492 7200-EXIT.
010494     EXIT.
010496
010498 7210-WRITE-ONE-LOCATOR.
010500     READ ARRAYOUT-FILE
010502         AT END
010504             SET CNS-EOF-ARRAYOUT TO TRUE
010506         NOT AT END
010508             IF ARO-HEADER-REC
010510                 MOVE SPACES TO RUNLOC-RECORD
010512                 MOVE ARO-INPUT-NUMBER TO RLC-INPUT-NUMBER
010514                 MOVE ARO-SEED TO RLC-SEED
010516                 MOVE ARO-RUN-TIMESTAMP TO RLC-RUN-TIMESTAMP
010518                 MOVE CNS-GEN-NUMBER TO RLC-GEN-NUMBER
010520                 WRITE RUNLOC-RECORD
010522                 ADD 1 TO CNS-GEN-LOCATOR-COUNT
010524             END-IF
010526     END-READ.
010528 7210-EXIT.
010530     EXIT.
010532
010534*----------------------------------------------------------------
010536* 7500-APPEND-DISP-HISTORY  -  THE NIGHT'S ONE DSPHIST RECORD, SO
010538*                             MTHOPS SEES A STREAMED NIGHT AS ONE
010540*                             NIGHT.  A HISTORY FAILURE IS
010542*                             WARNED, NOT FATAL - THE NIGHT'S
010544*                             DISPOSITIONS ARE ALREADY ON FILE.
010546*----------------------------------------------------------------
010548 7500-APPEND-DISP-HISTORY.
010550     OPEN EXTEND DSPHIST-FILE
010552     IF CNS-DSPHIST-STATUS = '35'
010554         OPEN OUTPUT DSPHIST-FILE
010556     END-IF
010560     IF CNS-DSPHIST-STATUS NOT = '00'
010570         DISPLAY 'DRVCONS0019W DSPHIST OPEN FAILED, STATUS = '
010580             CNS-DSPHIST-STATUS ' - HISTORY NOT APPENDED'
010590         GO TO 7500-EXIT
010600     END-IF
010610     MOVE SPACES TO DSPHIST-RECORD
010620     MOVE FUNCTION CURRENT-DATE TO CNS-CURRENT-TIMESTAMP
010630     MOVE CNS-CURRENT-TIMESTAMP (1:8) TO DHS-RUN-DATE
010640     MOVE CNS-DRV-COUNT TO DHS-TOT-READ
010650     MOVE CNS-TOT-PROCESSED TO DHS-TOT-PROCESSED
010660     MOVE CNS-TOT-SKIPPED TO DHS-TOT-SKIPPED
010670     MOVE CNS-TOT-PRIOR TO DHS-TOT-PRIOR
010680     MOVE CNS-TOT-NOTREACH TO DHS-TOT-NOT-REACHED
010690     PERFORM 7510-MOVE-CLASS-HISTORY THRU 7510-EXIT
010700         VARYING CNS-CLS-IDX FROM 1 BY 1
010710         UNTIL CNS-CLS-IDX > 3
010720     MOVE CNS-TOT-DEADLINE-MISSED TO DHS-DEADLINE-MISSED
010730     WRITE DSPHIST-RECORD
010740     CLOSE DSPHIST-FILE.
010750 7500-EXIT.
010760     EXIT.
010770
010780 7510-MOVE-CLASS-HISTORY.
010790     SET DHS-CLS-IDX TO CNS-CLS-IDX
010800     MOVE CNS-CLS-CODE (CNS-CLS-IDX)
010810         TO DHS-CLS-CLASS (DHS-CLS-IDX)
010820     MOVE CNS-CLS-READ (CNS-CLS-IDX)
010830         TO DHS-CLS-READ (DHS-CLS-IDX)
010840     MOVE CNS-CLS-PROCESSED (CNS-CLS-IDX)
010850         TO DHS-CLS-PROCESSED (DHS-CLS-IDX)
010860     MOVE CNS-CLS-SKIPPED (CNS-CLS-IDX)
010870         TO DHS-CLS-SKIPPED (DHS-CLS-IDX)
010880     MOVE CNS-CLS-PRIOR (CNS-CLS-IDX)
010890         TO DHS-CLS-PRIOR (DHS-CLS-IDX)
010900     MOVE CNS-CLS-NOTREACH (CNS-CLS-IDX)
010910         TO DHS-CLS-NOT-REACHED (DHS-CLS-IDX).
010920 7510-EXIT.
010930     EXIT.
010940
010950*----------------------------------------------------------------
010960* 8000-WRITE-REPORT-TOTALS  -  ONE LINE PER STREAM, THE NIGHT'S
010970*                             TOTAL AND THE VERDICT.  A PROVEN
010980*                             NIGHT ENDS RC=4 IF ANY RECORD WAS
010990*                             SKIPPED AND RC=8 IF ANY MISSED ITS
011000*                             DEADLINE, AS ONE LOOOPY STEP WOULD.
011010*----------------------------------------------------------------
011020 8000-WRITE-REPORT-TOTALS.
011030     MOVE SPACES TO REPORT-TEXT-RECORD
011040     WRITE REPORT-TEXT-RECORD
011050     MOVE 'STREAM     DISPS   PROC   SKIP  PRIOR  NOTRC  GROUPS
011060-        'MISSED' TO REPORT-TEXT-RECORD
011070     WRITE REPORT-TEXT-RECORD
011080     PERFORM 8100-WRITE-STREAM-LINE THRU 8100-EXIT
011090         VARYING CNS-STR-IDX FROM 1 BY 1
011100         UNTIL CNS-STR-IDX > 4
011110     MOVE SPACES TO REPORT-STREAM-RECORD
011120     MOVE 'NIGHT  ' TO CND-LABEL
011130     MOVE ZERO TO CND-STREAM
011140     MOVE CNS-TOT-READ TO CND-READ
011150     MOVE CNS-TOT-PROCESSED TO CND-PROCESSED
011160     MOVE CNS-TOT-SKIPPED TO CND-SKIPPED
011170     MOVE CNS-TOT-PRIOR TO CND-PRIOR
011180     MOVE CNS-TOT-NOTREACH TO CND-NOT-REACHED
011190     MOVE CNS-TOT-GROUPS TO CND-GROUPS
011200     MOVE CNS-TOT-DEADLINE-MISSED TO CND-MISSED
011210     WRITE REPORT-STREAM-RECORD
011220     MOVE SPACES TO REPORT-STREAM-RECORD
011230     MOVE 'DRVFILE' TO CND-LABEL
011240     MOVE ZERO TO CND-STREAM
011250     MOVE CNS-DRV-COUNT TO CND-READ
011260     WRITE REPORT-STREAM-RECORD
011270     MOVE SPACES TO REPORT-TEXT-RECORD
011280     WRITE REPORT-TEXT-RECORD
011290     IF CNS-ERROR-COUNT > ZERO
011300         MOVE SPACES TO REPORT-TEXT-RECORD
011310         STRING 'NIGHT NOT PROVEN - ' CNS-ERROR-COUNT
011320             ' ERROR(S), NOTHING WRITTEN, CATALOGED OR APPENDED'
011330             DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
011340         WRITE REPORT-TEXT-RECORD
011350         GO TO 8000-EXIT
011360     END-IF
011370     MOVE 'NIGHT PROVEN - EVERY DRVFILE RECORD HAS EXACTLY ONE DIS
011380-        'POSITION' TO REPORT-TEXT-RECORD
011390     WRITE REPORT-TEXT-RECORD
011400     IF CNS-TOT-SKIPPED > ZERO
011410         DISPLAY 'DRVCONS0020W ' CNS-TOT-SKIPPED
011420             ' DRVFILE RECORD(S) SKIPPED - SEE DSPFILE'
011430         MOVE 4 TO RETURN-CODE
011440     END-IF
011450     IF CNS-TOT-DEADLINE-MISSED > ZERO
011460         DISPLAY 'DRVCONS0021W ' CNS-TOT-DEADLINE-MISSED
011470             ' DRVFILE RECORD(S) MISSED THE MUST-COMPLETE-BY DATE'
011480         MOVE 8 TO RETURN-CODE
011490     END-IF.
011500 8000-EXIT.
011510     EXIT.
011520
011530 8100-WRITE-STREAM-LINE.
011540     MOVE SPACES TO REPORT-STREAM-RECORD
011550     MOVE 'STREAM ' TO CND-LABEL
011560     SET CND-STREAM TO CNS-STR-IDX
011570     MOVE CNS-STR-DETAILS (CNS-STR-IDX) TO CND-READ
011580     MOVE CNS-STR-PROCESSED (CNS-STR-IDX) TO CND-PROCESSED
011590     MOVE CNS-STR-SKIPPED (CNS-STR-IDX) TO CND-SKIPPED
011600     MOVE CNS-STR-PRIOR (CNS-STR-IDX) TO CND-PRIOR
011610     MOVE CNS-STR-NOTREACH (CNS-STR-IDX) TO CND-NOT-REACHED
011620     MOVE CNS-STR-GROUPS (CNS-STR-IDX) TO CND-GROUPS
011630     MOVE CNS-STR-DEADLINE-MISSED (CNS-STR-IDX) TO CND-MISSED
011640     WRITE REPORT-STREAM-RECORD.
011650 8100-EXIT.
011660     EXIT.
011670
011680*----------------------------------------------------------------
011690* 8800-REPORT-ERROR  -  ONE CONSOLIDATION EXCEPTION, BUILT IN
011700*                      CNS-MESSAGE BY THE CALLER, TO THE CONSOLE
011710*                      AND THE REPORT
011720*----------------------------------------------------------------
011730 8800-REPORT-ERROR.
011740     DISPLAY CNS-MESSAGE
011750     MOVE CNS-MESSAGE TO REPORT-TEXT-RECORD
011760     WRITE REPORT-TEXT-RECORD
011770     ADD 1 TO CNS-ERROR-COUNT.
011780 8800-EXIT.
011790     EXIT.
011800
011810*----------------------------------------------------------------
011820* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
011830*                         RUN-CONTROL LOG FOR THE MORNING STATUS
011840*                         BOARD.  A LOG FAILURE IS WARNED, NOT
011850*                         FATAL.
011860*----------------------------------------------------------------
011870 8900-WRITE-STEP-LOG.
011880     OPEN EXTEND RUNLOG-FILE
011890     IF CNS-RUNLOG-STATUS = '35'
011900         OPEN OUTPUT RUNLOG-FILE
011910     END-IF
011920     IF CNS-RUNLOG-STATUS NOT = '00'
011930         DISPLAY 'DRVCONS0022W RUNLOG OPEN FAILED, STATUS = '
011940             CNS-RUNLOG-STATUS ' - STEP NOT LOGGED'
011950         GO TO 8900-EXIT
011960     END-IF
011970     MOVE SPACES TO RUNLOG-RECORD
011980     MOVE 'DRVCONS' TO RNL-PROGRAM-ID
011990     MOVE CNS-START-TIMESTAMP TO RNL-START-TIMESTAMP
012000     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
012010     MOVE RETURN-CODE TO RNL-RETURN-CODE
012020     MOVE CNS-RECORDS-READ TO RNL-RECORDS-READ
012030     MOVE CNS-RECORDS-WRITTEN TO RNL-RECORDS-WRITTEN
012040     MOVE CNS-ERROR-COUNT TO RNL-KEY-COUNT
012050     MOVE 'CONSOLIDATION ERRORS' TO RNL-KEY-LABEL
012060     WRITE RUNLOG-RECORD
012070     CLOSE RUNLOG-FILE.
012080 8900-EXIT.
012090     EXIT.
012100
012110*----------------------------------------------------------------
012120* 9000-TERMINATE
012130*----------------------------------------------------------------
012140 9000-TERMINATE.
012150     CLOSE REPORT-FILE
012160     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
012170 9000-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------------
012210* 9811-ABEND-DRVFILE-OPEN  -  THE ORIGINAL LIST IS THE MEASURE OF
012220*                             THE NIGHT - WITHOUT IT NOTHING CAN
012230*                             BE PROVED
012240*----------------------------------------------------------------
012250 9811-ABEND-DRVFILE-OPEN.
012260     DISPLAY 'DRVCONS0023E DRV-FILE OPEN FAILED, STATUS = '
012270         CNS-DRVFILE-STATUS
012280     CLOSE REPORT-FILE
012290     MOVE 16 TO RETURN-CODE
012300     STOP RUN.
012310
012320*----------------------------------------------------------------
012330* 9812-ABEND-CONSRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
012340*----------------------------------------------------------------
012350 9812-ABEND-CONSRPT-OPEN.
012360     DISPLAY 'DRVCONS0024E REPORT-FILE OPEN FAILED, STATUS = '
012370         CNS-CONSRPT-STATUS
012380     MOVE 16 TO RETURN-CODE
012390     STOP RUN.
012400
012410*----------------------------------------------------------------
012420* 9813-ABEND-STREAM-OPEN  -  A STREAM FILE IS PRESENT BUT COULD
012430*                            NOT BE READ
012440*----------------------------------------------------------------
012450 9813-ABEND-STREAM-OPEN.
012460     DISPLAY 'DRVCONS0025E STREAM ' CNS-STREAM-NUMBER
012470         ' FILE OPEN FAILED, STATUS = ' CNS-STREAM-STATUS
012480     CLOSE REPORT-FILE
012490     MOVE 16 TO RETURN-CODE
012500     STOP RUN.
012510
012520*----------------------------------------------------------------
012530* 9814-ABEND-DSPFILE-OPEN  -  THE COMBINED DSPFILE COULD NOT BE
012540*                             OPENED - NOTHING IS CATALOGED OR
012550*                             APPENDED FOR A NIGHT NOT ON FILE
012560*----------------------------------------------------------------
012570 9814-ABEND-DSPFILE-OPEN.
012580     DISPLAY 'DRVCONS0026E DSP-FILE OPEN FAILED, STATUS = '
012590         CNS-DSPFILE-STATUS
012600     CLOSE REPORT-FILE
012610     MOVE 16 TO RETURN-CODE
012620     STOP RUN.
012630
012640*----------------------------------------------------------------
012650* 9815-ABEND-ARRAYOUT-OPEN  -  THE COMBINED ARRAYOUT COULD NOT BE
012660*                              OPENED - NOTHING IS CATALOGED
012670*----------------------------------------------------------------
012680 9815-ABEND-ARRAYOUT-OPEN.
012690     DISPLAY 'DRVCONS0027E ARRAYOUT-FILE OPEN FAILED, STATUS = '
012700         CNS-ARRAYOUT-STATUS
012710     CLOSE REPORT-FILE
012720     MOVE 16 TO RETURN-CODE
012730     STOP RUN.
012740
012750*----------------------------------------------------------------
012760* 9820-ABEND-TABLE-FULL  -  MORE DISTINCT RUN KEYS THAN THE
012770*                           TABLE HOLDS - FAIL THE STEP RATHER
012780*                           THAN PROVE A TRUNCATED LIST
012790*----------------------------------------------------------------
012800 9820-ABEND-TABLE-FULL.
012810     DISPLAY 'DRVCONS0028E RUN-KEY TABLE FULL - RAISE THE TABLE'
012820         ' LIMIT'
012830     CLOSE REPORT-FILE
012840     MOVE 16 TO RETURN-CODE
012850     STOP RUN.
012860
012870 END PROGRAM DRVCONS.
