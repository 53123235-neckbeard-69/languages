000100*----------------------------------------------------------------
000110* DRVSPLIT -  SPLIT THE NIGHT'S DRVFILE INTO PARALLEL STREAMS
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. DRVSPLIT.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     A LONG BATCH-DRIVER NIGHT RUNS EVERY DRVFILE RECORD
000210*     SERIALLY IN ONE LOOOPY STEP.  THIS PROGRAM DIVIDES THE
000220*     LIST INTO UP TO FOUR STREAM LISTS (DRVSTR1-DRVSTR4), EACH
000230*     RUN BY ITS OWN LOOOPY STEP, BALANCED BY ESTIMATED WORK.
000240*     THE WORK OF ONE RECORD IS THE OUTER BOUND TIMES THE INNER
000250*     BOUND, THE INNER BOUND FIRST CLAMPED AGAINST THE INPUT
000260*     NUMBER EXACTLY AS 6050-VALIDATE-INNER-BOUND CLAMPS IT AT
000270*     NIGHT.  THE BOUNDS RESOLVE FROM PARMFILE THE SAME WAY
000280*     5100-APPLY-PARM-RECORD RESOLVES THEM.
000290*     THE RECORDS ARE TAKEN LARGEST FIRST AND EACH GOES TO THE
000300*     STREAM WITH THE LEAST WORK SO FAR.  EACH STREAM LIST KEEPS
000310*     THE ORIGINAL LIST ORDER, AND EVERY RECORD CARRIES ITS
000320*     STREAM NUMBER SO THE LOOOPY STEP KNOWS IT IS ONE STREAM OF
000330*     SEVERAL AND LEAVES THE CATALOG AND DSPHIST TO DRVCONS.
000340*     THE PARM GIVES THE NUMBER OF STREAMS:
000350*         PARM = 'N'      SPLIT INTO N STREAMS, 1 TO 4
000360*     AN EMPTY PARM SPLITS INTO FOUR.  NO MORE STREAMS ARE USED
000370*     THAN THERE ARE RECORDS; THE UNUSED STREAM LISTS ARE
000380*     WRITTEN EMPTY SO EVERY STREAM STEP FINDS ITS DRVFILE.
000390*     THE SPLIT REPORT (SPLTRPT) LISTS EVERY RECORD WITH ITS
000400*     ESTIMATE AND STREAM, AND EACH STREAM'S SHARE OF THE WORK.
000410*
000420* MODIFICATION HISTORY.
000430*     DATE       INIT  DESCRIPTION
000440*     ---------- ----  ------------------------------------------
000450*     2026-10-15  RJT  ORIGINAL VERSION.
000460*----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DRV-FILE  ASSIGN TO DRVFILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SPL-DRVFILE-STATUS.
000540     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SPL-PARMFILE-STATUS.
000570     SELECT STREAM1-FILE ASSIGN TO DRVSTR1
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SPL-DRVSTR1-STATUS.
000600     SELECT STREAM2-FILE ASSIGN TO DRVSTR2
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SPL-DRVSTR2-STATUS.
000630     SELECT STREAM3-FILE ASSIGN TO DRVSTR3
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SPL-DRVSTR3-STATUS.
000660     SELECT STREAM4-FILE ASSIGN TO DRVSTR4
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SPL-DRVSTR4-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO SPLTRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS SPL-SPLTRPT-STATUS.
000720     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS SPL-RUNLOG-STATUS.
000750     SELECT SORT-FILE     ASSIGN TO SORTWORK.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DRV-FILE.
000800     COPY DRVREC.
000810
000820 FD  PARM-FILE.
000830     COPY PARMREC.
000840
000850 FD  STREAM1-FILE.
000860 01  STREAM1-RECORD             PIC X(24).
000870
000880 FD  STREAM2-FILE.
000890 01  STREAM2-RECORD             PIC X(24).
000900
000910 FD  STREAM3-FILE.
000920 01  STREAM3-RECORD             PIC X(24).
000930
000940 FD  STREAM4-FILE.
000950 01  STREAM4-RECORD             PIC X(24).
000960
000970*----------------------------------------------------------------
000980* REPORT-FILE CARRIES THREE ALTERNATE RECORD VIEWS OVER THE SAME
000990* BUFFER - HEADING TEXT, THE EDITED LINE WRITTEN ONCE PER DRVFILE
001000* RECORD, AND THE LINE WRITTEN ONCE PER STREAM
001010*----------------------------------------------------------------
001020 FD  REPORT-FILE.
001030 01  REPORT-TEXT-RECORD         PIC X(80).
001040 01  REPORT-DETAIL-RECORD.
001050     05  SPD-RECORD-NO               PIC ZZZZ9.
001060     05  SPD-FILLER-1                PIC X(02).
001070     05  SPD-INPUT-NUMBER            PIC ZZZZ9.
001080     05  SPD-FILLER-2                PIC X(02).
001090     05  SPD-SEED                    PIC ZZZZZZZZ9.
001100     05  SPD-FILLER-3                PIC X(02).
001110     05  SPD-CLASS                   PIC X(01).
001120     05  SPD-FILLER-4                PIC X(02).
001130     05  SPD-INNER-BOUND             PIC ZZZZZZZZZ9.
001140     05  SPD-FILLER-5                PIC X(02).
001150     05  SPD-WORK                    PIC ZZZZZZZZZZZZZZ9.
001160     05  SPD-FILLER-6                PIC X(02).
001170     05  SPD-STREAM                  PIC 9(01).
001180     05  SPD-FILLER-7                PIC X(22).
001190 01  REPORT-STREAM-RECORD.
001200     05  SPS-LABEL                   PIC X(07).
001210     05  SPS-STREAM                  PIC Z(01).
001220     05  SPS-FILLER-1                PIC X(02).
001230     05  SPS-RECORDS                 PIC ZZZZ9.
001240     05  SPS-FILLER-2                PIC X(02).
001250     05  SPS-WORK                    PIC ZZZZZZZZZZZZZZ9.
001260     05  SPS-FILLER-3                PIC X(02).
001270     05  SPS-PERCENT                 PIC ZZ9.
001280     05  SPS-FILLER-4                PIC X(43).
001290
001300 FD  RUNLOG-FILE.
001310     COPY RUNLOGC.
001320
001330 SD  SORT-FILE.
001340 01  SORT-RECORD.
001350     05  SRT-WORK                    PIC 9(15).
001360     05  SRT-SEQUENCE                PIC 9(05).
001370
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------------
001400* FILE STATUS FIELDS AND SWITCHES
001410*----------------------------------------------------------------
001420 01  SPL-DRVFILE-STATUS           PIC X(02) VALUE '00'.
001430 01  SPL-PARMFILE-STATUS          PIC X(02) VALUE '00'.
001440 01  SPL-DRVSTR1-STATUS           PIC X(02) VALUE '00'.
001450 01  SPL-DRVSTR2-STATUS           PIC X(02) VALUE '00'.
001460 01  SPL-DRVSTR3-STATUS           PIC X(02) VALUE '00'.
001470 01  SPL-DRVSTR4-STATUS           PIC X(02) VALUE '00'.
001480 01  SPL-SPLTRPT-STATUS           PIC X(02) VALUE '00'.
001490 01  SPL-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001500 01  SPL-EOF-DRVFILE-SW           PIC X(01) VALUE 'N'.
001510     88  SPL-EOF-DRVFILE                     VALUE 'Y'.
001520 01  SPL-EOF-SORT-SW              PIC X(01) VALUE 'N'.
001530     88  SPL-EOF-SORT                        VALUE 'Y'.
001540
001550*----------------------------------------------------------------
001560* OUTGOING STREAM RECORD - THE DRVFILE RECORD AS READ, WITH ITS
001570* STREAM NUMBER FILLED IN
001580*----------------------------------------------------------------
001590     COPY DRVREC REPLACING ==DRV-FILE-RECORD== BY
001600         ==SPL-OUT-RECORD== LEADING ==DRV== BY ==SPO==.
001610
001620*----------------------------------------------------------------
001630* LOOP BOUNDS AS THE NIGHT STEP WILL RESOLVE THEM
001640*----------------------------------------------------------------
001650 01  SPL-TABLE-SIZE               PIC 9(05) VALUE 10000.
001660 01  SPL-OUTER-BOUND              PIC 9(05) VALUE 10000.
001670 01  SPL-INNER-BOUND              PIC 9(09) VALUE 100.
001680 01  SPL-ELEMENT-CAPACITY         PIC S9(10) COMP
001690                                  VALUE 999999999.
001700 01  SPL-INNER-BOUND-LIMIT        PIC S9(10) COMP VALUE ZERO.
001710 01  SPL-RECORD-INNER             PIC 9(09) VALUE ZERO.
001720
001730*----------------------------------------------------------------
001740* RECORD TABLE - THE WHOLE LIST IN ORIGINAL ORDER WITH EACH
001750* RECORD'S ESTIMATE AND, ONCE BALANCED, ITS STREAM
001760*----------------------------------------------------------------
001770 01  SPL-REC-COUNT                PIC 9(05) COMP VALUE ZERO.
001780 01  SPL-REC-TABLE.
001790     05  SPL-REC-ENTRY OCCURS 2000 TIMES
001800                       INDEXED BY SPL-REC-IDX.
001810         10  SPL-REC-RECORD          PIC X(24).
001820         10  SPL-REC-INNER           PIC 9(09).
001830         10  SPL-REC-WORK            PIC 9(15).
001840         10  SPL-REC-STREAM          PIC 9(01).
001850
001860*----------------------------------------------------------------
001870* STREAM TOTALS
001880*----------------------------------------------------------------
001890 01  SPL-STREAM-TOTALS.
001900     05  SPL-STR-ENTRY OCCURS 4 TIMES
001910                       INDEXED BY SPL-STR-IDX SPL-LOW-IDX.
001920         10  SPL-STR-RECORDS         PIC 9(05).
001930         10  SPL-STR-WORK            PIC 9(15).
001940
001950*----------------------------------------------------------------
001960* WORK FIELDS AND COUNTS
001970*----------------------------------------------------------------
001980 01  SPL-PARM-STRING              PIC X(80) VALUE SPACES.
001990 01  SPL-STREAM-COUNT             PIC 9(01) VALUE 4.
002000 01  SPL-TOTAL-WORK               PIC 9(15) VALUE ZERO.
002010 01  SPL-RECORDS-READ             PIC 9(05) VALUE ZERO.
002020 01  SPL-RECORDS-WRITTEN          PIC 9(05) VALUE ZERO.
002030 01  SPL-START-TIMESTAMP          PIC X(26) VALUE SPACES.
002040
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002080     PERFORM 2000-LOAD-BOUNDS THRU 2000-EXIT
002090     PERFORM 3000-LOAD-DRVFILE THRU 3000-EXIT
002100     PERFORM 4000-BALANCE-STREAMS THRU 4000-EXIT
002110     PERFORM 5000-WRITE-STREAMS THRU 5000-EXIT
002120     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT
002140     STOP RUN.
002150
002160*----------------------------------------------------------------
002170* 1000-INITIALIZE  -  TAKE THE STREAM COUNT FROM THE PARM, OPEN
002180*                     THE REPORT AND WRITE ITS HEADING
002190*----------------------------------------------------------------
002200 1000-INITIALIZE.
002210     MOVE FUNCTION CURRENT-DATE TO SPL-START-TIMESTAMP
002220     ACCEPT SPL-PARM-STRING FROM COMMAND-LINE
002230     IF SPL-PARM-STRING NOT = SPACES
002240         IF SPL-PARM-STRING (1:1) NOT NUMERIC
002250            OR SPL-PARM-STRING (1:1) = '0'
002260            OR SPL-PARM-STRING (1:1) > '4'
002270             GO TO 9800-ABEND-INVALID-PARM
002280         END-IF
002290         MOVE SPL-PARM-STRING (1:1) TO SPL-STREAM-COUNT
002300     END-IF
002310     INITIALIZE SPL-STREAM-TOTALS
002320     OPEN OUTPUT REPORT-FILE
002330     IF SPL-SPLTRPT-STATUS NOT = '00'
002340         GO TO 9812-ABEND-SPLTRPT-OPEN
002350     END-IF
002360     MOVE 'LOOOPY DRVFILE STREAM SPLIT REPORT'
002370         TO REPORT-TEXT-RECORD
002380     WRITE REPORT-TEXT-RECORD
002390     MOVE 'REC-NO INPUT  SEED       C  INNER-BND   EST-ITERATIONS
002400-        '    STREAM' TO REPORT-TEXT-RECORD
002410     WRITE REPORT-TEXT-RECORD.
002420 1000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------
002460* 2000-LOAD-BOUNDS  -  THE TABLE SIZE, OUTER BOUND AND INNER
002470*                     BOUND, DEFAULTED AND OVERRIDDEN FROM
002480*                     PARMFILE THE WAY 5000-LOAD-BOUNDS AND
002490*                     5100-APPLY-PARM-RECORD DO AT NIGHT
002500*----------------------------------------------------------------
002510 2000-LOAD-BOUNDS.
002520     OPEN INPUT PARM-FILE
002530     IF SPL-PARMFILE-STATUS = '05'
002540         CLOSE PARM-FILE
002550         GO TO 2000-EXIT
002560     END-IF
002570     IF SPL-PARMFILE-STATUS NOT = '00'
002580         GO TO 9813-ABEND-PARMFILE-OPEN
002590     END-IF
002600     READ PARM-FILE
002610         AT END
002620             CONTINUE
002630         NOT AT END
002640             PERFORM 2100-APPLY-PARM-RECORD THRU 2100-EXIT
002650     END-READ
002660     CLOSE PARM-FILE.
002670 2000-EXIT.
002680     EXIT.
002690
002700 2100-APPLY-PARM-RECORD.
002710     IF PARM-TABLE-SIZE NUMERIC
002720        AND PARM-TABLE-SIZE > ZERO
002730        AND PARM-TABLE-SIZE NOT > 10000
002740         MOVE PARM-TABLE-SIZE TO SPL-TABLE-SIZE
002750         MOVE PARM-TABLE-SIZE TO SPL-OUTER-BOUND
002760     END-IF
002770     IF PARM-OUTER-BOUND NUMERIC
002780        AND PARM-OUTER-BOUND > ZERO
002790        AND PARM-OUTER-BOUND NOT > SPL-TABLE-SIZE
002800         MOVE PARM-OUTER-BOUND TO SPL-OUTER-BOUND
002810     END-IF
002820     IF PARM-INNER-BOUND NUMERIC AND PARM-INNER-BOUND > ZERO
002830         MOVE PARM-INNER-BOUND TO SPL-INNER-BOUND
002840     END-IF.
002850 2100-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890* 3000-LOAD-DRVFILE  -  THE WHOLE LIST INTO THE RECORD TABLE WITH
002900*                      EACH RECORD'S ESTIMATED ITERATIONS
002910*----------------------------------------------------------------
002920 3000-LOAD-DRVFILE.
002930     OPEN INPUT DRV-FILE
002940     IF SPL-DRVFILE-STATUS NOT = '00'
002950         GO TO 9811-ABEND-DRVFILE-OPEN
002960     END-IF
002970     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
002980         UNTIL SPL-EOF-DRVFILE
002990     CLOSE DRV-FILE
003000     IF SPL-REC-COUNT < SPL-STREAM-COUNT
003010         MOVE SPL-REC-COUNT TO SPL-STREAM-COUNT
003020     END-IF.
003030 3000-EXIT.
003040     EXIT.
003050
003060 3100-LOAD-ONE-RECORD.
003070     READ DRV-FILE
003080         AT END
003090             SET SPL-EOF-DRVFILE TO TRUE
003100             GO TO 3100-EXIT
003110     END-READ
003120     ADD 1 TO SPL-RECORDS-READ
003130     IF SPL-REC-COUNT NOT < 2000
003140         GO TO 9820-ABEND-TABLE-FULL
003150     END-IF
003160     ADD 1 TO SPL-REC-COUNT
003170     SET SPL-REC-IDX TO SPL-REC-COUNT
003180     MOVE DRV-FILE-RECORD TO SPL-REC-RECORD (SPL-REC-IDX)
003190     PERFORM 3200-ESTIMATE-WORK THRU 3200-EXIT
003200     MOVE SPL-RECORD-INNER TO SPL-REC-INNER (SPL-REC-IDX)
003210     MOVE ZERO TO SPL-REC-STREAM (SPL-REC-IDX)
003220     ADD SPL-REC-WORK (SPL-REC-IDX) TO SPL-TOTAL-WORK.
003230 3100-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270* 3200-ESTIMATE-WORK  -  OUTER BOUND TIMES THE INNER BOUND AFTER
003280*                       THE 6050 CLAMP.  A RECORD THE NIGHT STEP
003290*                       WILL SKIP AS INVALID COSTS NOTHING.
003300*----------------------------------------------------------------
003310 3200-ESTIMATE-WORK.
003320     MOVE ZERO TO SPL-RECORD-INNER
003330     MOVE ZERO TO SPL-REC-WORK (SPL-REC-IDX)
003340     IF DRV-INPUT-NUMBER NOT NUMERIC
003350        OR DRV-INPUT-NUMBER = ZERO
003360         GO TO 3200-EXIT
003370     END-IF
003380     MOVE SPL-INNER-BOUND TO SPL-RECORD-INNER
003390     IF DRV-INPUT-NUMBER > 1
003400         COMPUTE SPL-INNER-BOUND-LIMIT =
003410             SPL-ELEMENT-CAPACITY / (DRV-INPUT-NUMBER - 1)
003420         IF SPL-RECORD-INNER > SPL-INNER-BOUND-LIMIT
003430             MOVE SPL-INNER-BOUND-LIMIT TO SPL-RECORD-INNER
003440         END-IF
003450     END-IF
003460     COMPUTE SPL-REC-WORK (SPL-REC-IDX) =
003470         SPL-OUTER-BOUND * SPL-RECORD-INNER.
003480 3200-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520* 4000-BALANCE-STREAMS  -  LARGEST ESTIMATE FIRST, EACH RECORD TO
003530*                         THE STREAM CARRYING THE LEAST WORK SO
003540*                         FAR.  EQUAL ESTIMATES KEEP LIST ORDER
003550*                         SO THE SAME LIST ALWAYS SPLITS THE
003560*                         SAME WAY.
003570*----------------------------------------------------------------
003580 4000-BALANCE-STREAMS.
003590     IF SPL-REC-COUNT = ZERO
003600         GO TO 4000-EXIT
003610     END-IF
003620     SORT SORT-FILE
003630         ON DESCENDING KEY SRT-WORK
003640         ON ASCENDING KEY SRT-SEQUENCE
003650         INPUT PROCEDURE IS 4100-RELEASE-RECORDS
003660             THRU 4100-EXIT
003670         OUTPUT PROCEDURE IS 4200-ASSIGN-STREAMS
003680             THRU 4200-EXIT
003682     IF SORT-RETURN NOT = ZERO
003684         GO TO 9821-ABEND-SORT-FAILED
003686     END-IF.
003690 4000-EXIT.
003700     EXIT.
003710
003720 4100-RELEASE-RECORDS.
003730     PERFORM 4110-RELEASE-ONE-RECORD THRU 4110-EXIT
003740         VARYING SPL-REC-IDX FROM 1 BY 1
003750         UNTIL SPL-REC-IDX > SPL-REC-COUNT.
003760 4100-EXIT.
003770     EXIT.
003780
003790 4110-RELEASE-ONE-RECORD.
003800     MOVE SPL-REC-WORK (SPL-REC-IDX) TO SRT-WORK
003810     SET SRT-SEQUENCE TO SPL-REC-IDX
003820     RELEASE SORT-RECORD.
003830 4110-EXIT.
003840     EXIT.
003850
003860 4200-ASSIGN-STREAMS.
003870     MOVE 'N' TO SPL-EOF-SORT-SW
003880     PERFORM 4210-ASSIGN-ONE-RECORD THRU 4210-EXIT
003890         UNTIL SPL-EOF-SORT.
003900 4200-EXIT.
003910     EXIT.
003920
003930 4210-ASSIGN-ONE-RECORD.
003940     RETURN SORT-FILE
003950         AT END
003960             SET SPL-EOF-SORT TO TRUE
003970             GO TO 4210-EXIT
003980     END-RETURN
003990     SET SPL-LOW-IDX TO 1
004000     PERFORM 4220-FIND-LEAST-LOADED THRU 4220-EXIT
004010         VARYING SPL-STR-IDX FROM 2 BY 1
004020         UNTIL SPL-STR-IDX > SPL-STREAM-COUNT
004030     SET SPL-REC-IDX TO SRT-SEQUENCE
004040     SET SPL-REC-STREAM (SPL-REC-IDX) TO SPL-LOW-IDX
004050     ADD 1 TO SPL-STR-RECORDS (SPL-LOW-IDX)
004060     ADD SRT-WORK TO SPL-STR-WORK (SPL-LOW-IDX).
004070 4210-EXIT.
004080     EXIT.
004090
004100 4220-FIND-LEAST-LOADED.
004110     IF SPL-STR-WORK (SPL-STR-IDX) < SPL-STR-WORK (SPL-LOW-IDX)
004120         SET SPL-LOW-IDX TO SPL-STR-IDX
004130     END-IF.
004140 4220-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180* 5000-WRITE-STREAMS  -  EVERY STREAM LIST IS OPENED, SO AN
004190*                       UNUSED ONE IS WRITTEN EMPTY RATHER THAN
004200*                       LEFT OVER FROM AN EARLIER NIGHT.  THE
004210*                       RECORDS GO OUT IN ORIGINAL LIST ORDER.
004220*----------------------------------------------------------------
004230 5000-WRITE-STREAMS.
004240     OPEN OUTPUT STREAM1-FILE
004250     IF SPL-DRVSTR1-STATUS NOT = '00'
004260         GO TO 9814-ABEND-STREAM-OPEN
004270     END-IF
004280     OPEN OUTPUT STREAM2-FILE
004290     IF SPL-DRVSTR2-STATUS NOT = '00'
004300         GO TO 9814-ABEND-STREAM-OPEN
004310     END-IF
004320     OPEN OUTPUT STREAM3-FILE
004330     IF SPL-DRVSTR3-STATUS NOT = '00'
004340         GO TO 9814-ABEND-STREAM-OPEN
004350     END-IF
004360     OPEN OUTPUT STREAM4-FILE
004370     IF SPL-DRVSTR4-STATUS NOT = '00'
004380         GO TO 9814-ABEND-STREAM-OPEN
004390     END-IF
004400     PERFORM 5100-WRITE-ONE-RECORD THRU 5100-EXIT
004410         VARYING SPL-REC-IDX FROM 1 BY 1
004420         UNTIL SPL-REC-IDX > SPL-REC-COUNT
004430     CLOSE STREAM1-FILE
004440     CLOSE STREAM2-FILE
004450     CLOSE STREAM3-FILE
004460     CLOSE STREAM4-FILE.
004470 5000-EXIT.
004480     EXIT.
004490
004500 5100-WRITE-ONE-RECORD.
004510     MOVE SPL-REC-RECORD (SPL-REC-IDX) TO SPL-OUT-RECORD
004520     MOVE SPL-REC-STREAM (SPL-REC-IDX) TO SPO-STREAM-NUMBER
004530     EVALUATE SPL-REC-STREAM (SPL-REC-IDX)
004540         WHEN 1
004550             WRITE STREAM1-RECORD FROM SPL-OUT-RECORD
004552             IF SPL-DRVSTR1-STATUS NOT = '00'
004554                 GO TO 9815-ABEND-STREAM-WRITE
004556             END-IF
004560         WHEN 2
004570             WRITE STREAM2-RECORD FROM SPL-OUT-RECORD
004572             IF SPL-DRVSTR2-STATUS NOT = '00'
004574                 GO TO 9815-ABEND-STREAM-WRITE
004576             END-IF
004580         WHEN 3
004590             WRITE STREAM3-RECORD FROM SPL-OUT-RECORD
004592             IF SPL-DRVSTR3-STATUS NOT = '00'
004594                 GO TO 9815-ABEND-STREAM-WRITE
004596             END-IF
004600         WHEN OTHER
004610             WRITE STREAM4-RECORD FROM SPL-OUT-RECORD
004612             IF SPL-DRVSTR4-STATUS NOT = '00'
004614                 GO TO 9815-ABEND-STREAM-WRITE
004616             END-IF
004620     END-EVALUATE
004630     ADD 1 TO SPL-RECORDS-WRITTEN
004640     MOVE SPACES TO REPORT-DETAIL-RECORD
004650     SET SPD-RECORD-NO TO SPL-REC-IDX
004660     MOVE SPL-REC-INNER (SPL-REC-IDX) TO SPD-INNER-BOUND
004670     MOVE SPL-REC-WORK (SPL-REC-IDX) TO SPD-WORK
004680     MOVE SPL-REC-STREAM (SPL-REC-IDX) TO SPD-STREAM
004690     MOVE SPO-PRIORITY-CLASS TO SPD-CLASS
004700     IF SPO-INPUT-NUMBER NUMERIC
004710         MOVE SPO-INPUT-NUMBER TO SPD-INPUT-NUMBER
004720     END-IF
004730     IF SPO-SEED NUMERIC
004740         MOVE SPO-SEED TO SPD-SEED
004750     END-IF
004760     WRITE REPORT-DETAIL-RECORD.
004770 5100-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* 8000-WRITE-TOTALS  -  EACH STREAM'S RECORDS AND SHARE OF THE
004820*                       ESTIMATED WORK, THEN THE LIST TOTAL.  AN
004830*                       EMPTY LIST ENDS RC=4 - EVERY STREAM STEP
004840*                       WILL HAVE NOTHING TO DO.
004850*----------------------------------------------------------------
004860 8000-WRITE-TOTALS.
004870     MOVE SPACES TO REPORT-TEXT-RECORD
004880     WRITE REPORT-TEXT-RECORD
004890     PERFORM 8100-WRITE-STREAM-LINE THRU 8100-EXIT
004900         VARYING SPL-STR-IDX FROM 1 BY 1
004910         UNTIL SPL-STR-IDX > 4
004920     MOVE SPACES TO REPORT-STREAM-RECORD
004930     MOVE 'TOTAL  ' TO SPS-LABEL
004940     MOVE ZERO TO SPS-STREAM
004950     MOVE SPL-REC-COUNT TO SPS-RECORDS
004960     MOVE SPL-TOTAL-WORK TO SPS-WORK
004970     MOVE 100 TO SPS-PERCENT
004980     WRITE REPORT-STREAM-RECORD
004990     IF SPL-REC-COUNT = ZERO
005000         DISPLAY 'DRVSPLIT0001W DRVFILE IS EMPTY - EVERY STREAM'
005010             ' LIST WRITTEN EMPTY'
005020         MOVE 4 TO RETURN-CODE
005030     ELSE
005040         DISPLAY 'DRVSPLIT0002I ' SPL-RECORDS-READ
005050             ' DRVFILE RECORD(S) SPLIT ACROSS ' SPL-STREAM-COUNT
005060             ' STREAM(S)'
005070     END-IF.
005080 8000-EXIT.
005090     EXIT.
005100
005110 8100-WRITE-STREAM-LINE.
005120     MOVE SPACES TO REPORT-STREAM-RECORD
005130     MOVE 'STREAM ' TO SPS-LABEL
005140     SET SPS-STREAM TO SPL-STR-IDX
005150     MOVE SPL-STR-RECORDS (SPL-STR-IDX) TO SPS-RECORDS
005160     MOVE SPL-STR-WORK (SPL-STR-IDX) TO SPS-WORK
005170     MOVE ZERO TO SPS-PERCENT
005180     IF SPL-TOTAL-WORK > ZERO
005190         COMPUTE SPS-PERCENT ROUNDED =
005200             SPL-STR-WORK (SPL-STR-IDX) * 100 / SPL-TOTAL-WORK
005210     END-IF
005220     WRITE REPORT-STREAM-RECORD.
005230 8100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
005280*                         RUN-CONTROL LOG FOR THE MORNING STATUS
005290*                         BOARD.  A LOG FAILURE IS WARNED, NOT
005300*                         FATAL.
005310*----------------------------------------------------------------
005320 8900-WRITE-STEP-LOG.
005330     OPEN EXTEND RUNLOG-FILE
005340     IF SPL-RUNLOG-STATUS = '35'
005350         OPEN OUTPUT RUNLOG-FILE
005360     END-IF
005370     IF SPL-RUNLOG-STATUS NOT = '00'
005380         DISPLAY 'DRVSPLIT0003W RUNLOG OPEN FAILED, STATUS = '
005390             SPL-RUNLOG-STATUS ' - STEP NOT LOGGED'
005400         GO TO 8900-EXIT
005410     END-IF
005420     MOVE SPACES TO RUNLOG-RECORD
005430     MOVE 'DRVSPLIT' TO RNL-PROGRAM-ID
005440     MOVE SPL-START-TIMESTAMP TO RNL-START-TIMESTAMP
005450     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
005460     MOVE RETURN-CODE TO RNL-RETURN-CODE
005470     MOVE SPL-RECORDS-READ TO RNL-RECORDS-READ
005480     MOVE SPL-RECORDS-WRITTEN TO RNL-RECORDS-WRITTEN
005490     MOVE SPL-STREAM-COUNT TO RNL-KEY-COUNT
005500     MOVE 'STREAMS USED' TO RNL-KEY-LABEL
005510     WRITE RUNLOG-RECORD
005520     CLOSE RUNLOG-FILE.
005530 8900-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 9000-TERMINATE
005580*----------------------------------------------------------------
005590 9000-TERMINATE.
005600     CLOSE REPORT-FILE
005610     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
005620 9000-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* 9800-ABEND-INVALID-PARM  -  THE STREAM COUNT MUST BE 1 TO 4 -
005670*                             THERE ARE ONLY FOUR STREAM STEPS
005680*----------------------------------------------------------------
005690 9800-ABEND-INVALID-PARM.
005700     DISPLAY 'DRVSPLIT0004E PARM ' SPL-PARM-STRING (1:8)
005710         ' IS NOT A STREAM COUNT OF 1 TO 4'
005720     MOVE 16 TO RETURN-CODE
005730     STOP RUN.
005740
005750*----------------------------------------------------------------
005760* 9811-ABEND-DRVFILE-OPEN  -  DRV-FILE COULD NOT BE OPENED - THE
005770*                             STREAM STEPS WOULD OTHERWISE RUN
005780*                             WHATEVER LISTS WERE LEFT BEHIND
005790*----------------------------------------------------------------
005800 9811-ABEND-DRVFILE-OPEN.
005810     DISPLAY 'DRVSPLIT0005E DRV-FILE OPEN FAILED, STATUS = '
005820         SPL-DRVFILE-STATUS
005830     CLOSE REPORT-FILE
005840     MOVE 16 TO RETURN-CODE
005850     STOP RUN.
005860
005870*----------------------------------------------------------------
005880* 9812-ABEND-SPLTRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
005890*----------------------------------------------------------------
005900 9812-ABEND-SPLTRPT-OPEN.
005910     DISPLAY 'DRVSPLIT0006E REPORT-FILE OPEN FAILED, STATUS = '
005920         SPL-SPLTRPT-STATUS
005930     MOVE 16 TO RETURN-CODE
005940     STOP RUN.
005950
005960*----------------------------------------------------------------
005970* 9813-ABEND-PARMFILE-OPEN  -  PARM-FILE COULD NOT BE OPENED
005980*----------------------------------------------------------------
005990 9813-ABEND-PARMFILE-OPEN.
006000     DISPLAY 'DRVSPLIT0007E PARM-FILE OPEN FAILED, STATUS = '
006010         SPL-PARMFILE-STATUS
006020     CLOSE REPORT-FILE
006030     MOVE 16 TO RETURN-CODE
006040     STOP RUN.
006050
006060*----------------------------------------------------------------
006070* 9814-ABEND-STREAM-OPEN  -  A STREAM LIST COULD NOT BE OPENED -
006080*                            A PARTIAL SPLIT MUST NOT REACH THE
006090*                            STREAM STEPS
006100*----------------------------------------------------------------
006110 9814-ABEND-STREAM-OPEN.
006120     DISPLAY 'DRVSPLIT0008E STREAM LIST OPEN FAILED, STATUS = '
006130         SPL-DRVSTR1-STATUS ' ' SPL-DRVSTR2-STATUS ' '
006140         SPL-DRVSTR3-STATUS ' ' SPL-DRVSTR4-STATUS
006150     CLOSE REPORT-FILE
006160     MOVE 16 TO RETURN-CODE
006170     STOP RUN.
006180
006181*----------------------------------------------------------------
006182* 9815-ABEND-STREAM-WRITE  -  A RECORD COULD NOT BE WRITTEN TO
006183*                             ITS STREAM LIST - A SHORT LIST WOULD
006184*                             DROP RUNS FROM THE NIGHT, SO FAIL
006185*                             THE STEP FOR A RERUN
006186*----------------------------------------------------------------
006187 9815-ABEND-STREAM-WRITE.
006188     DISPLAY 'DRVSPLIT0010E STREAM LIST WRITE FAILED, STATUS = '
006189         SPL-DRVSTR1-STATUS ' ' SPL-DRVSTR2-STATUS ' '
006190         SPL-DRVSTR3-STATUS ' ' SPL-DRVSTR4-STATUS
006191     CLOSE STREAM1-FILE STREAM2-FILE STREAM3-FILE STREAM4-FILE
006192     CLOSE REPORT-FILE
006193     MOVE 16 TO RETURN-CODE
006194     STOP RUN.
006195
006196*----------------------------------------------------------------
006200* 9820-ABEND-TABLE-FULL  -  MORE DRIVER RECORDS THAN THE TABLE
006210*                           HOLDS - FAIL THE STEP RATHER THAN
006220*                           SPLIT A TRUNCATED LIST
006230*----------------------------------------------------------------
006240 9820-ABEND-TABLE-FULL.
006250     DISPLAY 'DRVSPLIT0009E RECORD TABLE FULL - RAISE THE TABLE'
006260         ' LIMIT'
006270     CLOSE REPORT-FILE
006280     MOVE 16 TO RETURN-CODE
006290     STOP RUN.
006300
006301*----------------------------------------------------------------
006302* 9821-ABEND-SORT-FAILED  -  THE BALANCING SORT DID NOT
006303*                            COMPLETE - UNASSIGNED RECORDS WOULD
006304*                            ALL FALL TO STREAM 4 AS UNSTREAMED,
006305*                            SO FAIL THE STEP BEFORE ANY LIST IS
006306*                            WRITTEN
006307*----------------------------------------------------------------
006308 9821-ABEND-SORT-FAILED.
006309     DISPLAY 'DRVSPLIT0011E SORT FAILED, RETURN = ' SORT-RETURN
006310     CLOSE REPORT-FILE
006311     MOVE 16 TO RETURN-CODE
006312     STOP RUN.
006313
006314 END PROGRAM DRVSPLIT.
