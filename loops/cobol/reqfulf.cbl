000100*----------------------------------------------------------------
000110* REQFULF  -  RUN-REQUEST FULFILLMENT - CLOSES OR CARRIES EACH
000120*             REQUEST FROM THE NIGHT'S DISPOSITIONS
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. REQFULF.
000150 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000160 INSTALLATION. LOOOPS-DEVELOPMENT.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------
000200* REMARKS.
000210*     RUNS AFTER THE NIGHT'S LOOOPY BATCH-DRIVER STEP.  READS
000220*     THE REQUEST TRACKING FILE REQINTK WROTE (REQTRAK) AND THE
000230*     DISPOSITION FILE LOOOPY WROTE (DSPFILE), AND SETTLES EVERY
000240*     REQUEST:
000250*       SCHEDULED, RUN PROCESSED OR PRIOR-RUN - CLOSED.
000260*       SCHEDULED, RUN SKIPPED OR NOT-REACHED - CARRIED.  THE
000270*           REQUEST IS WRITTEN TO REQCARY, WITH ITS SEED AND ITS
000280*           CARRY COUNT UP BY ONE, FOR THE NEXT NIGHT'S REQINTK
000290*           TO LIST AHEAD OF THE NEW REQUESTS.
000300*       SCHEDULED, NO DISPOSITION FOUND - CARRIED, AS ABOVE.
000310*       ANSWERED FROM RUNMAST AT INTAKE - CLOSED.
000320*       REJECTED AT INTAKE - REPORTED AS REJECTED.
000330*     THE FULFILLMENT REPORT (FULFRPT) LISTS EACH REQUESTER'S
000340*     REQUESTS WITH THEIR FATES AND SUBTOTALS, THEN THE NIGHT'S
000350*     TOTALS.  THE STEP ENDS RC=4 WHEN ANY REQUEST WAS CARRIED.
000360*
000370*     REQTRAK IS CHECKED BEFORE REQCARY IS OPENED FOR OUTPUT, SO
000380*     A NIGHT WHOSE INTAKE NEVER RAN DOES NOT EMPTY THE CARRY
000390*     FILE THE NEXT INTAKE STILL HAS TO READ.
000400*
000410* MODIFICATION HISTORY.
000420*     DATE       INIT  DESCRIPTION
000430*     ---------- ----  ------------------------------------------
000440*     2026-10-15  RJT  ORIGINAL VERSION.
000450*----------------------------------------------------------------
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TRACK-FILE ASSIGN TO REQTRAK
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RQF-REQTRAK-STATUS.
000530     SELECT OPTIONAL DISP-FILE ASSIGN TO DSPFILE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RQF-DSPFILE-STATUS.
000560     SELECT CARRY-FILE ASSIGN TO REQCARY
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RQF-REQCARY-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO FULFRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RQF-FULFRPT-STATUS.
000620     SELECT SORT-FILE     ASSIGN TO SORTWORK.
000630     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RQF-RUNLOG-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  TRACK-FILE.
000700 01  TRACK-FILE-RECORD            PIC X(90).
000710
000720 FD  DISP-FILE.
000730     COPY DSPRECC.
000740
000750 FD  CARRY-FILE.
000760     COPY RUNREQC.
000770
000780 SD  SORT-FILE.
000790     COPY RUNREQC REPLACING ==RUNREQ-RECORD== BY
000800         ==SORT-RECORD== LEADING ==RRQ== BY ==SRQ==.
000810
000820*----------------------------------------------------------------
000830* REPORT-FILE CARRIES FOUR ALTERNATE RECORD VIEWS OVER THE SAME
000840* BUFFER - HEADING TEXT, THE REQUESTER HEADER LINE, THE EDITED
000850* LINE WRITTEN ONCE PER REQUEST, AND THE SUBTOTAL LINE USED FOR
000860* EACH REQUESTER AND FOR THE NIGHT
000870*----------------------------------------------------------------
000880 FD  REPORT-FILE.
000890 01  REPORT-TEXT-RECORD         PIC X(80).
000900 01  REPORT-GROUP-RECORD.
000910     05  RFG-LITERAL                 PIC X(10).
000920     05  RFG-REQUESTED-BY            PIC X(08).
000930     05  RFG-FILLER                  PIC X(62).
000940 01  REPORT-DETAIL-RECORD.
000950     05  RFD-FILLER-1                PIC X(02).
000960     05  RFD-INPUT-NUMBER            PIC ZZZZ9.
000970     05  RFD-FILLER-2                PIC X(02).
000980     05  RFD-SEED                    PIC ZZZZZZZZ9.
000990     05  RFD-FILLER-3                PIC X(02).
001000     05  RFD-WANTED-BY-DATE          PIC X(08).
001010     05  RFD-FILLER-4                PIC X(02).
001020     05  RFD-FATE                    PIC X(08).
001030     05  RFD-FILLER-5                PIC X(02).
001040     05  RFD-CARRY-COUNT             PIC ZZ9.
001050     05  RFD-FILLER-6                PIC X(02).
001060     05  RFD-REASON                  PIC X(20).
001070     05  RFD-FILLER-7                PIC X(15).
001080 01  REPORT-SUBTOTAL-RECORD.
001090     05  RFS-LITERAL-1               PIC X(10).
001100     05  RFS-CLOSED                  PIC ZZZZ9.
001110     05  RFS-LITERAL-2               PIC X(11).
001120     05  RFS-CARRIED                 PIC ZZZZ9.
001130     05  RFS-LITERAL-3               PIC X(12).
001140     05  RFS-REJECTED                PIC ZZZZ9.
001150     05  RFS-FILLER                  PIC X(32).
001160
001170 FD  RUNLOG-FILE.
001180     COPY RUNLOGC.
001190
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------
001220* FILE STATUS FIELDS AND SWITCHES
001230*----------------------------------------------------------------
001240 01  RQF-REQTRAK-STATUS           PIC X(02) VALUE '00'.
001250 01  RQF-DSPFILE-STATUS           PIC X(02) VALUE '00'.
001260 01  RQF-REQCARY-STATUS           PIC X(02) VALUE '00'.
001270 01  RQF-FULFRPT-STATUS           PIC X(02) VALUE '00'.
001280 01  RQF-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001290 01  RQF-EOF-DSPFILE-SW           PIC X(01) VALUE 'N'.
001300     88  RQF-EOF-DSPFILE                     VALUE 'Y'.
001310 01  RQF-EOF-SORT-SW              PIC X(01) VALUE 'N'.
001320     88  RQF-EOF-SORT                        VALUE 'Y'.
001330 01  RQF-DSPFILE-MISSING-SW       PIC X(01) VALUE 'N'.
001340     88  RQF-DSPFILE-MISSING                 VALUE 'Y'.
001350 01  RQF-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
001360     88  RQF-GROUP-OPEN                      VALUE 'Y'.
001370 01  RQF-FOUND-SW                 PIC X(01) VALUE 'N'.
001380     88  RQF-FOUND                           VALUE 'Y'.
001390
001400*----------------------------------------------------------------
001410* DISPOSITION TABLE - ONE ENTRY PER DSPFILE DETAIL RECORD.  A
001420* PAIR SHARED BY SEVERAL REQUESTS WAS RUN ONCE AND HAS ONE
001430* DISPOSITION, WHICH SETTLES EVERY REQUEST SHARING IT.
001440*----------------------------------------------------------------
001450 01  RQF-DSP-COUNT                PIC 9(05) COMP VALUE ZERO.
001460 01  RQF-DSP-TABLE.
001470     05  RQF-DSP-ENTRY OCCURS 2000 TIMES
001480                       INDEXED BY RQF-DSP-IDX.
001490         10  RQF-DSP-INPUT-NUMBER    PIC 9(05).
001500         10  RQF-DSP-SEED            PIC 9(09).
001510         10  RQF-DSP-RUN-STATUS      PIC X(12).
001520         10  RQF-DSP-REASON          PIC X(20).
001530
001540*----------------------------------------------------------------
001550* WORK FIELDS AND COUNTS
001560*----------------------------------------------------------------
001570 01  RQF-TODAY                    PIC X(08) VALUE SPACES.
001580 01  RQF-CURRENT-REQUESTER        PIC X(08) VALUE SPACES.
001590 01  RQF-FATE                     PIC X(08) VALUE SPACES.
001600     88  RQF-FATE-CLOSED                     VALUE 'CLOSED'.
001610     88  RQF-FATE-CARRIED                    VALUE 'CARRIED'.
001620     88  RQF-FATE-REJECTED                   VALUE 'REJECTED'.
001630 01  RQF-FATE-REASON              PIC X(20) VALUE SPACES.
001640 01  RQF-GRP-CLOSED               PIC 9(05) VALUE ZERO.
001650 01  RQF-GRP-CARRIED              PIC 9(05) VALUE ZERO.
001660 01  RQF-GRP-REJECTED             PIC 9(05) VALUE ZERO.
001670 01  RQF-TOT-CLOSED               PIC 9(05) VALUE ZERO.
001680 01  RQF-TOT-CARRIED              PIC 9(05) VALUE ZERO.
001690 01  RQF-TOT-REJECTED             PIC 9(05) VALUE ZERO.
001700 01  RQF-REQUESTS-READ            PIC 9(07) VALUE ZERO.
001710 01  RQF-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001720
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     PERFORM 2000-LOAD-DISPOSITIONS THRU 2000-EXIT
001770     SORT SORT-FILE
001780         ON ASCENDING KEY SRQ-REQUESTED-BY
001790         ON ASCENDING KEY SRQ-INPUT-NUMBER
001800         USING TRACK-FILE
001810         OUTPUT PROCEDURE IS 5000-SETTLE-REQUESTS THRU 5000-EXIT
001812     IF SORT-RETURN NOT = ZERO
001814         GO TO 9821-ABEND-SORT-FAILED
001816     END-IF
001820     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT
001840     STOP RUN.
001850
001860*----------------------------------------------------------------
001870* 1000-INITIALIZE  -  PROVE THE TRACKING FILE IS THERE BEFORE
001880*                     THE CARRY FILE IS REPLACED, THEN OPEN THE
001890*                     OUTPUTS AND WRITE THE HEADING
001900*----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     MOVE FUNCTION CURRENT-DATE TO RQF-START-TIMESTAMP
001930     MOVE RQF-START-TIMESTAMP (1:8) TO RQF-TODAY
001940     OPEN INPUT TRACK-FILE
001950     IF RQF-REQTRAK-STATUS NOT = '00'
001960         GO TO 9810-ABEND-REQTRAK-OPEN
001970     END-IF
001980     CLOSE TRACK-FILE
001990     OPEN OUTPUT REPORT-FILE
002000     IF RQF-FULFRPT-STATUS NOT = '00'
002010         GO TO 9812-ABEND-FULFRPT-OPEN
002020     END-IF
002030     OPEN OUTPUT CARRY-FILE
002040     IF RQF-REQCARY-STATUS NOT = '00'
002050         GO TO 9811-ABEND-REQCARY-OPEN
002060     END-IF
002070     MOVE 'LOOOPY RUN-REQUEST FULFILLMENT REPORT FOR '
002080         TO REPORT-TEXT-RECORD
002090     MOVE RQF-TODAY TO REPORT-TEXT-RECORD (43:8)
002100     WRITE REPORT-TEXT-RECORD
002110     MOVE '  INPUT  SEED       WANTED    FATE      CRY  REASON'
002120         TO REPORT-TEXT-RECORD
002130     WRITE REPORT-TEXT-RECORD.
002140 1000-EXIT.
002150     EXIT.
002160
002170*----------------------------------------------------------------
002180* 2000-LOAD-DISPOSITIONS  -  THE DETAIL RECORDS OF THE NIGHT'S
002190*                           DSPFILE.  WITH NO DSPFILE THE DRIVER
002200*                           STEP DID NOT RUN, AND EVERY SCHEDULED
002210*                           REQUEST IS CARRIED.
002220*----------------------------------------------------------------
002230 2000-LOAD-DISPOSITIONS.
002240     OPEN INPUT DISP-FILE
002250     IF RQF-DSPFILE-STATUS = '05'
002260         CLOSE DISP-FILE
002270         SET RQF-DSPFILE-MISSING TO TRUE
002280         DISPLAY 'REQFULF0001W DSPFILE NOT FOUND - EVERY'
002290             ' SCHEDULED REQUEST IS CARRIED'
002300         GO TO 2000-EXIT
002310     END-IF
002320     IF RQF-DSPFILE-STATUS NOT = '00'
002330         GO TO 9813-ABEND-DSPFILE-OPEN
002340     END-IF
002350     PERFORM 2100-LOAD-ONE-DISPOSITION THRU 2100-EXIT
002360         UNTIL RQF-EOF-DSPFILE
002370     CLOSE DISP-FILE.
002380 2000-EXIT.
002390     EXIT.
002400
002410 2100-LOAD-ONE-DISPOSITION.
002420     READ DISP-FILE
002430         AT END
002440             SET RQF-EOF-DSPFILE TO TRUE
002450         NOT AT END
002460             IF DSP-DETAIL-REC
002470                AND DSP-INPUT-NUMBER NUMERIC
002480                AND DSP-SEED NUMERIC
002490                 IF RQF-DSP-COUNT NOT < 2000
002500                     GO TO 9820-ABEND-TABLE-FULL
002510                 END-IF
002520                 ADD 1 TO RQF-DSP-COUNT
002530                 SET RQF-DSP-IDX TO RQF-DSP-COUNT
002540                 MOVE DSP-INPUT-NUMBER
002550                     TO RQF-DSP-INPUT-NUMBER (RQF-DSP-IDX)
002560                 MOVE DSP-SEED TO RQF-DSP-SEED (RQF-DSP-IDX)
002570                 MOVE DSP-RUN-STATUS
002580                     TO RQF-DSP-RUN-STATUS (RQF-DSP-IDX)
002590                 MOVE DSP-REASON TO RQF-DSP-REASON (RQF-DSP-IDX)
002600             END-IF
002610     END-READ.
002620 2100-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------
002660* 5000-SETTLE-REQUESTS  -  SORT OUTPUT PROCEDURE - THE TRACKING
002670*                          FILE ARRIVES ORDERED BY REQUESTER AND
002680*                          INPUT NUMBER, SO EACH REQUESTER PRINTS
002690*                          AS A HEADER, THEIR REQUESTS AND A
002700*                          SUBTOTAL LINE
002710*----------------------------------------------------------------
002720 5000-SETTLE-REQUESTS.
002730     PERFORM 5100-RETURN-SORTED-REQUEST THRU 5100-EXIT
002740     PERFORM 5200-SETTLE-ONE-REQUEST THRU 5200-EXIT
002750         UNTIL RQF-EOF-SORT
002760     IF RQF-GROUP-OPEN
002770         PERFORM 5600-PRINT-GROUP-SUBTOTAL THRU 5600-EXIT
002780     END-IF.
002790 5000-EXIT.
002800     EXIT.
002810
002820 5100-RETURN-SORTED-REQUEST.
002830     RETURN SORT-FILE
002840         AT END
002850             SET RQF-EOF-SORT TO TRUE
002860         NOT AT END
002870             ADD 1 TO RQF-REQUESTS-READ
002880     END-RETURN.
002890 5100-EXIT.
002900     EXIT.
002910
002920 5200-SETTLE-ONE-REQUEST.
002930     IF NOT RQF-GROUP-OPEN
002940        OR SRQ-REQUESTED-BY NOT = RQF-CURRENT-REQUESTER
002950         PERFORM 5300-PRINT-GROUP-HEADER THRU 5300-EXIT
002960     END-IF
002970     EVALUATE TRUE
002980         WHEN SRQ-SCHEDULED
002990             PERFORM 5400-MATCH-DISPOSITION THRU 5400-EXIT
003000         WHEN SRQ-ANSWERED
003010             SET RQF-FATE-CLOSED TO TRUE
003020             MOVE SRQ-REASON TO RQF-FATE-REASON
003030         WHEN OTHER
003040             SET RQF-FATE-REJECTED TO TRUE
003050             MOVE SRQ-REASON TO RQF-FATE-REASON
003060     END-EVALUATE
003070     EVALUATE TRUE
003080         WHEN RQF-FATE-CLOSED
003090             ADD 1 TO RQF-GRP-CLOSED
003100         WHEN RQF-FATE-CARRIED
003110             ADD 1 TO RQF-GRP-CARRIED
003120             PERFORM 5450-WRITE-CARRY THRU 5450-EXIT
003130         WHEN OTHER
003140             ADD 1 TO RQF-GRP-REJECTED
003150     END-EVALUATE
003160     PERFORM 5500-PRINT-REQUEST-LINE THRU 5500-EXIT
003170     PERFORM 5100-RETURN-SORTED-REQUEST THRU 5100-EXIT.
003180 5200-EXIT.
003190     EXIT.
003200
003210 5300-PRINT-GROUP-HEADER.
003220     IF RQF-GROUP-OPEN
003230         PERFORM 5600-PRINT-GROUP-SUBTOTAL THRU 5600-EXIT
003240     END-IF
003250     MOVE SRQ-REQUESTED-BY TO RQF-CURRENT-REQUESTER
003260     MOVE ZERO TO RQF-GRP-CLOSED
003270     MOVE ZERO TO RQF-GRP-CARRIED
003280     MOVE ZERO TO RQF-GRP-REJECTED
003290     MOVE SPACES TO REPORT-TEXT-RECORD
003300     WRITE REPORT-TEXT-RECORD
003310     MOVE SPACES TO REPORT-GROUP-RECORD
003320     MOVE 'REQUESTER ' TO RFG-LITERAL
003330     MOVE RQF-CURRENT-REQUESTER TO RFG-REQUESTED-BY
003340     WRITE REPORT-GROUP-RECORD
003350     SET RQF-GROUP-OPEN TO TRUE.
003360 5300-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 5400-MATCH-DISPOSITION  -  A SCHEDULED REQUEST TAKES THE FATE
003410*                           OF ITS INPUT-NUMBER/SEED PAIR ON THE
003420*                           NIGHT'S DSPFILE
003430*----------------------------------------------------------------
003440 5400-MATCH-DISPOSITION.
003450     MOVE 'N' TO RQF-FOUND-SW
003460     PERFORM 5410-FIND-DISPOSITION THRU 5410-EXIT
003470         VARYING RQF-DSP-IDX FROM 1 BY 1
003480         UNTIL RQF-DSP-IDX > RQF-DSP-COUNT
003490            OR RQF-FOUND
003500*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
003510     IF NOT RQF-FOUND
003520         SET RQF-FATE-CARRIED TO TRUE
003530         MOVE 'NO DISPOSITION' TO RQF-FATE-REASON
003532         IF RQF-DSPFILE-MISSING
003534             MOVE 'DRIVER STEP NOT RUN' TO RQF-FATE-REASON
003536         END-IF
003540         GO TO 5400-EXIT
003550     END-IF
003560     SET RQF-DSP-IDX DOWN BY 1
003570     MOVE RQF-DSP-REASON (RQF-DSP-IDX) TO RQF-FATE-REASON
003580     EVALUATE RQF-DSP-RUN-STATUS (RQF-DSP-IDX)
003590         WHEN 'PROCESSED'
003600             SET RQF-FATE-CLOSED TO TRUE
003610             MOVE 'RUN PROCESSED' TO RQF-FATE-REASON
003620         WHEN 'PRIOR-RUN'
003630             SET RQF-FATE-CLOSED TO TRUE
003640         WHEN OTHER
003650             SET RQF-FATE-CARRIED TO TRUE
003660     END-EVALUATE.
003670 5400-EXIT.
003680     EXIT.
003690
003700 5410-FIND-DISPOSITION.
003710     IF RQF-DSP-INPUT-NUMBER (RQF-DSP-IDX) = SRQ-INPUT-NUMBER
003720        AND RQF-DSP-SEED (RQF-DSP-IDX) = SRQ-SEED
003730         SET RQF-FOUND TO TRUE
003740     END-IF.
003750 5410-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 5450-WRITE-CARRY  -  THE REQUEST GOES FORWARD UNDER THE SAME
003800*                      SEED, SO THE RUN IT GETS IS THE RUN IT
003810*                      WAS PROMISED.  THE NEXT INTAKE SETS ITS
003820*                      STATUS AFRESH.
003830*----------------------------------------------------------------
003840 5450-WRITE-CARRY.
003850     MOVE SORT-RECORD TO RUNREQ-RECORD
003860     IF RRQ-CARRY-COUNT < 999
003870         ADD 1 TO RRQ-CARRY-COUNT
003880     END-IF
003890     MOVE SPACES TO RRQ-STATUS
003900     MOVE RQF-FATE-REASON TO RRQ-REASON
003910     WRITE RUNREQ-RECORD
003920     IF RQF-REQCARY-STATUS NOT = '00'
003930         GO TO 9814-ABEND-REQCARY-WRITE
003940     END-IF.
003950 5450-EXIT.
003960     EXIT.
003970
003980 5500-PRINT-REQUEST-LINE.
003990     MOVE SPACES TO REPORT-DETAIL-RECORD
004000     MOVE SRQ-INPUT-NUMBER TO RFD-INPUT-NUMBER
004010     MOVE SRQ-SEED TO RFD-SEED
004020     MOVE SRQ-WANTED-BY-DATE TO RFD-WANTED-BY-DATE
004030     MOVE RQF-FATE TO RFD-FATE
004040     IF RQF-FATE-CARRIED
004050         COMPUTE RFD-CARRY-COUNT = SRQ-CARRY-COUNT + 1
004060     ELSE
004070         MOVE SRQ-CARRY-COUNT TO RFD-CARRY-COUNT
004080     END-IF
004090     MOVE RQF-FATE-REASON TO RFD-REASON
004100     WRITE REPORT-DETAIL-RECORD.
004110 5500-EXIT.
004120     EXIT.
004130
004140 5600-PRINT-GROUP-SUBTOTAL.
004150     MOVE RQF-GRP-CLOSED TO RFS-CLOSED
004160     MOVE RQF-GRP-CARRIED TO RFS-CARRIED
004170     MOVE RQF-GRP-REJECTED TO RFS-REJECTED
004180     PERFORM 5700-WRITE-SUBTOTAL-LINE THRU 5700-EXIT
004190     ADD RQF-GRP-CLOSED TO RQF-TOT-CLOSED
004200     ADD RQF-GRP-CARRIED TO RQF-TOT-CARRIED
004210     ADD RQF-GRP-REJECTED TO RQF-TOT-REJECTED.
004220 5600-EXIT.
004230     EXIT.
004240
004250 5700-WRITE-SUBTOTAL-LINE.
004260     MOVE '  CLOSED  ' TO RFS-LITERAL-1
004270     MOVE '  CARRIED  ' TO RFS-LITERAL-2
004280     MOVE '  REJECTED  ' TO RFS-LITERAL-3
004290     MOVE SPACES TO RFS-FILLER
004300     WRITE REPORT-SUBTOTAL-RECORD.
004310 5700-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350* 8000-WRITE-TOTALS  -  THE NIGHT'S TOTALS AND THE SCHEDULER
004360*                       RETURN CODE - A CARRIED REQUEST IS WORK
004370*                       STILL OWED TO A REQUESTER
004380*----------------------------------------------------------------
004390 8000-WRITE-TOTALS.
004400     MOVE SPACES TO REPORT-TEXT-RECORD
004410     WRITE REPORT-TEXT-RECORD
004420     MOVE 'ALL REQUESTERS' TO REPORT-TEXT-RECORD
004430     WRITE REPORT-TEXT-RECORD
004440     MOVE RQF-TOT-CLOSED TO RFS-CLOSED
004450     MOVE RQF-TOT-CARRIED TO RFS-CARRIED
004460     MOVE RQF-TOT-REJECTED TO RFS-REJECTED
004470     PERFORM 5700-WRITE-SUBTOTAL-LINE THRU 5700-EXIT
004480     IF RQF-TOT-CARRIED > ZERO
004490         DISPLAY 'REQFULF0002W ' RQF-TOT-CARRIED
004500             ' REQUEST(S) CARRIED TO THE NEXT NIGHT - SEE FULFRPT'
004510         MOVE 4 TO RETURN-CODE
004520     END-IF.
004530 8000-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
004580*                         RUN-CONTROL LOG FOR THE MORNING STATUS
004590*                         BOARD.  A LOG FAILURE IS WARNED, NOT
004600*                         FATAL.
004610*----------------------------------------------------------------
004620 8900-WRITE-STEP-LOG.
004630     OPEN EXTEND RUNLOG-FILE
004640     IF RQF-RUNLOG-STATUS = '35'
004650         OPEN OUTPUT RUNLOG-FILE
004660     END-IF
004670     IF RQF-RUNLOG-STATUS NOT = '00'
004680         DISPLAY 'REQFULF0003W RUNLOG OPEN FAILED, STATUS = '
004690             RQF-RUNLOG-STATUS ' - STEP NOT LOGGED'
004700         GO TO 8900-EXIT
004710     END-IF
004720     MOVE SPACES TO RUNLOG-RECORD
004730     MOVE 'REQFULF' TO RNL-PROGRAM-ID
004740     MOVE RQF-START-TIMESTAMP TO RNL-START-TIMESTAMP
004750     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
004760     MOVE RETURN-CODE TO RNL-RETURN-CODE
004770     MOVE RQF-REQUESTS-READ TO RNL-RECORDS-READ
004780     MOVE RQF-TOT-CARRIED TO RNL-RECORDS-WRITTEN
004790     MOVE RQF-TOT-CARRIED TO RNL-KEY-COUNT
004800     MOVE 'REQUESTS CARRIED' TO RNL-KEY-LABEL
004810     WRITE RUNLOG-RECORD
004820     CLOSE RUNLOG-FILE.
004830 8900-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870* 9000-TERMINATE
004880*----------------------------------------------------------------
004890 9000-TERMINATE.
004900     CLOSE CARRY-FILE
004910     CLOSE REPORT-FILE
004920     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
004930 9000-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970* 9810-ABEND-REQTRAK-OPEN  -  NO TRACKING FILE - THE INTAKE STEP
004980*                             DID NOT RUN.  THE CARRY FILE IS LEFT
004990*                             AS IT IS FOR THE NEXT INTAKE.
005000*----------------------------------------------------------------
005010 9810-ABEND-REQTRAK-OPEN.
005020     DISPLAY 'REQFULF0004E TRACK-FILE OPEN FAILED, STATUS = '
005030         RQF-REQTRAK-STATUS
005040     MOVE 16 TO RETURN-CODE
005050     STOP RUN.
005060
005070*----------------------------------------------------------------
005080* 9811-ABEND-REQCARY-OPEN  -  CARRY-FILE COULD NOT BE OPENED FOR
005090*                             OUTPUT
005100*----------------------------------------------------------------
005110 9811-ABEND-REQCARY-OPEN.
005120     DISPLAY 'REQFULF0005E CARRY-FILE OPEN FAILED, STATUS = '
005130         RQF-REQCARY-STATUS
005140     CLOSE REPORT-FILE
005150     MOVE 16 TO RETURN-CODE
005160     STOP RUN.
005170
005180*----------------------------------------------------------------
005190* 9812-ABEND-FULFRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED
005200*----------------------------------------------------------------
005210 9812-ABEND-FULFRPT-OPEN.
005220     DISPLAY 'REQFULF0006E REPORT-FILE OPEN FAILED, STATUS = '
005230         RQF-FULFRPT-STATUS
005240     MOVE 16 TO RETURN-CODE
005250     STOP RUN.
005260
005270*----------------------------------------------------------------
005280* 9813-ABEND-DSPFILE-OPEN  -  DISP-FILE IS PRESENT BUT COULD NOT
005290*                             BE OPENED - CARRYING EVERYTHING
005300*                             WOULD RERUN WORK ALREADY DONE
005310*----------------------------------------------------------------
005320 9813-ABEND-DSPFILE-OPEN.
005330     DISPLAY 'REQFULF0007E DISP-FILE OPEN FAILED, STATUS = '
005340         RQF-DSPFILE-STATUS
005350     CLOSE CARRY-FILE
005360     CLOSE REPORT-FILE
005370     MOVE 16 TO RETURN-CODE
005380     STOP RUN.
005390
005400*----------------------------------------------------------------
005410* 9814-ABEND-REQCARY-WRITE  -  A CARRIED REQUEST COULD NOT BE
005420*                              WRITTEN - IT WOULD BE LOST
005430*----------------------------------------------------------------
005440 9814-ABEND-REQCARY-WRITE.
005450     DISPLAY 'REQFULF0008E CARRY-FILE WRITE FAILED, STATUS = '
005460         RQF-REQCARY-STATUS
005470     CLOSE CARRY-FILE
005480     CLOSE REPORT-FILE
005490     MOVE 16 TO RETURN-CODE
005500     STOP RUN.
005510
005520*----------------------------------------------------------------
005530* 9820-ABEND-TABLE-FULL  -  MORE DISPOSITIONS THAN THE TABLE
005540*                           HOLDS - FAIL THE STEP RATHER THAN
005550*                           CARRY REQUESTS THAT WERE RUN
005560*----------------------------------------------------------------
005570 9820-ABEND-TABLE-FULL.
005580     DISPLAY 'REQFULF0009E DISPOSITION TABLE FULL - RAISE THE'
005590         ' TABLE LIMIT'
005600     CLOSE DISP-FILE
005610     CLOSE CARRY-FILE
005620     CLOSE REPORT-FILE
005630     MOVE 16 TO RETURN-CODE
005640     STOP RUN.
005650
005651*----------------------------------------------------------------
005652* 9821-ABEND-SORT-FAILED  -  THE TRACKING SORT DID NOT COMPLETE -
005653*                            REQUESTS SETTLED FROM A PARTIAL WORK
005654*                            FILE WOULD BE CLOSED OR CARRIED
005655*                            WRONG, SO FAIL THE STEP FOR A RERUN
005656*----------------------------------------------------------------
005657 9821-ABEND-SORT-FAILED.
005658     DISPLAY 'REQFULF0010E SORT OF TRACK-FILE FAILED, RETURN = '
005659         SORT-RETURN
005660     CLOSE CARRY-FILE
005661     CLOSE REPORT-FILE
005662     MOVE 16 TO RETURN-CODE
005663     STOP RUN.
005664
005670 END PROGRAM REQFULF.
