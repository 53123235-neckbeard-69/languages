001525                       THE SINGLE RUN / SKIPS THE DRIVER RECORD,
001526                       SO TWO WORKLOADS CAN NO LONGER REUSE ONE
001527                       SEED BY ACCIDENT.
001528      2026-10-15  RJT  MOVED THE DSPFILE RECORD LAYOUT TO THE
001529                       DSPRECC COPYBOOK SO THE REQUEST
001530                       FULFILLMENT STEP (REQFULF) READS THE SAME
001531                       LAYOUT LOOOPY WRITES.
001532      2026-10-15  RJT  DRVFILE RECORDS NOW CARRY A PRIORITY CLASS
001533                       (URGENT, NORMAL, LOW) AND AN OPTIONAL
001534                       MUST-COMPLETE-BY DATE.  THE BATCH DRIVER
001535                       SORTS THE LIST INTO CLASS AND DATE ORDER
001536                       ON A WORK FILE (DRVORDR) AND WORKS FROM
001537                       THAT, SO A QUIESCE OR ABEND LEAVES ONLY
001538                       LOWER-CLASS WORK NOT-REACHED.  THE ORDER
001539                       DEPENDS ONLY ON THE LIST, SO THE
001540                       CHECKPOINTED COMPLETED-COUNT STILL
001541                       RESUMES AT THE RIGHT RECORD.  DSPFILE AND
001542                       DSPHIST CARRY THE DISPOSITION COUNTS BY
001543                       CLASS, AND THE STEP ENDS RC=8 WHEN A
001544                       DATED RECORD IS LEFT UNPROCESSED ON OR
001545                       AFTER ITS DATE.
001546      2026-10-15  RJT  A DRVFILE WRITTEN BY DRVSPLIT CARRIES ITS
001547                       STREAM NUMBER.  A STREAM STEP NEITHER
001548                       CATALOGS ITS ARRAYOUT NOR APPENDS DSPHIST
001549                       - DRVCONS COMBINES THE STREAMS AND DOES
001550                       BOTH ONCE FOR THE NIGHT.
001551      2026-10-15  RJT  THE ARRAYOUT HEADER NOW CARRIES THE INNER
001552                       BOUND THE RUN WAS BUILT TO, SO ARRVRFY CAN
001553                       PROVE EVERY ELEMENT OF THE GROUP.
001554      2026-10-15  RJT  METER EVERY AUDITLOG LINE FOR CHGBACK -
001555                       COMPUTED OR ANSWERED FROM RUNMAST, AND THE
001556                       ITERATIONS THE RUN ACTUALLY COST.
001557      2026-10-15  RJT  A CATALOGED GENERATION NOW ALSO APPENDS
001558                       ONE RUN LOCATOR (RUNLOC) ENTRY PER RUN,
001559                       READ BACK FROM ITS ARRAYOUT, FOR GENLOC.
001560      2026-10-15  RJT  FAIL THE STEP WHEN THE DRVFILE SORT DOES
001561                       NOT COMPLETE.
001562*----------------------------------------------------------------
001563
001564 ENVIRONMENT DIVISION.
001565 INPUT-OUTPUT SECTION.
001566 FILE-CONTROL.
001567     SELECT ARRAYOUT-FILE  ASSIGN TO ARRAYOUT
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS LPY-ARRAYOUT-STATUS.
001590     SELECT AUDITLOG-FILE  ASSIGN TO AUDITLOG
001710     SELECT DISP-FILE ASSIGN TO DSPFILE
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS LPY-DSPFILE-STATUS.
001731     SELECT DRVORD-FILE ASSIGN TO DRVORDR
001732         ORGANIZATION IS LINE SEQUENTIAL
001733         FILE STATUS IS LPY-DRVORDR-STATUS.
001734     SELECT OPTIONAL RUNLOC-FILE ASSIGN TO RUNLOC
001735         ORGANIZATION IS LINE SEQUENTIAL
001736         FILE STATUS IS LPY-RUNLOC-STATUS.
001737     SELECT SORT-FILE     ASSIGN TO SORTWORK.
001740     SELECT OPTIONAL RUNCAT-FILE ASSIGN TO RUNCAT
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS LPY-RUNCAT-STATUS.
001880 FD  AUDITLOG-FILE.
001890     COPY AUDLOGC.
001900 
001902 FD  RUNLOC-FILE.
001904     COPY RUNLOCC.
001906
001910 FD  PARM-FILE.
001920     COPY PARMREC.
001930 
001940 FD  DRV-FILE.
001941     COPY DRVREC REPLACING ==DRV-FILE-RECORD== BY
001942         ==DRV-LIST-RECORD== LEADING ==DRV== BY ==DRL==.
001943
001944*----------------------------------------------------------------
001945* DRVORDR - THE DRVFILE LIST SORTED INTO PROCESSING ORDER.  THE
001946* BATCH DRIVER READS THIS WORK FILE, NOT DRVFILE ITSELF, SO THE
001947* RECORD IN HAND CARRIES THE DRVREC NAMES.
001948*----------------------------------------------------------------
001949 FD  DRVORD-FILE.
001950     COPY DRVREC.
001951
001952 SD  SORT-FILE.
001953 01  SORT-RECORD.
001954     05  SRT-CLASS-RANK              PIC 9(01).
001955     05  SRT-MUST-COMPLETE-BY        PIC X(08).
001956     05  SRT-SEQUENCE                PIC 9(05).
001957     05  SRT-DRV-RECORD              PIC X(24).
001960 
001970 FD  CKPT-FILE.
001980 01  CKPT-FILE-RECORD.
002110
002120*----------------------------------------------------------------
002130* DSPFILE - ONE DISPOSITION RECORD PER DRVFILE INPUT LINE PLUS A
002140* TOTALS RECORD (LAYOUT SHARED WITH REQFULF THROUGH DSPRECC)
002160*----------------------------------------------------------------
002170 FD  DISP-FILE.
002180     COPY DSPRECC.
002410
002420 FD  RUNMAST-FILE.
002430     COPY RUNMSTC.
002690 01  LPY-DSP-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
002700 01  LPY-DSP-PRIOR-COUNT          PIC 9(05) VALUE ZERO.
002710 01  LPY-DSP-NOTREACH-COUNT       PIC 9(05) VALUE ZERO.
002713 01  LPY-DSP-DEADLINE-MISSED      PIC 9(05) VALUE ZERO.
002716 01  LPY-RUN-DATE                 PIC X(08) VALUE SPACES.
002720 01  LPY-DSP-STATUS-TEXT          PIC X(12) VALUE SPACES.
002730 01  LPY-DSP-REASON-TEXT          PIC X(20) VALUE SPACES.
002740 01  LPY-GEN-NUMBER               PIC 9(05) VALUE 1.
002760 01  LPY-GEN-RECORD-COUNT         PIC 9(07) VALUE ZERO.
002770 01  LPY-GEN-FIRST-INPUT          PIC 9(05) VALUE ZERO.
002780 01  LPY-GEN-LAST-INPUT           PIC 9(05) VALUE ZERO.
002785 01  LPY-GEN-LOCATOR-COUNT        PIC 9(05) VALUE ZERO.
002790 
002800*----------------------------------------------------------------
002810* ARRAY TABLE - SIZED BY LPY-TABLE-SIZE, MAXIMUM 10,000 ENTRIES
003000 01  LPY-ELEMENT-CAPACITY         PIC S9(10) COMP
003010                                  VALUE 999999999.
003020 01  LPY-INNER-BOUND-LIMIT        PIC S9(10) COMP VALUE ZERO.
003021 01  LPY-CLASS-TOTALS.
003022     05  LPY-CLS-ENTRY OCCURS 3 TIMES
003023                       INDEXED BY LPY-CLS-IDX.
003024         10  LPY-CLS-CODE            PIC X(01).
003025         10  LPY-CLS-READ            PIC 9(05).
003026         10  LPY-CLS-PROCESSED       PIC 9(05).
003027         10  LPY-CLS-SKIPPED         PIC 9(05).
003028         10  LPY-CLS-PRIOR           PIC 9(05).
003029         10  LPY-CLS-NOTREACH        PIC 9(05).
003030 
003040*----------------------------------------------------------------
003050* PARM / PROMPT WORK FIELDS
003330     88  LPY-DRV-IN-FLIGHT                     VALUE 'Y'.
003340 01  LPY-EOF-RUNCAT-SW             PIC X(01) VALUE 'N'.
003350     88  LPY-EOF-RUNCAT                        VALUE 'Y'.
003351 01  LPY-EOF-ARRAYOUT-SW           PIC X(01) VALUE 'N'.
003352     88  LPY-EOF-ARRAYOUT                      VALUE 'Y'.
003353 01  LPY-EOF-SORT-SW               PIC X(01) VALUE 'N'.
003354     88  LPY-EOF-SORT                          VALUE 'Y'.
003355 01  LPY-STREAM-NUMBER             PIC X(01) VALUE SPACE.
003356     88  LPY-STREAM-STEP                       VALUE '1' THRU '4'.
003360 01  LPY-UNATTENDED-SW             PIC X(01) VALUE 'N'.
003370     88  LPY-UNATTENDED-INPUT                  VALUE 'Y'.
003372 01  LPY-QUIESCE-SW                PIC X(01) VALUE 'N'.
003460 01  LPY-CKPTFILE-STATUS           PIC X(02) VALUE '00'.
003470 01  LPY-RUNMAST-STATUS            PIC X(02) VALUE '00'.
003480 01  LPY-DSPFILE-STATUS            PIC X(02) VALUE '00'.
003483 01  LPY-DRVORDR-STATUS            PIC X(02) VALUE '00'.
003486 01  LPY-RUNLOC-STATUS             PIC X(02) VALUE '00'.
003490 01  LPY-RUNCAT-STATUS             PIC X(02) VALUE '00'.
003492 01  LPY-RUNLOG-STATUS             PIC X(02) VALUE '00'.
003494 01  LPY-STOPFILE-STATUS           PIC X(02) VALUE '00'.
003670*----------------------------------------------------------------
003680 1000-INITIALIZE.
003682     MOVE FUNCTION CURRENT-DATE TO LPY-START-TIMESTAMP
003686     MOVE LPY-START-TIMESTAMP (1:8) TO LPY-RUN-DATE
003690     OPEN OUTPUT ARRAYOUT-FILE
003700     IF LPY-ARRAYOUT-STATUS NOT = '00'
003710         GO TO 9810-ABEND-FILE-OPEN
004280     OPEN INPUT DRV-FILE
004290     IF LPY-DRVFILE-STATUS = '00'
004300         SET LPY-DRVFILE-FOUND TO TRUE
004310         PERFORM 2100-ORDER-DRV-RECORDS THRU 2100-EXIT
004320     END-IF.
004330 2000-EXIT.
004340     EXIT.
004350 
004360*----------------------------------------------------------------
004370* 2100-ORDER-DRV-RECORDS  -  SORT DRVFILE INTO PROCESSING ORDER
004380*                            ON THE WORK FILE DRVORDR: URGENT
004390*                            CLASS FIRST, THEN NORMAL, THEN LOW,
004400*                            EARLIEST MUST-COMPLETE-BY DATE FIRST
004410*                            WITHIN A CLASS AND LIST ORDER AFTER
004411*                            THAT.  THE ORDER DEPENDS ONLY ON THE
004412*                            LIST, SO A RESTART REBUILDS THE SAME
004413*                            SEQUENCE AND THE CHECKPOINTED
004414*                            COMPLETED-COUNT STILL POINTS AT THE
004415*                            RIGHT RECORD.  THE PASS ALSO COUNTS
004416*                            THE LIST SO THAT COUNT CAN BE CHECKED
004417*                            AGAINST IT, NOT JUST TRUSTED AS-IS
004420*----------------------------------------------------------------
004430 2100-ORDER-DRV-RECORDS.
004440     MOVE ZERO TO LPY-DRV-TOTAL-COUNT
004450     INITIALIZE LPY-CLASS-TOTALS
004460     MOVE 'U' TO LPY-CLS-CODE (1)
004470     MOVE 'N' TO LPY-CLS-CODE (2)
004480     MOVE 'L' TO LPY-CLS-CODE (3)
004481     SORT SORT-FILE
004482         ON ASCENDING KEY SRT-CLASS-RANK
004483                          SRT-MUST-COMPLETE-BY
004484                          SRT-SEQUENCE
004485         INPUT PROCEDURE 2110-RELEASE-DRV-RECORDS THRU 2110-EXIT
004486         OUTPUT PROCEDURE 2150-WRITE-ORDERED-LIST THRU 2150-EXIT
004487     IF SORT-RETURN NOT = ZERO
004488         GO TO 9818-ABEND-SORT-FAILED
004489     END-IF
004490     OPEN INPUT DRVORD-FILE
004491     IF LPY-DRVORDR-STATUS NOT = '00'
004492         GO TO 9817-ABEND-DRVORDR-OPEN
004493     END-IF
004494     IF LPY-STREAM-STEP
004495         DISPLAY 'LOOOPY0034I RUNNING DRIVER STREAM '
004496             LPY-STREAM-NUMBER ' - DRVCONS CATALOGS THE OUTPUT'
004497     END-IF.
004500 2100-EXIT.
004510     EXIT.
004520 
004530 2110-RELEASE-DRV-RECORDS.
004531     PERFORM 2120-RELEASE-ONE-RECORD THRU 2120-EXIT
004532         UNTIL LPY-EOF-DRVFILE
004533     CLOSE DRV-FILE
004534     MOVE 'N' TO LPY-EOF-DRVFILE-SW.
004535 2110-EXIT.
004536     EXIT.
004537 
004538 2120-RELEASE-ONE-RECORD.
004540     READ DRV-FILE
004550         AT END
004560             SET LPY-EOF-DRVFILE TO TRUE
004570             GO TO 2120-EXIT
004580     END-READ
004590     ADD 1 TO LPY-DRV-TOTAL-COUNT
004591     PERFORM 2130-RANK-DRV-RECORD THRU 2130-EXIT
004592     RELEASE SORT-RECORD.
004593 2120-EXIT.
004594     EXIT.
004595 
004596*----------------------------------------------------------------
004597* 2130-RANK-DRV-RECORD  -  BUILD THE SORT KEY.  A CLASS OTHER
004598*                          THAN U, N OR L IS RUN AS NORMAL, AND
004599*                          A RECORD WITH NO USABLE DATE SORTS
004600*                          AFTER THE DATED ONES IN ITS CLASS
004601*----------------------------------------------------------------
004602 2130-RANK-DRV-RECORD.
004603     IF NOT DRL-CLASS-VALID
004604         DISPLAY 'LOOOPY0030W PRIORITY CLASS '
004605             DRL-PRIORITY-CLASS ' FOR INPUT ' DRL-INPUT-NUMBER
004606             ' NOT U, N OR L - RUN AS NORMAL'
004607         MOVE 'N' TO DRL-PRIORITY-CLASS
004608     END-IF
004609     EVALUATE TRUE
004610         WHEN DRL-CLASS-URGENT
004611             MOVE 1 TO SRT-CLASS-RANK
004612         WHEN DRL-CLASS-LOW
004613             MOVE 3 TO SRT-CLASS-RANK
004614         WHEN OTHER
004615             MOVE 2 TO SRT-CLASS-RANK
004616     END-EVALUATE
004617     IF DRL-MUST-COMPLETE-BY IS NUMERIC
004618         MOVE DRL-MUST-COMPLETE-BY TO SRT-MUST-COMPLETE-BY
004619     ELSE
004620         MOVE '99999999' TO SRT-MUST-COMPLETE-BY
004621     END-IF
004622     MOVE LPY-DRV-TOTAL-COUNT TO SRT-SEQUENCE
004623     MOVE DRV-LIST-RECORD TO SRT-DRV-RECORD
004624     IF DRL-STREAM-VALID
004625         MOVE DRL-STREAM-NUMBER TO LPY-STREAM-NUMBER
004626     END-IF
004627     SET LPY-CLS-IDX TO SRT-CLASS-RANK
004628     ADD 1 TO LPY-CLS-READ (LPY-CLS-IDX).
004629 2130-EXIT.
004630     EXIT.
004631 
004632 2150-WRITE-ORDERED-LIST.
004633     OPEN OUTPUT DRVORD-FILE
004634     IF LPY-DRVORDR-STATUS NOT = '00'
004635         GO TO 9817-ABEND-DRVORDR-OPEN
004636     END-IF
004637     PERFORM 2160-WRITE-ONE-RECORD THRU 2160-EXIT
004638         UNTIL LPY-EOF-SORT
004639     CLOSE DRVORD-FILE.
004640 2150-EXIT.
004641     EXIT.
004642 
004643 2160-WRITE-ONE-RECORD.
004644     RETURN SORT-FILE
004645         AT END
004646             SET LPY-EOF-SORT TO TRUE
004647             GO TO 2160-EXIT
004648     END-RETURN
004649     MOVE SRT-DRV-RECORD TO DRV-FILE-RECORD
004650     WRITE DRV-FILE-RECORD.
004651 2160-EXIT.
004652     EXIT.
004653 
004654*----------------------------------------------------------------
004655* 3000-BATCH-DRIVER  -  ONE WORKLOAD PER RECORD ON DRVFILE
004656*----------------------------------------------------------------
004660 3000-BATCH-DRIVER.
004670     OPEN OUTPUT DISP-FILE
004680     IF LPY-DSPFILE-STATUS NOT = '00'
004740     PERFORM 3100-PROCESS-DRV-RECORD THRU 3100-EXIT
004750         UNTIL LPY-EOF-DRVFILE
004760     PERFORM 3090-FINISH-BATCH THRU 3090-EXIT
004770     CLOSE DRVORD-FILE.
004780 3000-EXIT.
004790     EXIT.
004800 
005200     EXIT.
005210 
005220 3060-SKIP-COMPLETED-RECORD.
005230     READ DRVORD-FILE
005240         AT END
005250             SET LPY-EOF-DRVFILE TO TRUE
005260         NOT AT END
005540     EXIT.
005550 
005560 3100-PROCESS-DRV-RECORD.
005570     READ DRVORD-FILE
005580         AT END
005590             SET LPY-EOF-DRVFILE TO TRUE
005600         NOT AT END
006000     MOVE DRV-SEED TO DSP-SEED
006010     MOVE LPY-DSP-STATUS-TEXT TO DSP-RUN-STATUS
006020     MOVE LPY-DSP-REASON-TEXT TO DSP-REASON
006022     PERFORM 3125-COUNT-BY-CLASS THRU 3125-EXIT
006024     MOVE LPY-CLS-CODE (LPY-CLS-IDX) TO DSP-PRIORITY-CLASS
006026     MOVE DRV-MUST-COMPLETE-BY TO DSP-MUST-COMPLETE-BY
006030     WRITE DISP-RECORD
006040     MOVE 'N' TO LPY-DRV-IN-FLIGHT-SW.
006050 3120-EXIT.
006060     EXIT.
006061
006062*----------------------------------------------------------------
006063* 3125-COUNT-BY-CLASS  -  ADD THE DISPOSITION TO ITS CLASS
006064*                         TOTALS.  A RECORD LEFT UNRUN (SKIPPED
006065*                         OR NOT REACHED) WHOSE MUST-COMPLETE-BY
006066*                         DATE IS TONIGHT OR EARLIER HAS MISSED
006067*                         ITS DEADLINE AND IS COUNTED AND WARNED
006068*----------------------------------------------------------------
006069 3125-COUNT-BY-CLASS.
006070     EVALUATE TRUE
006071         WHEN DRV-CLASS-URGENT
006072             SET LPY-CLS-IDX TO 1
006073         WHEN DRV-CLASS-LOW
006074             SET LPY-CLS-IDX TO 3
006075         WHEN OTHER
006076             SET LPY-CLS-IDX TO 2
006077     END-EVALUATE
006078     EVALUATE LPY-DSP-STATUS-TEXT
006079         WHEN 'PROCESSED'
006080             ADD 1 TO LPY-CLS-PROCESSED (LPY-CLS-IDX)
006081         WHEN 'SKIPPED'
006082             ADD 1 TO LPY-CLS-SKIPPED (LPY-CLS-IDX)
006083         WHEN 'PRIOR-RUN'
006084             ADD 1 TO LPY-CLS-PRIOR (LPY-CLS-IDX)
006085         WHEN OTHER
006086             ADD 1 TO LPY-CLS-NOTREACH (LPY-CLS-IDX)
006087     END-EVALUATE
006088     IF LPY-DSP-STATUS-TEXT = 'PROCESSED' OR 'PRIOR-RUN'
006089         GO TO 3125-EXIT
006090     END-IF
006091     IF DRV-MUST-COMPLETE-BY IS NOT NUMERIC
006092         GO TO 3125-EXIT
006093     END-IF
006094     IF DRV-MUST-COMPLETE-BY NOT > LPY-RUN-DATE
006095         ADD 1 TO LPY-DSP-DEADLINE-MISSED
006096         DISPLAY 'LOOOPY0032W INPUT ' DRV-INPUT-NUMBER
006097             ' MUST COMPLETE BY ' DRV-MUST-COMPLETE-BY
006098             ' - LEFT ' LPY-DSP-STATUS-TEXT
006099     END-IF.
006100 3125-EXIT.
006101     EXIT.
006102
006103*----------------------------------------------------------------
006104* 3130-WRITE-DISP-TOTALS  -  THE END-OF-FILE TOTALS RECORD - THE
006105*                            READ COUNT MUST EQUAL THE SUM OF THE
006110*                            FOUR DISPOSITIONS.  ONE CLASS
006113*                            RECORD PER PRIORITY CLASS GOES
006116*                            AHEAD OF IT, BALANCING THE SAME WAY
006120*----------------------------------------------------------------
006130 3130-WRITE-DISP-TOTALS.
006132     PERFORM 3135-WRITE-CLASS-TOTALS THRU 3135-EXIT
006134         VARYING LPY-CLS-IDX FROM 1 BY 1
006136         UNTIL LPY-CLS-IDX > 3
006140     MOVE SPACES TO DISP-RECORD
006150     SET DSP-TOTALS-REC TO TRUE
006160     MOVE LPY-DRV-TOTAL-COUNT TO DSP-TOT-READ
006180     MOVE LPY-DSP-SKIPPED-COUNT TO DSP-TOT-SKIPPED
006190     MOVE LPY-DSP-PRIOR-COUNT TO DSP-TOT-PRIOR
006200     MOVE LPY-DSP-NOTREACH-COUNT TO DSP-TOT-NOT-REACHED
006201     MOVE LPY-DSP-DEADLINE-MISSED TO DSP-TOT-DEADLINE-MISSED
006202     WRITE DISP-RECORD
006203     PERFORM 3140-APPEND-DISP-HISTORY THRU 3140-EXIT.
006204 3130-EXIT.
006205     EXIT.
006206
006207 3135-WRITE-CLASS-TOTALS.
006208     MOVE SPACES TO DISP-RECORD
006209     SET DSP-CLASS-REC TO TRUE
006210     MOVE LPY-CLS-CODE (LPY-CLS-IDX) TO DSP-CLS-CLASS
006211     MOVE LPY-CLS-READ (LPY-CLS-IDX) TO DSP-CLS-READ
006212     MOVE LPY-CLS-PROCESSED (LPY-CLS-IDX) TO DSP-CLS-PROCESSED
006213     MOVE LPY-CLS-SKIPPED (LPY-CLS-IDX) TO DSP-CLS-SKIPPED
006214     MOVE LPY-CLS-PRIOR (LPY-CLS-IDX) TO DSP-CLS-PRIOR
006215     MOVE LPY-CLS-NOTREACH (LPY-CLS-IDX) TO DSP-CLS-NOT-REACHED
006216     WRITE DISP-RECORD.
006217 3135-EXIT.
006218     EXIT.
006219
006220*----------------------------------------------------------------
006221* 3140-APPEND-DISP-HISTORY  -  THE SAME TOTALS, DATED, ONTO THE
006222*                              DISPOSITION HISTORY FILE - DSPFILE
006223*                              IS OVERWRITTEN EVERY NIGHT AND THE
006224*                              MONTH-END REPORT NEEDS THE MONTH
006225*                              BACK.  A HISTORY FAILURE IS
006226*                              WARNED, NOT FATAL - THE NIGHT'S
006227*                              DISPOSITIONS ARE ALREADY ON FILE.
006228*                              A DRIVER STREAM APPENDS NOTHING -
006229*                              DRVCONS WRITES THE NIGHT'S RECORD.
006230*----------------------------------------------------------------
006231 3140-APPEND-DISP-HISTORY.
006232     IF LPY-STREAM-STEP
006233         GO TO 3140-EXIT
006234     END-IF
006242     OPEN EXTEND DSPHIST-FILE
006243     IF LPY-DSPHIST-STATUS = '35'
006244         OPEN OUTPUT DSPHIST-FILE
006256     MOVE LPY-DSP-SKIPPED-COUNT TO DHS-TOT-SKIPPED
006257     MOVE LPY-DSP-PRIOR-COUNT TO DHS-TOT-PRIOR
006258     MOVE LPY-DSP-NOTREACH-COUNT TO DHS-TOT-NOT-REACHED
006259     PERFORM 3145-MOVE-CLASS-HISTORY THRU 3145-EXIT
006260         VARYING LPY-CLS-IDX FROM 1 BY 1
006261         UNTIL LPY-CLS-IDX > 3
006262     MOVE LPY-DSP-DEADLINE-MISSED TO DHS-DEADLINE-MISSED
006263     WRITE DSPHIST-RECORD
006264     CLOSE DSPHIST-FILE.
006265 3140-EXIT.
006266     EXIT.
006267
006268 3145-MOVE-CLASS-HISTORY.
006269     SET DHS-CLS-IDX TO LPY-CLS-IDX
006270     MOVE LPY-CLS-CODE (LPY-CLS-IDX)
006271         TO DHS-CLS-CLASS (DHS-CLS-IDX)
006272     MOVE LPY-CLS-READ (LPY-CLS-IDX)
006273         TO DHS-CLS-READ (DHS-CLS-IDX)
006274     MOVE LPY-CLS-PROCESSED (LPY-CLS-IDX)
006275         TO DHS-CLS-PROCESSED (DHS-CLS-IDX)
006276     MOVE LPY-CLS-SKIPPED (LPY-CLS-IDX)
006277         TO DHS-CLS-SKIPPED (DHS-CLS-IDX)
006278     MOVE LPY-CLS-PRIOR (LPY-CLS-IDX)
006279         TO DHS-CLS-PRIOR (DHS-CLS-IDX)
006280     MOVE LPY-CLS-NOTREACH (LPY-CLS-IDX)
006281         TO DHS-CLS-NOT-REACHED (DHS-CLS-IDX).
006282 3145-EXIT.
006283     EXIT.
006284
006285*----------------------------------------------------------------
006286* 4000-SINGLE-RUN  -  ONE WORKLOAD FROM PARM, PARMFILE, OR THE
006287*                     OPERATOR
006288*----------------------------------------------------------------
006290 4000-SINGLE-RUN.
006300     PERFORM 5000-LOAD-BOUNDS THRU 5000-EXIT
006310     PERFORM 4100-GET-INPUT-NUMBER THRU 4100-EXIT
011060     MOVE LPY-SEED TO ARO-SEED
011070     MOVE LPY-RANDOM-NUMBER TO ARO-RANDOM-NUMBER
011080     MOVE ELEMENT-RESULT TO ARO-ELEMENT-RESULT
011085     MOVE LPY-INNER-BOUND TO ARO-INNER-BOUND
011090     WRITE ARRAYOUT-RECORD
011100     ADD 1 TO LPY-GEN-RECORD-COUNT
011110     ADD 1 TO LPY-GEN-RUN-COUNT
011610     MOVE LPY-INPUT-NUMBER TO AUD-INPUT-NUMBER
011620     MOVE LPY-SEED TO AUD-SEED
011630     MOVE LPY-RANDOM-NUMBER TO AUD-RANDOM-NUMBER
011631     MOVE ELEMENT-RESULT TO AUD-ELEMENT-RESULT
011632*    A RUNMAST HIT COST ONLY THE INNER-BOUND VERIFY LOOP; A
011633*    COMPUTED RUN IS METERED WHOLE, EVEN WHEN THIS STEP IS THE
011634*    OWNING SLICE OR A RESTART, SINCE THE RUN AS A WHOLE COST IT
011635     IF LPY-RUNMAST-HIT
011636         SET AUD-USAGE-REUSED TO TRUE
011637         MOVE LPY-INNER-BOUND TO AUD-ITERATIONS
011638     ELSE
011639         SET AUD-USAGE-COMPUTED TO TRUE
011640         COMPUTE AUD-ITERATIONS =
011641             LPY-OUTER-BOUND * LPY-INNER-BOUND
011642     END-IF
011650     WRITE AUDITLOG-RECORD.
011660 6600-EXIT.
011670     EXIT.
012100             ' DRVFILE RECORD(S) SKIPPED - SEE DSPFILE'
012110         MOVE 4 TO RETURN-CODE
012120     END-IF
012121     PERFORM 9010-CHECK-MISSED-DEADLINES THRU 9010-EXIT
012122     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
012123 9000-EXIT.
012124     EXIT.
012125
012126*----------------------------------------------------------------
012127* 9010-CHECK-MISSED-DEADLINES  -  A DRVFILE RECORD LEFT UNRUN
012128*                                 PAST ITS MUST-COMPLETE-BY DATE
012129*                                 IS A FINDING FOR THE MORNING
012130*                                 SHIFT - THE STEP ENDS RC=8
012131*----------------------------------------------------------------
012132 9010-CHECK-MISSED-DEADLINES.
012133     IF LPY-DSP-DEADLINE-MISSED > ZERO
012134         DISPLAY 'LOOOPY0033W ' LPY-DSP-DEADLINE-MISSED
012135             ' DRVFILE RECORD(S) MISSED THE MUST-COMPLETE-BY DATE'
012136         MOVE 8 TO RETURN-CODE
012137     END-IF.
012138 9010-EXIT.
012140     EXIT.
012150
012160*----------------------------------------------------------------
012210*                              CATALOG IS KNOWN NOT TO BE WHOLE.
012220*                              A SLICE RUN WRITES A PARTIAL FILE
012230*                              AND IS NEVER CATALOGED - ARRMERGE
012240*                              CATALOGS THE MERGED FILE, AND
012245*                              DRVCONS THE COMBINED STREAMS.
012250*----------------------------------------------------------------
012260 9100-WRITE-CATALOG-ENTRY.
012270     IF LPY-SLICE-START > ZERO
012272         GO TO 9100-EXIT
012274     END-IF
012276     IF LPY-STREAM-STEP
012280         GO TO 9100-EXIT
012290     END-IF
012300     PERFORM 1100-NEXT-GENERATION THRU 1100-EXIT
012500     WRITE RUNCAT-RECORD
012510     CLOSE RUNCAT-FILE
012520     DISPLAY 'LOOOPY0016I ARRAYOUT CATALOGED AS GENERATION '
012530         LPY-GEN-NUMBER
012535     PERFORM 9110-WRITE-LOCATOR-ENTRIES THRU 9110-EXIT.
012540 9100-EXIT.
012541     EXIT.
012542
012543*----------------------------------------------------------------
012544* 9110-WRITE-LOCATOR-ENTRIES  -  ONE RUNLOC ENTRY PER RUN IN THE
012545*                                GENERATION JUST CATALOGED, READ
012546*                                BACK FROM THE CLOSED ARRAYOUT
012547*                                HEADERS SO THE LOCATOR HOLDS
012548*                                EXACTLY WHAT THE DATASET HOLDS.
012549*                                A LOCATOR FAILURE IS WARNED,
012550*                                NOT FATAL - THE GENERATION IS
012551*                                ALREADY CATALOGED.
012552*----------------------------------------------------------------
012553 9110-WRITE-LOCATOR-ENTRIES.
012554     MOVE ZERO TO LPY-GEN-LOCATOR-COUNT
012555     OPEN INPUT ARRAYOUT-FILE
012556     IF LPY-ARRAYOUT-STATUS NOT = '00'
012557         DISPLAY 'LOOOPY0035W ARRAYOUT REOPEN FAILED, STATUS = '
012558             LPY-ARRAYOUT-STATUS ' - NO RUNLOC ENTRIES WRITTEN'
012559         GO TO 9110-EXIT
012560     END-IF
012561     OPEN EXTEND RUNLOC-FILE
012562     IF LPY-RUNLOC-STATUS = '35'
012563         OPEN OUTPUT RUNLOC-FILE
012564     END-IF
012565     IF LPY-RUNLOC-STATUS NOT = '00'
012566        AND LPY-RUNLOC-STATUS NOT = '05'
012567         DISPLAY 'LOOOPY0038W RUNLOC OPEN FAILED, STATUS = '
012568             LPY-RUNLOC-STATUS ' - NO RUNLOC ENTRIES WRITTEN'
012569         CLOSE ARRAYOUT-FILE
012570         GO TO 9110-EXIT
012571     END-IF
012572     MOVE 'N' TO LPY-EOF-ARRAYOUT-SW
012573     PERFORM 9120-WRITE-ONE-LOCATOR THRU 9120-EXIT
012574         UNTIL LPY-EOF-ARRAYOUT
012575     CLOSE ARRAYOUT-FILE
012576     CLOSE RUNLOC-FILE
012577     DISPLAY 'LOOOPY0036I ' LPY-GEN-LOCATOR-COUNT
012578         ' RUNLOC ENTRIES WRITTEN FOR GENERATION ' LPY-GEN-NUMBER.
012579 9110-EXIT.
012580     EXIT.
012581
012582 9120-WRITE-ONE-LOCATOR.
012583     READ ARRAYOUT-FILE
012584         AT END
012585             SET LPY-EOF-ARRAYOUT TO TRUE
012586         NOT AT END
012587             IF ARO-HEADER-REC
012588                 MOVE SPACES TO RUNLOC-RECORD
012589                 MOVE ARO-INPUT-NUMBER TO RLC-INPUT-NUMBER
012590                 MOVE ARO-SEED TO RLC-SEED
012591                 MOVE ARO-RUN-TIMESTAMP TO RLC-RUN-TIMESTAMP
012592                 MOVE LPY-GEN-NUMBER TO RLC-GEN-NUMBER
012593                 WRITE RUNLOC-RECORD
012594                 ADD 1 TO LPY-GEN-LOCATOR-COUNT
012595             END-IF
012596     END-READ.
012597 9120-EXIT.
012598     EXIT.
012599 
012600*----------------------------------------------------------------
012601* 9800-ABEND-INVALID-PARM  -  UNATTENDED RUN, BAD INPUT NUMBER -
012602*                             FAIL THE STEP RATHER THAN HANG ON
012603*                             AN OPERATOR PROMPT THAT WILL NEVER
012610*                             COME
012620*----------------------------------------------------------------
012630 9800-ABEND-INVALID-PARM.
013150         LPY-DSPFILE-STATUS
013160     CLOSE ARRAYOUT-FILE
013170     CLOSE AUDITLOG-FILE
013180     CLOSE DRVORD-FILE
013190     MOVE 16 TO RETURN-CODE
013200     STOP RUN.
013210
013555     STOP RUN.
013556
013557*----------------------------------------------------------------
013558* 9817-ABEND-DRVORDR-OPEN  -  THE SORTED DRIVER WORK FILE COULD
013559*                             NOT BE OPENED - WITHOUT IT THE LIST
013560*                             CANNOT BE WORKED IN PRIORITY ORDER,
013561*                             SO FAIL THE STEP
013562*----------------------------------------------------------------
013563 9817-ABEND-DRVORDR-OPEN.
013564     DISPLAY 'LOOOPY0031E DRVORDR OPEN FAILED, STATUS = '
013565         LPY-DRVORDR-STATUS
013566     CLOSE ARRAYOUT-FILE
013567     CLOSE AUDITLOG-FILE
013568     MOVE 16 TO RETURN-CODE
013569     STOP RUN.
013570
013571*----------------------------------------------------------------
013572* 9818-ABEND-SORT-FAILED  -  THE DRVFILE SORT DID NOT COMPLETE.  A
013573*                            SHORT DRVORDR WOULD PUT THE
013574*                            CHECKPOINTED COMPLETED-COUNT ON THE
013575*                            WRONG RECORD, SO FAIL THE STEP
013576*----------------------------------------------------------------
013577 9818-ABEND-SORT-FAILED.
013578     DISPLAY 'LOOOPY0037E SORT OF DRVFILE FAILED, RETURN = '
013579         SORT-RETURN
013580     CLOSE ARRAYOUT-FILE
013581     CLOSE AUDITLOG-FILE
013582     MOVE 16 TO RETURN-CODE
013583     STOP RUN.
013584
013585*----------------------------------------------------------------
013586* 9820-ABEND-OVERFLOW  -  AN ELEMENT ACCUMULATOR OVERFLOWED
013587*                         DESPITE THE 6050 INNER-BOUND CLAMP -
013588*                         FAIL THE STEP RATHER THAN WRITE A
013590*                         SILENTLY TRUNCATED RESULT
013600*----------------------------------------------------------------
013610 9820-ABEND-OVERFLOW.
013910         UNTIL LPY-EOF-DRVFILE
013920     PERFORM 3130-WRITE-DISP-TOTALS THRU 3130-EXIT
013930     CLOSE DISP-FILE
013940     CLOSE DRVORD-FILE
013950     MOVE 'N' TO LPY-DSPFILE-OPEN-SW.
013960 9830-EXIT.
013970     EXIT.
013980
013990 9840-FLUSH-ONE-RECORD.
014000     READ DRVORD-FILE
014010         AT END
014020             SET LPY-EOF-DRVFILE TO TRUE
014030         NOT AT END
014106     CLOSE AUDITLOG-FILE
014107     PERFORM 9830-FLUSH-DISPOSITIONS THRU 9830-EXIT
014108     MOVE 2 TO RETURN-CODE
014109     PERFORM 9010-CHECK-MISSED-DEADLINES THRU 9010-EXIT
014110     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT
014111     DISPLAY 'LOOOPY0023I QUIESCED, RESTARTABLE - RESUBMIT TO'
014112         ' RESUME FROM THE CHECKPOINT'
014113     STOP RUN.
014114
014120 END PROGRAM looopy.
