000100*----------------------------------------------------------------
000110* RPTRETRV -  REPORT ARCHIVE LISTING AND REPRINT
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. RPTRETRV.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     ON-REQUEST RETRIEVAL FROM THE NIGHT REPORT ARCHIVE THAT
000210*     RPTARCH FILES AT THE END OF EACH NIGHT STREAM.  THE PARM
000220*     SELECTS THE ACTION:
000230*         'LIST yyyymmdd [yyyymmdd]'   LIST WHAT IS ARCHIVED FOR
000240*                                      THE NIGHTS IN THE RANGE
000250*                                      (ONE NIGHT IF NO END DATE)
000260*         'PRINT yyyymmdd program'     REPRINT ONE PROGRAM'S
000270*                                      REPORT FOR THAT NIGHT
000280*         'NIGHT yyyymmdd'             REPRINT EVERY REPORT
000290*                                      ARCHIVED FOR THAT NIGHT
000300*     THE LISTING READS ONLY THE PAGE-ZERO INDEX ENTRIES,
000310*     STARTING PAST EACH PROGRAM'S REPORT LINES ONCE ITS ENTRY
000320*     IS LISTED.  A REPRINT WRITES A BANNER NAMING THE PROGRAM,
000330*     REPORT DD, NIGHT AND STEP RETURN CODE, THEN THE REPORT
000340*     LINES EXACTLY AS THEY WERE PRINTED.  A NIGHT IS REPRINTED
000350*     IN PROGRAM-NAME ORDER, THE ORDER OF THE ARCHIVE KEY.  A
000360*     REPORT THAT RPTARCH FOUND MISSING IS NOTED AND ENDS THE
000370*     STEP RC=4; NOTHING ON THE ARCHIVE FOR THE REQUEST ENDS IT
000380*     RC=8.
000390*
000400* MODIFICATION HISTORY.
000410*     DATE       INIT  DESCRIPTION
000420*     ---------- ----  ------------------------------------------
000430*     2026-10-15  RJT  ORIGINAL VERSION.
000440*----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RPTARCH-FILE  ASSIGN TO RPTARCH
000500         ORGANIZATION IS INDEXED
000510         ACCESS IS DYNAMIC
000520         RECORD KEY IS RAR-KEY
000530         FILE STATUS IS RPV-RPTARCH-STATUS.
000540     SELECT REPORT-FILE   ASSIGN TO RTRVRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RPV-RTRVRPT-STATUS.
000570     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RPV-RUNLOG-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RPTARCH-FILE.
000640     COPY RPTARCC.
000650
000660*----------------------------------------------------------------
000670* REPORT-FILE CARRIES THREE ALTERNATE RECORD VIEWS OVER THE SAME
000680* BUFFER - HEADING, BANNER AND REPRINTED TEXT, THE EDITED LIST
000690* LINE, AND THE CONTROL TOTALS
000700*----------------------------------------------------------------
000710 FD  REPORT-FILE.
000720 01  REPORT-TEXT-RECORD         PIC X(80).
000730 01  REPORT-DETAIL-RECORD.
000740     05  RVD-RUN-DATE                PIC X(08).
000750     05  RVD-FILLER-1                PIC X(02).
000760     05  RVD-PROGRAM-ID              PIC X(08).
000770     05  RVD-FILLER-2                PIC X(02).
000780     05  RVD-REPORT-DD               PIC X(08).
000790     05  RVD-FILLER-3                PIC X(02).
000800     05  RVD-STATUS                  PIC X(08).
000810     05  RVD-FILLER-4                PIC X(02).
000820     05  RVD-STEP-RC                 PIC X(02).
000830     05  RVD-FILLER-5                PIC X(02).
000840     05  RVD-LINE-COUNT              PIC ZZZZZZ9.
000850     05  RVD-FILLER-6                PIC X(02).
000860     05  RVD-PAGE-COUNT              PIC ZZZZ9.
000870     05  RVD-FILLER-7                PIC X(02).
000880     05  RVD-ARCHIVED-TIMESTAMP      PIC X(14).
000890     05  RVD-FILLER-8                PIC X(04).
000900 01  REPORT-COUNT-RECORD.
000910     05  RPT-COUNT-LABEL             PIC X(30).
000920     05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
000930     05  RPT-COUNT-FILLER            PIC X(43).
000940
000950 FD  RUNLOG-FILE.
000960     COPY RUNLOGC.
000970
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000* FILE STATUS FIELDS AND SWITCHES
001010*----------------------------------------------------------------
001020 01  RPV-RPTARCH-STATUS           PIC X(02) VALUE '00'.
001030 01  RPV-RTRVRPT-STATUS           PIC X(02) VALUE '00'.
001040 01  RPV-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001050 01  RPV-EOF-ARCHIVE-SW           PIC X(01) VALUE 'N'.
001060     88  RPV-EOF-ARCHIVE                     VALUE 'Y'.
001070
001080*----------------------------------------------------------------
001090* PARM FIELDS - VERB, NIGHT, AND THE END DATE OR PROGRAM
001100*----------------------------------------------------------------
001110 01  RPV-PARM-STRING              PIC X(80) VALUE SPACES.
001120 01  RPV-PARM-VERB                PIC X(05) VALUE SPACES.
001130     88  RPV-LIST-REQUEST                    VALUE 'LIST'.
001140     88  RPV-PRINT-REQUEST                   VALUE 'PRINT'.
001150     88  RPV-NIGHT-REQUEST                   VALUE 'NIGHT'.
001160 01  RPV-PARM-DATE                PIC X(08) VALUE SPACES.
001170 01  RPV-PARM-SECOND              PIC X(08) VALUE SPACES.
001180 01  RPV-FROM-DATE                PIC 9(08) VALUE ZERO.
001190 01  RPV-TO-DATE                  PIC 9(08) VALUE ZERO.
001200 01  RPV-PROGRAM-ID               PIC X(08) VALUE SPACES.
001210 01  RPV-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001220
001230*----------------------------------------------------------------
001240* CONTROL TOTALS
001250*----------------------------------------------------------------
001260 01  RPV-RECORDS-READ             PIC 9(07) VALUE ZERO.
001270 01  RPV-LINES-REPRINTED          PIC 9(07) VALUE ZERO.
001280 01  RPV-REPORTS-FOUND            PIC 9(05) VALUE ZERO.
001290 01  RPV-REPORTS-MISSING          PIC 9(05) VALUE ZERO.
001300
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001340     PERFORM 2000-START-AT-REQUEST THRU 2000-EXIT
001350     IF RPV-LIST-REQUEST
001360         PERFORM 3000-LIST-ONE-ENTRY THRU 3000-EXIT
001370             UNTIL RPV-EOF-ARCHIVE
001380     ELSE
001390         PERFORM 4000-REPRINT-ONE-RECORD THRU 4000-EXIT
001400             UNTIL RPV-EOF-ARCHIVE
001410     END-IF
001420     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001430     PERFORM 9000-TERMINATE THRU 9000-EXIT
001440     STOP RUN.
001450
001460*----------------------------------------------------------------
001470* 1000-INITIALIZE  -  PARSE AND VALIDATE THE PARM, OPEN THE
001480*                     ARCHIVE AND THE REPORT, AND WRITE THE
001490*                     REPORT HEADING
001500*----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     MOVE FUNCTION CURRENT-DATE TO RPV-START-TIMESTAMP
001530     ACCEPT RPV-PARM-STRING FROM COMMAND-LINE
001540     UNSTRING RPV-PARM-STRING DELIMITED BY ALL SPACES
001550         INTO RPV-PARM-VERB
001560              RPV-PARM-DATE
001570              RPV-PARM-SECOND
001580     END-UNSTRING
001590     IF RPV-PARM-DATE IS NUMERIC
001600         MOVE RPV-PARM-DATE TO RPV-FROM-DATE
001610         MOVE RPV-PARM-DATE TO RPV-TO-DATE
001620     ELSE
001630         GO TO 9800-ABEND-INVALID-PARM
001640     END-IF
001642     IF FUNCTION TEST-DATE-YYYYMMDD(RPV-FROM-DATE) NOT = ZERO
001644         GO TO 9800-ABEND-INVALID-PARM
001646     END-IF
001650     EVALUATE TRUE
001660         WHEN RPV-LIST-REQUEST
001670             IF RPV-PARM-SECOND NOT = SPACES
001680                 IF RPV-PARM-SECOND IS NUMERIC
001690                     MOVE RPV-PARM-SECOND TO RPV-TO-DATE
001692                     IF FUNCTION TEST-DATE-YYYYMMDD(RPV-TO-DATE)
001694                        NOT = ZERO
001696                         GO TO 9800-ABEND-INVALID-PARM
001698                     END-IF
001700                 ELSE
001710                     GO TO 9800-ABEND-INVALID-PARM
001720                 END-IF
001730             END-IF
001740             IF RPV-TO-DATE < RPV-FROM-DATE
001750                 GO TO 9800-ABEND-INVALID-PARM
001760             END-IF
001770         WHEN RPV-PRINT-REQUEST
001780             IF RPV-PARM-SECOND = SPACES
001790                 GO TO 9800-ABEND-INVALID-PARM
001800             END-IF
001810             MOVE RPV-PARM-SECOND TO RPV-PROGRAM-ID
001820         WHEN RPV-NIGHT-REQUEST
001830             CONTINUE
001840         WHEN OTHER
001850             GO TO 9800-ABEND-INVALID-PARM
001860     END-EVALUATE
001870     OPEN INPUT RPTARCH-FILE
001880     IF RPV-RPTARCH-STATUS NOT = '00'
001890         GO TO 9810-ABEND-RPTARCH-OPEN
001900     END-IF
001910     OPEN OUTPUT REPORT-FILE
001920     IF RPV-RTRVRPT-STATUS NOT = '00'
001930         GO TO 9812-ABEND-RTRVRPT-OPEN
001940     END-IF
001950     MOVE 'LOOOPY REPORT ARCHIVE RETRIEVAL - '
001960         TO REPORT-TEXT-RECORD
001970     MOVE RPV-PARM-STRING TO REPORT-TEXT-RECORD (35:46)
001980     WRITE REPORT-TEXT-RECORD
001990     IF RPV-LIST-REQUEST
002000         MOVE 'RUN DATE  PROGRAM   REPORT    STATUS    RC'
002010             TO REPORT-TEXT-RECORD
002020         MOVE 'LINES  PAGES  ARCHIVED AT'
002030             TO REPORT-TEXT-RECORD (47:25)
002040         WRITE REPORT-TEXT-RECORD
002050     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------
002100* 2000-START-AT-REQUEST  -  POSITION AT THE FIRST KEY OF THE
002110*                           REQUEST - THE NIGHT'S FIRST PROGRAM,
002120*                           OR THE NAMED PROGRAM'S INDEX ENTRY
002130*----------------------------------------------------------------
002140 2000-START-AT-REQUEST.
002150     MOVE RPV-FROM-DATE TO RAR-RUN-DATE
002160     IF RPV-PRINT-REQUEST
002170         MOVE RPV-PROGRAM-ID TO RAR-PROGRAM-ID
002180     ELSE
002190         MOVE LOW-VALUES TO RAR-PROGRAM-ID
002200     END-IF
002210     MOVE ZERO TO RAR-PAGE-NUMBER RAR-LINE-NUMBER
002220     START RPTARCH-FILE KEY NOT < RAR-KEY
002230         INVALID KEY
002240             SET RPV-EOF-ARCHIVE TO TRUE
002250     END-START.
002260 2000-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------
002300* 3000-LIST-ONE-ENTRY  -  ONE PROGRAM'S INDEX ENTRY TO THE
002310*                         LISTING, THEN START PAST ITS REPORT
002320*                         LINES TO THE NEXT PROGRAM
002330*----------------------------------------------------------------
002340 3000-LIST-ONE-ENTRY.
002350     READ RPTARCH-FILE NEXT RECORD
002360         AT END
002370             SET RPV-EOF-ARCHIVE TO TRUE
002380     END-READ
002390     IF RPV-EOF-ARCHIVE
002400         GO TO 3000-EXIT
002410     END-IF
002420     ADD 1 TO RPV-RECORDS-READ
002430     IF RAR-RUN-DATE > RPV-TO-DATE
002440         SET RPV-EOF-ARCHIVE TO TRUE
002450         GO TO 3000-EXIT
002460     END-IF
002470     IF RAR-INDEX-ENTRY
002480         PERFORM 3100-WRITE-LIST-LINE THRU 3100-EXIT
002490     END-IF
002500     MOVE 99999 TO RAR-PAGE-NUMBER
002510     MOVE 999 TO RAR-LINE-NUMBER
002520     START RPTARCH-FILE KEY > RAR-KEY
002530         INVALID KEY
002540             SET RPV-EOF-ARCHIVE TO TRUE
002550     END-START.
002560 3000-EXIT.
002570     EXIT.
002580
002590 3100-WRITE-LIST-LINE.
002600     MOVE SPACES TO REPORT-DETAIL-RECORD
002610     MOVE RAR-RUN-DATE TO RVD-RUN-DATE
002620     MOVE RAR-PROGRAM-ID TO RVD-PROGRAM-ID
002630     MOVE RAR-REPORT-DD TO RVD-REPORT-DD
002640     IF RAR-STEP-WAS-LOGGED
002650         MOVE RAR-STEP-RC TO RVD-STEP-RC
002660     ELSE
002670         MOVE '--' TO RVD-STEP-RC
002680     END-IF
002690     MOVE RAR-LINE-COUNT TO RVD-LINE-COUNT
002700     MOVE RAR-PAGE-COUNT TO RVD-PAGE-COUNT
002710     MOVE RAR-ARCHIVED-TIMESTAMP TO RVD-ARCHIVED-TIMESTAMP
002720     IF RAR-REPORT-MISSING
002730         MOVE '*MISSING' TO RVD-STATUS
002740         ADD 1 TO RPV-REPORTS-MISSING
002750     ELSE
002760         MOVE 'ARCHIVED' TO RVD-STATUS
002770     END-IF
002780     WRITE REPORT-DETAIL-RECORD
002790     ADD 1 TO RPV-REPORTS-FOUND.
002800 3100-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------
002840* 4000-REPRINT-ONE-RECORD  -  READ FORWARD UNTIL THE KEY LEAVES
002850*                             THE NIGHT, OR THE PROGRAM FOR A
002860*                             SINGLE REPORT.  AN INDEX ENTRY
002870*                             STARTS A REPORT WITH ITS BANNER;
002880*                             EVERY OTHER RECORD IS A LINE OF IT.
002890*----------------------------------------------------------------
002900 4000-REPRINT-ONE-RECORD.
002910     READ RPTARCH-FILE NEXT RECORD
002920         AT END
002930             SET RPV-EOF-ARCHIVE TO TRUE
002940     END-READ
002950     IF RPV-EOF-ARCHIVE
002960         GO TO 4000-EXIT
002970     END-IF
002980     ADD 1 TO RPV-RECORDS-READ
002990     IF RAR-RUN-DATE NOT = RPV-FROM-DATE
003000         SET RPV-EOF-ARCHIVE TO TRUE
003010         GO TO 4000-EXIT
003020     END-IF
003030     IF RPV-PRINT-REQUEST
003040        AND RAR-PROGRAM-ID NOT = RPV-PROGRAM-ID
003050         SET RPV-EOF-ARCHIVE TO TRUE
003060         GO TO 4000-EXIT
003070     END-IF
003080     IF RAR-INDEX-ENTRY
003090         PERFORM 4100-WRITE-BANNER THRU 4100-EXIT
003100         GO TO 4000-EXIT
003110     END-IF
003120     MOVE RAR-LINE-TEXT TO REPORT-TEXT-RECORD
003130     WRITE REPORT-TEXT-RECORD
003140     ADD 1 TO RPV-LINES-REPRINTED.
003150 4000-EXIT.
003160     EXIT.
003170
003180 4100-WRITE-BANNER.
003190     ADD 1 TO RPV-REPORTS-FOUND
003200     MOVE SPACES TO REPORT-TEXT-RECORD
003210     WRITE REPORT-TEXT-RECORD
003220     STRING '==== ' RAR-PROGRAM-ID
003230            '  REPORT DD ' RAR-REPORT-DD
003240            '  NIGHT OF ' RAR-RUN-DATE
003250            '  STEP RC '
003260         DELIMITED BY SIZE INTO REPORT-TEXT-RECORD
003270     END-STRING
003280     IF RAR-STEP-WAS-LOGGED
003290         MOVE RAR-STEP-RC TO REPORT-TEXT-RECORD (63:2)
003300     ELSE
003310         MOVE '--' TO REPORT-TEXT-RECORD (63:2)
003320     END-IF
003330     MOVE ' ====' TO REPORT-TEXT-RECORD (65:5)
003340     WRITE REPORT-TEXT-RECORD
003350     IF RAR-REPORT-MISSING
003360         MOVE '*** NO REPORT WAS FOUND ON THE DD WHEN THIS NIGHT'
003370             TO REPORT-TEXT-RECORD
003380         MOVE ' WAS ARCHIVED ***' TO REPORT-TEXT-RECORD (50:17)
003390         WRITE REPORT-TEXT-RECORD
003400         ADD 1 TO RPV-REPORTS-MISSING
003410     END-IF.
003420 4100-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460* 8000-WRITE-TOTALS  -  THE RETRIEVAL COUNTS, RC=4 WHEN A REPORT
003470*                       WAS MISSING AND RC=8 WHEN NOTHING ON THE
003480*                       ARCHIVE MATCHED THE REQUEST
003490*----------------------------------------------------------------
003500 8000-WRITE-TOTALS.
003510     MOVE SPACES TO REPORT-TEXT-RECORD
003520     WRITE REPORT-TEXT-RECORD
003530     MOVE SPACES TO REPORT-COUNT-RECORD
003540     MOVE 'REPORTS FOUND' TO RPT-COUNT-LABEL
003550     MOVE RPV-REPORTS-FOUND TO RPT-COUNT-VALUE
003560     WRITE REPORT-COUNT-RECORD
003570     MOVE SPACES TO REPORT-COUNT-RECORD
003580     MOVE 'REPORTS MISSING' TO RPT-COUNT-LABEL
003590     MOVE RPV-REPORTS-MISSING TO RPT-COUNT-VALUE
003600     WRITE REPORT-COUNT-RECORD
003610     IF NOT RPV-LIST-REQUEST
003620         MOVE SPACES TO REPORT-COUNT-RECORD
003630         MOVE 'LINES REPRINTED' TO RPT-COUNT-LABEL
003640         MOVE RPV-LINES-REPRINTED TO RPT-COUNT-VALUE
003650         WRITE REPORT-COUNT-RECORD
003660     END-IF
003670     IF RPV-REPORTS-FOUND = ZERO
003680        AND RPV-LINES-REPRINTED = ZERO
003690         DISPLAY 'RPTRETRV0004W NOTHING ON THE ARCHIVE FOR '
003700             RPV-PARM-STRING (1:40)
003710         MOVE 8 TO RETURN-CODE
003720         GO TO 8000-EXIT
003730     END-IF
003740     IF RPV-REPORTS-MISSING > ZERO
003750         DISPLAY 'RPTRETRV0005W ' RPV-REPORTS-MISSING
003760             ' REPORT(S) WERE MISSING WHEN ARCHIVED'
003770         MOVE 4 TO RETURN-CODE
003780     END-IF.
003790 8000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
003840*                         RUN-CONTROL LOG FOR THE MORNING STATUS
003850*                         BOARD.  A LOG FAILURE IS WARNED, NOT
003860*                         FATAL.
003870*----------------------------------------------------------------
003880 8900-WRITE-STEP-LOG.
003890     OPEN EXTEND RUNLOG-FILE
003900     IF RPV-RUNLOG-STATUS = '35'
003910         OPEN OUTPUT RUNLOG-FILE
003920     END-IF
003930     IF RPV-RUNLOG-STATUS NOT = '00'
003940         DISPLAY 'RPTRETRV0006W RUNLOG OPEN FAILED, STATUS = '
003950             RPV-RUNLOG-STATUS ' - STEP NOT LOGGED'
003960         GO TO 8900-EXIT
003970     END-IF
003980     MOVE SPACES TO RUNLOG-RECORD
003990     MOVE 'RPTRETRV' TO RNL-PROGRAM-ID
004000     MOVE RPV-START-TIMESTAMP TO RNL-START-TIMESTAMP
004010     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
004020     MOVE RETURN-CODE TO RNL-RETURN-CODE
004030     MOVE RPV-RECORDS-READ TO RNL-RECORDS-READ
004040     MOVE RPV-LINES-REPRINTED TO RNL-RECORDS-WRITTEN
004050     MOVE RPV-REPORTS-FOUND TO RNL-KEY-COUNT
004060     MOVE 'REPORTS RETRIEVED' TO RNL-KEY-LABEL
004070     WRITE RUNLOG-RECORD
004080     CLOSE RUNLOG-FILE.
004090 8900-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 9000-TERMINATE
004140*----------------------------------------------------------------
004150 9000-TERMINATE.
004160     CLOSE RPTARCH-FILE
004170     CLOSE REPORT-FILE
004180     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
004190 9000-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230* 9800-ABEND-INVALID-PARM  -  NO USABLE REQUEST - REPRINTING THE
004240*                             WRONG NIGHT FOR AN AUDITOR IS WORSE
004250*                             THAN REPRINTING NOTHING
004260*----------------------------------------------------------------
004270 9800-ABEND-INVALID-PARM.
004280     DISPLAY 'RPTRETRV0001E PARM MUST BE LIST YYYYMMDD'
004290         ' [YYYYMMDD], PRINT YYYYMMDD PROGRAM, OR NIGHT YYYYMMDD'
004300     MOVE 16 TO RETURN-CODE
004310     STOP RUN.
004320
004330*----------------------------------------------------------------
004340* 9810-ABEND-RPTARCH-OPEN  -  RPTARCH-FILE COULD NOT BE OPENED
004350*----------------------------------------------------------------
004360 9810-ABEND-RPTARCH-OPEN.
004370     DISPLAY 'RPTRETRV0002E RPTARCH-FILE OPEN FAILED, STATUS = '
004380         RPV-RPTARCH-STATUS
004390     MOVE 16 TO RETURN-CODE
004400     STOP RUN.
004410
004420*----------------------------------------------------------------
004430* 9812-ABEND-RTRVRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED -
004440*                             FAIL THE STEP RATHER THAN ABEND
004450*                             UNCONTROLLED ON THE FIRST WRITE
004460*----------------------------------------------------------------
004470 9812-ABEND-RTRVRPT-OPEN.
004480     DISPLAY 'RPTRETRV0003E REPORT-FILE OPEN FAILED, STATUS = '
004490         RPV-RTRVRPT-STATUS
004500     CLOSE RPTARCH-FILE
004510     MOVE 16 TO RETURN-CODE
004520     STOP RUN.
004530
004540 END PROGRAM RPTRETRV.
