000100*----------------------------------------------------------------
000110* RPTPURGE -  OFFLOAD AND PURGE THE REPORT ARCHIVE BY RUN DATE
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. RPTPURGE.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     RPTARCH FILES EVERY NIGHT'S REPORTS INTO THE INDEXED REPORT
000210*     ARCHIVE (RPTARCH) AND IT GROWS WITHOUT BOUND.  GIVEN A
000220*     RETENTION CUTOFF DATE (YYYYMMDD) ON THE PARM, THIS PROGRAM
000230*     READS THE ARCHIVE IN KEY ORDER AND MOVES EVERY RECORD OF
000240*     EVERY NIGHT OLDER THAN THE CUTOFF TO THE OFFLOAD FILE
000250*     (RPTOFFL, EXTENDED SO DATED OFFLOADS ACCUMULATE, IN THE
000260*     ARCHIVE'S OWN LAYOUT), AND REBUILDS THE ARCHIVE AS RPTANEW
000270*     WITH ONLY THE RETAINED NIGHTS.  IT IS DONE THE WAY AUDPURGE
000280*     AGES OUT THE AUDITLOG: THE COUNTS REPORT (READ, OFFLOADED,
000290*     RETAINED) MUST BALANCE AND EVERY WRITE MUST COME BACK CLEAN
000300*     BEFORE THE SCHEDULER MAY REPLACE RPTARCH WITH RPTANEW -
000310*     NOTHING IS EVER DELETED, ONLY OFFLOADED.
000320*
000330* MODIFICATION HISTORY.
000340*     DATE       INIT  DESCRIPTION
000350*     ---------- ----  ------------------------------------------
000360*     2026-10-15  RJT  ORIGINAL VERSION.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RPTARCH-FILE  ASSIGN TO RPTARCH
000430         ORGANIZATION IS INDEXED
000440         ACCESS IS SEQUENTIAL
000450         RECORD KEY IS RAR-KEY
000460         FILE STATUS IS RPP-RPTARCH-STATUS.
000470     SELECT OFFLOAD-FILE  ASSIGN TO RPTOFFL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RPP-RPTOFFL-STATUS.
000500     SELECT NEWARCH-FILE  ASSIGN TO RPTANEW
000510         ORGANIZATION IS INDEXED
000520         ACCESS IS SEQUENTIAL
000530         RECORD KEY IS NEW-KEY
000540         FILE STATUS IS RPP-RPTANEW-STATUS.
000550     SELECT REPORT-FILE   ASSIGN TO RPRGRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RPP-RPRGRPT-STATUS.
000580     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RPP-RUNLOG-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RPTARCH-FILE.
000650     COPY RPTARCC.
000660
000670 FD  OFFLOAD-FILE.
000680     COPY RPTARCC REPLACING ==RPTARCH-RECORD== BY
000690         ==OFFLOAD-RECORD== LEADING ==RAR== BY ==OFF==.
000700
000710 FD  NEWARCH-FILE.
000720     COPY RPTARCC REPLACING ==RPTARCH-RECORD== BY
000730         ==NEWARCH-RECORD== LEADING ==RAR== BY ==NEW==.
000740
000750 FD  REPORT-FILE.
000760 01  REPORT-TEXT-RECORD         PIC X(80).
000770 01  REPORT-COUNT-RECORD.
000780     05  RPT-COUNT-LABEL             PIC X(30).
000790     05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
000800     05  RPT-COUNT-FILLER            PIC X(43).
000810
000820 FD  RUNLOG-FILE.
000830     COPY RUNLOGC.
000840
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* FILE STATUS FIELDS AND SWITCHES
000880*----------------------------------------------------------------
000890 01  RPP-RPTARCH-STATUS           PIC X(02) VALUE '00'.
000900 01  RPP-RPTOFFL-STATUS           PIC X(02) VALUE '00'.
000910 01  RPP-RPTANEW-STATUS           PIC X(02) VALUE '00'.
000920 01  RPP-RPRGRPT-STATUS           PIC X(02) VALUE '00'.
000930 01  RPP-RUNLOG-STATUS            PIC X(02) VALUE '00'.
000940 01  RPP-EOF-SW                   PIC X(01) VALUE 'N'.
000950     88  RPP-EOF-RPTARCH                     VALUE 'Y'.
000960
000970*----------------------------------------------------------------
000980* CUTOFF DATE FROM THE PARM
000990*----------------------------------------------------------------
001000 01  RPP-PARM-STRING              PIC X(80) VALUE SPACES.
001010 01  RPP-CUTOFF-DATE              PIC X(08) VALUE SPACES.
001020 01  RPP-CUTOFF-NUMBER            PIC 9(08) VALUE ZERO.
001030
001040*----------------------------------------------------------------
001050* COUNTS FOR THE BALANCE PROOF
001060*----------------------------------------------------------------
001070 01  RPP-RECORDS-READ             PIC 9(07) VALUE ZERO.
001080 01  RPP-RECORDS-OFFLOADED        PIC 9(07) VALUE ZERO.
001090 01  RPP-RECORDS-RETAINED         PIC 9(07) VALUE ZERO.
001100 01  RPP-REPORTS-OFFLOADED        PIC 9(07) VALUE ZERO.
001110 01  RPP-REPORTS-RETAINED         PIC 9(07) VALUE ZERO.
001120 01  RPP-BALANCE-CHECK            PIC 9(07) VALUE ZERO.
001130 01  RPP-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001140
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001180     PERFORM 2000-READ-RPTARCH THRU 2000-EXIT
001190     PERFORM 3000-PURGE-ONE-RECORD THRU 3000-EXIT
001200         UNTIL RPP-EOF-RPTARCH
001210     PERFORM 8000-PROVE-BALANCE THRU 8000-EXIT
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT
001230     STOP RUN.
001240
001250*----------------------------------------------------------------
001260* 1000-INITIALIZE  -  VALIDATE THE CUTOFF PARM AND OPEN THE FILES
001270*----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     MOVE FUNCTION CURRENT-DATE TO RPP-START-TIMESTAMP
001300     ACCEPT RPP-PARM-STRING FROM COMMAND-LINE
001310     MOVE RPP-PARM-STRING (1:8) TO RPP-CUTOFF-DATE
001320     IF RPP-CUTOFF-DATE NOT NUMERIC
001330         GO TO 9800-ABEND-INVALID-PARM
001340     END-IF
001350     MOVE RPP-CUTOFF-DATE TO RPP-CUTOFF-NUMBER
001360     OPEN INPUT RPTARCH-FILE
001370     IF RPP-RPTARCH-STATUS NOT = '00'
001380         GO TO 9810-ABEND-RPTARCH-OPEN
001390     END-IF
001400     OPEN EXTEND OFFLOAD-FILE
001410     IF RPP-RPTOFFL-STATUS = '35'
001420         OPEN OUTPUT OFFLOAD-FILE
001430     END-IF
001440     IF RPP-RPTOFFL-STATUS NOT = '00'
001450         GO TO 9811-ABEND-RPTOFFL-OPEN
001460     END-IF
001470     OPEN OUTPUT NEWARCH-FILE
001480     IF RPP-RPTANEW-STATUS NOT = '00'
001490         GO TO 9812-ABEND-RPTANEW-OPEN
001500     END-IF
001510     OPEN OUTPUT REPORT-FILE
001520     IF RPP-RPRGRPT-STATUS NOT = '00'
001530         GO TO 9813-ABEND-RPRGRPT-OPEN
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001570
001580*----------------------------------------------------------------
001590* 2000-READ-RPTARCH  -  NEXT RECORD IN KEY ORDER
001600*----------------------------------------------------------------
001610 2000-READ-RPTARCH.
001620     READ RPTARCH-FILE NEXT RECORD
001630         AT END
001640             SET RPP-EOF-RPTARCH TO TRUE
001650         NOT AT END
001660             ADD 1 TO RPP-RECORDS-READ
001670     END-READ.
001680 2000-EXIT.
001690     EXIT.
001700
001710*----------------------------------------------------------------
001720* 3000-PURGE-ONE-RECORD  -  A NIGHT OLDER THAN THE CUTOFF GOES TO
001730*                           THE OFFLOAD, EVERY LATER NIGHT STAYS
001740*                           ON THE REBUILT ARCHIVE.  THE RUN DATE
001750*                           LEADS THE KEY, SO A NIGHT'S REPORTS
001760*                           ARE NEVER SPLIT BETWEEN THE TWO.
001770*----------------------------------------------------------------
001780 3000-PURGE-ONE-RECORD.
001790     IF RAR-RUN-DATE < RPP-CUTOFF-NUMBER
001800         PERFORM 3100-OFFLOAD-RECORD THRU 3100-EXIT
001810     ELSE
001820         PERFORM 3200-RETAIN-RECORD THRU 3200-EXIT
001830     END-IF
001840     PERFORM 2000-READ-RPTARCH THRU 2000-EXIT.
001850 3000-EXIT.
001860     EXIT.
001870
001880 3100-OFFLOAD-RECORD.
001890     MOVE RPTARCH-RECORD TO OFFLOAD-RECORD
001900     WRITE OFFLOAD-RECORD
001910     IF RPP-RPTOFFL-STATUS NOT = '00'
001920         GO TO 9820-ABEND-WRITE-FAILED
001930     END-IF
001940     ADD 1 TO RPP-RECORDS-OFFLOADED
001950     IF RAR-INDEX-ENTRY
001960         ADD 1 TO RPP-REPORTS-OFFLOADED
001970     END-IF.
001980 3100-EXIT.
001990     EXIT.
002000
002010 3200-RETAIN-RECORD.
002020     MOVE RPTARCH-RECORD TO NEWARCH-RECORD
002030     WRITE NEWARCH-RECORD
002040         INVALID KEY
002050             GO TO 9820-ABEND-WRITE-FAILED
002060     END-WRITE
002070     IF RPP-RPTANEW-STATUS NOT = '00'
002080         GO TO 9820-ABEND-WRITE-FAILED
002090     END-IF
002100     ADD 1 TO RPP-RECORDS-RETAINED
002110     IF RAR-INDEX-ENTRY
002120         ADD 1 TO RPP-REPORTS-RETAINED
002130     END-IF.
002140 3200-EXIT.
002150     EXIT.
002160
002170*----------------------------------------------------------------
002180* 8000-PROVE-BALANCE  -  THE COUNTS REPORT, AND THE PROOF THE
002190*                        SCHEDULER NEEDS BEFORE IT MAY REPLACE
002200*                        RPTARCH WITH RPTANEW - READ MUST EQUAL
002210*                        OFFLOADED PLUS RETAINED
002220*----------------------------------------------------------------
002230 8000-PROVE-BALANCE.
002240     MOVE 'LOOOPY REPORT ARCHIVE OFFLOAD/PURGE CONTROL TOTALS'
002250         TO REPORT-TEXT-RECORD
002260     WRITE REPORT-TEXT-RECORD
002270     MOVE SPACES TO REPORT-TEXT-RECORD
002280     MOVE 'CUTOFF DATE (EXCLUSIVE)' TO REPORT-TEXT-RECORD (1:30)
002290     MOVE RPP-CUTOFF-DATE TO REPORT-TEXT-RECORD (31:8)
002300     WRITE REPORT-TEXT-RECORD
002310     MOVE SPACES TO REPORT-COUNT-RECORD
002320     MOVE 'RPTARCH RECORDS READ' TO RPT-COUNT-LABEL
002330     MOVE RPP-RECORDS-READ TO RPT-COUNT-VALUE
002340     WRITE REPORT-COUNT-RECORD
002350     MOVE SPACES TO REPORT-COUNT-RECORD
002360     MOVE 'RECORDS OFFLOADED' TO RPT-COUNT-LABEL
002370     MOVE RPP-RECORDS-OFFLOADED TO RPT-COUNT-VALUE
002380     WRITE REPORT-COUNT-RECORD
002390     MOVE SPACES TO REPORT-COUNT-RECORD
002400     MOVE 'RECORDS RETAINED' TO RPT-COUNT-LABEL
002410     MOVE RPP-RECORDS-RETAINED TO RPT-COUNT-VALUE
002420     WRITE REPORT-COUNT-RECORD
002430     MOVE SPACES TO REPORT-COUNT-RECORD
002440     MOVE 'REPORTS OFFLOADED' TO RPT-COUNT-LABEL
002450     MOVE RPP-REPORTS-OFFLOADED TO RPT-COUNT-VALUE
002460     WRITE REPORT-COUNT-RECORD
002470     MOVE SPACES TO REPORT-COUNT-RECORD
002480     MOVE 'REPORTS RETAINED' TO RPT-COUNT-LABEL
002490     MOVE RPP-REPORTS-RETAINED TO RPT-COUNT-VALUE
002500     WRITE REPORT-COUNT-RECORD
002510     COMPUTE RPP-BALANCE-CHECK =
002520         RPP-RECORDS-OFFLOADED + RPP-RECORDS-RETAINED
002530     IF RPP-BALANCE-CHECK = RPP-RECORDS-READ
002540         MOVE 'BALANCED - RPTANEW MAY REPLACE RPTARCH'
002550             TO REPORT-TEXT-RECORD
002560         WRITE REPORT-TEXT-RECORD
002570     ELSE
002580         MOVE 'OUT OF BALANCE - DO NOT REPLACE RPTARCH'
002590             TO REPORT-TEXT-RECORD
002600         WRITE REPORT-TEXT-RECORD
002610         DISPLAY 'RPTPURGE0006E COUNTS OUT OF BALANCE - READ '
002620             RPP-RECORDS-READ ' OFFLOADED ' RPP-RECORDS-OFFLOADED
002630             ' RETAINED ' RPP-RECORDS-RETAINED
002640         MOVE 16 TO RETURN-CODE
002650     END-IF.
002660 8000-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
002710*                         RUN-CONTROL LOG FOR THE MORNING STATUS
002720*                         BOARD.  A LOG FAILURE IS WARNED, NOT
002730*                         FATAL.
002740*----------------------------------------------------------------
002750 8900-WRITE-STEP-LOG.
002760     OPEN EXTEND RUNLOG-FILE
002770     IF RPP-RUNLOG-STATUS = '35'
002780         OPEN OUTPUT RUNLOG-FILE
002790     END-IF
002800     IF RPP-RUNLOG-STATUS NOT = '00'
002810         DISPLAY 'RPTPURGE0008W RUNLOG OPEN FAILED, STATUS = '
002820             RPP-RUNLOG-STATUS ' - STEP NOT LOGGED'
002830         GO TO 8900-EXIT
002840     END-IF
002850     MOVE SPACES TO RUNLOG-RECORD
002860     MOVE 'RPTPURGE' TO RNL-PROGRAM-ID
002870     MOVE RPP-START-TIMESTAMP TO RNL-START-TIMESTAMP
002880     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
002890     MOVE RETURN-CODE TO RNL-RETURN-CODE
002900     MOVE RPP-RECORDS-READ TO RNL-RECORDS-READ
002910     MOVE RPP-BALANCE-CHECK TO RNL-RECORDS-WRITTEN
002920     MOVE RPP-RECORDS-OFFLOADED TO RNL-KEY-COUNT
002930     MOVE 'RECORDS OFFLOADED' TO RNL-KEY-LABEL
002940     WRITE RUNLOG-RECORD
002950     CLOSE RUNLOG-FILE.
002960 8900-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000* 9000-TERMINATE
003010*----------------------------------------------------------------
003020 9000-TERMINATE.
003030     CLOSE RPTARCH-FILE
003040     CLOSE OFFLOAD-FILE
003050     CLOSE NEWARCH-FILE
003060     CLOSE REPORT-FILE
003070     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
003080 9000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120* 9800-ABEND-INVALID-PARM  -  NO USABLE CUTOFF DATE - OFFLOADING
003130*                             ON A GUESSED DATE COULD STRIP THE
003140*                             ARCHIVE, SO FAIL THE STEP BEFORE
003150*                             ANY FILE IS TOUCHED
003160*----------------------------------------------------------------
003170 9800-ABEND-INVALID-PARM.
003180     DISPLAY 'RPTPURGE0001E CUTOFF DATE PARM MISSING OR NOT'
003190         ' YYYYMMDD'
003200     MOVE 16 TO RETURN-CODE
003210     STOP RUN.
003220
003230*----------------------------------------------------------------
003240* 9810-ABEND-RPTARCH-OPEN  -  RPTARCH-FILE COULD NOT BE OPENED
003250*----------------------------------------------------------------
003260 9810-ABEND-RPTARCH-OPEN.
003270     DISPLAY 'RPTPURGE0002E RPTARCH-FILE OPEN FAILED, STATUS = '
003280         RPP-RPTARCH-STATUS
003290     MOVE 16 TO RETURN-CODE
003300     STOP RUN.
003310
003320*----------------------------------------------------------------
003330* 9811-ABEND-RPTOFFL-OPEN  -  OFFLOAD-FILE COULD NOT BE OPENED
003340*----------------------------------------------------------------
003350 9811-ABEND-RPTOFFL-OPEN.
003360     DISPLAY 'RPTPURGE0003E OFFLOAD-FILE OPEN FAILED, STATUS = '
003370         RPP-RPTOFFL-STATUS
003380     CLOSE RPTARCH-FILE
003390     MOVE 16 TO RETURN-CODE
003400     STOP RUN.
003410
003420*----------------------------------------------------------------
003430* 9812-ABEND-RPTANEW-OPEN  -  NEWARCH-FILE COULD NOT BE OPENED
003440*----------------------------------------------------------------
003450 9812-ABEND-RPTANEW-OPEN.
003460     DISPLAY 'RPTPURGE0004E NEWARCH-FILE OPEN FAILED, STATUS = '
003470         RPP-RPTANEW-STATUS
003480     CLOSE RPTARCH-FILE
003490     CLOSE OFFLOAD-FILE
003500     MOVE 16 TO RETURN-CODE
003510     STOP RUN.
003520
003530*----------------------------------------------------------------
003540* 9813-ABEND-RPRGRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED -
003550*                             WITHOUT THE BALANCE PROOF THE SWAP
003560*                             MUST NOT HAPPEN, SO FAIL THE STEP
003570*----------------------------------------------------------------
003580 9813-ABEND-RPRGRPT-OPEN.
003590     DISPLAY 'RPTPURGE0005E REPORT-FILE OPEN FAILED, STATUS = '
003600         RPP-RPRGRPT-STATUS
003610     CLOSE RPTARCH-FILE
003620     CLOSE OFFLOAD-FILE
003630     CLOSE NEWARCH-FILE
003640     MOVE 16 TO RETURN-CODE
003650     STOP RUN.
003660
003670*----------------------------------------------------------------
003680* 9820-ABEND-WRITE-FAILED  -  AN OFFLOAD OR RPTANEW WRITE CAME
003690*                             BACK BAD - THE OUTPUT CANNOT BE
003700*                             TRUSTED, SO FAIL THE STEP AND LEAVE
003710*                             RPTARCH UNTOUCHED
003720*----------------------------------------------------------------
003730 9820-ABEND-WRITE-FAILED.
003740     DISPLAY 'RPTPURGE0007E OFFLOAD/RPTANEW WRITE FAILED, OFFL = '
003750         RPP-RPTOFFL-STATUS ' NEW = ' RPP-RPTANEW-STATUS
003760     CLOSE RPTARCH-FILE
003770     CLOSE OFFLOAD-FILE
003780     CLOSE NEWARCH-FILE
003790     CLOSE REPORT-FILE
003800     MOVE 16 TO RETURN-CODE
003810     STOP RUN.
003820
003830 END PROGRAM RPTPURGE.
