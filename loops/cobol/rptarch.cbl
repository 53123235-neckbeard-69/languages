000100*----------------------------------------------------------------
000110* RPTARCH  -  END-OF-NIGHT REPORT ARCHIVE
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. RPTARCH.
000140 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000150 INSTALLATION. LOOOPS-DEVELOPMENT.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*----------------------------------------------------------------
000190* REMARKS.
000200*     EVERY PROGRAM IN THE SUITE OVERWRITES ITS REPORT DD EACH
000210*     NIGHT, SO ONCE THE NEXT NIGHT HAS RUN NOTHING SHOWS WHAT A
000220*     REPORT SAID UNLESS SOMEONE KEPT THE SYSOUT.  THIS PROGRAM
000230*     IS THE LAST STEP OF THE NIGHT STREAM, AFTER RUNSTAT.  IT
000240*     FILES EACH OF THE NIGHT'S REPORTS INTO THE INDEXED REPORT
000250*     ARCHIVE (RPTARCH, LAYOUT RPTARCC) KEYED ON RUN DATE,
000260*     PROGRAM AND PAGE, AND WRITES ONE INDEX ENTRY PER PROGRAM
000270*     TAGGED WITH THAT STEP'S RETURN CODE FROM THE NIGHT'S RUNLOG.
000280*     THE NIGHT IS CHOSEN THE WAY RUNSTAT CHOOSES IT:
000290*         PARM = 'YYYYMMDD'   ARCHIVE THE STEPS STARTED THAT DAY
000300*     AN EMPTY PARM TAKES THE LATEST START DATE ON THE LOG.
000310*     THE REPORT TABLE BELOW NAMES EACH PROGRAM, ITS REPORT DD,
000320*     AND WHETHER THE STEP IS REQUIRED EVERY NIGHT, AS RUNSTAT'S
000330*     STEP TABLE DOES:
000340*       - A STEP WITH A RUNLOG RECORD THAT NIGHT HAS ITS REPORT
000350*         ARCHIVED.  IF ITS REPORT IS ABSENT IT IS NOTED MISSING
000360*         ON THE ARCHIVE AND FLAGGED.
000370*       - A REQUIRED STEP WITH NO RUNLOG RECORD MOST LIKELY
000380*         ABENDED.  WHATEVER REPORT IT LEFT IS ARCHIVED AND
000390*         FLAGGED, OR NOTED MISSING AND FLAGGED.
000400*       - AN OPTIONAL STEP WITH NO RUNLOG RECORD DID NOT RUN.  ANY
000410*         REPORT ON ITS DD IS FROM ANOTHER NIGHT AND IS NOT
000420*         ARCHIVED AGAIN.
000430*     ARCHIVING A NIGHT A SECOND TIME FIRST REMOVES WHAT THE
000440*     EARLIER RUN FILED FOR EACH PROGRAM, SO A RERUN REPLACES THE
000450*     NIGHT RATHER THAN FAILING ON DUPLICATE KEYS.  THE STEP ENDS
000460*     RC=4 WHEN ANY REPORT IS FLAGGED.  RPTRETRV LISTS AND
000470*     REPRINTS THE ARCHIVE; RPTPURGE AGES IT OUT.
000480*
000490* MODIFICATION HISTORY.
000500*     DATE       INIT  DESCRIPTION
000510*     ---------- ----  ------------------------------------------
000520*     2026-10-15  RJT  ORIGINAL VERSION.
000530*----------------------------------------------------------------
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RPA-RUNLOG-STATUS.
000610     SELECT RPTARCH-FILE  ASSIGN TO RPTARCH
000620         ORGANIZATION IS INDEXED
000630         ACCESS IS DYNAMIC
000640         RECORD KEY IS RAR-KEY
000650         FILE STATUS IS RPA-RPTARCH-STATUS.
000660     SELECT REPORT-FILE   ASSIGN TO ARCHRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RPA-ARCHRPT-STATUS.
000690     SELECT OPTIONAL INTKRPT-FILE ASSIGN TO INTKRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS RPA-INTKRPT-STATUS.
000720     SELECT OPTIONAL EDITRPT-FILE ASSIGN TO EDITRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS RPA-EDITRPT-STATUS.
000750     SELECT OPTIONAL FCSTRPT-FILE ASSIGN TO FCSTRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS RPA-FCSTRPT-STATUS.
000780     SELECT OPTIONAL SPLTRPT-FILE ASSIGN TO SPLTRPT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS RPA-SPLTRPT-STATUS.
000810     SELECT OPTIONAL CONSRPT-FILE ASSIGN TO CONSRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS RPA-CONSRPT-STATUS.
000840     SELECT OPTIONAL VFYRPT-FILE ASSIGN TO VFYRPT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RPA-VFYRPT-STATUS.
000870     SELECT OPTIONAL RECNRPT-FILE ASSIGN TO RECNRPT
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS RPA-RECNRPT-STATUS.
000900     SELECT OPTIONAL ARRYRPT-FILE ASSIGN TO ARRYRPT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS RPA-ARRYRPT-STATUS.
000930     SELECT OPTIONAL CMPRPT-FILE ASSIGN TO CMPRPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS RPA-CMPRPT-STATUS.
000960     SELECT OPTIONAL TRNDRPT-FILE ASSIGN TO TRNDRPT
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS RPA-TRNDRPT-STATUS.
000990     SELECT OPTIONAL PURGERPT-FILE ASSIGN TO PURGERPT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS RPA-PURGERPT-STATUS.
001020     SELECT OPTIONAL GENRPT-FILE ASSIGN TO GENRPT
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS RPA-GENRPT-STATUS.
001050     SELECT OPTIONAL LOCRPT-FILE ASSIGN TO LOCRPT
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS RPA-LOCRPT-STATUS.
001080     SELECT OPTIONAL HISTRPT-FILE ASSIGN TO HISTRPT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS RPA-HISTRPT-STATUS.
001110     SELECT OPTIONAL ACKRPT-FILE ASSIGN TO ACKRPT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS RPA-ACKRPT-STATUS.
001140     SELECT OPTIONAL CASERPT-FILE ASSIGN TO CASERPT
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS RPA-CASERPT-STATUS.
001170     SELECT OPTIONAL FULFRPT-FILE ASSIGN TO FULFRPT
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS RPA-FULFRPT-STATUS.
001200     SELECT OPTIONAL MTHRPT-FILE ASSIGN TO MTHRPT
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS RPA-MTHRPT-STATUS.
001230     SELECT OPTIONAL CHGRPT-FILE ASSIGN TO CHGRPT
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS RPA-CHGRPT-STATUS.
001260     SELECT OPTIONAL MNTRPT-FILE ASSIGN TO MNTRPT
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS RPA-MNTRPT-STATUS.
001290     SELECT OPTIONAL FETCHRPT-FILE ASSIGN TO FETCHRPT
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS RPA-FETCHRPT-STATUS.
001320     SELECT OPTIONAL RCVRPT-FILE ASSIGN TO RCVRPT
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS RPA-RCVRPT-STATUS.
001350     SELECT OPTIONAL RPRGRPT-FILE ASSIGN TO RPRGRPT
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS RPA-RPRGRPT-STATUS.
001380     SELECT OPTIONAL STATRPT-FILE ASSIGN TO STATRPT
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS RPA-STATRPT-STATUS.
001410
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  RUNLOG-FILE.
001450     COPY RUNLOGC.
001460
001470 FD  RPTARCH-FILE.
001480     COPY RPTARCC.
001490
001500*----------------------------------------------------------------
001510* REPORT-FILE CARRIES TWO ALTERNATE RECORD VIEWS OVER THE SAME
001520* BUFFER - HEADING/TOTAL TEXT AND THE EDITED LINE WRITTEN ONCE
001530* PER PROGRAM IN THE REPORT TABLE
001540*----------------------------------------------------------------
001550 FD  REPORT-FILE.
001560 01  REPORT-TEXT-RECORD         PIC X(80).
001570 01  REPORT-DETAIL-RECORD.
001580     05  ARD-PROGRAM-ID              PIC X(08).
001590     05  ARD-FILLER-1                PIC X(02).
001600     05  ARD-REPORT-DD               PIC X(08).
001610     05  ARD-FILLER-2                PIC X(02).
001620     05  ARD-STEP-RC                 PIC X(02).
001630     05  ARD-FILLER-3                PIC X(02).
001640     05  ARD-LINE-COUNT              PIC ZZZZZZ9.
001650     05  ARD-FILLER-4                PIC X(02).
001660     05  ARD-PAGE-COUNT              PIC ZZZZ9.
001670     05  ARD-FILLER-5                PIC X(02).
001680     05  ARD-STATUS                  PIC X(40).
001690 01  REPORT-COUNT-RECORD.
001700     05  RPT-COUNT-LABEL             PIC X(30).
001710     05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
001720     05  RPT-COUNT-FILLER            PIC X(43).
001730
001740*----------------------------------------------------------------
001750* THE NIGHT'S REPORT DDS - EVERY ONE IS AN 80-BYTE PRINT LINE
001760*----------------------------------------------------------------
001770 FD  INTKRPT-FILE.
001780 01  INTKRPT-LINE               PIC X(80).
001790 FD  EDITRPT-FILE.
001800 01  EDITRPT-LINE               PIC X(80).
001810 FD  FCSTRPT-FILE.
001820 01  FCSTRPT-LINE               PIC X(80).
001830 FD  SPLTRPT-FILE.
001840 01  SPLTRPT-LINE               PIC X(80).
001850 FD  CONSRPT-FILE.
001860 01  CONSRPT-LINE               PIC X(80).
001870 FD  VFYRPT-FILE.
001880 01  VFYRPT-LINE                PIC X(80).
001890 FD  RECNRPT-FILE.
001900 01  RECNRPT-LINE               PIC X(80).
001910 FD  ARRYRPT-FILE.
001920 01  ARRYRPT-LINE               PIC X(80).
001930 FD  CMPRPT-FILE.
001940 01  CMPRPT-LINE                PIC X(80).
001950 FD  TRNDRPT-FILE.
001960 01  TRNDRPT-LINE               PIC X(80).
001970 FD  PURGERPT-FILE.
001980 01  PURGERPT-LINE              PIC X(80).
001990 FD  GENRPT-FILE.
002000 01  GENRPT-LINE                PIC X(80).
002010 FD  LOCRPT-FILE.
002020 01  LOCRPT-LINE                PIC X(80).
002030 FD  HISTRPT-FILE.
002040 01  HISTRPT-LINE               PIC X(80).
002050 FD  ACKRPT-FILE.
002060 01  ACKRPT-LINE                PIC X(80).
002070 FD  CASERPT-FILE.
002080 01  CASERPT-LINE               PIC X(80).
002090 FD  FULFRPT-FILE.
002100 01  FULFRPT-LINE               PIC X(80).
002110 FD  MTHRPT-FILE.
002120 01  MTHRPT-LINE                PIC X(80).
002130 FD  CHGRPT-FILE.
002140 01  CHGRPT-LINE                PIC X(80).
002150 FD  MNTRPT-FILE.
002160 01  MNTRPT-LINE                PIC X(80).
002170 FD  FETCHRPT-FILE.
002180 01  FETCHRPT-LINE              PIC X(80).
002190 FD  RCVRPT-FILE.
002200 01  RCVRPT-LINE                PIC X(80).
002210 FD  RPRGRPT-FILE.
002220 01  RPRGRPT-LINE               PIC X(80).
002230 FD  STATRPT-FILE.
002240 01  STATRPT-LINE               PIC X(80).
002250
002260 WORKING-STORAGE SECTION.
002270*----------------------------------------------------------------
002280* FILE STATUS FIELDS AND SWITCHES
002290*----------------------------------------------------------------
002300 01  RPA-RUNLOG-STATUS            PIC X(02) VALUE '00'.
002310 01  RPA-RPTARCH-STATUS           PIC X(02) VALUE '00'.
002320 01  RPA-ARCHRPT-STATUS           PIC X(02) VALUE '00'.
002330 01  RPA-INTKRPT-STATUS           PIC X(02) VALUE '00'.
002340 01  RPA-EDITRPT-STATUS           PIC X(02) VALUE '00'.
002350 01  RPA-FCSTRPT-STATUS           PIC X(02) VALUE '00'.
002360 01  RPA-SPLTRPT-STATUS           PIC X(02) VALUE '00'.
002370 01  RPA-CONSRPT-STATUS           PIC X(02) VALUE '00'.
002380 01  RPA-VFYRPT-STATUS            PIC X(02) VALUE '00'.
002390 01  RPA-RECNRPT-STATUS           PIC X(02) VALUE '00'.
002400 01  RPA-ARRYRPT-STATUS           PIC X(02) VALUE '00'.
002410 01  RPA-CMPRPT-STATUS            PIC X(02) VALUE '00'.
002420 01  RPA-TRNDRPT-STATUS           PIC X(02) VALUE '00'.
002430 01  RPA-PURGERPT-STATUS          PIC X(02) VALUE '00'.
002440 01  RPA-GENRPT-STATUS            PIC X(02) VALUE '00'.
002450 01  RPA-LOCRPT-STATUS            PIC X(02) VALUE '00'.
002460 01  RPA-HISTRPT-STATUS           PIC X(02) VALUE '00'.
002470 01  RPA-ACKRPT-STATUS            PIC X(02) VALUE '00'.
002480 01  RPA-CASERPT-STATUS           PIC X(02) VALUE '00'.
002490 01  RPA-FULFRPT-STATUS           PIC X(02) VALUE '00'.
002500 01  RPA-MTHRPT-STATUS            PIC X(02) VALUE '00'.
002510 01  RPA-CHGRPT-STATUS            PIC X(02) VALUE '00'.
002520 01  RPA-MNTRPT-STATUS            PIC X(02) VALUE '00'.
002530 01  RPA-FETCHRPT-STATUS          PIC X(02) VALUE '00'.
002540 01  RPA-RCVRPT-STATUS            PIC X(02) VALUE '00'.
002550 01  RPA-RPRGRPT-STATUS           PIC X(02) VALUE '00'.
002560 01  RPA-STATRPT-STATUS           PIC X(02) VALUE '00'.
002570 01  RPA-REPORT-STATUS            PIC X(02) VALUE '00'.
002580 01  RPA-EOF-RUNLOG-SW            PIC X(01) VALUE 'N'.
002590     88  RPA-EOF-RUNLOG                      VALUE 'Y'.
002600 01  RPA-EOF-REPORT-SW            PIC X(01) VALUE 'N'.
002610     88  RPA-EOF-REPORT                      VALUE 'Y'.
002620 01  RPA-EOF-ARCHIVE-SW           PIC X(01) VALUE 'N'.
002630     88  RPA-EOF-ARCHIVE                     VALUE 'Y'.
002640 01  RPA-FOUND-SW                 PIC X(01) VALUE 'N'.
002650     88  RPA-FOUND                           VALUE 'Y'.
002660 01  RPA-STEP-LOGGED-SW           PIC X(01) VALUE 'N'.
002670     88  RPA-STEP-LOGGED                     VALUE 'Y'.
002680
002690*----------------------------------------------------------------
002700* NIGHT SELECTED BY THE PARM, OR THE LATEST ON THE LOG
002710*----------------------------------------------------------------
002720 01  RPA-PARM-STRING              PIC X(80) VALUE SPACES.
002730 01  RPA-PARM-DATE                PIC X(08) VALUE SPACES.
002740 01  RPA-ARCHIVE-DATE             PIC X(08) VALUE SPACES.
002750 01  RPA-RUN-DATE                 PIC 9(08) VALUE ZERO.
002760 01  RPA-RECORD-DATE              PIC X(08) VALUE SPACES.
002770
002780*----------------------------------------------------------------
002790* REPORT TABLE - PROGRAM, ITS REPORT DD, AND R WHEN THE STEP IS
002800* REQUIRED EVERY NIGHT OR O WHEN IT IS OPTIONAL OR PERIODIC, IN
002810* NIGHT-STREAM ORDER.  THE ENTRY NUMBER SELECTS THE REPORT DD IN
002820* 5300, 5410 AND 5900.
002830*----------------------------------------------------------------
002840 01  RPA-REPORT-LIST.
002850     05  FILLER              PIC X(17) VALUE 'REQINTK INTKRPT O'.
002860     05  FILLER              PIC X(17) VALUE 'DRVEDIT EDITRPT O'.
002870     05  FILLER              PIC X(17) VALUE 'CAPFCST FCSTRPT O'.
002880     05  FILLER              PIC X(17) VALUE 'DRVSPLITSPLTRPT O'.
002890     05  FILLER              PIC X(17) VALUE 'DRVCONS CONSRPT O'.
002900     05  FILLER              PIC X(17) VALUE 'ARRVRFY VFYRPT  R'.
002910     05  FILLER              PIC X(17) VALUE 'AUDRECONRECNRPT R'.
002920     05  FILLER              PIC X(17) VALUE 'ARRYRPT ARRYRPT R'.
002930     05  FILLER              PIC X(17) VALUE 'ARRCMP  CMPRPT  O'.
002940     05  FILLER              PIC X(17) VALUE 'AUDTRENDTRNDRPT O'.
002950     05  FILLER              PIC X(17) VALUE 'AUDPURGEPURGERPTO'.
002960     05  FILLER              PIC X(17) VALUE 'ARRGENMTGENRPT  O'.
002970     05  FILLER              PIC X(17) VALUE 'GENLOC  LOCRPT  O'.
002980     05  FILLER              PIC X(17) VALUE 'ARRHIST HISTRPT O'.
002990     05  FILLER              PIC X(17) VALUE 'WHSACK  ACKRPT  O'.
003000     05  FILLER              PIC X(17) VALUE 'CASEMGT CASERPT O'.
003010     05  FILLER              PIC X(17) VALUE 'REQFULF FULFRPT O'.
003020     05  FILLER              PIC X(17) VALUE 'MTHOPS  MTHRPT  O'.
003030     05  FILLER              PIC X(17) VALUE 'CHGBACK CHGRPT  O'.
003040     05  FILLER              PIC X(17) VALUE 'RSLTMNT MNTRPT  O'.
003050     05  FILLER              PIC X(17) VALUE 'DTLFETCHFETCHRPTO'.
003060     05  FILLER              PIC X(17) VALUE 'RUNRCVR RCVRPT  O'.
003070     05  FILLER              PIC X(17) VALUE 'RPTPURGERPRGRPT O'.
003080     05  FILLER              PIC X(17) VALUE 'RUNSTAT STATRPT R'.
003090 01  RPA-REPORT-TABLE REDEFINES RPA-REPORT-LIST.
003100     05  RPA-RPT-ENTRY OCCURS 24 TIMES
003110                       INDEXED BY RPA-RPT-IDX.
003120         10  RPA-RPT-PROGRAM-ID      PIC X(08).
003130         10  RPA-RPT-DD              PIC X(08).
003140         10  RPA-RPT-CLASS           PIC X(01).
003150             88  RPA-RPT-REQUIRED            VALUE 'R'.
003160 01  RPA-RPT-NUMBER               PIC 9(02) VALUE ZERO.
003170
003180*----------------------------------------------------------------
003190* THE NIGHT'S RUNLOG RECORDS - LATEST RECORD PER PROGRAM
003200*----------------------------------------------------------------
003210 01  RPA-LOG-COUNT                PIC 9(03) COMP VALUE ZERO.
003220 01  RPA-LOG-TABLE.
003230     05  RPA-LOG-ENTRY OCCURS 100 TIMES
003240                       INDEXED BY RPA-LOG-IDX.
003250         10  RPA-LOG-PROGRAM         PIC X(08).
003260         10  RPA-LOG-START           PIC X(26).
003270         10  RPA-LOG-RC              PIC 9(02).
003280
003290*----------------------------------------------------------------
003300* THE REPORT IN HAND - ITS LINE, POSITION AND STEP TAG
003310*----------------------------------------------------------------
003320 01  RPA-REPORT-LINE              PIC X(80) VALUE SPACES.
003330 01  RPA-LINES-PER-PAGE           PIC 9(03) VALUE 60.
003340 01  RPA-PAGE-NUMBER              PIC 9(05) VALUE ZERO.
003350 01  RPA-LINE-NUMBER              PIC 9(03) VALUE ZERO.
003360 01  RPA-REPORT-LINES             PIC 9(07) VALUE ZERO.
003370 01  RPA-STEP-RC                  PIC 9(02) VALUE ZERO.
003380 01  RPA-START-TIMESTAMP          PIC X(26) VALUE SPACES.
003390
003400*----------------------------------------------------------------
003410* CONTROL TOTALS
003420*----------------------------------------------------------------
003430 01  RPA-RECORDS-READ             PIC 9(07) VALUE ZERO.
003440 01  RPA-LINES-ARCHIVED           PIC 9(07) VALUE ZERO.
003450 01  RPA-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
003460 01  RPA-RECORDS-REPLACED         PIC 9(07) VALUE ZERO.
003470 01  RPA-REPORTS-ARCHIVED         PIC 9(05) VALUE ZERO.
003480 01  RPA-REPORTS-MISSING          PIC 9(05) VALUE ZERO.
003490 01  RPA-STEPS-NOT-RUN            PIC 9(05) VALUE ZERO.
003500 01  RPA-REPORTS-FLAGGED          PIC 9(05) VALUE ZERO.
003510
003520 PROCEDURE DIVISION.
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003550     PERFORM 2000-FIND-ARCHIVE-DATE THRU 2000-EXIT
003560     PERFORM 3000-LOAD-LOG-RECORDS THRU 3000-EXIT
003570     PERFORM 4000-OPEN-ARCHIVE THRU 4000-EXIT
003580     PERFORM 5000-ARCHIVE-ONE-REPORT THRU 5000-EXIT
003590         VARYING RPA-RPT-IDX FROM 1 BY 1
003600         UNTIL RPA-RPT-IDX > 24
003610     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
003620     IF RPA-REPORTS-FLAGGED > ZERO
003630         DISPLAY 'RPTARCH0009W ' RPA-REPORTS-FLAGGED
003640             ' REPORT(S) FLAGGED - SEE ARCHRPT'
003650         MOVE 4 TO RETURN-CODE
003660     END-IF
003670     PERFORM 9000-TERMINATE THRU 9000-EXIT
003680     STOP RUN.
003690
003700*----------------------------------------------------------------
003710* 1000-INITIALIZE  -  ARCHIVE DATE FROM THE PARM IF ONE CAME,
003720*                     AND OPEN THE REPORT
003730*----------------------------------------------------------------
003740 1000-INITIALIZE.
003750     MOVE FUNCTION CURRENT-DATE TO RPA-START-TIMESTAMP
003760     ACCEPT RPA-PARM-STRING FROM COMMAND-LINE
003770     IF RPA-PARM-STRING NOT = SPACES
003780         MOVE RPA-PARM-STRING (1:8) TO RPA-PARM-DATE
003790         IF RPA-PARM-DATE NOT NUMERIC
003800             GO TO 9800-ABEND-INVALID-PARM
003810         END-IF
003812         MOVE RPA-PARM-DATE TO RPA-RUN-DATE
003814         IF FUNCTION TEST-DATE-YYYYMMDD(RPA-RUN-DATE)
003815            NOT = ZERO
003816             GO TO 9800-ABEND-INVALID-PARM
003818         END-IF
003820     END-IF
003830     OPEN OUTPUT REPORT-FILE
003840     IF RPA-ARCHRPT-STATUS NOT = '00'
003850         GO TO 9812-ABEND-ARCHRPT-OPEN
003860     END-IF.
003870 1000-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 2000-FIND-ARCHIVE-DATE  -  NO PARM DATE MEANS THE LATEST START
003920*                            DATE ON THE LOG - ONE PASS TO FIND
003930*                            IT, AS RUNSTAT DOES
003940*----------------------------------------------------------------
003950 2000-FIND-ARCHIVE-DATE.
003960     IF RPA-PARM-DATE NOT = SPACES
003970         MOVE RPA-PARM-DATE TO RPA-ARCHIVE-DATE
003980         GO TO 2000-EXIT
003990     END-IF
004000     OPEN INPUT RUNLOG-FILE
004010     IF RPA-RUNLOG-STATUS NOT = '00'
004020         GO TO 9810-ABEND-RUNLOG-OPEN
004030     END-IF
004040     PERFORM 2100-SCAN-ONE-DATE THRU 2100-EXIT
004050         UNTIL RPA-EOF-RUNLOG
004060     CLOSE RUNLOG-FILE
004070     MOVE 'N' TO RPA-EOF-RUNLOG-SW
004080     IF RPA-ARCHIVE-DATE = SPACES
004090         GO TO 9813-ABEND-EMPTY-LOG
004100     END-IF.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2100-SCAN-ONE-DATE.
004150     READ RUNLOG-FILE
004160         AT END
004170             SET RPA-EOF-RUNLOG TO TRUE
004180         NOT AT END
004190             MOVE RNL-START-TIMESTAMP (1:8) TO RPA-RECORD-DATE
004200             IF RPA-RECORD-DATE NUMERIC
004210                AND RPA-RECORD-DATE > RPA-ARCHIVE-DATE
004220                 MOVE RPA-RECORD-DATE TO RPA-ARCHIVE-DATE
004230             END-IF
004240     END-READ.
004250 2100-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 3000-LOAD-LOG-RECORDS  -  THE ARCHIVE DATE'S RECORDS INTO THE
004300*                           TABLE, LATEST RECORD PER PROGRAM
004310*----------------------------------------------------------------
004320 3000-LOAD-LOG-RECORDS.
004330     MOVE RPA-ARCHIVE-DATE TO RPA-RUN-DATE
004340     OPEN INPUT RUNLOG-FILE
004350     IF RPA-RUNLOG-STATUS NOT = '00'
004360         GO TO 9810-ABEND-RUNLOG-OPEN
004370     END-IF
004380     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
004390         UNTIL RPA-EOF-RUNLOG
004400     CLOSE RUNLOG-FILE.
004410 3000-EXIT.
004420     EXIT.
004430
004440 3100-LOAD-ONE-RECORD.
004450     READ RUNLOG-FILE
004460         AT END
004470             SET RPA-EOF-RUNLOG TO TRUE
004480         NOT AT END
004490             IF RNL-START-TIMESTAMP (1:8) = RPA-ARCHIVE-DATE
004500                 PERFORM 3200-KEEP-LATEST THRU 3200-EXIT
004510             END-IF
004520     END-READ.
004530 3100-EXIT.
004540     EXIT.
004550
004560 3200-KEEP-LATEST.
004570     MOVE 'N' TO RPA-FOUND-SW
004580     PERFORM 3210-FIND-PROGRAM THRU 3210-EXIT
004590         VARYING RPA-LOG-IDX FROM 1 BY 1
004600         UNTIL RPA-LOG-IDX > RPA-LOG-COUNT
004610            OR RPA-FOUND
004620*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
004630     IF RPA-FOUND
004640         SET RPA-LOG-IDX DOWN BY 1
004650         IF RNL-START-TIMESTAMP
004660            < RPA-LOG-START (RPA-LOG-IDX)
004670             GO TO 3200-EXIT
004680         END-IF
004690     ELSE
004700         IF RPA-LOG-COUNT NOT < 100
004710             GO TO 9820-ABEND-TABLE-FULL
004720         END-IF
004730         ADD 1 TO RPA-LOG-COUNT
004740         SET RPA-LOG-IDX TO RPA-LOG-COUNT
004750     END-IF
004760     MOVE RNL-PROGRAM-ID TO RPA-LOG-PROGRAM (RPA-LOG-IDX)
004770     MOVE RNL-START-TIMESTAMP TO RPA-LOG-START (RPA-LOG-IDX)
004780     IF RNL-RETURN-CODE NUMERIC
004790         MOVE RNL-RETURN-CODE TO RPA-LOG-RC (RPA-LOG-IDX)
004800     ELSE
004810         MOVE 99 TO RPA-LOG-RC (RPA-LOG-IDX)
004820     END-IF.
004830 3200-EXIT.
004840     EXIT.
004850
004860 3210-FIND-PROGRAM.
004870     IF RPA-LOG-PROGRAM (RPA-LOG-IDX) = RNL-PROGRAM-ID
004880         SET RPA-FOUND TO TRUE
004890     END-IF.
004900 3210-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940* 4000-OPEN-ARCHIVE  -  OPEN THE ARCHIVE FOR UPDATE, CREATING IT
004950*                       ON THE FIRST NIGHT, AND WRITE THE REPORT
004960*                       HEADING
004970*----------------------------------------------------------------
004980 4000-OPEN-ARCHIVE.
004990     OPEN I-O RPTARCH-FILE
005000     IF RPA-RPTARCH-STATUS = '35'
005010         OPEN OUTPUT RPTARCH-FILE
005020         CLOSE RPTARCH-FILE
005030         OPEN I-O RPTARCH-FILE
005040     END-IF
005050     IF RPA-RPTARCH-STATUS NOT = '00'
005060         GO TO 9811-ABEND-RPTARCH-OPEN
005070     END-IF
005080     MOVE 'LOOOPY NIGHT REPORT ARCHIVE FOR ' TO REPORT-TEXT-RECORD
005090     MOVE RPA-ARCHIVE-DATE TO REPORT-TEXT-RECORD (33:8)
005100     WRITE REPORT-TEXT-RECORD
005110     MOVE 'PROGRAM   REPORT    RC    LINES  PAGES  STATUS'
005120         TO REPORT-TEXT-RECORD
005130     WRITE REPORT-TEXT-RECORD.
005140 4000-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180* 5000-ARCHIVE-ONE-REPORT  -  ONE ENTRY OF THE REPORT TABLE: ITS
005190*                             STEP'S RUNLOG RECORD DECIDES WHETHER
005200*                             THE REPORT BELONGS TO THIS NIGHT
005210*----------------------------------------------------------------
005220 5000-ARCHIVE-ONE-REPORT.
005230     SET RPA-RPT-NUMBER TO RPA-RPT-IDX
005240     PERFORM 5100-FIND-STEP-RECORD THRU 5100-EXIT
005250     MOVE SPACES TO REPORT-DETAIL-RECORD
005260     MOVE RPA-RPT-PROGRAM-ID (RPA-RPT-IDX) TO ARD-PROGRAM-ID
005270     MOVE RPA-RPT-DD (RPA-RPT-IDX) TO ARD-REPORT-DD
005280     IF RPA-STEP-LOGGED
005290         MOVE RPA-STEP-RC TO ARD-STEP-RC
005300     ELSE
005310         MOVE '--' TO ARD-STEP-RC
005320         IF NOT RPA-RPT-REQUIRED (RPA-RPT-IDX)
005330             MOVE 'NOT RUN' TO ARD-STATUS
005340             WRITE REPORT-DETAIL-RECORD
005350             ADD 1 TO RPA-STEPS-NOT-RUN
005360             GO TO 5000-EXIT
005370         END-IF
005380     END-IF
005390     PERFORM 5200-REMOVE-EARLIER-COPY THRU 5200-EXIT
005400     PERFORM 5300-OPEN-REPORT THRU 5300-EXIT
005410     IF RPA-REPORT-STATUS = '05'
005420         PERFORM 5900-CLOSE-REPORT THRU 5900-EXIT
005430         MOVE '*MISSING*' TO ARD-STATUS
005440         PERFORM 5600-NOTE-MISSING THRU 5600-EXIT
005450         GO TO 5000-EXIT
005460     END-IF
005470     IF RPA-REPORT-STATUS NOT = '00'
005480         STRING '*MISSING - OPEN STATUS ' RPA-REPORT-STATUS '*'
005490             DELIMITED BY SIZE INTO ARD-STATUS
005500         PERFORM 5600-NOTE-MISSING THRU 5600-EXIT
005510         GO TO 5000-EXIT
005520     END-IF
005530     MOVE ZERO TO RPA-REPORT-LINES RPA-LINE-NUMBER
005540     MOVE 1 TO RPA-PAGE-NUMBER
005550     MOVE 'N' TO RPA-EOF-REPORT-SW
005560     PERFORM 5400-ARCHIVE-ONE-LINE THRU 5400-EXIT
005570         UNTIL RPA-EOF-REPORT
005580     PERFORM 5900-CLOSE-REPORT THRU 5900-EXIT
005590     PERFORM 5500-BUILD-INDEX-ENTRY THRU 5500-EXIT
005600     MOVE 'A' TO RAR-REPORT-STATUS
005610     MOVE RAR-PAGE-COUNT TO ARD-PAGE-COUNT
005620     PERFORM 5510-WRITE-ARCHIVE-RECORD THRU 5510-EXIT
005630     ADD 1 TO RPA-REPORTS-ARCHIVED
005640     MOVE RPA-REPORT-LINES TO ARD-LINE-COUNT
005650     IF RPA-STEP-LOGGED
005660         MOVE 'ARCHIVED' TO ARD-STATUS
005670     ELSE
005680         MOVE '*ARCHIVED - NO STEP RECORD*' TO ARD-STATUS
005690         ADD 1 TO RPA-REPORTS-FLAGGED
005700     END-IF
005710     WRITE REPORT-DETAIL-RECORD.
005720 5000-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 5100-FIND-STEP-RECORD  -  THE PROGRAM'S RUNLOG RECORD FOR THE
005770*                           NIGHT, AND ITS RETURN CODE
005780*----------------------------------------------------------------
005790 5100-FIND-STEP-RECORD.
005800     MOVE 'N' TO RPA-FOUND-SW
005810     MOVE 'N' TO RPA-STEP-LOGGED-SW
005820     MOVE ZERO TO RPA-STEP-RC
005830     PERFORM 5110-MATCH-STEP THRU 5110-EXIT
005840         VARYING RPA-LOG-IDX FROM 1 BY 1
005850         UNTIL RPA-LOG-IDX > RPA-LOG-COUNT
005860            OR RPA-FOUND
005870*    THE VARYING HAS ALREADY STEPPED ONE PAST THE MATCHED ENTRY
005880     IF RPA-FOUND
005890         SET RPA-LOG-IDX DOWN BY 1
005900         SET RPA-STEP-LOGGED TO TRUE
005910         MOVE RPA-LOG-RC (RPA-LOG-IDX) TO RPA-STEP-RC
005920     END-IF.
005930 5100-EXIT.
005940     EXIT.
005950
005960 5110-MATCH-STEP.
005970     IF RPA-LOG-PROGRAM (RPA-LOG-IDX)
005980          = RPA-RPT-PROGRAM-ID (RPA-RPT-IDX)
005990         SET RPA-FOUND TO TRUE
006000     END-IF.
006010 5110-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 5200-REMOVE-EARLIER-COPY  -  WHATEVER AN EARLIER ARCHIVE RUN
006060*                              FILED FOR THIS PROGRAM AND NIGHT,
006070*                              SO A RERUN REPLACES IT WHOLE - A
006080*                              SHORTER REPORT MUST NOT KEEP THE
006090*                              OLD COPY'S TRAILING PAGES
006100*----------------------------------------------------------------
006110 5200-REMOVE-EARLIER-COPY.
006120     MOVE 'N' TO RPA-EOF-ARCHIVE-SW
006130     MOVE RPA-RUN-DATE TO RAR-RUN-DATE
006140     MOVE RPA-RPT-PROGRAM-ID (RPA-RPT-IDX) TO RAR-PROGRAM-ID
006150     MOVE ZERO TO RAR-PAGE-NUMBER RAR-LINE-NUMBER
006160     START RPTARCH-FILE KEY NOT < RAR-KEY
006170         INVALID KEY
006180             SET RPA-EOF-ARCHIVE TO TRUE
006190     END-START
006200     PERFORM 5210-REMOVE-ONE-RECORD THRU 5210-EXIT
006210         UNTIL RPA-EOF-ARCHIVE.
006220 5200-EXIT.
006230     EXIT.
006240
006250 5210-REMOVE-ONE-RECORD.
006260     READ RPTARCH-FILE NEXT RECORD
006270         AT END
006280             SET RPA-EOF-ARCHIVE TO TRUE
006290             GO TO 5210-EXIT
006300     END-READ
006310     IF RAR-RUN-DATE NOT = RPA-RUN-DATE
006320        OR RAR-PROGRAM-ID NOT = RPA-RPT-PROGRAM-ID (RPA-RPT-IDX)
006330         SET RPA-EOF-ARCHIVE TO TRUE
006340         GO TO 5210-EXIT
006350     END-IF
006360     DELETE RPTARCH-FILE RECORD
006370         INVALID KEY
006380             GO TO 9822-ABEND-RPTARCH-DELETE
006390     END-DELETE
006400     ADD 1 TO RPA-RECORDS-REPLACED.
006410 5210-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450* 5300-OPEN-REPORT  -  OPEN THE ENTRY'S REPORT DD.  AN ABSENT
006460*                      REPORT OPENS WITH STATUS 05.
006470*----------------------------------------------------------------
006480 5300-OPEN-REPORT.
006490     EVALUATE RPA-RPT-NUMBER
006500         WHEN 1
006510             OPEN INPUT INTKRPT-FILE
006520             MOVE RPA-INTKRPT-STATUS TO RPA-REPORT-STATUS
006530         WHEN 2
006540             OPEN INPUT EDITRPT-FILE
006550             MOVE RPA-EDITRPT-STATUS TO RPA-REPORT-STATUS
006560         WHEN 3
006570             OPEN INPUT FCSTRPT-FILE
006580             MOVE RPA-FCSTRPT-STATUS TO RPA-REPORT-STATUS
006590         WHEN 4
006600             OPEN INPUT SPLTRPT-FILE
006610             MOVE RPA-SPLTRPT-STATUS TO RPA-REPORT-STATUS
006620         WHEN 5
006630             OPEN INPUT CONSRPT-FILE
006640             MOVE RPA-CONSRPT-STATUS TO RPA-REPORT-STATUS
006650         WHEN 6
006660             OPEN INPUT VFYRPT-FILE
006670             MOVE RPA-VFYRPT-STATUS TO RPA-REPORT-STATUS
006680         WHEN 7
006690             OPEN INPUT RECNRPT-FILE
006700             MOVE RPA-RECNRPT-STATUS TO RPA-REPORT-STATUS
006710         WHEN 8
006720             OPEN INPUT ARRYRPT-FILE
006730             MOVE RPA-ARRYRPT-STATUS TO RPA-REPORT-STATUS
006740         WHEN 9
006750             OPEN INPUT CMPRPT-FILE
006760             MOVE RPA-CMPRPT-STATUS TO RPA-REPORT-STATUS
006770         WHEN 10
006780             OPEN INPUT TRNDRPT-FILE
006790             MOVE RPA-TRNDRPT-STATUS TO RPA-REPORT-STATUS
006800         WHEN 11
006810             OPEN INPUT PURGERPT-FILE
006820             MOVE RPA-PURGERPT-STATUS TO RPA-REPORT-STATUS
006830         WHEN 12
006840             OPEN INPUT GENRPT-FILE
006850             MOVE RPA-GENRPT-STATUS TO RPA-REPORT-STATUS
006860         WHEN 13
006870             OPEN INPUT LOCRPT-FILE
006880             MOVE RPA-LOCRPT-STATUS TO RPA-REPORT-STATUS
006890         WHEN 14
006900             OPEN INPUT HISTRPT-FILE
006910             MOVE RPA-HISTRPT-STATUS TO RPA-REPORT-STATUS
006920         WHEN 15
006930             OPEN INPUT ACKRPT-FILE
006940             MOVE RPA-ACKRPT-STATUS TO RPA-REPORT-STATUS
006950         WHEN 16
006960             OPEN INPUT CASERPT-FILE
006970             MOVE RPA-CASERPT-STATUS TO RPA-REPORT-STATUS
006980         WHEN 17
006990             OPEN INPUT FULFRPT-FILE
007000             MOVE RPA-FULFRPT-STATUS TO RPA-REPORT-STATUS
007010         WHEN 18
007020             OPEN INPUT MTHRPT-FILE
007030             MOVE RPA-MTHRPT-STATUS TO RPA-REPORT-STATUS
007040         WHEN 19
007050             OPEN INPUT CHGRPT-FILE
007060             MOVE RPA-CHGRPT-STATUS TO RPA-REPORT-STATUS
007070         WHEN 20
007080             OPEN INPUT MNTRPT-FILE
007090             MOVE RPA-MNTRPT-STATUS TO RPA-REPORT-STATUS
007100         WHEN 21
007110             OPEN INPUT FETCHRPT-FILE
007120             MOVE RPA-FETCHRPT-STATUS TO RPA-REPORT-STATUS
007130         WHEN 22
007140             OPEN INPUT RCVRPT-FILE
007150             MOVE RPA-RCVRPT-STATUS TO RPA-REPORT-STATUS
007160         WHEN 23
007170             OPEN INPUT RPRGRPT-FILE
007180             MOVE RPA-RPRGRPT-STATUS TO RPA-REPORT-STATUS
007190         WHEN OTHER
007200             OPEN INPUT STATRPT-FILE
007210             MOVE RPA-STATRPT-STATUS TO RPA-REPORT-STATUS
007220     END-EVALUATE.
007230 5300-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270* 5400-ARCHIVE-ONE-LINE  -  ONE PRINT LINE TO THE ARCHIVE AT THE
007280*                           NEXT LINE OF THE CURRENT PAGE
007290*----------------------------------------------------------------
007300 5400-ARCHIVE-ONE-LINE.
007310     PERFORM 5410-READ-REPORT-LINE THRU 5410-EXIT
007320     IF RPA-EOF-REPORT
007330         GO TO 5400-EXIT
007340     END-IF
007350     ADD 1 TO RPA-RECORDS-READ
007360     ADD 1 TO RPA-REPORT-LINES
007370     ADD 1 TO RPA-LINE-NUMBER
007380     IF RPA-LINE-NUMBER > RPA-LINES-PER-PAGE
007390         ADD 1 TO RPA-PAGE-NUMBER
007400         MOVE 1 TO RPA-LINE-NUMBER
007410     END-IF
007420     MOVE SPACES TO RPTARCH-RECORD
007430     MOVE RPA-RUN-DATE TO RAR-RUN-DATE
007440     MOVE RPA-RPT-PROGRAM-ID (RPA-RPT-IDX) TO RAR-PROGRAM-ID
007450     MOVE RPA-PAGE-NUMBER TO RAR-PAGE-NUMBER
007460     MOVE RPA-LINE-NUMBER TO RAR-LINE-NUMBER
007470     MOVE 'L' TO RAR-RECORD-TYPE
007480     MOVE RPA-REPORT-LINE TO RAR-LINE-TEXT
007490     PERFORM 5510-WRITE-ARCHIVE-RECORD THRU 5510-EXIT
007500     ADD 1 TO RPA-LINES-ARCHIVED.
007510 5400-EXIT.
007520     EXIT.
007530
007540 5410-READ-REPORT-LINE.
007550     EVALUATE RPA-RPT-NUMBER
007560         WHEN 1
007570             READ INTKRPT-FILE INTO RPA-REPORT-LINE
007580                 AT END SET RPA-EOF-REPORT TO TRUE
007590             END-READ
007600         WHEN 2
007610             READ EDITRPT-FILE INTO RPA-REPORT-LINE
007620                 AT END SET RPA-EOF-REPORT TO TRUE
007630             END-READ
007640         WHEN 3
007650             READ FCSTRPT-FILE INTO RPA-REPORT-LINE
007660                 AT END SET RPA-EOF-REPORT TO TRUE
007670             END-READ
007680         WHEN 4
007690             READ SPLTRPT-FILE INTO RPA-REPORT-LINE
007700                 AT END SET RPA-EOF-REPORT TO TRUE
007710             END-READ
007720         WHEN 5
007730             READ CONSRPT-FILE INTO RPA-REPORT-LINE
007740                 AT END SET RPA-EOF-REPORT TO TRUE
007750             END-READ
007760         WHEN 6
007770             READ VFYRPT-FILE INTO RPA-REPORT-LINE
007780                 AT END SET RPA-EOF-REPORT TO TRUE
007790             END-READ
007800         WHEN 7
007810             READ RECNRPT-FILE INTO RPA-REPORT-LINE
007820                 AT END SET RPA-EOF-REPORT TO TRUE
007830             END-READ
007840         WHEN 8
007850             READ ARRYRPT-FILE INTO RPA-REPORT-LINE
007860                 AT END SET RPA-EOF-REPORT TO TRUE
007870             END-READ
007880         WHEN 9
007890             READ CMPRPT-FILE INTO RPA-REPORT-LINE
007900                 AT END SET RPA-EOF-REPORT TO TRUE
007910             END-READ
007920         WHEN 10
007930             READ TRNDRPT-FILE INTO RPA-REPORT-LINE
007940                 AT END SET RPA-EOF-REPORT TO TRUE
007950             END-READ
007960         WHEN 11
007970             READ PURGERPT-FILE INTO RPA-REPORT-LINE
007980                 AT END SET RPA-EOF-REPORT TO TRUE
007990             END-READ
008000         WHEN 12
008010             READ GENRPT-FILE INTO RPA-REPORT-LINE
008020                 AT END SET RPA-EOF-REPORT TO TRUE
008030             END-READ
008040         WHEN 13
008050             READ LOCRPT-FILE INTO RPA-REPORT-LINE
008060                 AT END SET RPA-EOF-REPORT TO TRUE
008070             END-READ
008080         WHEN 14
008090             READ HISTRPT-FILE INTO RPA-REPORT-LINE
008100                 AT END SET RPA-EOF-REPORT TO TRUE
008110             END-READ
008120         WHEN 15
008130             READ ACKRPT-FILE INTO RPA-REPORT-LINE
008140                 AT END SET RPA-EOF-REPORT TO TRUE
008150             END-READ
008160         WHEN 16
008170             READ CASERPT-FILE INTO RPA-REPORT-LINE
008180                 AT END SET RPA-EOF-REPORT TO TRUE
008190             END-READ
008200         WHEN 17
008210             READ FULFRPT-FILE INTO RPA-REPORT-LINE
008220                 AT END SET RPA-EOF-REPORT TO TRUE
008230             END-READ
008240         WHEN 18
008250             READ MTHRPT-FILE INTO RPA-REPORT-LINE
008260                 AT END SET RPA-EOF-REPORT TO TRUE
008270             END-READ
008280         WHEN 19
008290             READ CHGRPT-FILE INTO RPA-REPORT-LINE
008300                 AT END SET RPA-EOF-REPORT TO TRUE
008310             END-READ
008320         WHEN 20
008330             READ MNTRPT-FILE INTO RPA-REPORT-LINE
008340                 AT END SET RPA-EOF-REPORT TO TRUE
008350             END-READ
008360         WHEN 21
008370             READ FETCHRPT-FILE INTO RPA-REPORT-LINE
008380                 AT END SET RPA-EOF-REPORT TO TRUE
008390             END-READ
008400         WHEN 22
008410             READ RCVRPT-FILE INTO RPA-REPORT-LINE
008420                 AT END SET RPA-EOF-REPORT TO TRUE
008430             END-READ
008440         WHEN 23
008450             READ RPRGRPT-FILE INTO RPA-REPORT-LINE
008460                 AT END SET RPA-EOF-REPORT TO TRUE
008470             END-READ
008480         WHEN OTHER
008490             READ STATRPT-FILE INTO RPA-REPORT-LINE
008500                 AT END SET RPA-EOF-REPORT TO TRUE
008510             END-READ
008520     END-EVALUATE.
008530 5410-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------------
008570* 5500-BUILD-INDEX-ENTRY  -  BUILD THE PROGRAM'S PAGE-ZERO INDEX
008580*                            ENTRY; THE CALLER SETS ITS STATUS
008590*                            AND WRITES IT
008600*----------------------------------------------------------------
008610 5500-BUILD-INDEX-ENTRY.
008620     MOVE SPACES TO RPTARCH-RECORD
008630     MOVE RPA-RUN-DATE TO RAR-RUN-DATE
008640     MOVE RPA-RPT-PROGRAM-ID (RPA-RPT-IDX) TO RAR-PROGRAM-ID
008650     MOVE ZERO TO RAR-PAGE-NUMBER RAR-LINE-NUMBER
008660     MOVE 'I' TO RAR-RECORD-TYPE
008670     MOVE RPA-RPT-DD (RPA-RPT-IDX) TO RAR-REPORT-DD
008680     MOVE RPA-STEP-LOGGED-SW TO RAR-STEP-LOGGED
008690     MOVE RPA-STEP-RC TO RAR-STEP-RC
008700     MOVE RPA-REPORT-LINES TO RAR-LINE-COUNT
008710     IF RPA-REPORT-LINES = ZERO
008720         MOVE ZERO TO RAR-PAGE-COUNT
008730     ELSE
008740         MOVE RPA-PAGE-NUMBER TO RAR-PAGE-COUNT
008750     END-IF
008760     MOVE RPA-START-TIMESTAMP (1:14) TO RAR-ARCHIVED-TIMESTAMP.
008770 5500-EXIT.
008780     EXIT.
008790
008800 5510-WRITE-ARCHIVE-RECORD.
008810     WRITE RPTARCH-RECORD
008820         INVALID KEY
008830             GO TO 9821-ABEND-RPTARCH-WRITE
008840     END-WRITE
008850     ADD 1 TO RPA-RECORDS-WRITTEN.
008860 5510-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900* 5600-NOTE-MISSING  -  NO REPORT TO FILE: THE INDEX ENTRY STILL
008910*                       GOES ON THE ARCHIVE, MARKED MISSING, SO
008920*                       THE NIGHT'S LISTING SHOWS THE GAP
008930*----------------------------------------------------------------
008940 5600-NOTE-MISSING.
008950     MOVE ZERO TO RPA-REPORT-LINES
008960     PERFORM 5500-BUILD-INDEX-ENTRY THRU 5500-EXIT
008970     MOVE 'M' TO RAR-REPORT-STATUS
008980     PERFORM 5510-WRITE-ARCHIVE-RECORD THRU 5510-EXIT
008990     ADD 1 TO RPA-REPORTS-MISSING
009000     ADD 1 TO RPA-REPORTS-FLAGGED
009010     WRITE REPORT-DETAIL-RECORD.
009020 5600-EXIT.
009030     EXIT.
009040
009050 5900-CLOSE-REPORT.
009060     EVALUATE RPA-RPT-NUMBER
009070         WHEN 1
009080             CLOSE INTKRPT-FILE
009090         WHEN 2
009100             CLOSE EDITRPT-FILE
009110         WHEN 3
009120             CLOSE FCSTRPT-FILE
009130         WHEN 4
009140             CLOSE SPLTRPT-FILE
009150         WHEN 5
009160             CLOSE CONSRPT-FILE
009170         WHEN 6
009180             CLOSE VFYRPT-FILE
009190         WHEN 7
009200             CLOSE RECNRPT-FILE
009210         WHEN 8
009220             CLOSE ARRYRPT-FILE
009230         WHEN 9
009240             CLOSE CMPRPT-FILE
009250         WHEN 10
009260             CLOSE TRNDRPT-FILE
009270         WHEN 11
009280             CLOSE PURGERPT-FILE
009290         WHEN 12
009300             CLOSE GENRPT-FILE
009310         WHEN 13
009320             CLOSE LOCRPT-FILE
009330         WHEN 14
009340             CLOSE HISTRPT-FILE
009350         WHEN 15
009360             CLOSE ACKRPT-FILE
009370         WHEN 16
009380             CLOSE CASERPT-FILE
009390         WHEN 17
009400             CLOSE FULFRPT-FILE
009410         WHEN 18
009420             CLOSE MTHRPT-FILE
009430         WHEN 19
009440             CLOSE CHGRPT-FILE
009450         WHEN 20
009460             CLOSE MNTRPT-FILE
009470         WHEN 21
009480             CLOSE FETCHRPT-FILE
009490         WHEN 22
009500             CLOSE RCVRPT-FILE
009510         WHEN 23
009520             CLOSE RPRGRPT-FILE
009530         WHEN OTHER
009540             CLOSE STATRPT-FILE
009550     END-EVALUATE.
009560 5900-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------
009600* 8000-WRITE-TOTALS  -  THE NIGHT'S ARCHIVE CONTROL TOTALS
009610*----------------------------------------------------------------
009620 8000-WRITE-TOTALS.
009630     MOVE SPACES TO REPORT-TEXT-RECORD
009640     WRITE REPORT-TEXT-RECORD
009650     MOVE SPACES TO REPORT-COUNT-RECORD
009660     MOVE 'REPORTS ARCHIVED' TO RPT-COUNT-LABEL
009670     MOVE RPA-REPORTS-ARCHIVED TO RPT-COUNT-VALUE
009680     WRITE REPORT-COUNT-RECORD
009690     MOVE SPACES TO REPORT-COUNT-RECORD
009700     MOVE 'REPORT LINES ARCHIVED' TO RPT-COUNT-LABEL
009710     MOVE RPA-LINES-ARCHIVED TO RPT-COUNT-VALUE
009720     WRITE REPORT-COUNT-RECORD
009730     MOVE SPACES TO REPORT-COUNT-RECORD
009740     MOVE 'REPORTS MISSING' TO RPT-COUNT-LABEL
009750     MOVE RPA-REPORTS-MISSING TO RPT-COUNT-VALUE
009760     WRITE REPORT-COUNT-RECORD
009770     MOVE SPACES TO REPORT-COUNT-RECORD
009780     MOVE 'STEPS NOT RUN' TO RPT-COUNT-LABEL
009790     MOVE RPA-STEPS-NOT-RUN TO RPT-COUNT-VALUE
009800     WRITE REPORT-COUNT-RECORD
009810     MOVE SPACES TO REPORT-COUNT-RECORD
009820     MOVE 'ARCHIVE RECORDS REPLACED' TO RPT-COUNT-LABEL
009830     MOVE RPA-RECORDS-REPLACED TO RPT-COUNT-VALUE
009840     WRITE REPORT-COUNT-RECORD.
009850 8000-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------------
009890* 8900-WRITE-STEP-LOG  -  ONE COMPLETION RECORD ON THE SHARED
009900*                         RUN-CONTROL LOG FOR THE MORNING STATUS
009910*                         BOARD.  A LOG FAILURE IS WARNED, NOT
009920*                         FATAL.
009930*----------------------------------------------------------------
009940 8900-WRITE-STEP-LOG.
009950     OPEN EXTEND RUNLOG-FILE
009960     IF RPA-RUNLOG-STATUS = '35'
009970         OPEN OUTPUT RUNLOG-FILE
009980     END-IF
009990     IF RPA-RUNLOG-STATUS NOT = '00'
010000         DISPLAY 'RPTARCH0010W RUNLOG OPEN FAILED, STATUS = '
010010             RPA-RUNLOG-STATUS ' - STEP NOT LOGGED'
010020         GO TO 8900-EXIT
010030     END-IF
010040     MOVE SPACES TO RUNLOG-RECORD
010050     MOVE 'RPTARCH' TO RNL-PROGRAM-ID
010060     MOVE RPA-START-TIMESTAMP TO RNL-START-TIMESTAMP
010070     MOVE FUNCTION CURRENT-DATE TO RNL-END-TIMESTAMP
010080     MOVE RETURN-CODE TO RNL-RETURN-CODE
010090     MOVE RPA-RECORDS-READ TO RNL-RECORDS-READ
010100     MOVE RPA-RECORDS-WRITTEN TO RNL-RECORDS-WRITTEN
010110     MOVE RPA-REPORTS-ARCHIVED TO RNL-KEY-COUNT
010120     MOVE 'REPORTS ARCHIVED' TO RNL-KEY-LABEL
010130     WRITE RUNLOG-RECORD
010140     CLOSE RUNLOG-FILE.
010150 8900-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------
010190* 9000-TERMINATE
010200*----------------------------------------------------------------
010210 9000-TERMINATE.
010220     CLOSE RPTARCH-FILE
010230     CLOSE REPORT-FILE
010240     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
010250 9000-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------
010290* 9800-ABEND-INVALID-PARM  -  A DATE THAT IS NOT A DATE WOULD
010300*                             FILE THE NIGHT UNDER A KEY NOBODY
010310*                             WILL EVER LOOK FOR
010320*----------------------------------------------------------------
010330 9800-ABEND-INVALID-PARM.
010340     DISPLAY 'RPTARCH0001E PARM DATE NOT YYYYMMDD'
010350     MOVE 16 TO RETURN-CODE
010360     STOP RUN.
010370
010380*----------------------------------------------------------------
010390* 9810-ABEND-RUNLOG-OPEN  -  RUNLOG-FILE COULD NOT BE OPENED -
010400*                            WITHOUT IT NO REPORT CAN BE TAGGED
010410*----------------------------------------------------------------
010420 9810-ABEND-RUNLOG-OPEN.
010430     DISPLAY 'RPTARCH0002E RUNLOG-FILE OPEN FAILED, STATUS = '
010440         RPA-RUNLOG-STATUS
010450     CLOSE REPORT-FILE
010460     MOVE 16 TO RETURN-CODE
010470     STOP RUN.
010480
010490*----------------------------------------------------------------
010500* 9811-ABEND-RPTARCH-OPEN  -  RPTARCH-FILE COULD NOT BE OPENED
010510*----------------------------------------------------------------
010520 9811-ABEND-RPTARCH-OPEN.
010530     DISPLAY 'RPTARCH0003E RPTARCH-FILE OPEN FAILED, STATUS = '
010540         RPA-RPTARCH-STATUS
010550     CLOSE REPORT-FILE
010560     MOVE 16 TO RETURN-CODE
010570     STOP RUN.
010580
010590*----------------------------------------------------------------
010600* 9812-ABEND-ARCHRPT-OPEN  -  REPORT-FILE COULD NOT BE OPENED -
010610*                             FAIL THE STEP RATHER THAN ABEND
010620*                             UNCONTROLLED ON THE FIRST WRITE
010630*----------------------------------------------------------------
010640 9812-ABEND-ARCHRPT-OPEN.
010650     DISPLAY 'RPTARCH0004E REPORT-FILE OPEN FAILED, STATUS = '
010660         RPA-ARCHRPT-STATUS
010670     MOVE 16 TO RETURN-CODE
010680     STOP RUN.
010690
010700*----------------------------------------------------------------
010710* 9813-ABEND-EMPTY-LOG  -  NO PARM DATE AND NOTHING ON THE LOG TO
010720*                          TAKE ONE FROM
010730*----------------------------------------------------------------
010740 9813-ABEND-EMPTY-LOG.
010750     DISPLAY 'RPTARCH0005E RUNLOG HOLDS NO DATED RECORDS - PASS'
010760         ' THE NIGHT AS PARM YYYYMMDD'
010770     CLOSE REPORT-FILE
010780     MOVE 16 TO RETURN-CODE
010790     STOP RUN.
010800
010810*----------------------------------------------------------------
010820* 9820-ABEND-TABLE-FULL  -  MORE PROGRAMS ON THE NIGHT'S LOG THAN
010830*                           THE TABLE HOLDS
010840*----------------------------------------------------------------
010850 9820-ABEND-TABLE-FULL.
010860     DISPLAY 'RPTARCH0006E MORE THAN 100 PROGRAMS ON RUNLOG FOR '
010870         RPA-ARCHIVE-DATE ' - TABLE FULL'
010880     CLOSE RUNLOG-FILE
010890     CLOSE REPORT-FILE
010900     MOVE 16 TO RETURN-CODE
010910     STOP RUN.
010920
010930*----------------------------------------------------------------
010940* 9821-ABEND-RPTARCH-WRITE  -  AN ARCHIVE WRITE CAME BACK BAD -
010950*                              THE NIGHT IS ONLY PART FILED, SO
010960*                              FAIL THE STEP FOR A RERUN, WHICH
010970*                              REPLACES WHAT WAS FILED
010980*----------------------------------------------------------------
010990 9821-ABEND-RPTARCH-WRITE.
011000     DISPLAY 'RPTARCH0007E RPTARCH WRITE FAILED, STATUS = '
011010         RPA-RPTARCH-STATUS ' KEY ' RAR-KEY
011020     CLOSE RPTARCH-FILE
011030     CLOSE REPORT-FILE
011040     MOVE 16 TO RETURN-CODE
011050     STOP RUN.
011060
011070*----------------------------------------------------------------
011080* 9822-ABEND-RPTARCH-DELETE  -  AN EARLIER COPY COULD NOT BE
011090*                               REMOVED - FILING OVER IT WOULD
011100*                               MIX TWO RUNS' PAGES
011110*----------------------------------------------------------------
011120 9822-ABEND-RPTARCH-DELETE.
011130     DISPLAY 'RPTARCH0008E RPTARCH DELETE FAILED, STATUS = '
011140         RPA-RPTARCH-STATUS ' KEY ' RAR-KEY
011150     CLOSE RPTARCH-FILE
011160     CLOSE REPORT-FILE
011170     MOVE 16 TO RETURN-CODE
011180     STOP RUN.
011190
011200 END PROGRAM RPTARCH.
