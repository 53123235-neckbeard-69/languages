000300*         PARM = 'GRACE-DAYS'   (DEFAULT 2)
000310*     AN ACKNOWLEDGMENT FOR A FEED NOT ON THE CONTROL FILE IS
000320*     ITSELF AN EXCEPTION.  ANY EXCEPTION ENDS THE STEP RC=8.
000322*     EVERY EXCEPTION IS ALSO APPENDED TO THE SHARED EXCEPTION
000324*     FILE (EXCLOG), KEYED BY FEED SEQUENCE, FOR CASEMGT TO TRACK
000326*     AS A CASE UNTIL SOMEONE CLOSES IT - A FEED LEFT UNACKED
000328*     NIGHT AFTER NIGHT IS ONE CASE SEEN MANY TIMES.
000330*
000340* MODIFICATION HISTORY.
000350*     DATE       INIT  DESCRIPTION
000360*     ---------- ----  ------------------------------------------
000370*     2026-09-02  RJT  ORIGINAL VERSION.
000372*     2026-10-15  RJT  APPEND EVERY FEED EXCEPTION TO THE SHARED
000374*                      EXCEPTION FILE (EXCLOG) FOR CASE TRACKING
000376*                      BY CASEMGT.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000520     SELECT RUNLOG-FILE  ASSIGN TO RUNLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ACK-RUNLOG-STATUS.
000542     SELECT EXCLOG-FILE  ASSIGN TO EXCLOG
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS ACK-EXCLOG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000940 FD  RUNLOG-FILE.
000950     COPY RUNLOGC.
000960
000962 FD  EXCLOG-FILE.
000964     COPY EXCLOGC.
000966
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* FILE STATUS FIELDS AND SWITCHES
001020 01  ACK-ACKFILE-STATUS           PIC X(02) VALUE '00'.
001030 01  ACK-ACKRPT-STATUS            PIC X(02) VALUE '00'.
001040 01  ACK-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001045 01  ACK-EXCLOG-STATUS            PIC X(02) VALUE '00'.
001050 01  ACK-EOF-TRNCTL-SW            PIC X(01) VALUE 'N'.
001060     88  ACK-EOF-TRNCTL                      VALUE 'Y'.
001070 01  ACK-EOF-ACKFILE-SW           PIC X(01) VALUE 'N'.
001080     88  ACK-EOF-ACKFILE                     VALUE 'Y'.
001090 01  ACK-FOUND-SW                 PIC X(01) VALUE 'N'.
001100     88  ACK-FOUND                           VALUE 'Y'.
001103 01  ACK-EXCLOG-OPEN-SW           PIC X(01) VALUE 'N'.
001106     88  ACK-EXCLOG-OPEN                     VALUE 'Y'.
001110
001120*----------------------------------------------------------------
001130* GRACE PERIOD FROM THE PARM (DEFAULT 2 DAYS)
001520 01  ACK-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001530 01  ACK-CURRENT-DATE             PIC X(08) VALUE SPACES.
001540
001541*----------------------------------------------------------------
001542* THE EXCEPTION IN HAND AS IT GOES TO THE SHARED EXCEPTION FILE
001543*----------------------------------------------------------------
001544 01  ACK-EXL-SEQUENCE             PIC 9(07) VALUE ZERO.
001545 01  ACK-EXL-TYPE                 PIC X(30) VALUE SPACES.
001546 01  ACK-EXL-DETAIL               PIC X(20) VALUE SPACES.
001547
001550 PROCEDURE DIVISION.
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     WRITE REPORT-TEXT-RECORD
001960     MOVE 'FEED-SEQ  CREATED         RECORDS  STATUS    FLAG'
001970         TO REPORT-TEXT-RECORD
001980     WRITE REPORT-TEXT-RECORD
001982     PERFORM 1200-OPEN-EXCEPTION-LOG THRU 1200-EXIT.
001990 1000-EXIT.
001991     EXIT.
001992
001993*----------------------------------------------------------------
001994* 1200-OPEN-EXCEPTION-LOG  -  THE SHARED EXCEPTION FILE IS
001995*                             EXTENDED LIKE RUNLOG.  A FAILURE IS
001996*                             WARNED, NOT FATAL - THE REPORT STILL
001997*                             CARRIES EVERY EXCEPTION
001998*----------------------------------------------------------------
001999 1200-OPEN-EXCEPTION-LOG.
002000     OPEN EXTEND EXCLOG-FILE
002001     IF ACK-EXCLOG-STATUS = '35'
002002         OPEN OUTPUT EXCLOG-FILE
002003     END-IF
002004     IF ACK-EXCLOG-STATUS NOT = '00'
002005         DISPLAY 'WHSACK0008W EXCLOG OPEN FAILED, STATUS = '
002006             ACK-EXCLOG-STATUS ' - EXCEPTIONS NOT LOGGED'
002007         GO TO 1200-EXIT
002008     END-IF
002009     SET ACK-EXCLOG-OPEN TO TRUE.
002010 1200-EXIT.
002011     EXIT.
002012
002020*----------------------------------------------------------------
002030* 2000-LOAD-CONTROL-FILE  -  EVERY FEED EVER SENT INTO THE TABLE
002040*----------------------------------------------------------------
002920         WRITE REPORT-DETAIL-RECORD
002930         ADD 1 TO ACK-ACKS-UNMATCHED
002940         ADD 1 TO ACK-EXCEPTION-COUNT
002941         MOVE ACK-FEED-SEQUENCE TO ACK-EXL-SEQUENCE
002942         MOVE 'ACK UNMATCHED' TO ACK-EXL-TYPE
002943         MOVE SPACES TO ACK-EXL-DETAIL
002944         STRING 'ANSWER ' ACK-ANSWER
002945             DELIMITED BY SIZE INTO ACK-EXL-DETAIL
002946         PERFORM 6000-LOG-EXCEPTION THRU 6000-EXIT
002950     END-IF.
002960 3200-EXIT.
002970     EXIT.
003570             MOVE '*REJECTED*' TO AKR-FLAG
003580             ADD 1 TO ACK-FEEDS-REJECTED
003590             ADD 1 TO ACK-EXCEPTION-COUNT
003591             MOVE ACK-CTL-SEQUENCE (ACK-IDX) TO ACK-EXL-SEQUENCE
003592             MOVE 'REJECTED' TO ACK-EXL-TYPE
003593             MOVE SPACES TO ACK-EXL-DETAIL
003594             STRING 'CREATED ' ACK-CTL-CREATED (ACK-IDX) (1:8)
003595                 DELIMITED BY SIZE INTO ACK-EXL-DETAIL
003596             PERFORM 6000-LOG-EXCEPTION THRU 6000-EXIT
003600         ELSE
003610             MOVE 'SENT' TO AKR-STATUS
003620             PERFORM 5200-TEST-GRACE-PERIOD THRU 5200-EXIT
003880         MOVE '*UNACKED*' TO AKR-FLAG
003890         ADD 1 TO ACK-FEEDS-OVERDUE
003900         ADD 1 TO ACK-EXCEPTION-COUNT
003901         MOVE ACK-CTL-SEQUENCE (ACK-IDX) TO ACK-EXL-SEQUENCE
003902         MOVE 'UNACKED PAST GRACE' TO ACK-EXL-TYPE
003903         MOVE SPACES TO ACK-EXL-DETAIL
003904         STRING 'CREATED ' ACK-CREATED-DATE
003905             DELIMITED BY SIZE INTO ACK-EXL-DETAIL
003906         PERFORM 6000-LOG-EXCEPTION THRU 6000-EXIT
003910     END-IF.
003920 5200-EXIT.
003921     EXIT.
003922
003923*----------------------------------------------------------------
003924* 6000-LOG-EXCEPTION  -  THE FEED JUST FLAGGED TO THE SHARED
003925*                        EXCEPTION FILE, UNDER TODAY'S DATE.  THE
003926*                        CALLER SETS THE SEQUENCE, TYPE AND DETAIL
003927*----------------------------------------------------------------
003928 6000-LOG-EXCEPTION.
003929     IF NOT ACK-EXCLOG-OPEN
003930         GO TO 6000-EXIT
003931     END-IF
003932     MOVE SPACES TO EXCLOG-RECORD
003933     MOVE 'WHSACK' TO EXL-PROGRAM-ID
003934     MOVE ACK-EXL-SEQUENCE TO EXL-SOURCE-KEY
003935     MOVE ACK-EXL-TYPE TO EXL-EXCEPTION-TYPE
003936     MOVE ACK-CURRENT-DATE TO EXL-FIRST-SEEN-DATE
003937     MOVE ACK-EXL-DETAIL TO EXL-DETAIL
003938     WRITE EXCLOG-RECORD.
003939 6000-EXIT.
003940     EXIT.
003941
003950*----------------------------------------------------------------
003960* 8000-WRITE-TOTALS  -  JOB TOTALS AND THE SCHEDULER RETURN CODE
003970*----------------------------------------------------------------
004490*----------------------------------------------------------------
004500 9000-TERMINATE.
004510     CLOSE REPORT-FILE
004512     IF ACK-EXCLOG-OPEN
004514         CLOSE EXCLOG-FILE
004516     END-IF
004520     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
004530 9000-EXIT.
004540     EXIT.
