000290*       - A SEED ALREADY ON THE RUN-RESULTS MASTER UNDER A
000300*         DIFFERENT INPUT NUMBER, WHOSE STORED RESULT THEREFORE
000310*         BELONGS TO ANOTHER WORKLOAD
000312*       - A PRIORITY CLASS OTHER THAN U, N, L OR BLANK, AND A
000314*         MUST-COMPLETE-BY DATE THAT IS NEITHER BLANK NOR A
000316*         VALID YYYYMMDD DATE
000318*       - A STREAM NUMBER ON THE LIST - ONLY DRVSPLIT SETS ONE
000320*       - THE PARMFILE SLICE/BOUND COMBINATIONS THE 5100 PARM
000330*         APPLY WOULD REJECT AT STEP START: SLICE BOUNDS WITH A
000340*         DRVFILE PRESENT, SLICE BOUNDS WITHOUT A SEED, SLICE OR
000360*     EVERY FINDING IS ONE LINE ON THE EDIT REPORT (EDITRPT) AND
000370*     THE STEP ENDS RC=8 WHEN ANYTHING WAS FLAGGED, SO THE
000380*     SCHEDULER CAN HOLD THE NIGHT JOB ON THE RETURN CODE.
000382*     EVERY FINDING IS ALSO APPENDED TO THE SHARED EXCEPTION FILE
000384*     (EXCLOG), KEYED DRV OR PARM PLUS INPUT/SEED, FOR CASEMGT TO
000386*     TRACK AS A CASE UNTIL SOMEONE CLOSES IT.
000390*
000400* MODIFICATION HISTORY.
000410*     DATE       INIT  DESCRIPTION
000432*     2026-09-02  RJT  APPEND ONE STEP-COMPLETION RECORD TO THE
000434*                      SHARED RUN-CONTROL LOG (RUNLOG) AT END OF
000436*                      JOB, FOR THE RUNSTAT MORNING STATUS BOARD.
000437*     2026-10-15  RJT  EDIT THE DRVFILE PRIORITY CLASS AND
000438*                      MUST-COMPLETE-BY DATE.
000439*     2026-10-15  RJT  FLAG A DRVFILE RECORD THAT ALREADY CARRIES
000440*                      A DRIVER STREAM NUMBER.
000441*     2026-10-15  RJT  APPEND EVERY FINDING TO THE SHARED
000442*                      EXCEPTION FILE (EXCLOG) FOR CASE TRACKING
000443*                      BY CASEMGT.
000444*----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000622     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS EDT-RUNLOG-STATUS.
000627     SELECT EXCLOG-FILE ASSIGN TO EXCLOG
000628         ORGANIZATION IS LINE SEQUENTIAL
000629         FILE STATUS IS EDT-EXCLOG-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000924 FD  RUNLOG-FILE.
000926     COPY RUNLOGC.
000930
000932 FD  EXCLOG-FILE.
000934     COPY EXCLOGC.
000936
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* FILE STATUS FIELDS AND SWITCHES
001000 01  EDT-RUNMAST-STATUS           PIC X(02) VALUE '00'.
001010 01  EDT-EDITRPT-STATUS           PIC X(02) VALUE '00'.
001012 01  EDT-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001016 01  EDT-EXCLOG-STATUS            PIC X(02) VALUE '00'.
001020 01  EDT-EOF-DRVFILE-SW           PIC X(01) VALUE 'N'.
001030     88  EDT-EOF-DRVFILE                     VALUE 'Y'.
001040 01  EDT-EOF-RUNMAST-SW           PIC X(01) VALUE 'N'.
001070     88  EDT-DRVFILE-FOUND                   VALUE 'Y'.
001080 01  EDT-FOUND-SW                 PIC X(01) VALUE 'N'.
001090     88  EDT-FOUND                           VALUE 'Y'.
001093 01  EDT-EXCLOG-OPEN-SW           PIC X(01) VALUE 'N'.
001096     88  EDT-EXCLOG-OPEN                     VALUE 'Y'.
001100
001110*----------------------------------------------------------------
001120* MASTER SEED TABLE - EVERY INPUT-NUMBER/SEED PAIR ALREADY ON THE
001430 01  EDT-RECORDS-READ             PIC 9(05) VALUE ZERO.
001440 01  EDT-ERROR-COUNT              PIC 9(05) VALUE ZERO.
001442 01  EDT-START-TIMESTAMP          PIC X(26) VALUE SPACES.
001443 01  EDT-EXL-SOURCE               PIC X(04) VALUE SPACES.
001444 01  EDT-EXL-TYPE                 PIC X(30) VALUE SPACES.
001446 01  EDT-MUST-COMPLETE-BY         PIC 9(08) VALUE ZERO.
001450
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001660     WRITE REPORT-TEXT-RECORD
001670     MOVE 'SRC   REC-NO  INPUT-NO  SEED       REASON'
001680         TO REPORT-TEXT-RECORD
001690     WRITE REPORT-TEXT-RECORD
001692     PERFORM 1200-OPEN-EXCEPTION-LOG THRU 1200-EXIT.
001700 1000-EXIT.
001701     EXIT.
001702
001703*----------------------------------------------------------------
001704* 1200-OPEN-EXCEPTION-LOG  -  THE SHARED EXCEPTION FILE IS
001705*                             EXTENDED LIKE RUNLOG.  A FAILURE IS
001706*                             WARNED, NOT FATAL - THE REPORT STILL
001707*                             CARRIES EVERY FINDING
001708*----------------------------------------------------------------
001709 1200-OPEN-EXCEPTION-LOG.
001710     OPEN EXTEND EXCLOG-FILE
001711     IF EDT-EXCLOG-STATUS = '35'
001712         OPEN OUTPUT EXCLOG-FILE
001713     END-IF
001714     IF EDT-EXCLOG-STATUS NOT = '00'
001715         DISPLAY 'DRVEDIT0008W EXCLOG OPEN FAILED, STATUS = '
001716             EDT-EXCLOG-STATUS ' - FINDINGS NOT LOGGED'
001717         GO TO 1200-EXIT
001718     END-IF
001719     SET EDT-EXCLOG-OPEN TO TRUE.
001720 1200-EXIT.
001721     EXIT.
001722
001730*----------------------------------------------------------------
001740* 2000-LOAD-MASTER-SEEDS  -  EVERY KEY ON THE RUN-RESULTS MASTER
001750*                            INTO THE SEED TABLE.  A MASTER NOT
002460             ADD 1 TO EDT-RECORDS-READ
002470             ADD 1 TO EDT-RECORD-NUMBER
002480             PERFORM 3200-CHECK-ONE-RECORD THRU 3200-EXIT
002485             PERFORM 3500-CHECK-CLASS-AND-DATE THRU 3500-EXIT
002490     END-READ.
002500 3100-EXIT.
002510     EXIT.
003420             TO EDT-OTHER-INPUT
003430     END-IF.
003440 3410-EXIT.
003441     EXIT.
003442
003443*----------------------------------------------------------------
003444* 3500-CHECK-CLASS-AND-DATE  -  THE NIGHT STEP RUNS A BAD CLASS
003445*                               AS NORMAL AND SORTS AN UNUSABLE
003446*                               DATE LAST, SO EITHER WOULD PUT
003447*                               THE RUN OUT OF ITS PLACE IN THE
003448*                               PROCESSING ORDER.  RUN FOR EVERY
003449*                               RECORD, WHATEVER 3200 FOUND.
003450*----------------------------------------------------------------
003451 3500-CHECK-CLASS-AND-DATE.
003452     IF NOT DRV-CLASS-VALID
003453         MOVE 'PRIORITY CLASS NOT U, N OR L' TO EDR-REASON
003454         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003455     END-IF
003456*    THE STREAM NUMBER BELONGS TO DRVSPLIT - ONE ALREADY SET ON
003457*    THE NIGHT'S LIST WOULD SEND LOOOPY DOWN THE STREAM PATH
003458     IF NOT DRV-NOT-STREAMED
003459         MOVE 'STREAM NUMBER NOT BLANK' TO EDR-REASON
003460         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003461     END-IF
003462     IF DRV-MUST-COMPLETE-BY = SPACES
003463         GO TO 3500-EXIT
003464     END-IF
003465     IF DRV-MUST-COMPLETE-BY NOT NUMERIC
003466         MOVE 'MUST-COMPLETE-BY NOT A DATE' TO EDR-REASON
003467         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003468         GO TO 3500-EXIT
003469     END-IF
003470     MOVE DRV-MUST-COMPLETE-BY TO EDT-MUST-COMPLETE-BY
003471     IF FUNCTION TEST-DATE-YYYYMMDD(EDT-MUST-COMPLETE-BY)
003472        NOT = ZERO
003473         MOVE 'MUST-COMPLETE-BY NOT A DATE' TO EDR-REASON
003474         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003475     END-IF.
003476 3500-EXIT.
003477     EXIT.
003478
003479*----------------------------------------------------------------
003480* 5000-EDIT-PARMFILE  -  THE SINGLE PARM RECORD, AGAINST THE SAME
003490*                        ACCEPTANCE RULES 5100-APPLY-PARM-RECORD
003500*                        ENFORCES AT STEP START
004510     MOVE EDT-SEED TO EDR-SEED
004520     MOVE SPACES TO EDR-FILLER-1 EDR-FILLER-2 EDR-FILLER-3
004530         EDR-FILLER-4 EDR-FILLER-5
004534     MOVE EDR-SOURCE TO EDT-EXL-SOURCE
004536     MOVE EDR-REASON TO EDT-EXL-TYPE
004540     WRITE REPORT-DETAIL-RECORD
004550     ADD 1 TO EDT-ERROR-COUNT
004552     PERFORM 7300-LOG-FINDING THRU 7300-EXIT.
004560 7200-EXIT.
004561     EXIT.
004562
004563*----------------------------------------------------------------
004564* 7300-LOG-FINDING  -  THE FINDING JUST PRINTED TO THE SHARED
004565*                      EXCEPTION FILE, UNDER TODAY'S DATE.  THE
004566*                      RECORD NUMBER SHIFTS AS THE LIST IS EDITED,
004567*                      SO IT RIDES IN THE DETAIL, NOT THE KEY.
004568*                      SOURCE AND REASON ARE SAVED FROM THE LINE
004569*                      BEFORE IT WAS WRITTEN
004570*----------------------------------------------------------------
004571 7300-LOG-FINDING.
004572     IF NOT EDT-EXCLOG-OPEN
004573         GO TO 7300-EXIT
004574     END-IF
004575     MOVE SPACES TO EXCLOG-RECORD
004576     MOVE 'DRVEDIT' TO EXL-PROGRAM-ID
004577     STRING EDT-EXL-SOURCE DELIMITED BY SPACE
004578         '/' EDT-INPUT-NUMBER '/' EDT-SEED
004579         DELIMITED BY SIZE INTO EXL-SOURCE-KEY
004580     MOVE EDT-EXL-TYPE TO EXL-EXCEPTION-TYPE
004581     MOVE EDT-START-TIMESTAMP (1:8) TO EXL-FIRST-SEEN-DATE
004582     STRING 'RECORD ' EDT-RECORD-NUMBER
004583         DELIMITED BY SIZE INTO EXL-DETAIL
004584     WRITE EXCLOG-RECORD.
004585 7300-EXIT.
004586     EXIT.
004587
004590*----------------------------------------------------------------
004600* 8000-WRITE-TOTALS  -  JOB TOTALS AND THE SCHEDULER RETURN CODE -
004610*                       ANY FINDING HOLDS THE NIGHT JOB
004854* 9000-TERMINATE
004856*----------------------------------------------------------------
004860 9000-TERMINATE.
004862     CLOSE REPORT-FILE
004864     IF EDT-EXCLOG-OPEN
004866         CLOSE EXCLOG-FILE
004868     END-IF
004872     PERFORM 8900-WRITE-STEP-LOG THRU 8900-EXIT.
004880 9000-EXIT.
004890     EXIT.
