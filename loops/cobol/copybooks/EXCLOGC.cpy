000100*----------------------------------------------------------------
000110* EXCLOGC  -  RECORD LAYOUT FOR THE SHARED EXCEPTION FILE
000120*             (LOGICAL FILE EXCLOG)
000130*
000140* AUDRECON, ARRCMP, WHSACK, DRVEDIT AND ARRYRPT EACH APPEND ONE
000150* RECORD PER EXCEPTION THEY PRINT ON THEIR OWN REPORT, OPENING
000160* THE FILE EXTEND THE WAY EVERY STEP OPENS RUNLOG.  THE RECORD
000170* NAMES THE SOURCE PROGRAM, THE RUN OR FEED KEY THE EXCEPTION
000180* IS ABOUT, THE EXCEPTION TYPE AS THE REPORT PRINTS IT, AND THE
000190* DATE THE PROGRAM FIRST SAW IT - ITS OWN RUN DATE.  CASEMGT
000200* READS THE FILE INTO THE CASE FILE (CASEFILE), WHERE ONE CASE
000210* IS HELD PER PROGRAM, KEY AND TYPE, AND THEN EMPTIES IT.  THE
000220* KEY IS WRITTEN AS TEXT SO ONE LAYOUT SERVES EVERY SOURCE:
000230*     AUDRECON    INPUT/SEED/RANDOM-NUMBER
000240*     ARRCMP      INPUT/SEED
000250*     ARRYRPT     INPUT/SEED
000260*     WHSACK      FEED SEQUENCE
000270*     DRVEDIT     DRV OR PARM, THEN INPUT/SEED
000280* EXL-DETAIL CARRIES A SHORT NOTE FOR THE OPERATOR - THE ARRAY
000290* RESULT, FIRST DIFFERING INDEX, FEED DATE OR RECORD NUMBER.
000300*----------------------------------------------------------------
000310 01  EXCLOG-RECORD.
000320     05  EXL-PROGRAM-ID              PIC X(08).
000330     05  EXL-FILLER-1                PIC X(01).
000340     05  EXL-SOURCE-KEY              PIC X(30).
000350     05  EXL-FILLER-2                PIC X(01).
000360     05  EXL-EXCEPTION-TYPE          PIC X(30).
000370     05  EXL-FILLER-3                PIC X(01).
000380     05  EXL-FIRST-SEEN-DATE         PIC 9(08).
000390     05  EXL-FILLER-4                PIC X(01).
000400     05  EXL-DETAIL                  PIC X(20).
