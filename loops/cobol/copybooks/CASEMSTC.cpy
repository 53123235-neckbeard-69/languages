000100*----------------------------------------------------------------
000110* CASEMSTC -  RECORD LAYOUT FOR THE EXCEPTION CASE FILE
000120*             (LOGICAL FILE CASEFILE)
000130*
000140* ONE RECORD PER EXCEPTION CASE, KEPT IN CASE-NUMBER ORDER AND
000150* REWRITTEN IN FULL BY CASEMGT THE WAY ARRGENMT REWRITES THE
000160* RUN-LIBRARY CATALOG.  A CASE IS OPENED THE FIRST TIME A
000170* PROGRAM, KEY AND EXCEPTION TYPE ARRIVE ON THE EXCEPTION FILE
000180* (EXCLOG); EVERY LATER ARRIVAL OF THE SAME THREE IS A REPEAT OF
000190* THAT CASE, AND ONE ARRIVING AFTER THE CASE WAS CLOSED REOPENS
000200* IT, SINCE THE SOURCE PROGRAM STILL SEES THE PROBLEM.
000210*     CSE-FIRST-SEEN-DATE   THE EARLIEST DATE ANY SOURCE SAW IT
000220*     CSE-OPENED-DATE       WHEN THE CASE LAST OPENED - AGING
000230*                           AND THE TARGET ARE COUNTED FROM HERE
000240*     CSE-TARGET-DAYS       SET FROM THE SOURCE PROGRAM WHEN THE
000250*                           CASE OPENS
000260* OPERATORS ASSIGN, ANNOTATE AND CLOSE CASES THROUGH CASEMGT'S
000270* PARM; THE LAST ACTION, WHO TOOK IT AND THE LATEST NOTE ARE
000280* HELD HERE, AND EVERY ACTION IS ALSO APPENDED TO THE CASE
000290* HISTORY FILE (CASEHIST).
000300*----------------------------------------------------------------
000310 01  CASE-RECORD.
000320     05  CSE-CASE-NUMBER             PIC 9(07).
000330     05  CSE-FILLER-1                PIC X(01).
000340     05  CSE-PROGRAM-ID              PIC X(08).
000350     05  CSE-FILLER-2                PIC X(01).
000360     05  CSE-SOURCE-KEY              PIC X(30).
000370     05  CSE-FILLER-3                PIC X(01).
000380     05  CSE-EXCEPTION-TYPE          PIC X(30).
000390     05  CSE-FILLER-4                PIC X(01).
000400     05  CSE-STATUS                  PIC X(01).
000410         88  CSE-CASE-OPEN               VALUE 'O'.
000420         88  CSE-CASE-CLOSED             VALUE 'C'.
000430     05  CSE-FILLER-5                PIC X(01).
000440     05  CSE-FIRST-SEEN-DATE         PIC 9(08).
000450     05  CSE-FILLER-6                PIC X(01).
000460     05  CSE-LAST-SEEN-DATE          PIC 9(08).
000470     05  CSE-FILLER-7                PIC X(01).
000480     05  CSE-OPENED-DATE             PIC 9(08).
000490     05  CSE-FILLER-8                PIC X(01).
000500     05  CSE-SEEN-COUNT              PIC 9(05).
000510     05  CSE-FILLER-9                PIC X(01).
000520     05  CSE-TARGET-DAYS             PIC 9(03).
000530     05  CSE-FILLER-10               PIC X(01).
000540     05  CSE-ASSIGNED-TO             PIC X(08).
000550     05  CSE-FILLER-11               PIC X(01).
000560     05  CSE-LAST-ACTION-DATE        PIC 9(08).
000570     05  CSE-FILLER-12               PIC X(01).
000580     05  CSE-LAST-ACTION-BY          PIC X(08).
000590     05  CSE-FILLER-13               PIC X(01).
000600     05  CSE-CLOSED-DATE             PIC 9(08).
000610     05  CSE-FILLER-14               PIC X(01).
000620     05  CSE-DETAIL                  PIC X(20).
000630     05  CSE-FILLER-15               PIC X(01).
000640     05  CSE-LAST-NOTE               PIC X(50).
000650     05  CSE-FILLER-16               PIC X(25).
