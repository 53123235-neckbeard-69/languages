000100*----------------------------------------------------------------
000110* CASEHSTC -  RECORD LAYOUT FOR THE CASE HISTORY FILE
000120*             (LOGICAL FILE CASEHIST)
000130*
000140* ONE RECORD PER THING THAT HAPPENED TO A CASE - OPENED OR
000150* REOPENED BY CASEMGT FROM THE EXCEPTION FILE, OR ASSIGNED,
000160* ANNOTATED OR CLOSED BY AN OPERATOR - APPENDED BY CASEMGT SO
000170* THE FILE ACCUMULATES.  IT IS THE PROOF THAT AN EXCEPTION WAS
000180* DEALT WITH: WHO DID WHAT TO WHICH CASE, WHEN, AND WHY.
000190*----------------------------------------------------------------
000200 01  CASEHIST-RECORD.
000210     05  CSH-CASE-NUMBER             PIC 9(07).
000220     05  CSH-FILLER-1                PIC X(01).
000230     05  CSH-TIMESTAMP               PIC X(14).
000240     05  CSH-FILLER-2                PIC X(01).
000250     05  CSH-ACTION                  PIC X(08).
000260     05  CSH-FILLER-3                PIC X(01).
000270     05  CSH-OPERATOR-ID             PIC X(08).
000280     05  CSH-FILLER-4                PIC X(01).
000290     05  CSH-TEXT                    PIC X(50).
000300     05  CSH-FILLER-5                PIC X(09).
