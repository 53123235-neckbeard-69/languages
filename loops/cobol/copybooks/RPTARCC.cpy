000100*----------------------------------------------------------------
000110* RPTARCC  -  RECORD LAYOUT FOR THE NIGHT REPORT ARCHIVE
000120*             (LOGICAL FILE RPTARCH, KEYED ON RAR-KEY)
000130*
000140* RPTARCH FILES EACH NIGHT'S REPORTS KEYED ON RUN DATE, PROGRAM,
000150* PAGE AND LINE, SIXTY LINES TO THE PAGE, EACH LINE CARRYING
000160* THE 80-BYTE REPORT LINE AS PRINTED.  PAGE ZERO LINE ZERO OF
000170* EVERY PROGRAM IS ITS INDEX ENTRY (RAR-INDEX-ENTRY) - THE
000180* REPORT DD, WHETHER THE REPORT WAS ARCHIVED OR FOUND MISSING,
000190* THE STEP RETURN CODE FROM THE NIGHT'S RUNLOG, AND THE LINE
000200* AND PAGE COUNTS - SO A READ OF THE INDEX ENTRIES ALONE LISTS
000210* A NIGHT.  RPTRETRV LISTS AND REPRINTS FROM IT AND RPTPURGE
000220* AGES IT OUT BY RUN DATE, OFFLOADING IN THIS SAME LAYOUT.
000230*----------------------------------------------------------------
000240 01  RPTARCH-RECORD.
000250     05  RAR-KEY.
000260         10  RAR-RUN-DATE            PIC 9(08).
000270         10  RAR-PROGRAM-ID          PIC X(08).
000280         10  RAR-PAGE-NUMBER         PIC 9(05).
000290         10  RAR-LINE-NUMBER         PIC 9(03).
000300     05  RAR-RECORD-TYPE             PIC X(01).
000310         88  RAR-INDEX-ENTRY                 VALUE 'I'.
000320         88  RAR-REPORT-LINE                 VALUE 'L'.
000330     05  RAR-LINE-TEXT               PIC X(80).
000340     05  RAR-INDEX-DATA REDEFINES RAR-LINE-TEXT.
000350         10  RAR-REPORT-DD           PIC X(08).
000360         10  RAR-FILLER-1            PIC X(01).
000370         10  RAR-REPORT-STATUS       PIC X(01).
000380             88  RAR-REPORT-ARCHIVED         VALUE 'A'.
000390             88  RAR-REPORT-MISSING          VALUE 'M'.
000400         10  RAR-FILLER-2            PIC X(01).
000410         10  RAR-STEP-LOGGED         PIC X(01).
000420             88  RAR-STEP-WAS-LOGGED         VALUE 'Y'.
000430         10  RAR-FILLER-3            PIC X(01).
000440         10  RAR-STEP-RC             PIC 9(02).
000450         10  RAR-FILLER-4            PIC X(01).
000460         10  RAR-LINE-COUNT          PIC 9(07).
000470         10  RAR-FILLER-5            PIC X(01).
000480         10  RAR-PAGE-COUNT          PIC 9(05).
000490         10  RAR-FILLER-6            PIC X(01).
000500         10  RAR-ARCHIVED-TIMESTAMP  PIC X(14).
000510         10  RAR-FILLER-7            PIC X(36).
000520     05  RAR-FILLER                  PIC X(05).
