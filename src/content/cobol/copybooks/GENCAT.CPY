000010******************************************************************
000020*    GENCAT.CPY
000030*    GENERATION CATALOG RECORD LAYOUT - ONE RECORD PER BACKUP
000040*    GENERATION TAKEN BY GENSAVE BEFORE A PROGRAM REPLACES ONE OF
000050*    THE SUITE'S STANDING FILES (ITEMMST, PRIMMST, RUNLOG,
000060*    FACTCACH, MTHHIST, APPRPND).  RECORDS ARE APPENDED IN THE
000070*    ORDER THE GENERATIONS ARE TAKEN, SO FOR ANY ONE BASE FILE
000080*    THE FIRST ACTIVE RECORD IS ITS OLDEST GENERATION AND THE
000090*    LAST IS ITS NEWEST.  A GENERATION PRUNED UNDER THE KEEP
000100*    COUNT STAYS ON THE CATALOG MARKED SCRATCHED SO THE HISTORY
000110*    OF WHAT WAS HELD IS KEPT.
000120*
000130*    MODIFICATION HISTORY
000140*      2026-10-15  DO   ORIGINAL COPYBOOK.
000150*      2026-10-15  DO   FILE LIST ABOVE BROUGHT UP TO DATE WITH
000160*                       MTHHIST (MTHCLOSE) AND APPRPND (ITEMFIX,
000170*                       MASTUPDT, ITEMAPPR).
000180******************************************************************
000190 01  GENERATION-CATALOG-RECORD.
000200     03  GC-BASE-NAME          PIC X(08).
000210     03  GC-GENERATION-NAME    PIC X(26).
000220     03  GC-SAVED-DATE         PIC 9(08).
000230     03  GC-SAVED-TIME         PIC 9(08).
000240     03  GC-RECORD-COUNT       PIC 9(06).
000250     03  GC-STATUS             PIC X(01).
000260         88  GC-ACTIVE         VALUE 'A'.
000270         88  GC-SCRATCHED      VALUE 'S'.
