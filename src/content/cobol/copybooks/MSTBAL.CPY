000010******************************************************************
000020*    MSTBAL.CPY
000030*    ITEM MASTER BALANCE CONTROL RECORD LAYOUT - ONE RECORD PER
000040*    CLOSING OF ITEMMST, APPENDED BY MASTUPDT EACH TIME IT
000050*    REPLACES THE MASTER, BY GENRSTR WHEN A GENERATION OF ITEMMST
000060*    IS PUT BACK, BY ITEMLOAD WHEN ITEMMST IS RELOADED FROM AN
000070*    UNLOAD, AND BY ITEMMNT AFTER EACH ACCOUNT IT MAINTAINS ONLINE
000080*    (THE PRIOR CLOSING CARRIED FORWARD BY THAT ACCOUNT'S
000090*    MOVEMENT).  THE LAST RECORD ON THE FILE IS THE OPENING
000100*    BALANCE THE NEXT MASTUPDT RUN MUST PROVE FROM.
000110*    MB-PROOF-STATUS SAYS HOW THE CLOSING WAS ARRIVED AT.
000120*
000130*    MODIFICATION HISTORY
000140*      2026-10-15  DO   ORIGINAL COPYBOOK.
000150*      2026-10-15  DO   ADDED MB-ONLINE-UPDATE FOR THE CLOSINGS
000160*                       ITEMMNT CARRIES FORWARD AFTER EACH ONLINE
000170*                       ADD, CORRECTION OR DELETE.
000180******************************************************************
000190 01  MASTER-BALANCE-RECORD.
000200     03  MB-CLOSE-DATE         PIC 9(08).
000210     03  MB-CLOSE-TIME         PIC 9(08).
000220     03  MB-RECORD-COUNT       PIC 9(06).
000230     03  MB-AMOUNT-TOTAL       PIC 9(13)V99.
000240     03  MB-PROGRAM-ID         PIC X(08).
000250     03  MB-PROOF-STATUS       PIC X(01).
000260         88  MB-IN-BALANCE     VALUE 'B'.
000270         88  MB-OUT-OF-BALANCE VALUE 'O'.
000280         88  MB-NOT-PROVED     VALUE 'N'.
000290         88  MB-RESTORED       VALUE 'R'.
000300         88  MB-ONLINE-UPDATE  VALUE 'M'.
