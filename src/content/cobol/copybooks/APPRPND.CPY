000010******************************************************************
000020*    APPRPND.CPY
000030*    PENDING-APPROVAL RECORD LAYOUT - ONE RECORD PER HIGH-VALUE
000040*    CORRECTION OR MASTER DELETE HELD FOR DUAL CONTROL, IN THE
000050*    ORDER THE ITEMS WERE HELD.  AN ITEM IS HELD ('P') BY ITEMFIX
000060*    (A CORRECTION OVER THE APPRPRM THRESHOLD), BY MASTUPDT (A
000070*    DELETE ON ITS TRANSACTION FILE) OR BY ITEMMNT (A SCREEN
000080*    DELETE OR A CORRECTION OVER THE THRESHOLD), CARRYING THE
000090*    PREPARER'S OPERATOR ID.  ITEMAPPR RECORDS A SECOND OPERATOR'S
000100*    DECISION ('A' APPROVED OR 'R' REJECTED).  AN APPROVED
000110*    CORRECTION IS RELEASED TO ITEMSUP BY THE NEXT ITEMFIX RUN,
000120*    AND AN APPROVED DELETE TO THE MASTER BY THE NEXT MASTUPDT
000130*    RUN, EACH MARKING THE ITEM 'L' RELEASED.  AP-HOLD-NUMBER IS
000140*    ONE HIGHER THAN THE HIGHEST ALREADY ON FILE AND IS HOW AN
000150*    APPROVER NAMES THE ITEM ON APPRDEC.  AP-ITEM-DATA IS THE
000160*    CORRECTED AMOUNT FOR A CORRECTION AND THE 999999999.99
000170*    DELETE SENTINEL FOR A DELETE.
000180*
000190*    MODIFICATION HISTORY
000200*      2026-10-15  DO   ORIGINAL COPYBOOK.
000210******************************************************************
000220 01  PENDING-APPROVAL-RECORD.
000230     03  AP-HOLD-NUMBER        PIC 9(06).
000240     03  AP-ITEM-TYPE          PIC X(01).
000250         88  AP-CORRECTION-ITEM   VALUE 'C'.
000260         88  AP-DELETE-ITEM       VALUE 'D'.
000270     03  AP-ITEM-KEY           PIC 9(06).
000280     03  AP-ITEM-DATA          PIC 9(09)V99.
000290     03  AP-EXCEPTION-KEY      PIC X(06).
000300     03  AP-SOURCE-PROGRAM     PIC X(08).
000310     03  AP-PREPARER-ID        PIC X(08).
000320     03  AP-HELD-DATE          PIC 9(08).
000330     03  AP-HELD-TIME          PIC 9(08).
000340     03  AP-STATUS             PIC X(01).
000350         88  AP-PENDING           VALUE 'P'.
000360         88  AP-APPROVED          VALUE 'A'.
000370         88  AP-REJECTED          VALUE 'R'.
000380         88  AP-RELEASED          VALUE 'L'.
000390     03  AP-APPROVER-ID        PIC X(08).
000400     03  AP-DECISION-DATE      PIC 9(08).
000410     03  AP-RELEASE-DATE       PIC 9(08).
000420     03  FILLER                PIC X(03).
