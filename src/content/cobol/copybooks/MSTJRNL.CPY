000010******************************************************************
000020*    MSTJRNL.CPY
000030*    ITEM MASTER CHANGE JOURNAL RECORD LAYOUT - ONE RECORD PER
000040*    ADD, CHANGE OR DELETE APPLIED TO ITEMMST, APPENDED AS IT IS
000050*    APPLIED AND NEVER REWRITTEN, SO ANY ACCOUNT'S AMOUNT ON ANY
000060*    PAST DATE CAN BE REBUILT FROM IT.  MJ-OLD-AMOUNT IS ZERO ON
000070*    AN ADD AND MJ-NEW-AMOUNT IS ZERO ON A DELETE.  MJ-PROGRAM-ID
000080*    NAMES THE PROGRAM THAT APPLIED THE CHANGE AND MJ-OPERATOR-ID
000090*    THE OPERATOR WHO KEYED IT (SPACES FOR A BATCH RUN).
000100*
000110*    MODIFICATION HISTORY
000120*      2026-10-15  DO   ORIGINAL COPYBOOK.
000130*      2026-10-15  DO   ADDED MJ-OPERATOR-ID FOR CHANGES KEYED AT
000140*                       THE ITEMMNT MAINTENANCE SCREEN.  RECORD
000150*                       GROWS FROM 58 TO 66 CHARACTERS; ENTRIES
000160*                       WRITTEN BEFORE THE CHANGE READ BACK WITH A
000170*                       BLANK OPERATOR.
000180******************************************************************
000190 01  MASTER-JOURNAL-RECORD.
000200     03  MJ-RUN-DATE           PIC 9(08).
000210     03  MJ-RUN-TIME           PIC 9(08).
000220     03  MJ-ACTION             PIC X(06).
000230         88  MJ-ACTION-ADD     VALUE "ADD   ".
000240         88  MJ-ACTION-CHANGE  VALUE "CHANGE".
000250         88  MJ-ACTION-DELETE  VALUE "DELETE".
000260     03  MJ-ITEM-KEY           PIC 9(06).
000270     03  MJ-OLD-AMOUNT         PIC 9(09)V99.
000280     03  MJ-NEW-AMOUNT         PIC 9(09)V99.
000290     03  MJ-PROGRAM-ID         PIC X(08).
000300     03  MJ-OPERATOR-ID        PIC X(08).
