000010******************************************************************
000020*    KEYREG.CPY
000030*    ACCOUNT KEY ALLOCATION REGISTER RECORD LAYOUT - ONE RECORD
000040*    PER ITEMMST KEY HANDED OUT BY KEYALLOC, APPENDED AS IT IS
000050*    ALLOCATED AND NEVER REWRITTEN.  KEYS ARE ALLOCATED IN
000060*    ASCENDING ORDER, SO THE LAST RECORD CARRIES THE HIGHEST KEY
000070*    EVER ALLOCATED.  KG-CHECK-PRIME IS THE PRIMMST PRIME THE KEY
000080*    WAS MADE DIVISIBLE BY, AND KG-KEYS-REMAINING THE NUMBER OF
000090*    USABLE KEYS LEFT IN THE ALLOCATION RANGE AFTER IT WAS TAKEN.
000100*
000110*    MODIFICATION HISTORY
000120*      2026-10-15  DO   ORIGINAL COPYBOOK.
000130******************************************************************
000140 01  KEY-REGISTER-RECORD.
000150     03  KG-ITEM-KEY           PIC 9(06).
000160     03  KG-REQUESTER-ID       PIC X(08).
000170     03  KG-ALLOC-DATE         PIC 9(08).
000180     03  KG-ALLOC-TIME         PIC 9(08).
000190     03  KG-REFERENCE          PIC X(20).
000200     03  KG-CHECK-PRIME        PIC 9(10).
000210     03  KG-KEYS-REMAINING     PIC 9(06).
