000010******************************************************************
000020*    MTHHIST.CPY
000030*    MONTH-END HISTORY RECORD LAYOUT - THE ITEMMST SNAPSHOTS TAKEN
000040*    BY MTHCLOSE AT EACH MONTH-END, OLDEST MONTH FIRST.  EACH
000050*    MONTH-END HOLDS ONE 'D' RECORD PER ACCOUNT ON ITEMMST, IN KEY
000060*    ORDER, FOLLOWED BY ONE 'S' SUMMARY RECORD CARRYING THE
000070*    MONTH'S ACCOUNT COUNT AND TOTAL, THE ACCOUNTS OPENED AND
000080*    CLOSED SINCE THE MONTH-END BEFORE, AND THE COUNT AND TOTAL
000090*    IN EACH OF THE FOUR BUBBLESORT AMOUNT BANDS (UNDER 100,
000100*    100 TO 999.99, 1,000 TO 9,999.99, 10,000 AND UP).  OPENED
000110*    AND CLOSED ARE ZERO, AND MH-NO-PRIOR-MONTH IS SET, FOR A
000120*    MONTH-END WITH NO EARLIER ONE ON FILE TO COMPARE AGAINST.
000130*    MH-OPERATOR-ID IS FILLED ONLY WHEN THE MONTH WAS CLOSED
000140*    AGAIN UNDER AN OVERRIDE.
000150*
000160*    MODIFICATION HISTORY
000170*      2026-10-15  DO   ORIGINAL COPYBOOK.
000180******************************************************************
000190 01  MONTH-HISTORY-RECORD.
000200     03  MH-MONTH-END          PIC 9(06).
000210     03  MH-RECORD-TYPE        PIC X(01).
000220         88  MH-SUMMARY-RECORD VALUE 'S'.
000230         88  MH-DETAIL-RECORD  VALUE 'D'.
000240     03  MH-DETAIL-AREA.
000250         05  MH-ITEM-KEY           PIC 9(06).
000260         05  MH-ITEM-DATA          PIC 9(09)V99.
000270         05  MH-LAST-ACTIVITY-DATE PIC 9(08).
000280         05  FILLER                PIC X(118).
000290     03  MH-SUMMARY-AREA REDEFINES MH-DETAIL-AREA.
000300         05  MH-CLOSE-DATE         PIC 9(08).
000310         05  MH-CLOSE-TIME         PIC 9(08).
000320         05  MH-ACCOUNT-COUNT      PIC 9(06).
000330         05  MH-AMOUNT-TOTAL       PIC 9(13)V99.
000340         05  MH-OPENED-COUNT       PIC 9(06).
000350         05  MH-CLOSED-COUNT       PIC 9(06).
000360         05  MH-PRIOR-SWITCH       PIC X(01).
000370             88  MH-PRIOR-MONTH-FOUND VALUE 'Y'.
000380             88  MH-NO-PRIOR-MONTH    VALUE 'N'.
000390         05  MH-CLOSE-MODE         PIC X(01).
000400             88  MH-FIRST-CLOSE       VALUE 'F'.
000410             88  MH-OVERRIDE-CLOSE    VALUE 'O'.
000420         05  MH-OPERATOR-ID        PIC X(08).
000430         05  MH-AMOUNT-BAND OCCURS 4 TIMES.
000440             07  MH-BAND-COUNT     PIC 9(06).
000450             07  MH-BAND-TOTAL     PIC 9(13)V99.
