000020*    ITEMMST.CPY
000030*    ITEM MASTER RECORD LAYOUT - ONE RECORD PER ITEM-FILE-KEY
000040*    (ACCOUNT NUMBER) CARRYING THE CURRENT AMOUNT AND THE DATE
000050*    OF THE LAST ACTIVITY AGAINST THE ACCOUNT.  ITEMMST IS AN
000060*    INDEXED FILE WITH IM-ITEM-KEY AS ITS RECORD KEY.  MASTUPDT
000070*    REBUILDS IT EACH NIGHT FROM THE CLEANSED ITEM BATCH, READING
000080*    THE OLD MASTER AND RELOADING THE NEW ONE IN ASCENDING KEY
000090*    ORDER; ITEMMNT READS AND MAINTAINS SINGLE ACCOUNTS BY KEY
000100*    DURING THE DAY.  BATCH READERS OPEN IT FOR SEQUENTIAL ACCESS
000110*    AND SEE THE ACCOUNTS IN KEY ORDER, AS BEFORE.
000120*
000130*    MODIFICATION HISTORY
000140*      2026-09-02  DO   ORIGINAL COPYBOOK.
000150*      2026-10-15  DO   ITEMMST CONVERTED FROM LINE SEQUENTIAL TO
000160*                       INDEXED, KEYED ON IM-ITEM-KEY, FOR ONLINE
000170*                       INQUIRY AND MAINTENANCE.  RECORD LAYOUT
000180*                       UNCHANGED.
000190******************************************************************
000200 01  ITEM-MASTER-RECORD.
000210     03  IM-ITEM-KEY           PIC 9(06).
000220     03  IM-ITEM-DATA          PIC 9(09)V99.
000230     03  IM-LAST-ACTIVITY-DATE PIC 9(08).
