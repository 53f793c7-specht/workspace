000280*                    (MSTUPRPT) WITH OLD AND NEW AMOUNTS, AND THE
000290*                    TRANSACTION FILE'S CONTROL TRAILER IS
000300*                    RECONCILED THE SAME WAY BUBBLESORT DOES IT.
000310*   2026-10-15  DO   THE TRAILER'S AMOUNT FIELD HOLDS ONLY NINE
000320*                    INTEGER DIGITS, SO A FILE CARRYING MORE THAN
000330*                    ONE ALL-NINES DELETE (DORMRPT'S PURGE FILE,
000340*                    SAY) ALWAYS FAILED THE CONTROL-TOTAL CHECK.
000350*                    4000-CHECK-CONTROL-TOTALS NOW COMPARES THE
000360*                    TRAILER AGAINST THE SAME LOW-ORDER DIGITS OF
000370*                    THE RUNNING TOTAL THAT THE WRITING PROGRAM
000380*                    CAN FIT INTO IT.
000390*   2026-10-15  DO   EVERY ADD, CHANGE AND DELETE APPLIED IN
000400*                    2100-APPLY-ONE-TRANSACTION IS NOW ALSO
000410*                    APPENDED TO A PERMANENT CHANGE JOURNAL
000420*                    (MSTJRNL, SEE MSTJRNL.CPY) WITH THE RUN DATE
000430*                    AND TIME AND THE OLD AND NEW AMOUNTS, SO AN
000440*                    ACCOUNT'S AMOUNT ON ANY PAST DATE CAN BE
000450*                    REBUILT (ACCTHIST) AFTER MSTUPRPT IS GONE.
000460*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
000470*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
000480*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
000490*                    BLANK ON THIS PROGRAM'S ENTRIES.
000500*   2026-10-15  DO   THE OUTGOING ITEMMST IS NOW SAVED AS A DATED
000510*                    GENERATION THROUGH GENSAVE BEFORE 6000-
000520*                    REPLACE-MASTER OVERWRITES IT.  IF IT CANNOT
000530*                    BE SAVED THE MASTER IS NOT REPLACED, THE
000540*                    UPDATED MASTER IS LEFT ON ITEMMSTT AND THE
000550*                    RUN ENDS WITH CONDITION CODE 8.
000560*   2026-10-15  DO   ITEMMST ITSELF IS NOW PROVED IN BALANCE EACH
000570*                    RUN.  THE BALANCE CONTROL FILE (MSTBAL, SEE
000580*                    MSTBAL.CPY) HOLDS THE RECORD COUNT AND
000590*                    AMOUNT TOTAL AT EACH CLOSING; THE LAST ONE IS
000600*                    TONIGHT'S OPENING BALANCE.  OPENING PLUS
000610*                    ADDS, LESS DELETES, PLUS NET CHANGE DELTAS
000620*                    MUST EQUAL WHAT IS WRITTEN TO THE NEW MASTER.
000630*                    THE PROOF IS PRINTED ON MSTUPRPT; OUT OF
000640*                    BALANCE LOGS CTL ERROR ON RUNLOG AND ENDS
000650*                    THE RUN WITH CONDITION CODE 8.  THE NEW
000660*                    CLOSING IS APPENDED TO MSTBAL ONCE ITEMMST
000670*                    HAS BEEN REPLACED.
000680*   2026-10-15  DO   ITEMMST IS NOW AN INDEXED FILE KEYED ON
000690*                    IM-ITEM-KEY.  IT IS STILL READ AND REBUILT
000700*                    IN KEY ORDER WITH SEQUENTIAL ACCESS; A KEY
000710*                    REJECTED ON THE REBUILD IS REPORTED AND ENDS
000720*                    THE RUN WITH CONDITION CODE 8.  JOURNAL
000730*                    ENTRIES CARRY A BLANK OPERATOR ID.
000740*   2026-10-15  DO   MASTER DELETES NOW NEED A SECOND OPERATOR'S
000750*                    APPROVAL.  A DELETE ON TRAN-FILE IS NO LONGER
000760*                    APPLIED; IT IS HELD ON APPRPND (APPRPND.CPY)
000770*                    UNDER THE PREPARER'S OPERATOR ID, WHICH NOW
000780*                    RIDES IN COLUMNS 18-25 OF THE DELETE RECORD
000790*                    (TRAN-FILE WIDENED FROM 17 TO 25).  A DELETE
000800*                    WITHOUT ONE IS REJECTED AND LOGS EXCEPTIONS.
000810*                    DELETES ITEMAPPR HAS SINCE APPROVED ARE TAKEN
000820*                    OFF APPRPND INTO THE SORT, APPLIED LIKE ANY
000830*                    OTHER DELETE AND MARKED RELEASED.  APPRPND IS
000840*                    SAVED THROUGH GENSAVE AND REWRITTEN AFTER
000850*                    ITEMMST HAS BEEN REPLACED.  HELD AND RELEASED
000860*                    DELETES DO NOT CHANGE THE TRAILER CHECK.
000870*   2026-10-15  DO   JOURNAL ENTRIES ARE NOW WRITTEN TO A SCRATCH
000880*                    JOURNAL (MSTJRNLT) DURING THE APPLY PASS AND
000890*                    APPENDED TO MSTJRNL ONLY ONCE ITEMMST HAS
000900*                    BEEN REPLACED, SO A RUN THAT STOPS SHORT OF
000910*                    THE REPLACE LEAVES NO ENTRIES FOR GLPOST OR
000920*                    ACCTHIST TO PICK UP.  A RUN THAT CANNOT GO ON
000930*                    IS REFUSED THROUGH 9000-REFUSE-UPDATE, WHICH
000940*                    LOGS FAILED AND ENDS WITH CONDITION CODE 8.
000950*                    APPRPND IS OPENED FOR OUTPUT ONLY ONCE ITS
000960*                    SCRATCH COPY HAS BEEN OPENED.
000970*   2026-10-15  DO   THE ACTUAL CONTROL TOTAL IS WIDENED TO
000980*                    15 INTEGER DIGITS, AS DORMRPT CARRIES IT,
000990*                    SO A PURGE OF MORE THAN 100 ACCOUNTS NO
001000*                    LONGER OVERFLOWS IT AND LOGS CTL ERROR.
001010*   2026-10-15  DO   AN ITEMMST THAT REJECTS A KEY ON RELOAD NOW
001020*                    REFUSES THE RUN (FAILED, CONDITION CODE 8)
001030*                    BEFORE ANYTHING IS JOURNALED, CLOSED OR
001040*                    RELEASED, NAMING THE GENERATION TO RESTORE.
001050*                    MSTJRNLT IS EMPTIED ONCE ITS ENTRIES ARE
001060*                    POSTED OR THE RUN IS REFUSED, AND A RUN THAT
001070*                    FINDS IT STILL HOLDING ENTRIES FROM A FAILED
001080*                    POST IS REFUSED.  A FAILED WRITE TO APPRPNDT
001090*                    NOW LEAVES APPRPND AS IT WAS.
001100*--------------------------------------------------------------*
001110 ENVIRONMENT DIVISION.
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT TRAN-FILE ASSIGN TO TRAN-FILE-NAME
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS TRAN-FILE-STATUS.
001170
001180     SELECT SORT-WORK-FILE ASSIGN TO "MSTWK"
001190         FILE STATUS IS SORT-WORK-FILE-STATUS.
001200
001210     SELECT MASTER-FILE ASSIGN TO "ITEMMST"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS SEQUENTIAL
001240         RECORD KEY IS IM-ITEM-KEY
001250         FILE STATUS IS MASTER-FILE-STATUS.
001260
001270     SELECT SCRATCH-FILE ASSIGN TO "ITEMMSTT"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS SCRATCH-FILE-STATUS.
001300
001310     SELECT UPDATE-REPORT-FILE ASSIGN TO "MSTUPRPT"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS UPDATE-REPORT-FILE-STATUS.
001340
001350     SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS JOURNAL-FILE-STATUS.
001380
001390     SELECT JOURNAL-SCRATCH-FILE ASSIGN TO "MSTJRNLT"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS JOURNAL-SCRATCH-FILE-STATUS.
001420     SELECT PENDING-FILE ASSIGN TO "APPRPND"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS PENDING-FILE-STATUS.
001450     SELECT PENDING-SCRATCH-FILE ASSIGN TO "APPRPNDT"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS PENDING-SCRATCH-FILE-STATUS.
001480     SELECT BALANCE-FILE ASSIGN TO "MSTBAL"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS BALANCE-FILE-STATUS.
001510     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS RUN-LOG-FILE-STATUS.
001540 DATA DIVISION.
001550 FILE SECTION.
001560*--------------------------------------------------------------*
001570* TRAN-FILE CARRIES THE SAME LAYOUT AS ITEM-FILE, TRAILER RECORD
001580* INCLUDED, SO ITEMCLN CAN BE FED STRAIGHT IN AS IT COMES OUT OF
001590* ITEMEDIT.  TR-PREPARER-ID IS FILLED ON DELETES ONLY.
001600*--------------------------------------------------------------*
001610 FD  TRAN-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 25 CHARACTERS.
001640 01  TRAN-FILE-RECORD.
001650     03  TR-ITEM-KEY        PIC 9(06).
001660     03  TR-ITEM-DATA       PIC 9(09)V99.
001670     03  TR-PREPARER-ID     PIC X(08).
001680
001690 SD  SORT-WORK-FILE.
001700 01  SORT-RECORD.
001710     03  SW-ITEM-KEY        PIC 9(06).
001720     03  SW-ITEM-DATA       PIC 9(09)V99.
001730
001740 FD  MASTER-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 25 CHARACTERS.
001770     COPY "ITEMMST.CPY".
001780
001790 FD  SCRATCH-FILE
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 25 CHARACTERS.
001820     COPY "ITEMMST.CPY"
001830        REPLACING ==ITEM-MASTER-RECORD== BY ==SCRATCH-RECORD==
001840           LEADING ==IM-== BY ==SM-==.
001850
001860 FD  UPDATE-REPORT-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 80 CHARACTERS.
001890 01  UPDATE-REPORT-LINE         PIC X(80).
001900
001910*--------------------------------------------------------------*
001920* THE NIGHT'S JOURNAL ENTRIES ARE BUILT ON JOURNAL-SCRATCH-FILE
001930* AND ONLY COPIED ONTO THE PERMANENT JOURNAL, RECORD FOR RECORD,
001940* ONCE ITEMMST HAS BEEN REPLACED.  THE SCRATCH JOURNAL IS EMPTIED
001950* ONCE POSTED, SO ENTRIES FOUND ON IT AT THE START OF A RUN ARE
001960* ONES A FAILED POST LEFT BEHIND.
001970*--------------------------------------------------------------*
001980 FD  JOURNAL-FILE
001990     LABEL RECORDS ARE STANDARD
002000     RECORD CONTAINS 66 CHARACTERS.
002010 01  JOURNAL-FILE-RECORD        PIC X(66).
002020 FD  JOURNAL-SCRATCH-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 66 CHARACTERS.
002050     COPY "MSTJRNL.CPY".
002060 FD  BALANCE-FILE
002070     LABEL RECORDS ARE STANDARD
002080     RECORD CONTAINS 46 CHARACTERS.
002090     COPY "MSTBAL.CPY".
002100 FD  PENDING-FILE
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 90 CHARACTERS.
002130     COPY "APPRPND.CPY".
002140 FD  PENDING-SCRATCH-FILE
002150     LABEL RECORDS ARE STANDARD
002160     RECORD CONTAINS 90 CHARACTERS.
002170     COPY "APPRPND.CPY"
002180        REPLACING ==PENDING-APPROVAL-RECORD== BY
002190                  ==PENDING-SCRATCH-RECORD==
002200           LEADING ==AP-== BY ==PS-==.
002210 FD  RUN-LOG-FILE
002220     LABEL RECORDS ARE STANDARD.
002230     COPY "RUNLOG.CPY".
002240 WORKING-STORAGE SECTION.
002250*--------------------------------------------------------------*
002260* SWITCHES
002270*--------------------------------------------------------------*
002280 01  TRAN-FILE-EOF-SWITCH       PIC X(01).
002290     88  TRAN-FILE-AT-END       VALUE 'Y'.
002300     88  TRAN-FILE-NOT-AT-END   VALUE 'N'.
002310 01  SORT-FILE-EOF-SWITCH       PIC X(01).
002320     88  SORT-FILE-AT-END       VALUE 'Y'.
002330     88  SORT-FILE-NOT-AT-END   VALUE 'N'.
002340 01  MASTER-FILE-EOF-SWITCH     PIC X(01).
002350     88  MASTER-FILE-AT-END     VALUE 'Y'.
002360     88  MASTER-FILE-NOT-AT-END VALUE 'N'.
002370 01  SCRATCH-FILE-EOF-SWITCH    PIC X(01).
002380     88  SCRATCH-FILE-AT-END     VALUE 'Y'.
002390     88  SCRATCH-FILE-NOT-AT-END VALUE 'N'.
002400 01  TRAN-FILE-STATUS           PIC X(02).
002410     88  TRAN-FILE-OK           VALUE '00'.
002420 01  SORT-WORK-FILE-STATUS      PIC X(02).
002430     88  SORT-WORK-FILE-OK      VALUE '00'.
002440 01  MASTER-FILE-STATUS         PIC X(02).
002450     88  MASTER-FILE-OK         VALUE '00'.
002460 01  SCRATCH-FILE-STATUS        PIC X(02).
002470     88  SCRATCH-FILE-OK        VALUE '00'.
002480 01  UPDATE-REPORT-FILE-STATUS  PIC X(02).
002490     88  UPDATE-REPORT-FILE-OK  VALUE '00'.
002500 01  RUN-LOG-FILE-STATUS        PIC X(02).
002510     88  RUN-LOG-FILE-OK        VALUE '00'.
002520 01  JOURNAL-FILE-STATUS        PIC X(02).
002530     88  JOURNAL-FILE-OK        VALUE '00'.
002540 01  JOURNAL-SCRATCH-FILE-STATUS PIC X(02).
002550     88  JOURNAL-SCRATCH-FILE-OK VALUE '00'.
002560 01  JOURNAL-SCRATCH-EOF-SWITCH PIC X(01).
002570     88  JOURNAL-SCRATCH-AT-END  VALUE 'Y'.
002580     88  JOURNAL-SCRATCH-NOT-AT-END VALUE 'N'.
002590 01  JOURNAL-POST-SWITCH        PIC X(01) VALUE 'N'.
002600     88  JOURNAL-POST-FAILED    VALUE 'Y'.
002610     88  JOURNAL-POST-CLEAN     VALUE 'N'.
002620 01  UPDATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002630     88  UPDATE-REFUSED         VALUE 'Y'.
002640     88  UPDATE-NOT-REFUSED     VALUE 'N'.
002650 01  JOURNAL-SCRATCH-STARTED-SWITCH PIC X(01) VALUE 'N'.
002660     88  JOURNAL-SCRATCH-STARTED VALUE 'Y'.
002670     88  JOURNAL-SCRATCH-NOT-STARTED VALUE 'N'.
002680 01  BALANCE-FILE-STATUS        PIC X(02).
002690     88  BALANCE-FILE-OK        VALUE '00'.
002700 01  PENDING-FILE-STATUS        PIC X(02).
002710     88  PENDING-FILE-OK        VALUE '00'.
002720 01  PENDING-SCRATCH-FILE-STATUS PIC X(02).
002730     88  PENDING-SCRATCH-FILE-OK VALUE '00'.
002740 01  PENDING-FILE-EOF-SWITCH    PIC X(01).
002750     88  PENDING-FILE-AT-END    VALUE 'Y'.
002760     88  PENDING-FILE-NOT-AT-END VALUE 'N'.
002770 01  PENDING-REPLACE-SWITCH     PIC X(01) VALUE 'N'.
002780     88  PENDING-REPLACE-FAILED VALUE 'Y'.
002790     88  PENDING-REPLACE-CLEAN  VALUE 'N'.
002800 01  BALANCE-FILE-EOF-SWITCH    PIC X(01).
002810     88  BALANCE-FILE-AT-END    VALUE 'Y'.
002820     88  BALANCE-FILE-NOT-AT-END VALUE 'N'.
002830 01  CONTROL-TOTAL-SWITCH       PIC X(01).
002840     88  CONTROL-TOTALS-MATCH    VALUE 'Y'.
002850     88  CONTROL-TOTALS-MISMATCH VALUE 'N'.
002860 01  MASTER-ABSENT-SWITCH       PIC X(01) VALUE 'N'.
002870     88  MASTER-WAS-ABSENT      VALUE 'Y'.
002880     88  MASTER-WAS-PRESENT     VALUE 'N'.
002890 01  PRIOR-CLOSE-SWITCH         PIC X(01) VALUE 'N'.
002900     88  PRIOR-CLOSE-FOUND      VALUE 'Y'.
002910     88  PRIOR-CLOSE-ABSENT     VALUE 'N'.
002920*--------------------------------------------------------------*
002930* BALANCE-PROOF-SWITCH CARRIES THE SAME CODES AS MB-PROOF-STATUS
002940* SO THE PROOF RESULT CAN BE MOVED STRAIGHT ONTO THE CLOSING.
002950*--------------------------------------------------------------*
002960 01  BALANCE-PROOF-SWITCH       PIC X(01) VALUE 'N'.
002970     88  MASTER-IN-BALANCE      VALUE 'B'.
002980     88  MASTER-OUT-OF-BALANCE  VALUE 'O'.
002990     88  MASTER-NOT-PROVED      VALUE 'N'.
003000 01  CLOSE-RECORDED-SWITCH      PIC X(01) VALUE 'Y'.
003010     88  CLOSE-RECORDED         VALUE 'Y'.
003020     88  CLOSE-NOT-RECORDED     VALUE 'N'.
003030 01  MASTER-RELOAD-SWITCH       PIC X(01) VALUE 'N'.
003040     88  MASTER-RELOAD-FAILED   VALUE 'Y'.
003050     88  MASTER-RELOAD-CLEAN    VALUE 'N'.
003060*--------------------------------------------------------------*
003070* ACTIVE-MASTER - THE MASTER RECORD "IN HAND" FOR THE KEY OF THE
003080* TRANSACTION CURRENTLY BEING APPLIED.  IT IS NOT WRITTEN TO THE
003090* SCRATCH FILE UNTIL THE TRANSACTION STREAM MOVES PAST ITS KEY,
003100* SO SEVERAL TRANSACTIONS AGAINST THE SAME ACCOUNT (AN ADD
003110* FOLLOWED BY A CHANGE, SAY) APPLY IN SEQUENCE TO ONE RECORD.
003120*--------------------------------------------------------------*
003130 01  ACTIVE-MASTER-SWITCH       PIC X(01).
003140     88  ACTIVE-MASTER-HELD     VALUE 'Y'.
003150     88  ACTIVE-MASTER-EMPTY    VALUE 'N'.
003160 01  ACTIVE-MASTER.
003170     03  AM-ITEM-KEY            PIC 9(06).
003180     03  AM-ITEM-DATA           PIC 9(09)V99.
003190     03  AM-LAST-ACTIVITY-DATE  PIC 9(08).
003200 01  TRAN-FILE-NAME             PIC X(08) VALUE "ITEMCLN".
003210 77  DELETE-SENTINEL-AMOUNT     PIC 9(09)V99 VALUE 999999999.99.
003220*--------------------------------------------------------------*
003230* COUNTERS AND WORK AREAS
003240*--------------------------------------------------------------*
003250 77  RECORD-COUNT             PIC 9(06)    COMP VALUE ZERO.
003260 77  CONTROL-COUNT-EXPECTED   PIC 9(06)         VALUE ZERO.
003270 77  CONTROL-TOTAL-EXPECTED   PIC 9(09)V99      VALUE ZERO.
003280 77  CONTROL-TOTAL-ACTUAL     PIC 9(15)V99 COMP-3 VALUE ZERO.
003290 77  CONTROL-TOTAL-LOW-ORDER  PIC 9(09)V99      VALUE ZERO.
003300 77  JOURNAL-ENTRIES-POSTED   PIC 9(06)    COMP VALUE ZERO.
003310 77  ADD-COUNT                PIC 9(06)    COMP VALUE ZERO.
003320 77  CHANGE-COUNT             PIC 9(06)    COMP VALUE ZERO.
003330 77  DELETE-COUNT             PIC 9(06)    COMP VALUE ZERO.
003340 77  UNMATCHED-COUNT          PIC 9(06)    COMP VALUE ZERO.
003350 77  MASTER-OUT-COUNT         PIC 9(06)    COMP VALUE ZERO.
003360 77  JOURNAL-COUNT            PIC 9(06)    COMP VALUE ZERO.
003370 77  HELD-DELETE-COUNT        PIC 9(06)    COMP VALUE ZERO.
003380 77  RELEASED-DELETE-COUNT    PIC 9(06)    COMP VALUE ZERO.
003390 77  NO-PREPARER-COUNT        PIC 9(06)    COMP VALUE ZERO.
003400 77  HIGHEST-HOLD-NUMBER      PIC 9(06)         VALUE ZERO.
003410 01  LOOKAHEAD-RECORD.
003420     03  LA-ITEM-KEY           PIC 9(06).
003430     03  LA-ITEM-DATA          PIC 9(09)V99.
003440     03  LA-PREPARER-ID        PIC X(08).
003450*--------------------------------------------------------------*
003460* MASTER BALANCE PROOF WORK AREAS - OPENING BALANCE FROM THE LAST
003470* MSTBAL CLOSING, TONIGHT'S ACTIVITY BY TYPE AND WHAT WAS ACTUALLY
003480* WRITTEN TO THE NEW MASTER.
003490*--------------------------------------------------------------*
003500 77  OPENING-COUNT            PIC 9(06)          VALUE ZERO.
003510 77  OPENING-TOTAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
003520 77  OPENING-CLOSE-DATE       PIC 9(08)          VALUE ZERO.
003530 77  ADD-AMOUNT-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
003540 77  DELETE-AMOUNT-TOTAL      PIC 9(13)V99 COMP-3 VALUE ZERO.
003550 77  NET-CHANGE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
003560 77  MASTER-OUT-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
003570 77  EXPECTED-MASTER-COUNT    PIC S9(07)   COMP-3 VALUE ZERO.
003580 77  EXPECTED-MASTER-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
003590 77  COUNT-DIFFERENCE         PIC S9(07)   COMP-3 VALUE ZERO.
003600 77  TOTAL-DIFFERENCE         PIC S9(13)V99 COMP-3 VALUE ZERO.
003610*--------------------------------------------------------------*
003620* UPDATE REPORT WORK AREAS
003630*--------------------------------------------------------------*
003640 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
003650 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
003660 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
003670 01  RUN-DATE-NUMBER           PIC 9(08).
003680 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
003690     03  RUN-DATE-CCYY         PIC 9(04).
003700     03  RUN-DATE-MM           PIC 9(02).
003710     03  RUN-DATE-DD           PIC 9(02).
003720 77  RUN-TIME-NOW              PIC 9(08).
003730 77  RUN-TIME-STARTED          PIC 9(08).
003740 01  GENERATION-BASE-NAME      PIC X(08) VALUE "ITEMMST".
003750 01  GENERATION-NAME-TAKEN     PIC X(26) VALUE SPACES.
003760 01  REPORT-HEADING-LINE-1.
003770     03  FILLER                PIC X(25) VALUE
003780         "ITEM MASTER UPDATE REPORT".
003790     03  FILLER                PIC X(15) VALUE SPACES.
003800     03  FILLER                PIC X(05) VALUE "DATE:".
003810     03  RH-RUN-MM             PIC 99.
003820     03  FILLER                PIC X(01) VALUE "/".
003830     03  RH-RUN-DD             PIC 99.
003840     03  FILLER                PIC X(01) VALUE "/".
003850     03  RH-RUN-CCYY           PIC 9(04).
003860     03  FILLER                PIC X(05) VALUE SPACES.
003870     03  FILLER                PIC X(05) VALUE "PAGE:".
003880     03  RH-PAGE-NUMBER        PIC ZZZ9.
003890 01  REPORT-HEADING-LINE-2.
003900     03  FILLER                PIC X(06) VALUE "ACTION".
003910     03  FILLER                PIC X(02) VALUE SPACES.
003920     03  FILLER                PIC X(07) VALUE "ACCOUNT".
003930     03  FILLER                PIC X(03) VALUE SPACES.
003940     03  FILLER                PIC X(10) VALUE "OLD AMOUNT".
003950     03  FILLER                PIC X(06) VALUE SPACES.
003960     03  FILLER                PIC X(10) VALUE "NEW AMOUNT".
003970 01  UPDATE-DETAIL-LINE.
003980     03  UD-ACTION             PIC X(06).
003990     03  FILLER                PIC X(02) VALUE SPACES.
004000     03  UD-ITEM-KEY           PIC ZZZZZ9.
004010     03  FILLER                PIC X(04) VALUE SPACES.
004020     03  UD-OLD-AMOUNT         PIC Z(8)9.99.
004030     03  FILLER                PIC X(04) VALUE SPACES.
004040     03  UD-NEW-AMOUNT         PIC Z(8)9.99.
004050     03  FILLER                PIC X(04) VALUE SPACES.
004060     03  UD-NOTE               PIC X(24).
004070 01  HOLD-NOTE.
004080     03  FILLER                PIC X(05) VALUE "HOLD ".
004090     03  HN-HOLD-NUMBER        PIC 9(06).
004100     03  FILLER                PIC X(04) VALUE " BY ".
004110     03  HN-OPERATOR-ID        PIC X(08).
004120 01  RUN-LOG-DETAIL.
004130     03  FILLER                PIC X(05) VALUE "HELD ".
004140     03  RD-HELD-COUNT         PIC 9(04).
004150     03  FILLER                PIC X(10) VALUE " RELEASED ".
004160     03  RD-RELEASED-COUNT     PIC 9(04).
004170 01  SUMMARY-COUNT-LINE.
004180     03  SC-LABEL              PIC X(28).
004190     03  SC-COUNT              PIC Z(5)9.
004200 01  MASTER-ABSENT-LINE.
004210     03  FILLER                PIC X(46) VALUE
004220         "*** MASTER FILE NOT FOUND - CREATED THIS RUN".
004230     03  FILLER                PIC X(04) VALUE " ***".
004240*--------------------------------------------------------------*
004250* CONTROL-TOTAL WARNING LINES - SAME LAYOUT AND PURPOSE AS THE
004260* ONES BUBBLESORT WRITES TO SORTRPT WHEN THE TRAILER DOES NOT
004270* TIE OUT AGAINST THE RECORDS ACTUALLY PROCESSED.
004280*--------------------------------------------------------------*
004290 01  COUNT-WARNING-LINE.
004300     03  FILLER                PIC X(14) VALUE "*** COUNT ".
004310     03  CW-ACTUAL-COUNT       PIC ZZZZZ9.
004320     03  FILLER                PIC X(10) VALUE " EXP ".
004330     03  CW-EXPECTED-COUNT     PIC ZZZZZ9.
004340     03  FILLER                PIC X(16) VALUE " - MISMATCH ***".
004350 01  TOTAL-WARNING-LINE.
004360     03  FILLER                PIC X(14) VALUE "*** TOTAL ".
004370     03  CW-ACTUAL-TOTAL       PIC Z(14)9.99.
004380     03  FILLER                PIC X(10) VALUE " EXP ".
004390     03  CW-EXPECTED-TOTAL     PIC Z(8)9.99.
004400     03  FILLER                PIC X(16) VALUE " - MISMATCH ***".
004410*--------------------------------------------------------------*
004420* MASTER BALANCE PROOF LINES - PRINTED AFTER THE CONTROL-TOTAL
004430* CHECK.  PD-COUNT IS LEFT BLANK ON THE NET CHANGES LINE, WHICH
004440* MOVES MONEY BUT NOT ACCOUNTS.
004450*--------------------------------------------------------------*
004460 01  PROOF-TITLE-LINE.
004470     03  FILLER                PIC X(35) VALUE
004480         "MASTER BALANCE PROOF - PRIOR CLOSE ".
004490     03  PT-CLOSE-DATE         PIC 9(08).
004500 01  PROOF-COLUMN-LINE.
004510     03  FILLER                PIC X(24) VALUE SPACES.
004520     03  FILLER                PIC X(07) VALUE "  COUNT".
004530     03  FILLER                PIC X(16) VALUE SPACES.
004540     03  FILLER                PIC X(06) VALUE "AMOUNT".
004550 01  PROOF-DETAIL-LINE.
004560     03  PD-LABEL              PIC X(24).
004570     03  PD-COUNT              PIC -(6)9.
004580     03  PD-COUNT-X REDEFINES PD-COUNT
004590                               PIC X(07).
004600     03  FILLER                PIC X(04) VALUE SPACES.
004610     03  PD-AMOUNT             PIC -(13)9.99.
004620 01  PROOF-NO-PRIOR-LINE.
004630     03  FILLER                PIC X(46) VALUE
004640         "NO PRIOR CLOSE ON MSTBAL - OPENING NOT PROVED,".
004650     03  FILLER                PIC X(27) VALUE
004660         " THIS RUN'S CLOSE STARTS IT".
004670 01  PROOF-IN-BALANCE-LINE.
004680     03  FILLER                PIC X(17) VALUE
004690         "MASTER IN BALANCE".
004700 01  PROOF-OUT-OF-BALANCE-LINE.
004710     03  FILLER                PIC X(29) VALUE
004720         "*** MASTER OUT OF BALANCE ***".
004730 PROCEDURE DIVISION.
004740*--------------------------------------------------------------*
004750* 0000-MAINLINE - CONTROLS THE OVERALL UPDATE RUN.  THE SORT VERB
004760* PUTS THE DAY'S TRANSACTIONS INTO KEY ORDER; 1000-LOAD-
004770* TRANSACTIONS FEEDS IT FROM TRAN-FILE (DROPPING THE TRAILER BY
004780* READING ONE RECORD AHEAD, AS BUBBLESORT DOES) AND 2000-APPLY-
004790* TRANSACTIONS RUNS THE SORTED STREAM AGAINST THE MASTER ON THE
004800* WAY OUT.  THE MASTER IS THEN PROVED AGAINST THE LAST CLOSING ON
004810* MSTBAL, REPLACED, ITS JOURNAL ENTRIES POSTED AND ITS NEW
004820* CLOSING RECORDED.  DELETES ARE HELD ON APPRPND FOR A SECOND
004830* OPERATOR'S APPROVAL RATHER THAN APPLIED, AND APPRPND IS
004840* REWRITTEN LAST.
004850*--------------------------------------------------------------*
004860 0000-MAINLINE.
004870     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
004880     ACCEPT RUN-TIME-STARTED FROM TIME
004890     OPEN OUTPUT UPDATE-REPORT-FILE
004900     IF NOT UPDATE-REPORT-FILE-OK
004910        DISPLAY "MASTUPDT: UNABLE TO OPEN MSTUPRPT - STATUS "
004920           UPDATE-REPORT-FILE-STATUS
004930        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
004940     END-IF
004950     MOVE LINES-PER-PAGE TO LINE-COUNT
004960
004970     PERFORM 0500-LOAD-OPENING-BALANCE THRU 0500-EXIT
004980
004990     SORT SORT-WORK-FILE
005000        ON ASCENDING KEY SW-ITEM-KEY
005010        INPUT PROCEDURE IS 1000-LOAD-TRANSACTIONS THRU 1000-EXIT
005020        OUTPUT PROCEDURE IS 2000-APPLY-TRANSACTIONS
005030           THRU 2000-EXIT
005040     IF NOT SORT-WORK-FILE-OK
005050        DISPLAY "MASTUPDT: SORT FAILED - STATUS "
005060           SORT-WORK-FILE-STATUS
005070        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
005080     END-IF
005090
005100     PERFORM 4000-CHECK-CONTROL-TOTALS THRU 4000-EXIT
005110     PERFORM 4500-PROVE-MASTER-BALANCE THRU 4500-EXIT
005120     PERFORM 5000-WRITE-UPDATE-SUMMARY THRU 5000-EXIT
005130     CLOSE UPDATE-REPORT-FILE
005140     PERFORM 6000-REPLACE-MASTER THRU 6000-EXIT
005150     PERFORM 6200-POST-JOURNAL-ENTRIES THRU 6200-EXIT
005160     PERFORM 6500-RECORD-CLOSING-BALANCE THRU 6500-EXIT
005170     PERFORM 6600-REPLACE-PENDING-FILE THRU 6600-EXIT
005180     DISPLAY "MASTUPDT: " ADD-COUNT " ADDED, " CHANGE-COUNT
005190        " CHANGED, " DELETE-COUNT " DELETED, " UNMATCHED-COUNT
005200        " UNMATCHED"
005210     DISPLAY "MASTUPDT: " HELD-DELETE-COUNT " DELETES HELD, "
005220        RELEASED-DELETE-COUNT " APPROVED DELETES RELEASED, "
005230        NO-PREPARER-COUNT " WITHOUT PREPARER"
005240     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
005250     IF MASTER-OUT-OF-BALANCE OR CLOSE-NOT-RECORDED
005260        OR MASTER-RELOAD-FAILED OR PENDING-REPLACE-FAILED
005270        OR JOURNAL-POST-FAILED
005280        MOVE 8 TO RETURN-CODE
005290     END-IF
005300     STOP RUN.
005310*--------------------------------------------------------------*
005320* 0500-LOAD-OPENING-BALANCE - READS MSTBAL THROUGH TO ITS LAST
005330* RECORD, THE MOST RECENT CLOSING OF ITEMMST, WHICH IS TONIGHT'S
005340* OPENING BALANCE.  NO MSTBAL MEANS NO CLOSING HAS BEEN RECORDED
005350* YET, SO THIS RUN'S OPENING CANNOT BE PROVED.
005360*--------------------------------------------------------------*
005370 0500-LOAD-OPENING-BALANCE.
005380     SET PRIOR-CLOSE-ABSENT TO TRUE
005390     OPEN INPUT BALANCE-FILE
005400     IF NOT BALANCE-FILE-OK
005410        GO TO 0500-EXIT
005420     END-IF
005430     SET BALANCE-FILE-NOT-AT-END TO TRUE
005440     PERFORM UNTIL BALANCE-FILE-AT-END
005450        READ BALANCE-FILE
005460           AT END
005470              SET BALANCE-FILE-AT-END TO TRUE
005480           NOT AT END
005490              MOVE MB-CLOSE-DATE   TO OPENING-CLOSE-DATE
005500              MOVE MB-RECORD-COUNT TO OPENING-COUNT
005510              MOVE MB-AMOUNT-TOTAL TO OPENING-TOTAL
005520              SET PRIOR-CLOSE-FOUND TO TRUE
005530        END-READ
005540     END-PERFORM
005550     CLOSE BALANCE-FILE.
005560 0500-EXIT.
005570     EXIT.
005580*--------------------------------------------------------------*
005590* 1000-LOAD-TRANSACTIONS - SORT INPUT PROCEDURE.  READS TRAN-FILE
005600* AND RELEASES EACH DETAIL RECORD TO THE SORT.  THE FILE CARRIES
005610* A TRAILER RECORD AT END OF FILE, SO EACH RECORD IS HELD BACK A
005620* STEP (LOOKAHEAD-RECORD) UNTIL IT IS KNOWN THAT A FURTHER RECORD
005630* FOLLOWS; THE LAST RECORD READ IS THEREFORE THE TRAILER AND ITS
005640* CONTROL COUNT AND TOTAL ARE KEPT FOR RECONCILIATION.  A DELETE
005650* IS HELD FOR APPROVAL (1600-HOLD-DELETE) INSTEAD OF RELEASED,
005660* BUT STILL COUNTS TOWARD THE TRAILER CHECK.  APPROVED DELETES ARE
005670* RELEASED FROM APPRPND FIRST (1500-RELEASE-APPROVED-DELETES).
005680*--------------------------------------------------------------*
005690 1000-LOAD-TRANSACTIONS.
005700     PERFORM 1500-RELEASE-APPROVED-DELETES THRU 1500-EXIT
005710     SET TRAN-FILE-NOT-AT-END TO TRUE
005720     OPEN INPUT TRAN-FILE
005730     IF NOT TRAN-FILE-OK
005740        DISPLAY "MASTUPDT: UNABLE TO OPEN " TRAN-FILE-NAME
005750           " - STATUS " TRAN-FILE-STATUS
005760        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
005770     END-IF
005780     READ TRAN-FILE
005790        AT END
005800           SET TRAN-FILE-AT-END TO TRUE
005810     END-READ
005820     PERFORM UNTIL TRAN-FILE-AT-END
005830        MOVE TR-ITEM-KEY  TO LA-ITEM-KEY
005840        MOVE TR-ITEM-DATA TO LA-ITEM-DATA
005850        MOVE TR-PREPARER-ID TO LA-PREPARER-ID
005860        READ TRAN-FILE
005870           AT END
005880              SET TRAN-FILE-AT-END TO TRUE
005890        END-READ
005900        IF NOT TRAN-FILE-AT-END
005910           ADD 1 TO RECORD-COUNT
005920              ON SIZE ERROR
005930                 DISPLAY "*** RECORD COUNT OVERFLOW ***"
005940           END-ADD
005950           MOVE LA-ITEM-KEY  TO SW-ITEM-KEY
005960           MOVE LA-ITEM-DATA TO SW-ITEM-DATA
005970           ADD SW-ITEM-DATA TO CONTROL-TOTAL-ACTUAL
005980              ON SIZE ERROR
005990                 DISPLAY "*** CONTROL TOTAL ACCUMULATOR "
006000                    "OVERFLOW ***"
006010           END-ADD
006020           IF SW-ITEM-DATA = DELETE-SENTINEL-AMOUNT
006030              PERFORM 1600-HOLD-DELETE THRU 1600-EXIT
006040           ELSE
006050              RELEASE SORT-RECORD
006060           END-IF
006070        ELSE
006080           MOVE LA-ITEM-KEY  TO CONTROL-COUNT-EXPECTED
006090           MOVE LA-ITEM-DATA TO CONTROL-TOTAL-EXPECTED
006100        END-IF
006110     END-PERFORM
006120     CLOSE TRAN-FILE
006130     CLOSE PENDING-SCRATCH-FILE.
006140 1000-EXIT.
006150     EXIT.
006160*--------------------------------------------------------------*
006170* 1500-RELEASE-APPROVED-DELETES - COPIES APPRPND TO THE SCRATCH
006180* FILE APPRPNDT, RELEASING EVERY APPROVED DELETE TO THE SORT ON
006190* THE WAY AND MARKING IT RELEASED.  THE HIGHEST HOLD NUMBER ON
006200* FILE IS NOTED SO NEW HOLDS NUMBER ON FROM IT.  NO APPRPND YET
006210* MEANS NOTHING HAS BEEN HELD BEFORE.
006220*--------------------------------------------------------------*
006230 1500-RELEASE-APPROVED-DELETES.
006240     OPEN OUTPUT PENDING-SCRATCH-FILE
006250     IF NOT PENDING-SCRATCH-FILE-OK
006260        DISPLAY "MASTUPDT: UNABLE TO OPEN APPRPNDT - STATUS "
006270           PENDING-SCRATCH-FILE-STATUS
006280        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
006290     END-IF
006300     OPEN INPUT PENDING-FILE
006310     IF NOT PENDING-FILE-OK
006320        GO TO 1500-EXIT
006330     END-IF
006340     SET PENDING-FILE-NOT-AT-END TO TRUE
006350     PERFORM UNTIL PENDING-FILE-AT-END
006360        READ PENDING-FILE
006370           AT END
006380              SET PENDING-FILE-AT-END TO TRUE
006390           NOT AT END
006400              PERFORM 1550-COPY-ONE-PENDING-ITEM THRU 1550-EXIT
006410        END-READ
006420     END-PERFORM
006430     CLOSE PENDING-FILE.
006440 1500-EXIT.
006450     EXIT.
006460*--------------------------------------------------------------*
006470* 1550-COPY-ONE-PENDING-ITEM - COPIES ONE APPRPND RECORD TO THE
006480* SCRATCH FILE.  AN APPROVED DELETE IS RELEASED TO THE SORT FIRST
006490* AND GOES ACROSS MARKED RELEASED WITH TODAY'S DATE.
006500*--------------------------------------------------------------*
006510 1550-COPY-ONE-PENDING-ITEM.
006520     IF AP-HOLD-NUMBER NUMERIC
006530        AND AP-HOLD-NUMBER > HIGHEST-HOLD-NUMBER
006540        MOVE AP-HOLD-NUMBER TO HIGHEST-HOLD-NUMBER
006550     END-IF
006560     IF AP-DELETE-ITEM AND AP-APPROVED
006570        MOVE AP-ITEM-KEY            TO SW-ITEM-KEY
006580        MOVE DELETE-SENTINEL-AMOUNT TO SW-ITEM-DATA
006590        RELEASE SORT-RECORD
006600        SET AP-RELEASED TO TRUE
006610        MOVE RUN-DATE-NUMBER TO AP-RELEASE-DATE
006620        ADD 1 TO RELEASED-DELETE-COUNT
006630        MOVE SPACES TO UPDATE-DETAIL-LINE
006640        MOVE "APPRVD"       TO UD-ACTION
006650        MOVE AP-ITEM-KEY    TO UD-ITEM-KEY
006660        MOVE AP-HOLD-NUMBER TO HN-HOLD-NUMBER
006670        MOVE AP-APPROVER-ID TO HN-OPERATOR-ID
006680        MOVE HOLD-NOTE      TO UD-NOTE
006690        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006700        MOVE UPDATE-DETAIL-LINE TO UPDATE-REPORT-LINE
006710        WRITE UPDATE-REPORT-LINE
006720        ADD 1 TO LINE-COUNT
006730     END-IF
006740     WRITE PENDING-SCRATCH-RECORD FROM PENDING-APPROVAL-RECORD
006750     IF NOT PENDING-SCRATCH-FILE-OK
006760        DISPLAY "MASTUPDT: APPRPNDT WRITE FAILED FOR HOLD "
006770           AP-HOLD-NUMBER " - STATUS " PENDING-SCRATCH-FILE-STATUS
006780        SET PENDING-REPLACE-FAILED TO TRUE
006790     END-IF.
006800 1550-EXIT.
006810     EXIT.
006820*--------------------------------------------------------------*
006830* 1600-HOLD-DELETE - HOLDS THE DELETE IN LOOKAHEAD-RECORD ON THE
006840* APPRPND SCRATCH FILE, PENDING APPROVAL, UNDER THE NEXT HOLD
006850* NUMBER AND THE PREPARER'S OPERATOR ID.  A DELETE WITH NO
006860* PREPARER ID CANNOT BE HELD FOR A SECOND OPERATOR AND IS
006870* REJECTED; IT HAS TO BE PREPARED AGAIN UNDER AN ID.
006880*--------------------------------------------------------------*
006890 1600-HOLD-DELETE.
006900     MOVE SPACES TO UPDATE-DETAIL-LINE
006910     MOVE LA-ITEM-KEY TO UD-ITEM-KEY
006920     IF LA-PREPARER-ID = SPACES
006930        MOVE "REJECT" TO UD-ACTION
006940        MOVE "DELETE HAS NO PREPARER" TO UD-NOTE
006950        ADD 1 TO NO-PREPARER-COUNT
006960        GO TO 1600-WRITE-LINE
006970     END-IF
006980     ADD 1 TO HIGHEST-HOLD-NUMBER
006990     MOVE SPACES TO PENDING-SCRATCH-RECORD
007000     MOVE HIGHEST-HOLD-NUMBER TO PS-HOLD-NUMBER
007010     SET PS-DELETE-ITEM TO TRUE
007020     MOVE LA-ITEM-KEY         TO PS-ITEM-KEY
007030     MOVE LA-ITEM-DATA        TO PS-ITEM-DATA
007040     MOVE "MASTUPDT"          TO PS-SOURCE-PROGRAM
007050     MOVE LA-PREPARER-ID      TO PS-PREPARER-ID
007060     MOVE RUN-DATE-NUMBER     TO PS-HELD-DATE
007070     MOVE RUN-TIME-STARTED    TO PS-HELD-TIME
007080     SET PS-PENDING TO TRUE
007090     MOVE ZERO TO PS-DECISION-DATE PS-RELEASE-DATE
007100     WRITE PENDING-SCRATCH-RECORD
007110     IF NOT PENDING-SCRATCH-FILE-OK
007120        DISPLAY "MASTUPDT: APPRPNDT WRITE FAILED FOR HOLD "
007130           HIGHEST-HOLD-NUMBER " - STATUS "
007140           PENDING-SCRATCH-FILE-STATUS
007150        SET PENDING-REPLACE-FAILED TO TRUE
007160     END-IF
007170     ADD 1 TO HELD-DELETE-COUNT
007180     MOVE "HELD"              TO UD-ACTION
007190     MOVE HIGHEST-HOLD-NUMBER TO HN-HOLD-NUMBER
007200     MOVE LA-PREPARER-ID      TO HN-OPERATOR-ID
007210     MOVE HOLD-NOTE           TO UD-NOTE.
007220 1600-WRITE-LINE.
007230     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
007240     MOVE UPDATE-DETAIL-LINE TO UPDATE-REPORT-LINE
007250     WRITE UPDATE-REPORT-LINE
007260     ADD 1 TO LINE-COUNT.
007270 1600-EXIT.
007280     EXIT.
007290*--------------------------------------------------------------*
007300* 2000-APPLY-TRANSACTIONS - SORT OUTPUT PROCEDURE.  RETURNS THE
007310* SORTED TRANSACTIONS ONE AT A TIME AND RUNS THEM AGAINST THE
007320* MASTER, WRITING THE UPDATED MASTER TO THE SCRATCH FILE AS THE
007330* KEY SEQUENCE ADVANCES.  WHEN THE TRANSACTIONS ARE EXHAUSTED THE
007340* REMAINING MASTER RECORDS ARE COPIED ACROSS UNCHANGED.
007350*--------------------------------------------------------------*
007360 2000-APPLY-TRANSACTIONS.
007370     PERFORM 2050-OPEN-MASTER-FILES THRU 2050-EXIT
007380     SET ACTIVE-MASTER-EMPTY TO TRUE
007390     SET SORT-FILE-NOT-AT-END TO TRUE
007400     PERFORM UNTIL SORT-FILE-AT-END
007410        RETURN SORT-WORK-FILE
007420           AT END
007430              SET SORT-FILE-AT-END TO TRUE
007440           NOT AT END
007450              PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
007460        END-RETURN
007470     END-PERFORM
007480     IF ACTIVE-MASTER-HELD
007490        PERFORM 2700-FLUSH-ACTIVE-MASTER THRU 2700-EXIT
007500     END-IF
007510     PERFORM UNTIL MASTER-FILE-AT-END
007520        PERFORM 2800-COPY-MASTER-TO-SCRATCH THRU 2800-EXIT
007530        PERFORM 2900-READ-MASTER THRU 2900-EXIT
007540     END-PERFORM
007550     IF MASTER-WAS-PRESENT
007560        CLOSE MASTER-FILE
007570     END-IF
007580     CLOSE JOURNAL-SCRATCH-FILE
007590     CLOSE SCRATCH-FILE.
007600 2000-EXIT.
007610     EXIT.
007620*--------------------------------------------------------------*
007630* 2040-CHECK-UNPOSTED-JOURNAL - A SCRATCH JOURNAL THAT STILL HOLDS
007640* ENTRIES WAS LEFT BY A RUN THAT REPLACED ITEMMST BUT COULD NOT
007650* POST ITS JOURNAL.  OPENING IT FOR OUTPUT WOULD LOSE THOSE
007660* ENTRIES FROM MSTJRNL FOR GOOD, SO THE RUN IS REFUSED UNTIL THEY
007670* HAVE BEEN APPENDED TO MSTJRNL AND MSTJRNLT EMPTIED.
007680*--------------------------------------------------------------*
007690 2040-CHECK-UNPOSTED-JOURNAL.
007700     OPEN INPUT JOURNAL-SCRATCH-FILE
007710     IF NOT JOURNAL-SCRATCH-FILE-OK
007720        GO TO 2040-EXIT
007730     END-IF
007740     READ JOURNAL-SCRATCH-FILE
007750        AT END
007760           CLOSE JOURNAL-SCRATCH-FILE
007770           GO TO 2040-EXIT
007780     END-READ
007790     CLOSE JOURNAL-SCRATCH-FILE
007800     DISPLAY "MASTUPDT: MSTJRNLT STILL HOLDS ENTRIES NOT POSTED "
007810        "TO MSTJRNL"
007820     DISPLAY "MASTUPDT: APPEND MSTJRNLT TO MSTJRNL AND EMPTY IT "
007830        "BEFORE RERUNNING"
007840     PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT.
007850 2040-EXIT.
007860     EXIT.
007870*--------------------------------------------------------------*
007880* 2050-OPEN-MASTER-FILES - OPENS THE STANDING MASTER FOR INPUT,
007890* AND THE SCRATCH MASTER AND SCRATCH JOURNAL FOR OUTPUT.  THE
007900* PERMANENT JOURNAL IS NOT TOUCHED UNTIL 6200-POST-JOURNAL-
007910* ENTRIES, ONCE ITEMMST HAS BEEN REPLACED.  A MASTER THAT CANNOT
007920* BE OPENED MEANS THIS IS THE FIRST RUN, SO THE UPDATE PROCEEDS
007930* AGAINST AN EMPTY MASTER AND EVERY TRANSACTION BECOMES AN ADD
007940* (OR AN UNMATCHED DELETE); A NOTE GOES ON THE REPORT.
007950*--------------------------------------------------------------*
007960 2050-OPEN-MASTER-FILES.
007970     PERFORM 2040-CHECK-UNPOSTED-JOURNAL THRU 2040-EXIT
007980     OPEN INPUT MASTER-FILE
007990     IF NOT MASTER-FILE-OK
008000        SET MASTER-WAS-ABSENT TO TRUE
008010        SET MASTER-FILE-AT-END TO TRUE
008020        DISPLAY MASTER-ABSENT-LINE
008030        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
008040        MOVE MASTER-ABSENT-LINE TO UPDATE-REPORT-LINE
008050        WRITE UPDATE-REPORT-LINE
008060        ADD 1 TO LINE-COUNT
008070     ELSE
008080        SET MASTER-FILE-NOT-AT-END TO TRUE
008090        PERFORM 2900-READ-MASTER THRU 2900-EXIT
008100     END-IF
008110     OPEN OUTPUT SCRATCH-FILE
008120     IF NOT SCRATCH-FILE-OK
008130        DISPLAY "MASTUPDT: UNABLE TO OPEN ITEMMSTT - STATUS "
008140           SCRATCH-FILE-STATUS
008150        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
008160     END-IF
008170     OPEN OUTPUT JOURNAL-SCRATCH-FILE
008180     IF NOT JOURNAL-SCRATCH-FILE-OK
008190        DISPLAY "MASTUPDT: UNABLE TO OPEN MSTJRNLT - STATUS "
008200           JOURNAL-SCRATCH-FILE-STATUS
008210        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
008220     END-IF
008230     SET JOURNAL-SCRATCH-STARTED TO TRUE.
008240 2050-EXIT.
008250     EXIT.
008260*--------------------------------------------------------------*
008270* 2100-APPLY-ONE-TRANSACTION - APPLIES THE TRANSACTION JUST
008280* RETURNED FROM THE SORT.  THE MASTER IS FIRST POSITIONED TO THE
008290* TRANSACTION'S KEY (COPYING LOWER-KEYED MASTER RECORDS STRAIGHT
008300* TO SCRATCH), THEN THE TRANSACTION IS APPLIED TO THE ACTIVE
008310* MASTER RECORD AS A CHANGE, AN ADD, A DELETE (AMOUNT OF ALL
008320* NINES) OR AN UNMATCHED DELETE.  EVERY ADD, CHANGE AND DELETE
008330* IS ALSO WRITTEN TO THE SCRATCH JOURNAL.
008340*--------------------------------------------------------------*
008350 2100-APPLY-ONE-TRANSACTION.
008360     IF ACTIVE-MASTER-HELD
008370        AND AM-ITEM-KEY NOT = SW-ITEM-KEY
008380        PERFORM 2700-FLUSH-ACTIVE-MASTER THRU 2700-EXIT
008390     END-IF
008400     IF ACTIVE-MASTER-EMPTY
008410        PERFORM UNTIL MASTER-FILE-AT-END
008420           OR IM-ITEM-KEY >= SW-ITEM-KEY
008430           PERFORM 2800-COPY-MASTER-TO-SCRATCH THRU 2800-EXIT
008440           PERFORM 2900-READ-MASTER THRU 2900-EXIT
008450        END-PERFORM
008460        IF NOT MASTER-FILE-AT-END
008470           AND IM-ITEM-KEY = SW-ITEM-KEY
008480           MOVE IM-ITEM-KEY            TO AM-ITEM-KEY
008490           MOVE IM-ITEM-DATA           TO AM-ITEM-DATA
008500           MOVE IM-LAST-ACTIVITY-DATE  TO AM-LAST-ACTIVITY-DATE
008510           SET ACTIVE-MASTER-HELD TO TRUE
008520           PERFORM 2900-READ-MASTER THRU 2900-EXIT
008530        END-IF
008540     END-IF
008550     MOVE SPACES TO UPDATE-DETAIL-LINE
008560     MOVE SW-ITEM-KEY TO UD-ITEM-KEY
008570     IF SW-ITEM-DATA = DELETE-SENTINEL-AMOUNT
008580        IF ACTIVE-MASTER-HELD
008590           MOVE "DELETE" TO UD-ACTION
008600           MOVE AM-ITEM-DATA TO UD-OLD-AMOUNT
008610           MOVE "DELETE"     TO MJ-ACTION
008620           MOVE AM-ITEM-DATA TO MJ-OLD-AMOUNT
008630           MOVE ZERO         TO MJ-NEW-AMOUNT
008640           PERFORM 2600-WRITE-JOURNAL-ENTRY THRU 2600-EXIT
008650           SET ACTIVE-MASTER-EMPTY TO TRUE
008660           ADD 1 TO DELETE-COUNT
008670           ADD AM-ITEM-DATA TO DELETE-AMOUNT-TOTAL
008680        ELSE
008690           MOVE "UNMAT"  TO UD-ACTION
008700           MOVE "NO MASTER RECORD" TO UD-NOTE
008710           ADD 1 TO UNMATCHED-COUNT
008720        END-IF
008730     ELSE
008740        IF ACTIVE-MASTER-HELD
008750           MOVE "CHANGE" TO UD-ACTION
008760           MOVE AM-ITEM-DATA TO UD-OLD-AMOUNT
008770           MOVE SW-ITEM-DATA TO UD-NEW-AMOUNT
008780           MOVE "CHANGE"     TO MJ-ACTION
008790           MOVE AM-ITEM-DATA TO MJ-OLD-AMOUNT
008800           MOVE SW-ITEM-DATA TO MJ-NEW-AMOUNT
008810           PERFORM 2600-WRITE-JOURNAL-ENTRY THRU 2600-EXIT
008820           COMPUTE NET-CHANGE-TOTAL = NET-CHANGE-TOTAL
008830              + SW-ITEM-DATA - AM-ITEM-DATA
008840           MOVE SW-ITEM-DATA TO AM-ITEM-DATA
008850           MOVE RUN-DATE-TODAY TO AM-LAST-ACTIVITY-DATE
008860           ADD 1 TO CHANGE-COUNT
008870        ELSE
008880           MOVE "ADD"    TO UD-ACTION
008890           MOVE SW-ITEM-DATA TO UD-NEW-AMOUNT
008900           MOVE "ADD"        TO MJ-ACTION
008910           MOVE ZERO         TO MJ-OLD-AMOUNT
008920           MOVE SW-ITEM-DATA TO MJ-NEW-AMOUNT
008930           PERFORM 2600-WRITE-JOURNAL-ENTRY THRU 2600-EXIT
008940           MOVE SW-ITEM-KEY  TO AM-ITEM-KEY
008950           MOVE SW-ITEM-DATA TO AM-ITEM-DATA
008960           MOVE RUN-DATE-TODAY TO AM-LAST-ACTIVITY-DATE
008970           SET ACTIVE-MASTER-HELD TO TRUE
008980           ADD 1 TO ADD-COUNT
008990           ADD SW-ITEM-DATA TO ADD-AMOUNT-TOTAL
009000        END-IF
009010     END-IF
009020     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
009030     MOVE UPDATE-DETAIL-LINE TO UPDATE-REPORT-LINE
009040     WRITE UPDATE-REPORT-LINE
009050     ADD 1 TO LINE-COUNT.
009060 2100-EXIT.
009070     EXIT.
009080*--------------------------------------------------------------*
009090* 2600-WRITE-JOURNAL-ENTRY - WRITES ONE ENTRY TO THE SCRATCH
009100* JOURNAL FOR THE TRANSACTION BEING APPLIED.  THE CALLER HAS
009110* ALREADY LOADED THE ACTION AND THE OLD AND NEW AMOUNTS; EVERY
009120* ENTRY FROM ONE RUN CARRIES THE SAME RUN DATE AND START TIME.
009130*--------------------------------------------------------------*
009140 2600-WRITE-JOURNAL-ENTRY.
009150     MOVE RUN-DATE-TODAY   TO MJ-RUN-DATE
009160     MOVE RUN-TIME-STARTED TO MJ-RUN-TIME
009170     MOVE SW-ITEM-KEY      TO MJ-ITEM-KEY
009180     MOVE SPACES           TO MJ-OPERATOR-ID
009190     MOVE "MASTUPDT"       TO MJ-PROGRAM-ID
009200     WRITE MASTER-JOURNAL-RECORD
009210     ADD 1 TO JOURNAL-COUNT.
009220 2600-EXIT.
009230     EXIT.
009240*--------------------------------------------------------------*
009250* 2700-FLUSH-ACTIVE-MASTER - WRITES THE MASTER RECORD IN HAND TO
009260* THE SCRATCH FILE NOW THAT THE TRANSACTION STREAM HAS MOVED PAST
009270* ITS KEY.
009280*--------------------------------------------------------------*
009290 2700-FLUSH-ACTIVE-MASTER.
009300     MOVE AM-ITEM-KEY           TO SM-ITEM-KEY
009310     MOVE AM-ITEM-DATA          TO SM-ITEM-DATA
009320     MOVE AM-LAST-ACTIVITY-DATE TO SM-LAST-ACTIVITY-DATE
009330     WRITE SCRATCH-RECORD
009340     ADD 1 TO MASTER-OUT-COUNT
009350     ADD AM-ITEM-DATA TO MASTER-OUT-TOTAL
009360     SET ACTIVE-MASTER-EMPTY TO TRUE.
009370 2700-EXIT.
009380     EXIT.
009390*--------------------------------------------------------------*
009400* 2800-COPY-MASTER-TO-SCRATCH - COPIES THE CURRENT MASTER RECORD
009410* TO THE SCRATCH FILE UNCHANGED.
009420*--------------------------------------------------------------*
009430 2800-COPY-MASTER-TO-SCRATCH.
009440     MOVE IM-ITEM-KEY           TO SM-ITEM-KEY
009450     MOVE IM-ITEM-DATA          TO SM-ITEM-DATA
009460     MOVE IM-LAST-ACTIVITY-DATE TO SM-LAST-ACTIVITY-DATE
009470     WRITE SCRATCH-RECORD
009480     ADD 1 TO MASTER-OUT-COUNT
009490     ADD IM-ITEM-DATA TO MASTER-OUT-TOTAL.
009500 2800-EXIT.
009510     EXIT.
009520*--------------------------------------------------------------*
009530* 2900-READ-MASTER - READS THE NEXT MASTER RECORD, IF THE MASTER
009540* IS PRESENT AND NOT YET EXHAUSTED.
009550*--------------------------------------------------------------*
009560 2900-READ-MASTER.
009570     IF MASTER-FILE-AT-END
009580        GO TO 2900-EXIT
009590     END-IF
009600     READ MASTER-FILE
009610        AT END
009620           SET MASTER-FILE-AT-END TO TRUE
009630     END-READ.
009640 2900-EXIT.
009650     EXIT.
009660*--------------------------------------------------------------*
009670* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
009680* RUN DATE, THE PAGE NUMBER AND THE COLUMN HEADINGS.
009690*--------------------------------------------------------------*
009700 3100-PRINT-REPORT-HEADING.
009710     ADD 1 TO PAGE-NUMBER
009720     MOVE ZERO TO LINE-COUNT
009730     MOVE RUN-DATE-MM   TO RH-RUN-MM
009740     MOVE RUN-DATE-DD   TO RH-RUN-DD
009750     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
009760     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
009770     WRITE UPDATE-REPORT-LINE FROM REPORT-HEADING-LINE-1
009780     MOVE SPACES TO UPDATE-REPORT-LINE
009790     WRITE UPDATE-REPORT-LINE
009800     WRITE UPDATE-REPORT-LINE FROM REPORT-HEADING-LINE-2
009810     ADD 2 TO LINE-COUNT.
009820 3100-EXIT.
009830     EXIT.
009840*--------------------------------------------------------------*
009850* 3200-WRITE-REPORT-LINE - STARTS A NEW PAGE FIRST IF THE CURRENT
009860* ONE IS FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
009870*--------------------------------------------------------------*
009880 3200-WRITE-REPORT-LINE.
009890     IF LINE-COUNT >= LINES-PER-PAGE
009900        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
009910     END-IF.
009920 3200-EXIT.
009930     EXIT.
009940*--------------------------------------------------------------*
009950* 4000-CHECK-CONTROL-TOTALS - RECONCILES THE TRANSACTION COUNT
009960* AND AMOUNT TOTAL ACTUALLY APPLIED AGAINST THE CONTROL TRAILER
009970* ON TRAN-FILE, THE SAME WAY BUBBLESORT RECONCILES ITEM-FILE.  A
009980* MISMATCH DOES NOT STOP THE RUN BUT IS WARNED ON THE REPORT AND
009990* THE CONSOLE AND LOGGED AS CTL ERROR ON THE RUN LOG.  THE
010000* TRAILER AMOUNT IS COMPARED AGAINST THE LOW-ORDER NINE INTEGER
010010* DIGITS OF THE ACTUAL TOTAL, WHICH IS ALL THE TRAILER FIELD CAN
010020* CARRY ONCE ALL-NINES DELETES ARE ADDED INTO IT.
010030*--------------------------------------------------------------*
010040 4000-CHECK-CONTROL-TOTALS.
010050     SET CONTROL-TOTALS-MATCH TO TRUE
010060     IF RECORD-COUNT NOT = CONTROL-COUNT-EXPECTED
010070        SET CONTROL-TOTALS-MISMATCH TO TRUE
010080        MOVE RECORD-COUNT           TO CW-ACTUAL-COUNT
010090        MOVE CONTROL-COUNT-EXPECTED TO CW-EXPECTED-COUNT
010100        DISPLAY COUNT-WARNING-LINE
010110        MOVE COUNT-WARNING-LINE TO UPDATE-REPORT-LINE
010120        WRITE UPDATE-REPORT-LINE
010130        ADD 1 TO LINE-COUNT
010140     END-IF
010150     MOVE CONTROL-TOTAL-ACTUAL TO CONTROL-TOTAL-LOW-ORDER
010160     IF CONTROL-TOTAL-LOW-ORDER NOT = CONTROL-TOTAL-EXPECTED
010170        SET CONTROL-TOTALS-MISMATCH TO TRUE
010180        MOVE CONTROL-TOTAL-ACTUAL   TO CW-ACTUAL-TOTAL
010190        MOVE CONTROL-TOTAL-EXPECTED TO CW-EXPECTED-TOTAL
010200        DISPLAY TOTAL-WARNING-LINE
010210        MOVE TOTAL-WARNING-LINE TO UPDATE-REPORT-LINE
010220        WRITE UPDATE-REPORT-LINE
010230        ADD 1 TO LINE-COUNT
010240     END-IF.
010250 4000-EXIT.
010260     EXIT.
010270*--------------------------------------------------------------*
010280* 4500-PROVE-MASTER-BALANCE - PROVES THE NEW MASTER AGAINST THE
010290* OPENING BALANCE: OPENING COUNT PLUS ADDS LESS DELETES MUST EQUAL
010300* THE RECORDS WRITTEN, AND OPENING TOTAL PLUS ADD AMOUNTS LESS
010310* DELETED AMOUNTS PLUS THE NET OF EVERY CHANGE MUST EQUAL THE
010320* AMOUNT WRITTEN.  ANY DIFFERENCE MEANS ITEMMST WAS NOT WHAT THE
010330* LAST CLOSING LEFT (TRUNCATED, HAND-EDITED OR REPLACED OUTSIDE
010340* THE SUITE); IT IS PRINTED, SHOWN ON THE CONSOLE, LOGGED AS CTL
010350* ERROR AND ENDS THE RUN WITH CONDITION CODE 8.
010360*--------------------------------------------------------------*
010370 4500-PROVE-MASTER-BALANCE.
010380     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
010390     MOVE SPACES TO UPDATE-REPORT-LINE
010400     WRITE UPDATE-REPORT-LINE
010410     ADD 1 TO LINE-COUNT
010420     IF PRIOR-CLOSE-ABSENT
010430        SET MASTER-NOT-PROVED TO TRUE
010440        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
010450        MOVE PROOF-NO-PRIOR-LINE TO UPDATE-REPORT-LINE
010460        WRITE UPDATE-REPORT-LINE
010470        ADD 1 TO LINE-COUNT
010480        GO TO 4500-EXIT
010490     END-IF
010500
010510     COMPUTE EXPECTED-MASTER-COUNT = OPENING-COUNT + ADD-COUNT
010520        - DELETE-COUNT
010530     COMPUTE EXPECTED-MASTER-TOTAL = OPENING-TOTAL
010540        + ADD-AMOUNT-TOTAL - DELETE-AMOUNT-TOTAL
010550        + NET-CHANGE-TOTAL
010560     COMPUTE COUNT-DIFFERENCE = MASTER-OUT-COUNT
010570        - EXPECTED-MASTER-COUNT
010580     COMPUTE TOTAL-DIFFERENCE = MASTER-OUT-TOTAL
010590        - EXPECTED-MASTER-TOTAL
010600
010610     MOVE OPENING-CLOSE-DATE TO PT-CLOSE-DATE
010620     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
010630     MOVE PROOF-TITLE-LINE TO UPDATE-REPORT-LINE
010640     WRITE UPDATE-REPORT-LINE
010650     ADD 1 TO LINE-COUNT
010660     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
010670     MOVE PROOF-COLUMN-LINE TO UPDATE-REPORT-LINE
010680     WRITE UPDATE-REPORT-LINE
010690     ADD 1 TO LINE-COUNT
010700
010710     MOVE "OPENING (PRIOR CLOSE)" TO PD-LABEL
010720     MOVE OPENING-COUNT TO PD-COUNT
010730     MOVE OPENING-TOTAL TO PD-AMOUNT
010740     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
010750
010760     MOVE "PLUS ADDS" TO PD-LABEL
010770     MOVE ADD-COUNT TO PD-COUNT
010780     MOVE ADD-AMOUNT-TOTAL TO PD-AMOUNT
010790     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
010800
010810     MOVE "LESS DELETES" TO PD-LABEL
010820     MOVE DELETE-COUNT TO PD-COUNT
010830     MOVE DELETE-AMOUNT-TOTAL TO PD-AMOUNT
010840     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
010850
010860     MOVE "PLUS NET CHANGES" TO PD-LABEL
010870     MOVE SPACES TO PD-COUNT-X
010880     MOVE NET-CHANGE-TOTAL TO PD-AMOUNT
010890     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
010900
010910     MOVE "EXPECTED CLOSING" TO PD-LABEL
010920     MOVE EXPECTED-MASTER-COUNT TO PD-COUNT
010930     MOVE EXPECTED-MASTER-TOTAL TO PD-AMOUNT
010940     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
010950
010960     MOVE "WRITTEN TO NEW MASTER" TO PD-LABEL
010970     MOVE MASTER-OUT-COUNT TO PD-COUNT
010980     MOVE MASTER-OUT-TOTAL TO PD-AMOUNT
010990     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
011000
011010     MOVE "DIFFERENCE" TO PD-LABEL
011020     MOVE COUNT-DIFFERENCE TO PD-COUNT
011030     MOVE TOTAL-DIFFERENCE TO PD-AMOUNT
011040     PERFORM 4600-WRITE-PROOF-LINE THRU 4600-EXIT
011050
011060     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
011070     IF COUNT-DIFFERENCE = ZERO AND TOTAL-DIFFERENCE = ZERO
011080        SET MASTER-IN-BALANCE TO TRUE
011090        MOVE PROOF-IN-BALANCE-LINE TO UPDATE-REPORT-LINE
011100     ELSE
011110        SET MASTER-OUT-OF-BALANCE TO TRUE
011120        DISPLAY PROOF-OUT-OF-BALANCE-LINE
011130        MOVE PROOF-OUT-OF-BALANCE-LINE TO UPDATE-REPORT-LINE
011140     END-IF
011150     WRITE UPDATE-REPORT-LINE
011160     ADD 1 TO LINE-COUNT.
011170 4500-EXIT.
011180     EXIT.
011190*--------------------------------------------------------------*
011200* 4600-WRITE-PROOF-LINE - WRITES ONE LINE OF THE BALANCE PROOF
011210* FROM PROOF-DETAIL-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
011220*--------------------------------------------------------------*
011230 4600-WRITE-PROOF-LINE.
011240     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
011250     MOVE PROOF-DETAIL-LINE TO UPDATE-REPORT-LINE
011260     WRITE UPDATE-REPORT-LINE
011270     ADD 1 TO LINE-COUNT.
011280 4600-EXIT.
011290     EXIT.
011300*--------------------------------------------------------------*
011310* 5000-WRITE-UPDATE-SUMMARY - CLOSES THE REPORT OUT WITH THE
011320* ACTION COUNTS AND THE SIZE OF THE UPDATED MASTER.
011330*--------------------------------------------------------------*
011340 5000-WRITE-UPDATE-SUMMARY.
011350     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
011360     MOVE SPACES TO UPDATE-REPORT-LINE
011370     WRITE UPDATE-REPORT-LINE
011380     ADD 1 TO LINE-COUNT
011390
011400     MOVE "TRANSACTIONS APPLIED:" TO SC-LABEL
011410     MOVE RECORD-COUNT TO SC-COUNT
011420     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011430
011440     MOVE "ACCOUNTS ADDED:" TO SC-LABEL
011450     MOVE ADD-COUNT TO SC-COUNT
011460     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011470
011480     MOVE "ACCOUNTS CHANGED:" TO SC-LABEL
011490     MOVE CHANGE-COUNT TO SC-COUNT
011500     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011510
011520     MOVE "ACCOUNTS DELETED:" TO SC-LABEL
011530     MOVE DELETE-COUNT TO SC-COUNT
011540     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011550
011560     MOVE "UNMATCHED TRANSACTIONS:" TO SC-LABEL
011570     MOVE UNMATCHED-COUNT TO SC-COUNT
011580     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011590
011600     MOVE "RECORDS ON UPDATED MASTER:" TO SC-LABEL
011610     MOVE MASTER-OUT-COUNT TO SC-COUNT
011620     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011630
011640     MOVE "JOURNAL ENTRIES WRITTEN:" TO SC-LABEL
011650     MOVE JOURNAL-COUNT TO SC-COUNT
011660     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011670
011680     MOVE "DELETES HELD FOR APPROVAL:" TO SC-LABEL
011690     MOVE HELD-DELETE-COUNT TO SC-COUNT
011700     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011710
011720     MOVE "APPROVED DELETES RELEASED:" TO SC-LABEL
011730     MOVE RELEASED-DELETE-COUNT TO SC-COUNT
011740     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011750
011760     MOVE "DELETES WITHOUT PREPARER:" TO SC-LABEL
011770     MOVE NO-PREPARER-COUNT TO SC-COUNT
011780     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
011790 5000-EXIT.
011800     EXIT.
011810*--------------------------------------------------------------*
011820* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
011830* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
011840*--------------------------------------------------------------*
011850 5100-WRITE-SUMMARY-LINE.
011860     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
011870     MOVE SUMMARY-COUNT-LINE TO UPDATE-REPORT-LINE
011880     WRITE UPDATE-REPORT-LINE
011890     ADD 1 TO LINE-COUNT.
011900 5100-EXIT.
011910     EXIT.
011920*--------------------------------------------------------------*
011930* 6000-REPLACE-MASTER - SAVES THE STANDING ITEMMST AS A NEW
011940* GENERATION (GENSAVE), THEN COPIES THE UPDATED MASTER FROM THE
011950* SCRATCH FILE BACK ONTO ITEMMST, OPENED FOR OUTPUT SO THE OLD
011960* CONTENTS ARE REPLACED RATHER THAN APPENDED TO.  A MASTER THAT
011970* CANNOT BE SAVED IS NOT REPLACED; THE RUN IS REFUSED WITH ITEMMST
011980* AS IT WAS AND THE UPDATED MASTER STILL ON ITEMMSTT.  NOTHING IS
011990* JOURNALED, NO CLOSING IS RECORDED AND APPRPND IS LEFT ALONE, SO
012000* THE RUN CAN SIMPLY BE RUN AGAIN.  A KEY ITEMMST REJECTS ON THE
012010* RELOAD LEAVES IT ONLY PARTLY LOADED; THE RUN IS THEN REFUSED THE
012020* SAME WAY, BEFORE ANYTHING IS JOURNALED, CLOSED OR RELEASED, AND
012030* NAMES THE GENERATION GENRSTR IS TO PUT BACK BEFORE IT IS RERUN.
012040*--------------------------------------------------------------*
012050 6000-REPLACE-MASTER.
012060     MOVE ZERO TO RETURN-CODE
012070     CALL "GENSAVE" USING GENERATION-BASE-NAME
012080        GENERATION-NAME-TAKEN
012090     CANCEL "GENSAVE"
012100     IF RETURN-CODE NOT = ZERO
012110        DISPLAY "MASTUPDT: ITEMMST NOT SAVED - NOT REPLACED, "
012120           "UPDATED MASTER LEFT ON ITEMMSTT"
012130        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
012140     END-IF
012150     OPEN INPUT SCRATCH-FILE
012160     IF NOT SCRATCH-FILE-OK
012170        DISPLAY "MASTUPDT: UNABLE TO REOPEN ITEMMSTT - STATUS "
012180           SCRATCH-FILE-STATUS
012190        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
012200     END-IF
012210     OPEN OUTPUT MASTER-FILE
012220     IF NOT MASTER-FILE-OK
012230        DISPLAY "MASTUPDT: UNABLE TO REOPEN ITEMMST FOR OUTPUT "
012240           "- STATUS " MASTER-FILE-STATUS
012250        DISPLAY "MASTUPDT: ITEMMST WAS SAVED AS "
012260           GENERATION-NAME-TAKEN
012270        CLOSE SCRATCH-FILE
012280        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
012290     END-IF
012300
012310     SET SCRATCH-FILE-NOT-AT-END TO TRUE
012320     PERFORM UNTIL SCRATCH-FILE-AT-END
012330        READ SCRATCH-FILE
012340           AT END
012350              SET SCRATCH-FILE-AT-END TO TRUE
012360           NOT AT END
012370              MOVE SM-ITEM-KEY           TO IM-ITEM-KEY
012380              MOVE SM-ITEM-DATA          TO IM-ITEM-DATA
012390              MOVE SM-LAST-ACTIVITY-DATE TO IM-LAST-ACTIVITY-DATE
012400              WRITE ITEM-MASTER-RECORD
012410                 INVALID KEY
012420                    DISPLAY "MASTUPDT: ITEMMST REJECTED KEY "
012430                       IM-ITEM-KEY " - STATUS " MASTER-FILE-STATUS
012440                    SET MASTER-RELOAD-FAILED TO TRUE
012450              END-WRITE
012460        END-READ
012470     END-PERFORM
012480     CLOSE SCRATCH-FILE
012490     CLOSE MASTER-FILE
012500     IF MASTER-RELOAD-FAILED
012510        DISPLAY "MASTUPDT: ITEMMST ONLY PARTLY RELOADED - "
012520           "RESTORE IT WITH GENRSTR FROM " GENERATION-NAME-TAKEN
012530        PERFORM 9000-REFUSE-UPDATE THRU 9000-EXIT
012540     END-IF.
012550 6000-EXIT.
012560     EXIT.
012570*--------------------------------------------------------------*
012580* 6200-POST-JOURNAL-ENTRIES - APPENDS THE NIGHT'S ENTRIES FROM THE
012590* SCRATCH JOURNAL TO MSTJRNL, OPENED FOR EXTEND OR, ON ITS VERY
012600* FIRST USE, FOR OUTPUT, NOW THAT ITEMMST HOLDS THE CHANGES THEY
012610* RECORD, AND THEN EMPTIES THE SCRATCH JOURNAL.  A JOURNAL THAT
012620* CANNOT BE POSTED LEAVES THE ENTRIES ON MSTJRNLT AND ENDS THE RUN
012630* WITH CONDITION CODE 8.  THE NEXT RUN IS REFUSED (2040) UNTIL
012640* THE OPERATOR HAS APPENDED THEM TO MSTJRNL - LESS ANY THE FAILED
012650* POST DID WRITE - AND EMPTIED MSTJRNLT.
012660*--------------------------------------------------------------*
012670 6200-POST-JOURNAL-ENTRIES.
012680     OPEN INPUT JOURNAL-SCRATCH-FILE
012690     IF NOT JOURNAL-SCRATCH-FILE-OK
012700        DISPLAY "MASTUPDT: UNABLE TO REOPEN MSTJRNLT - STATUS "
012710           JOURNAL-SCRATCH-FILE-STATUS " - JOURNAL NOT POSTED"
012720        DISPLAY "MASTUPDT: APPEND MSTJRNLT TO MSTJRNL AND "
012730           "EMPTY IT BEFORE THE NEXT RUN"
012740        SET JOURNAL-POST-FAILED TO TRUE
012750        GO TO 6200-EXIT
012760     END-IF
012770     OPEN EXTEND JOURNAL-FILE
012780     IF NOT JOURNAL-FILE-OK
012790        OPEN OUTPUT JOURNAL-FILE
012800     END-IF
012810     IF NOT JOURNAL-FILE-OK
012820        DISPLAY "MASTUPDT: UNABLE TO OPEN MSTJRNL - STATUS "
012830           JOURNAL-FILE-STATUS " - ENTRIES LEFT ON MSTJRNLT"
012840        DISPLAY "MASTUPDT: APPEND MSTJRNLT TO MSTJRNL AND "
012850           "EMPTY IT BEFORE THE NEXT RUN"
012860        CLOSE JOURNAL-SCRATCH-FILE
012870        SET JOURNAL-POST-FAILED TO TRUE
012880        GO TO 6200-EXIT
012890     END-IF
012900     SET JOURNAL-SCRATCH-NOT-AT-END TO TRUE
012910     PERFORM UNTIL JOURNAL-SCRATCH-AT-END
012920        READ JOURNAL-SCRATCH-FILE
012930           AT END
012940              SET JOURNAL-SCRATCH-AT-END TO TRUE
012950           NOT AT END
012960              WRITE JOURNAL-FILE-RECORD FROM MASTER-JOURNAL-RECORD
012970              IF NOT JOURNAL-FILE-OK
012980                 DISPLAY "MASTUPDT: MSTJRNL WRITE FAILED - "
012990                    "STATUS " JOURNAL-FILE-STATUS
013000                 DISPLAY "MASTUPDT: " JOURNAL-ENTRIES-POSTED
013010                    " ENTRIES POSTED, THE REST LEFT ON MSTJRNLT"
013020                 SET JOURNAL-POST-FAILED TO TRUE
013030                 SET JOURNAL-SCRATCH-AT-END TO TRUE
013040              ELSE
013050                 ADD 1 TO JOURNAL-ENTRIES-POSTED
013060              END-IF
013070        END-READ
013080     END-PERFORM
013090     CLOSE JOURNAL-SCRATCH-FILE
013100     CLOSE JOURNAL-FILE
013110     IF JOURNAL-POST-FAILED
013120        GO TO 6200-EXIT
013130     END-IF
013140     PERFORM 6250-EMPTY-JOURNAL-SCRATCH THRU 6250-EXIT.
013150 6200-EXIT.
013160     EXIT.
013170*--------------------------------------------------------------*
013180* 6250-EMPTY-JOURNAL-SCRATCH - EMPTIES MSTJRNLT ONCE ITS ENTRIES
013190* HAVE BEEN POSTED, OR WILL NOT BE, SO THE NEXT RUN DOES NOT TAKE
013200* THEM FOR ENTRIES A FAILED POST LEFT BEHIND.
013210*--------------------------------------------------------------*
013220 6250-EMPTY-JOURNAL-SCRATCH.
013230     OPEN OUTPUT JOURNAL-SCRATCH-FILE
013240     IF NOT JOURNAL-SCRATCH-FILE-OK
013250        DISPLAY "MASTUPDT: UNABLE TO EMPTY MSTJRNLT - STATUS "
013260           JOURNAL-SCRATCH-FILE-STATUS
013270        DISPLAY "MASTUPDT: EMPTY IT BY HAND - ITS ENTRIES "
013280           "ARE NOT TO BE POSTED"
013290        GO TO 6250-EXIT
013300     END-IF
013310     CLOSE JOURNAL-SCRATCH-FILE.
013320 6250-EXIT.
013330     EXIT.
013340*--------------------------------------------------------------*
013350* 6500-RECORD-CLOSING-BALANCE - APPENDS TONIGHT'S CLOSING (THE
013360* COUNT AND TOTAL JUST WRITTEN TO ITEMMST) TO MSTBAL, OPENED FOR
013370* EXTEND OR, ON ITS FIRST USE, FOR OUTPUT.  THE CLOSING IS KEPT
013380* EVEN WHEN OUT OF BALANCE - IT IS WHAT ITEMMST NOW HOLDS, SO IT
013390* IS WHAT THE NEXT RUN MUST PROVE FROM - AND CARRIES THE PROOF
013400* RESULT.  A CLOSING THAT CANNOT BE RECORDED ENDS THE RUN WITH
013410* CONDITION CODE 8, SINCE THE NEXT PROOF WOULD START FROM THE
013420* WRONG OPENING.
013430*--------------------------------------------------------------*
013440 6500-RECORD-CLOSING-BALANCE.
013450     OPEN EXTEND BALANCE-FILE
013460     IF NOT BALANCE-FILE-OK
013470        OPEN OUTPUT BALANCE-FILE
013480     END-IF
013490     IF NOT BALANCE-FILE-OK
013500        DISPLAY "MASTUPDT: UNABLE TO OPEN MSTBAL - STATUS "
013510           BALANCE-FILE-STATUS " - CLOSING NOT RECORDED"
013520        SET CLOSE-NOT-RECORDED TO TRUE
013530        GO TO 6500-EXIT
013540     END-IF
013550     MOVE RUN-DATE-TODAY       TO MB-CLOSE-DATE
013560     MOVE RUN-TIME-STARTED     TO MB-CLOSE-TIME
013570     MOVE MASTER-OUT-COUNT     TO MB-RECORD-COUNT
013580     MOVE MASTER-OUT-TOTAL     TO MB-AMOUNT-TOTAL
013590     MOVE "MASTUPDT"           TO MB-PROGRAM-ID
013600     MOVE BALANCE-PROOF-SWITCH TO MB-PROOF-STATUS
013610     WRITE MASTER-BALANCE-RECORD
013620     CLOSE BALANCE-FILE.
013630 6500-EXIT.
013640     EXIT.
013650*--------------------------------------------------------------*
013660* 6600-REPLACE-PENDING-FILE - SAVES THE STANDING APPRPND AS A NEW
013670* GENERATION (GENSAVE) AND COPIES THE SCRATCH FILE BACK OVER IT,
013680* NOW THAT ITEMMST HOLDS THE RELEASED DELETES.  NOTHING HELD OR
013690* RELEASED LEAVES APPRPND AS IT WAS.  AN APPRPND THAT CANNOT BE
013700* SAVED IS NOT REPLACED; THE NEW HOLDS ARE LEFT ON APPRPNDT AND
013710* THE RUN ENDS WITH CONDITION CODE 8.  NOR IS IT REPLACED WHEN A
013720* WRITE TO APPRPNDT FAILED, SINCE COPYING IT BACK WOULD DROP THE
013730* RECORD THAT WAS NOT WRITTEN OUT OF DUAL CONTROL.
013740*--------------------------------------------------------------*
013750 6600-REPLACE-PENDING-FILE.
013760     IF PENDING-REPLACE-FAILED
013770        DISPLAY "MASTUPDT: APPRPNDT INCOMPLETE - APPRPND NOT "
013780           "REPLACED"
013790        GO TO 6600-EXIT
013800     END-IF
013810     IF HELD-DELETE-COUNT = ZERO
013820        AND RELEASED-DELETE-COUNT = ZERO
013830        GO TO 6600-EXIT
013840     END-IF
013850     MOVE "APPRPND" TO GENERATION-BASE-NAME
013860     MOVE ZERO TO RETURN-CODE
013870     CALL "GENSAVE" USING GENERATION-BASE-NAME
013880        GENERATION-NAME-TAKEN
013890     CANCEL "GENSAVE"
013900     IF RETURN-CODE NOT = ZERO
013910        DISPLAY "MASTUPDT: APPRPND NOT SAVED - NOT REPLACED, "
013920           "UPDATED FILE LEFT ON APPRPNDT"
013930        SET PENDING-REPLACE-FAILED TO TRUE
013940        GO TO 6600-EXIT
013950     END-IF
013960     OPEN INPUT PENDING-SCRATCH-FILE
013970     IF NOT PENDING-SCRATCH-FILE-OK
013980        DISPLAY "MASTUPDT: UNABLE TO REOPEN APPRPNDT - STATUS "
013990           PENDING-SCRATCH-FILE-STATUS " - APPRPND NOT REPLACED"
014000        SET PENDING-REPLACE-FAILED TO TRUE
014010        GO TO 6600-EXIT
014020     END-IF
014030     OPEN OUTPUT PENDING-FILE
014040     IF NOT PENDING-FILE-OK
014050        DISPLAY "MASTUPDT: UNABLE TO OPEN APPRPND FOR OUTPUT - "
014060           "STATUS " PENDING-FILE-STATUS
014070        DISPLAY "MASTUPDT: APPRPND WAS SAVED AS "
014080           GENERATION-NAME-TAKEN
014090        CLOSE PENDING-SCRATCH-FILE
014100        SET PENDING-REPLACE-FAILED TO TRUE
014110        GO TO 6600-EXIT
014120     END-IF
014130     SET PENDING-FILE-NOT-AT-END TO TRUE
014140     PERFORM UNTIL PENDING-FILE-AT-END
014150        READ PENDING-SCRATCH-FILE
014160           AT END
014170              SET PENDING-FILE-AT-END TO TRUE
014180           NOT AT END
014190              WRITE PENDING-APPROVAL-RECORD
014200                 FROM PENDING-SCRATCH-RECORD
014210        END-READ
014220     END-PERFORM
014230     CLOSE PENDING-SCRATCH-FILE
014240     CLOSE PENDING-FILE.
014250 6600-EXIT.
014260     EXIT.
014270*--------------------------------------------------------------*
014280* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
014290* RUN-LOG FILE (RUNLOG.CPY), MATCHING BUBBLESORT, FACTORS AND
014300* ITEMEDIT.  THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES
014310* NOT EXIST YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR
014320* OUTPUT INSTEAD.  A TRAILER MISMATCH OR AN OUT-OF-BALANCE MASTER
014330* IS LOGGED AS CTL ERROR; A DELETE REJECTED FOR WANT OF A PREPARER
014340* ID, LIKE AN UNMATCHED TRANSACTION, LOGS EXCEPTIONS.  A REFUSED
014350* RUN, A MASTER THAT COULD NOT BE FULLY RELOADED, OR A JOURNAL OR
014360* APPRPND THAT COULD NOT BE WRITTEN BACK, LOGS FAILED.  THE
014370* DETAIL CARRIES THE DELETES HELD AND THE
014380* APPROVED DELETES RELEASED.
014390*--------------------------------------------------------------*
014400 8000-WRITE-RUN-LOG-ENTRY.
014410     OPEN EXTEND RUN-LOG-FILE
014420     IF NOT RUN-LOG-FILE-OK
014430        OPEN OUTPUT RUN-LOG-FILE
014440     END-IF
014450     MOVE SPACES TO RUN-LOG-RECORD
014460     ACCEPT RUN-TIME-NOW FROM TIME
014470     MOVE "MASTUPDT"       TO RL-PROGRAM-ID
014480     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
014490     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
014500     MOVE RECORD-COUNT     TO RL-INPUT-COUNT
014510     MOVE HELD-DELETE-COUNT     TO RD-HELD-COUNT
014520     MOVE RELEASED-DELETE-COUNT TO RD-RELEASED-COUNT
014530     MOVE RUN-LOG-DETAIL   TO RL-DETAIL
014540     IF UPDATE-REFUSED OR JOURNAL-POST-FAILED
014550        OR PENDING-REPLACE-FAILED OR MASTER-RELOAD-FAILED
014560        MOVE "FAILED"      TO RL-STATUS
014570     ELSE
014580        IF CONTROL-TOTALS-MISMATCH OR MASTER-OUT-OF-BALANCE
014590           MOVE "CTL ERROR"   TO RL-STATUS
014600        ELSE
014610           IF UNMATCHED-COUNT NOT = ZERO
014620              OR NO-PREPARER-COUNT NOT = ZERO
014630              MOVE "EXCEPTIONS" TO RL-STATUS
014640           ELSE
014650              MOVE "COMPLETED" TO RL-STATUS
014660           END-IF
014670        END-IF
014680     END-IF
014690     WRITE RUN-LOG-RECORD
014700     CLOSE RUN-LOG-FILE.
014710 8000-EXIT.
014720     EXIT.
014730*--------------------------------------------------------------*
014740* 9000-REFUSE-UPDATE - LOGS THE REFUSED RUN AS FAILED, SO RUNALERT
014750* REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.  A RUN IS
014760* REFUSED BEFORE ANYTHING IS JOURNALED, CLOSED OR RELEASED, SO THE
014770* CHANGE JOURNAL, MSTBAL AND APPRPND ARE LEFT AS THEY WERE, AND
014780* ANY ENTRIES THIS RUN PUT ON MSTJRNLT ARE DISCARDED.  ITEMMST IS
014790* LEFT AS IT WAS TOO, EXCEPT WHEN THE RELOAD IN 6000 FAILED PART
014800* WAY; IT MUST THEN BE RESTORED FROM THE GENERATION 6000 NAMED.
014810*--------------------------------------------------------------*
014820 9000-REFUSE-UPDATE.
014830     SET UPDATE-REFUSED TO TRUE
014840     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
014850     IF JOURNAL-SCRATCH-STARTED
014860        PERFORM 6250-EMPTY-JOURNAL-SCRATCH THRU 6250-EXIT
014870     END-IF
014880     IF MASTER-RELOAD-FAILED
014890        DISPLAY "MASTUPDT: RUN REFUSED - ITEMMST TO BE RESTORED, "
014900           "MSTJRNL, MSTBAL AND APPRPND NOT UPDATED"
014910     ELSE
014920        DISPLAY "MASTUPDT: RUN REFUSED - ITEMMST, MSTJRNL, "
014930           "MSTBAL AND APPRPND NOT UPDATED"
014940     END-IF
014950     MOVE 8 TO RETURN-CODE
014960     STOP RUN.
014970 9000-EXIT.
014980     EXIT.
014990
015000 END PROGRAM MASTUPDT.
