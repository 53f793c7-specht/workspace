000240*                    SAME KEY/AMOUNT EDITS ITEMEDIT APPLIES, SO
000250*                    A MISKEYED CORRECTION CANNOT SMUGGLE A BAD
000260*                    RECORD PAST THE EDIT PASS.
000270*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
000280*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
000290*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
000300*                    BLANK ON THIS PROGRAM'S ENTRIES.
000310*   2026-10-15  DO   DUAL CONTROL.  ITEMCOR NOW CARRIES THE
000320*                    PREPARER'S OPERATOR ID.  A CORRECTION OVER
000330*                    THE APPRPRM THRESHOLD IS HELD ON APPRPND FOR
000340*                    A SECOND OPERATOR'S APPROVAL (ITEMAPPR)
000350*                    INSTEAD OF GOING TO ITEMSUP, AND ONE WITH NO
000360*                    PREPARER ID IS REJECTED.  APPROVED
000370*                    CORRECTIONS ON APPRPND ARE RELEASED ONTO
000380*                    ITEMSUP AT THE START OF EACH RUN.  A
000390*                    CORRECTION TO THE DELETE SENTINEL IS NOW
000400*                    REJECTED - A CORRECTION MAY NOT DELETE.
000410*   2026-10-15  DO   APPRPRM IS NOW READ, AND APPRPNDT OPENED,
000420*                    BEFORE FIXRPT OR ITEMSUP IS OPENED, AND A RUN
000430*                    REFUSED FOR EITHER NOW LOGS FAILED AND ENDS
000440*                    WITH CONDITION CODE 8 (9000-REFUSE-FIX).  AN
000450*                    APPRPRM AGED-DAYS FIELD THAT IS NEITHER BLANK
000460*                    NOR NUMERIC IS REFUSED HERE AS IN ITEMAPPR.
000470*                    APPRPND IS OPENED FOR OUTPUT ONLY ONCE ITS
000480*                    SCRATCH COPY HAS BEEN OPENED.
000490*   2026-10-15  DO   A FAILED WRITE TO APPRPNDT NOW LEAVES
000500*                    APPRPND AS IT WAS AND WITHDRAWS ITEMSUP,
000510*                    RATHER THAN DROPPING THE ITEM FROM DUAL
000520*                    CONTROL WHEN APPRPNDT IS COPIED BACK.
000530*--------------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EDIT-EXCEPTION-FILE ASSIGN TO "ITEMEXC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS EDIT-EXCEPTION-FILE-STATUS.
000600
000610     SELECT CORRECTION-FILE ASSIGN TO "ITEMCOR"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CORRECTION-FILE-STATUS.
000640
000650     SELECT SUPPLEMENT-FILE ASSIGN TO "ITEMSUP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS SUPPLEMENT-FILE-STATUS.
000680
000690     SELECT FIX-REPORT-FILE ASSIGN TO "FIXRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FIX-REPORT-FILE-STATUS.
000720
000730     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS RUN-LOG-FILE-STATUS.
000760
000770     SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPRM"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS APPROVAL-PARM-FILE-STATUS.
000800
000810     SELECT PENDING-FILE ASSIGN TO "APPRPND"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PENDING-FILE-STATUS.
000840     SELECT PENDING-SCRATCH-FILE ASSIGN TO "APPRPNDT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS PENDING-SCRATCH-FILE-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890*--------------------------------------------------------------*
000900* EDIT-EXCEPTION-RECORD - THE SAME 75-CHARACTER LAYOUT ITEMEDIT
000910* WRITES, EX-RUN-DATE STAMP INCLUDED.  EX-ITEM-KEY IS READ AS
000920* X(06) HERE BECAUSE AN EXCEPTION KEY MAY WELL BE THE NON-NUMERIC
000930* VALUE THAT GOT THE RECORD REJECTED IN THE FIRST PLACE.
000940*--------------------------------------------------------------*
000950 FD  EDIT-EXCEPTION-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 75 CHARACTERS.
000980 01  EDIT-EXCEPTION-RECORD.
000990     03  EX-ITEM-KEY        PIC X(06).
001000     03  FILLER             PIC X(02).
001010     03  EX-ITEM-DATA       PIC X(11).
001020     03  FILLER             PIC X(02).
001030     03  EX-REASON          PIC X(44).
001040     03  FILLER             PIC X(02).
001050     03  EX-RUN-DATE        PIC 9(08).
001060
001070*--------------------------------------------------------------*
001080* CORRECTION-RECORD - ONE PER FIXED ITEM, KEYED BY OPERATIONS.
001090* CR-EXCEPTION-KEY MUST MATCH EX-ITEM-KEY BYTE FOR BYTE AS IT
001100* APPEARS ON ITEMEXC; CR-ITEM-KEY/CR-ITEM-DATA ARE THE CORRECTED
001110* VALUES TO GO FORWARD ON THE SUPPLEMENT FILE.  CR-PREPARER-ID IS
001120* THE OPERATOR WHO PREPARED THE CORRECTION; IT IS REQUIRED ON ANY
001130* CORRECTION OVER THE APPROVAL THRESHOLD.
001140*--------------------------------------------------------------*
001150 FD  CORRECTION-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 37 CHARACTERS.
001180 01  CORRECTION-RECORD.
001190     03  CR-EXCEPTION-KEY   PIC X(06).
001200     03  FILLER             PIC X(02).
001210     03  CR-ITEM-KEY        PIC 9(06).
001220     03  FILLER             PIC X(02).
001230     03  CR-ITEM-DATA       PIC 9(09)V99.
001240     03  FILLER             PIC X(02).
001250     03  CR-PREPARER-ID     PIC X(08).
001260
001270*--------------------------------------------------------------*
001280* SUPPLEMENT-FILE CARRIES THE FIRST 17 CHARACTERS OF THE ITEM-FILE
001290* LAYOUT, TRAILER RECORD INCLUDED, SO IT CAN BE FED STRAIGHT INTO
001300* BUBBLESORT (OR CONCATENATED ONTO THE NEXT BATCH AHEAD OF
001310* ITEMEDIT) LIKE ANY OTHER ITEM FILE.  THE PREPARER ID IN COLUMNS
001320* 18-25 IS LEFT OFF, SO READS BLANK: IT IS ONLY NEEDED ON A
001330* DELETE, AND ITEMSUP NEVER CARRIES ONE.
001340*--------------------------------------------------------------*
001350 FD  SUPPLEMENT-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 17 CHARACTERS.
001380 01  SUPPLEMENT-RECORD.
001390     03  SU-ITEM-KEY        PIC 9(06).
001400     03  SU-ITEM-DATA       PIC 9(09)V99.
001410
001420 FD  FIX-REPORT-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  FIX-REPORT-LINE            PIC X(80).
001460
001470 FD  RUN-LOG-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY "RUNLOG.CPY".
001500*--------------------------------------------------------------*
001510* APPROVAL-PARM-RECORD - OPTIONAL.  THE AMOUNT ABOVE WHICH A
001520* CORRECTION NEEDS A SECOND OPERATOR'S APPROVAL; THE AGED-DAYS
001530* FIELD IS ITEMAPPR'S AND IS NOT USED HERE.
001540*--------------------------------------------------------------*
001550 FD  APPROVAL-PARM-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 15 CHARACTERS.
001580 01  APPROVAL-PARM-RECORD.
001590     03  AR-THRESHOLD           PIC X(11).
001600     03  AR-THRESHOLD-N REDEFINES AR-THRESHOLD
001610                                PIC 9(09)V99.
001620     03  FILLER                 PIC X(01).
001630     03  AR-AGED-DAYS           PIC X(03).
001640
001650 FD  PENDING-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 90 CHARACTERS.
001680     COPY "APPRPND.CPY".
001690 FD  PENDING-SCRATCH-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 90 CHARACTERS.
001720     COPY "APPRPND.CPY"
001730        REPLACING ==PENDING-APPROVAL-RECORD== BY
001740                  ==PENDING-SCRATCH-RECORD==
001750           LEADING ==AP-== BY ==PS-==.
001760 WORKING-STORAGE SECTION.
001770*--------------------------------------------------------------*
001780* SWITCHES
001790*--------------------------------------------------------------*
001800 01  EXCEPTION-EOF-SWITCH       PIC X(01).
001810     88  EXCEPTION-AT-END       VALUE 'Y'.
001820     88  EXCEPTION-NOT-AT-END   VALUE 'N'.
001830 01  CORRECTION-EOF-SWITCH      PIC X(01).
001840     88  CORRECTION-AT-END      VALUE 'Y'.
001850     88  CORRECTION-NOT-AT-END  VALUE 'N'.
001860 01  EDIT-EXCEPTION-FILE-STATUS PIC X(02).
001870     88  EDIT-EXCEPTION-FILE-OK VALUE '00'.
001880 01  CORRECTION-FILE-STATUS     PIC X(02).
001890     88  CORRECTION-FILE-OK     VALUE '00'.
001900 01  SUPPLEMENT-FILE-STATUS     PIC X(02).
001910     88  SUPPLEMENT-FILE-OK     VALUE '00'.
001920 01  FIX-REPORT-FILE-STATUS     PIC X(02).
001930     88  FIX-REPORT-FILE-OK     VALUE '00'.
001940 01  RUN-LOG-FILE-STATUS        PIC X(02).
001950     88  RUN-LOG-FILE-OK        VALUE '00'.
001960 01  APPROVAL-PARM-FILE-STATUS  PIC X(02).
001970     88  APPROVAL-PARM-FILE-OK  VALUE '00'.
001980 01  PENDING-FILE-STATUS        PIC X(02).
001990     88  PENDING-FILE-OK        VALUE '00'.
002000 01  PENDING-SCRATCH-FILE-STATUS PIC X(02).
002010     88  PENDING-SCRATCH-FILE-OK VALUE '00'.
002020 01  PENDING-FILE-EOF-SWITCH    PIC X(01).
002030     88  PENDING-FILE-AT-END    VALUE 'Y'.
002040     88  PENDING-FILE-NOT-AT-END VALUE 'N'.
002050 01  PENDING-REPLACE-SWITCH     PIC X(01) VALUE 'N'.
002060     88  PENDING-REPLACE-FAILED VALUE 'Y'.
002070     88  PENDING-REPLACE-CLEAN  VALUE 'N'.
002080 01  FIX-REFUSED-SWITCH         PIC X(01) VALUE 'N'.
002090     88  FIX-RUN-REFUSED        VALUE 'Y'.
002100     88  FIX-RUN-NOT-REFUSED    VALUE 'N'.
002110 01  FOUND-ENTRY-SWITCH         PIC X(01).
002120     88  ENTRY-WAS-FOUND        VALUE 'Y'.
002130     88  ENTRY-NOT-FOUND        VALUE 'N'.
002140*--------------------------------------------------------------*
002150* CORRECTION TABLE - ITEMCOR HELD IN STORAGE SO EACH EXCEPTION
002160* CAN BE LOOKED UP AS IT IS READ.  CO-USED-FLAG MARKS THE
002170* CORRECTIONS THAT MATCHED, SO THE ONES THAT MATCHED NOTHING CAN
002180* BE REPORTED AT THE END.
002190*--------------------------------------------------------------*
002200 01  CORRECTION-TABLE.
002210     03  CORRECTION-ENTRY OCCURS 200 TIMES INDEXED BY COR-IDX.
002220         05  CO-EXCEPTION-KEY       PIC X(06).
002230         05  CO-ITEM-KEY            PIC 9(06).
002240         05  CO-ITEM-DATA           PIC 9(09)V99.
002250         05  CO-USED-FLAG           PIC X(01).
002260         05  CO-PREPARER-ID         PIC X(08).
002270 77  CORRECTION-ENTRY-COUNT     PIC 9(05) COMP VALUE ZERO.
002280 77  CORRECTION-TABLE-FULL-SW   PIC X(01) VALUE 'N'.
002290     88  CORRECTION-TABLE-IS-FULL VALUE 'Y'.
002300*--------------------------------------------------------------*
002310* COUNTERS AND WORK AREAS
002320*--------------------------------------------------------------*
002330 77  EXCEPTION-READ-COUNT     PIC 9(06)    COMP VALUE ZERO.
002340 77  CORRECTED-COUNT          PIC 9(06)    COMP VALUE ZERO.
002350 77  OUTSTANDING-COUNT        PIC 9(06)    COMP VALUE ZERO.
002360 77  BAD-CORRECTION-COUNT     PIC 9(06)    COMP VALUE ZERO.
002370 77  UNUSED-CORRECTION-COUNT  PIC 9(06)    COMP VALUE ZERO.
002380 77  SUPPLEMENT-TOTAL         PIC 9(11)V99 COMP-3 VALUE ZERO.
002390 77  TODAY-INTEGER-DAY        PIC 9(08)    COMP VALUE ZERO.
002400 77  OPENED-INTEGER-DAY       PIC 9(08)    COMP VALUE ZERO.
002410 77  DAYS-OPEN                PIC S9(05)   COMP VALUE ZERO.
002420 77  HELD-COUNT               PIC 9(06)    COMP VALUE ZERO.
002430 77  RELEASED-COUNT           PIC 9(06)    COMP VALUE ZERO.
002440 77  HIGHEST-HOLD-NUMBER      PIC 9(06)    VALUE ZERO.
002450 01  APPROVAL-THRESHOLD       PIC 9(09)V99 VALUE 10000.00.
002460 01  DELETE-SENTINEL-AMOUNT   PIC 9(09)V99 VALUE 999999999.99.
002470 01  GENERATION-BASE-NAME     PIC X(08) VALUE "APPRPND".
002480 01  GENERATION-NAME-TAKEN    PIC X(26) VALUE SPACES.
002490*--------------------------------------------------------------*
002500* FIX REPORT WORK AREAS
002510*--------------------------------------------------------------*
002520 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
002530 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
002540 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
002550 01  RUN-DATE-NUMBER            PIC 9(08).
002560 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
002570     03  RUN-DATE-CCYY         PIC 9(04).
002580     03  RUN-DATE-MM           PIC 9(02).
002590     03  RUN-DATE-DD           PIC 9(02).
002600 77  RUN-TIME-NOW              PIC 9(08).
002610 01  REPORT-HEADING-LINE-1.
002620     03  FILLER                PIC X(27) VALUE
002630         "EXCEPTION CORRECTION REPORT".
002640     03  FILLER                PIC X(13) VALUE SPACES.
002650     03  FILLER                PIC X(05) VALUE "DATE:".
002660     03  RH-RUN-MM             PIC 99.
002670     03  FILLER                PIC X(01) VALUE "/".
002680     03  RH-RUN-DD             PIC 99.
002690     03  FILLER                PIC X(01) VALUE "/".
002700     03  RH-RUN-CCYY           PIC 9(04).
002710     03  FILLER                PIC X(05) VALUE SPACES.
002720     03  FILLER                PIC X(05) VALUE "PAGE:".
002730     03  RH-PAGE-NUMBER        PIC ZZZ9.
002740 01  CORRECTED-DETAIL-LINE.
002750     03  FILLER                PIC X(11) VALUE "CORRECTED".
002760     03  CD-EXCEPTION-KEY      PIC X(06).
002770     03  FILLER                PIC X(05) VALUE " -> ".
002780     03  CD-ITEM-KEY           PIC ZZZZZ9.
002790     03  FILLER                PIC X(02) VALUE SPACES.
002800     03  CD-ITEM-DATA          PIC Z(8)9.99.
002810 01  HOLD-DETAIL-LINE.
002820     03  HD-ACTION             PIC X(11).
002830     03  HD-EXCEPTION-KEY      PIC X(06).
002840     03  FILLER                PIC X(05) VALUE " -> ".
002850     03  HD-ITEM-KEY           PIC ZZZZZ9.
002860     03  FILLER                PIC X(02) VALUE SPACES.
002870     03  HD-ITEM-DATA          PIC Z(8)9.99.
002880     03  FILLER                PIC X(07) VALUE "  HOLD ".
002890     03  HD-HOLD-NUMBER        PIC 9(06).
002900     03  FILLER                PIC X(04) VALUE " BY ".
002910     03  HD-OPERATOR-ID        PIC X(08).
002920 01  OUTSTANDING-DETAIL-LINE.
002930     03  FILLER                PIC X(12) VALUE "OUTSTANDING".
002940     03  OD-EXCEPTION-KEY      PIC X(06).
002950     03  FILLER                PIC X(02) VALUE SPACES.
002960     03  OD-REASON             PIC X(44).
002970     03  FILLER                PIC X(06) VALUE " OPEN".
002980     03  OD-DAYS-OPEN          PIC ZZZZ9.
002990     03  FILLER                PIC X(02) VALUE " D".
003000 01  BAD-CORRECTION-LINE.
003010     03  FILLER                PIC X(20) VALUE
003020         "*** BAD CORRECTION".
003030     03  BC-EXCEPTION-KEY      PIC X(06).
003040     03  FILLER                PIC X(30) VALUE
003050         " - FAILS ITEM EDITS ***".
003060 01  NO-PREPARER-LINE.
003070     03  FILLER                PIC X(20) VALUE
003080         "*** BAD CORRECTION".
003090     03  NP-EXCEPTION-KEY      PIC X(06).
003100     03  FILLER                PIC X(36) VALUE
003110         " - OVER THRESHOLD, NO PREPARER ***".
003120 01  UNUSED-CORRECTION-LINE.
003130     03  FILLER                PIC X(20) VALUE
003140         "*** CORRECTION".
003150     03  UC-EXCEPTION-KEY      PIC X(06).
003160     03  FILLER                PIC X(30) VALUE
003170         " - MATCHED NO EXCEPTION ***".
003180 01  SUMMARY-COUNT-LINE.
003190     03  SC-LABEL              PIC X(28).
003200     03  SC-COUNT              PIC Z(5)9.
003210 01  RUN-LOG-DETAIL.
003220     03  FILLER                PIC X(05) VALUE "HELD ".
003230     03  RD-HELD-COUNT         PIC 9(04).
003240     03  FILLER                PIC X(10) VALUE " RELEASED ".
003250     03  RD-RELEASED-COUNT     PIC 9(04).
003260 PROCEDURE DIVISION.
003270*--------------------------------------------------------------*
003280* 0000-MAINLINE - LOADS THE CORRECTION FILE INTO STORAGE, RUNS
003290* ITEMEXC AGAINST IT, WRITES THE SUPPLEMENT TRAILER, REPORTS THE
003300* CORRECTIONS NOBODY NEEDED, AND CLOSES OUT WITH THE SUMMARY
003310* COUNTS AND A RUN-LOG ENTRY.  CORRECTIONS OVER THE APPROVAL
003320* THRESHOLD ARE HELD ON APPRPND INSTEAD OF WRITTEN TO ITEMSUP, AND
003330* THOSE A SECOND OPERATOR HAS SINCE APPROVED ARE RELEASED ONTO
003340* ITEMSUP AHEAD OF THE DAY'S OWN CORRECTIONS.
003350*--------------------------------------------------------------*
003360 0000-MAINLINE.
003370     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
003380     COMPUTE TODAY-INTEGER-DAY =
003390        FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMBER)
003400     PERFORM 0500-READ-APPROVAL-PARM THRU 0500-EXIT
003410     OPEN OUTPUT PENDING-SCRATCH-FILE
003420     IF NOT PENDING-SCRATCH-FILE-OK
003430        DISPLAY "ITEMFIX: UNABLE TO OPEN APPRPNDT - STATUS "
003440           PENDING-SCRATCH-FILE-STATUS
003450        PERFORM 9000-REFUSE-FIX THRU 9000-EXIT
003460     END-IF
003470     OPEN OUTPUT FIX-REPORT-FILE
003480     IF NOT FIX-REPORT-FILE-OK
003490        DISPLAY "ITEMFIX: UNABLE TO OPEN FIXRPT - STATUS "
003500           FIX-REPORT-FILE-STATUS
003510        STOP RUN
003520     END-IF
003530     MOVE LINES-PER-PAGE TO LINE-COUNT
003540     OPEN INPUT EDIT-EXCEPTION-FILE
003550     IF NOT EDIT-EXCEPTION-FILE-OK
003560        DISPLAY "ITEMFIX: UNABLE TO OPEN ITEMEXC - STATUS "
003570           EDIT-EXCEPTION-FILE-STATUS
003580        STOP RUN
003590     END-IF
003600     OPEN OUTPUT SUPPLEMENT-FILE
003610     IF NOT SUPPLEMENT-FILE-OK
003620        DISPLAY "ITEMFIX: UNABLE TO OPEN ITEMSUP - STATUS "
003630           SUPPLEMENT-FILE-STATUS
003640        STOP RUN
003650     END-IF
003660
003670     PERFORM 0600-RELEASE-APPROVED-ITEMS THRU 0600-EXIT
003680     PERFORM 1000-LOAD-CORRECTIONS THRU 1000-EXIT
003690     PERFORM 2000-MATCH-EXCEPTIONS THRU 2000-EXIT
003700     CLOSE EDIT-EXCEPTION-FILE
003710     CLOSE PENDING-SCRATCH-FILE
003720
003730     ADD CORRECTED-COUNT RELEASED-COUNT GIVING SU-ITEM-KEY
003740     MOVE SUPPLEMENT-TOTAL  TO SU-ITEM-DATA
003750     WRITE SUPPLEMENT-RECORD
003760     CLOSE SUPPLEMENT-FILE
003770     PERFORM 6000-REPLACE-PENDING-FILE THRU 6000-EXIT
003780
003790     PERFORM 4000-REPORT-UNUSED-CORRECTIONS THRU 4000-EXIT
003800     PERFORM 5000-WRITE-FIX-SUMMARY THRU 5000-EXIT
003810     CLOSE FIX-REPORT-FILE
003820     DISPLAY "ITEMFIX: " CORRECTED-COUNT " CORRECTED, "
003830        OUTSTANDING-COUNT " OUTSTANDING"
003840     DISPLAY "ITEMFIX: " HELD-COUNT " HELD FOR APPROVAL, "
003850        RELEASED-COUNT " APPROVED CORRECTIONS RELEASED"
003860     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
003870     IF PENDING-REPLACE-FAILED
003880        MOVE 8 TO RETURN-CODE
003890     END-IF
003900     STOP RUN.
003910*--------------------------------------------------------------*
003920* 0500-READ-APPROVAL-PARM - READS THE APPROVAL THRESHOLD FROM
003930* APPRPRM.  A MISSING OR EMPTY FILE LEAVES THE DEFAULT IN PLACE,
003940* AS KEYALLOC DOES WITH KEYPARM.  A RECORD THAT IS PRESENT BUT NOT
003950* USABLE REFUSES THE RUN BEFORE ANYTHING IS WRITTEN.  THE AGED
003960* DAYS ARE NOT USED HERE, BUT MUST BE BLANK OR NUMERIC, SO THAT
003970* ONE APPRPRM IS GOOD OR BAD ALIKE FOR ITEMFIX, ITEMMNT AND
003980* ITEMAPPR.
003990*--------------------------------------------------------------*
004000 0500-READ-APPROVAL-PARM.
004010     OPEN INPUT APPROVAL-PARM-FILE
004020     IF NOT APPROVAL-PARM-FILE-OK
004030        GO TO 0500-EXIT
004040     END-IF
004050     READ APPROVAL-PARM-FILE
004060        AT END
004070           CLOSE APPROVAL-PARM-FILE
004080           GO TO 0500-EXIT
004090     END-READ
004100     CLOSE APPROVAL-PARM-FILE
004110     IF AR-THRESHOLD NOT NUMERIC
004120        OR AR-THRESHOLD-N = ZERO
004130        OR (AR-AGED-DAYS NOT = SPACES
004140            AND AR-AGED-DAYS NOT NUMERIC)
004150        DISPLAY "ITEMFIX: APPRPRM THRESHOLD " AR-THRESHOLD
004160           " OR AGED DAYS " AR-AGED-DAYS " NOT VALID"
004170        PERFORM 9000-REFUSE-FIX THRU 9000-EXIT
004180     END-IF
004190     MOVE AR-THRESHOLD-N TO APPROVAL-THRESHOLD.
004200 0500-EXIT.
004210     EXIT.
004220*--------------------------------------------------------------*
004230* 0600-RELEASE-APPROVED-ITEMS - COPIES APPRPND TO THE SCRATCH
004240* FILE APPRPNDT, ALREADY OPENED BY THE MAINLINE, RELEASING EACH
004250* APPROVED CORRECTION ONTO ITEMSUP ON THE WAY.  THE SCRATCH FILE
004260* STAYS OPEN SO THE DAY'S NEW HOLDS
004270* CAN BE ADDED BEHIND THE STANDING ONES.  NO APPRPND MEANS NOTHING
004280* HAS EVER BEEN HELD.
004290*--------------------------------------------------------------*
004300 0600-RELEASE-APPROVED-ITEMS.
004310     OPEN INPUT PENDING-FILE
004320     IF NOT PENDING-FILE-OK
004330        GO TO 0600-EXIT
004340     END-IF
004350     SET PENDING-FILE-NOT-AT-END TO TRUE
004360     PERFORM UNTIL PENDING-FILE-AT-END
004370        READ PENDING-FILE
004380           AT END
004390              SET PENDING-FILE-AT-END TO TRUE
004400           NOT AT END
004410              PERFORM 0650-COPY-ONE-PENDING-ITEM THRU 0650-EXIT
004420        END-READ
004430     END-PERFORM
004440     CLOSE PENDING-FILE.
004450 0600-EXIT.
004460     EXIT.
004470*--------------------------------------------------------------*
004480* 0650-COPY-ONE-PENDING-ITEM - COPIES ONE APPRPND RECORD TO THE
004490* SCRATCH FILE.  AN APPROVED CORRECTION IS WRITTEN TO ITEMSUP
004500* FIRST AND GOES ACROSS MARKED RELEASED WITH TODAY'S DATE.
004510* DELETES ARE LEFT FOR MASTUPDT.
004520*--------------------------------------------------------------*
004530 0650-COPY-ONE-PENDING-ITEM.
004540     IF AP-HOLD-NUMBER NUMERIC
004550        AND AP-HOLD-NUMBER > HIGHEST-HOLD-NUMBER
004560        MOVE AP-HOLD-NUMBER TO HIGHEST-HOLD-NUMBER
004570     END-IF
004580     IF AP-CORRECTION-ITEM AND AP-APPROVED
004590        MOVE AP-ITEM-KEY  TO SU-ITEM-KEY
004600        MOVE AP-ITEM-DATA TO SU-ITEM-DATA
004610        WRITE SUPPLEMENT-RECORD
004620        ADD 1 TO RELEASED-COUNT
004630        ADD AP-ITEM-DATA TO SUPPLEMENT-TOTAL
004640           ON SIZE ERROR
004650              DISPLAY "*** SUPPLEMENT-TOTAL OVERFLOW ***"
004660        END-ADD
004670        SET AP-RELEASED TO TRUE
004680        MOVE RUN-DATE-NUMBER TO AP-RELEASE-DATE
004690        MOVE "RELEASED"       TO HD-ACTION
004700        MOVE AP-EXCEPTION-KEY TO HD-EXCEPTION-KEY
004710        MOVE AP-ITEM-KEY      TO HD-ITEM-KEY
004720        MOVE AP-ITEM-DATA     TO HD-ITEM-DATA
004730        MOVE AP-HOLD-NUMBER   TO HD-HOLD-NUMBER
004740        MOVE AP-APPROVER-ID   TO HD-OPERATOR-ID
004750        PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
004760        MOVE HOLD-DETAIL-LINE TO FIX-REPORT-LINE
004770        WRITE FIX-REPORT-LINE
004780        ADD 1 TO LINE-COUNT
004790     END-IF
004800     WRITE PENDING-SCRATCH-RECORD FROM PENDING-APPROVAL-RECORD
004810     IF NOT PENDING-SCRATCH-FILE-OK
004820        DISPLAY "ITEMFIX: APPRPNDT WRITE FAILED FOR HOLD "
004830           AP-HOLD-NUMBER " - STATUS " PENDING-SCRATCH-FILE-STATUS
004840        SET PENDING-REPLACE-FAILED TO TRUE
004850     END-IF.
004860 0650-EXIT.
004870     EXIT.
004880*--------------------------------------------------------------*
004890* 1000-LOAD-CORRECTIONS - LOADS ITEMCOR INTO THE CORRECTION
004900* TABLE.  A CORRECTION WHOSE CORRECTED KEY OR AMOUNT WOULD FAIL
004910* ITEMEDIT'S OWN EDITS (NON-NUMERIC OR ZERO), OR THAT WOULD TURN
004920* THE ITEM INTO A DELETE, IS REPORTED AND
004930* DROPPED HERE, NOT CARRIED FORWARD ONTO THE SUPPLEMENT FILE.
004940* A MISSING ITEMCOR ONLY MEANS NO CORRECTIONS WERE PREPARED;
004950* EVERY EXCEPTION WILL SIMPLY REPORT AS OUTSTANDING.
004960*--------------------------------------------------------------*
004970 1000-LOAD-CORRECTIONS.
004980     OPEN INPUT CORRECTION-FILE
004990     IF NOT CORRECTION-FILE-OK
005000        DISPLAY "ITEMFIX: NO ITEMCOR FILE - STATUS "
005010           CORRECTION-FILE-STATUS
005020        GO TO 1000-EXIT
005030     END-IF
005040     SET CORRECTION-NOT-AT-END TO TRUE
005050     PERFORM UNTIL CORRECTION-AT-END
005060        READ CORRECTION-FILE
005070           AT END
005080              SET CORRECTION-AT-END TO TRUE
005090           NOT AT END
005100              PERFORM 1100-POST-CORRECTION THRU 1100-EXIT
005110        END-READ
005120     END-PERFORM
005130     CLOSE CORRECTION-FILE.
005140 1000-EXIT.
005150     EXIT.
005160*--------------------------------------------------------------*
005170* 1100-POST-CORRECTION - EDITS ONE ITEMCOR RECORD AND POSTS IT
005180* TO THE CORRECTION TABLE.  A CORRECTION OVER THE APPROVAL
005190* THRESHOLD MUST NAME ITS PREPARER, OR NO SECOND OPERATOR COULD
005200* BE SHOWN TO DIFFER FROM THEM; WITHOUT ONE IT IS REJECTED.
005210*--------------------------------------------------------------*
005220 1100-POST-CORRECTION.
005230     IF CR-ITEM-KEY NOT NUMERIC
005240        OR CR-ITEM-DATA NOT NUMERIC
005250        OR CR-ITEM-KEY = ZERO
005260        OR CR-ITEM-DATA = ZERO
005270        OR CR-ITEM-DATA = DELETE-SENTINEL-AMOUNT
005280        MOVE CR-EXCEPTION-KEY TO BC-EXCEPTION-KEY
005290        DISPLAY BAD-CORRECTION-LINE
005300        PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
005310        MOVE BAD-CORRECTION-LINE TO FIX-REPORT-LINE
005320        WRITE FIX-REPORT-LINE
005330        ADD 1 TO LINE-COUNT
005340        ADD 1 TO BAD-CORRECTION-COUNT
005350        GO TO 1100-EXIT
005360     END-IF
005370     IF CR-ITEM-DATA > APPROVAL-THRESHOLD
005380        AND CR-PREPARER-ID = SPACES
005390        MOVE CR-EXCEPTION-KEY TO NP-EXCEPTION-KEY
005400        DISPLAY NO-PREPARER-LINE
005410        PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
005420        MOVE NO-PREPARER-LINE TO FIX-REPORT-LINE
005430        WRITE FIX-REPORT-LINE
005440        ADD 1 TO LINE-COUNT
005450        ADD 1 TO BAD-CORRECTION-COUNT
005460        GO TO 1100-EXIT
005470     END-IF
005480     IF CORRECTION-ENTRY-COUNT >= 200
005490        SET CORRECTION-TABLE-IS-FULL TO TRUE
005500        DISPLAY "ITEMFIX: CORRECTION TABLE FULL - ENTRY FOR "
005510           CR-EXCEPTION-KEY " NOT LOADED"
005520        GO TO 1100-EXIT
005530     END-IF
005540     ADD 1 TO CORRECTION-ENTRY-COUNT
005550     SET COR-IDX TO CORRECTION-ENTRY-COUNT
005560     MOVE CR-EXCEPTION-KEY TO CO-EXCEPTION-KEY (COR-IDX)
005570     MOVE CR-ITEM-KEY      TO CO-ITEM-KEY (COR-IDX)
005580     MOVE CR-ITEM-DATA     TO CO-ITEM-DATA (COR-IDX)
005590     MOVE 'N'              TO CO-USED-FLAG (COR-IDX)
005600     MOVE CR-PREPARER-ID   TO CO-PREPARER-ID (COR-IDX).
005610 1100-EXIT.
005620     EXIT.
005630*--------------------------------------------------------------*
005640* 2000-MATCH-EXCEPTIONS - READS ITEMEXC AND RESOLVES EACH
005650* EXCEPTION AGAINST THE CORRECTION TABLE: MATCHED ONES GO TO THE
005660* SUPPLEMENT FILE WITH THEIR CORRECTED KEY AND AMOUNT, UNMATCHED
005670* ONES ARE REPORTED AS OUTSTANDING WITH THEIR AGE IN DAYS.
005680*--------------------------------------------------------------*
005690 2000-MATCH-EXCEPTIONS.
005700     SET EXCEPTION-NOT-AT-END TO TRUE
005710     PERFORM UNTIL EXCEPTION-AT-END
005720        READ EDIT-EXCEPTION-FILE
005730           AT END
005740              SET EXCEPTION-AT-END TO TRUE
005750           NOT AT END
005760              ADD 1 TO EXCEPTION-READ-COUNT
005770              PERFORM 2100-RESOLVE-ONE-EXCEPTION THRU 2100-EXIT
005780        END-READ
005790     END-PERFORM.
005800 2000-EXIT.
005810     EXIT.
005820*--------------------------------------------------------------*
005830* 2100-RESOLVE-ONE-EXCEPTION - LOOKS THE CURRENT EXCEPTION UP IN
005840* THE CORRECTION TABLE BY ITS KEY AS RECORDED ON ITEMEXC.  A
005850* CORRECTION IS CONSUMED BY THE FIRST EXCEPTION IT MATCHES, SO A
005860* KEY REJECTED TWICE NEEDS TWO CORRECTION RECORDS.  A CORRECTION
005870* OVER THE APPROVAL THRESHOLD IS HELD (2200-HOLD-CORRECTION)
005880* RATHER THAN WRITTEN TO ITEMSUP.
005890*--------------------------------------------------------------*
005900 2100-RESOLVE-ONE-EXCEPTION.
005910     SET ENTRY-NOT-FOUND TO TRUE
005920     PERFORM VARYING COR-IDX FROM 1 BY 1
005930        UNTIL COR-IDX > CORRECTION-ENTRY-COUNT
005940        IF CO-EXCEPTION-KEY (COR-IDX) = EX-ITEM-KEY
005950           AND CO-USED-FLAG (COR-IDX) = 'N'
005960           SET ENTRY-WAS-FOUND TO TRUE
005970           EXIT PERFORM
005980        END-IF
005990     END-PERFORM
006000     IF ENTRY-NOT-FOUND
006010        PERFORM 2300-REPORT-OUTSTANDING THRU 2300-EXIT
006020        GO TO 2100-EXIT
006030     END-IF
006040     MOVE 'Y' TO CO-USED-FLAG (COR-IDX)
006050     IF CO-ITEM-DATA (COR-IDX) > APPROVAL-THRESHOLD
006060        PERFORM 2200-HOLD-CORRECTION THRU 2200-EXIT
006070        GO TO 2100-EXIT
006080     END-IF
006090     MOVE CO-ITEM-KEY (COR-IDX)  TO SU-ITEM-KEY
006100     MOVE CO-ITEM-DATA (COR-IDX) TO SU-ITEM-DATA
006110     WRITE SUPPLEMENT-RECORD
006120     ADD 1 TO CORRECTED-COUNT
006130     ADD CO-ITEM-DATA (COR-IDX) TO SUPPLEMENT-TOTAL
006140        ON SIZE ERROR
006150           DISPLAY "*** SUPPLEMENT-TOTAL OVERFLOW ***"
006160     END-ADD
006170     MOVE SPACES TO CORRECTED-DETAIL-LINE
006180     MOVE EX-ITEM-KEY            TO CD-EXCEPTION-KEY
006190     MOVE CO-ITEM-KEY (COR-IDX)  TO CD-ITEM-KEY
006200     MOVE CO-ITEM-DATA (COR-IDX) TO CD-ITEM-DATA
006210     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
006220     MOVE CORRECTED-DETAIL-LINE TO FIX-REPORT-LINE
006230     WRITE FIX-REPORT-LINE
006240     ADD 1 TO LINE-COUNT.
006250 2100-EXIT.
006260     EXIT.
006270*--------------------------------------------------------------*
006280* 2200-HOLD-CORRECTION - HOLDS THE MATCHED CORRECTION ON THE
006290* APPRPND SCRATCH FILE, PENDING APPROVAL, UNDER THE NEXT HOLD
006300* NUMBER AND THE PREPARER'S OPERATOR ID.  IT REACHES ITEMSUP ON
006310* THE FIRST ITEMFIX RUN AFTER ITEMAPPR RECORDS ITS APPROVAL.
006320*--------------------------------------------------------------*
006330 2200-HOLD-CORRECTION.
006340     ADD 1 TO HIGHEST-HOLD-NUMBER
006350     ACCEPT RUN-TIME-NOW FROM TIME
006360     MOVE SPACES TO PENDING-SCRATCH-RECORD
006370     MOVE HIGHEST-HOLD-NUMBER      TO PS-HOLD-NUMBER
006380     SET PS-CORRECTION-ITEM TO TRUE
006390     MOVE CO-ITEM-KEY (COR-IDX)    TO PS-ITEM-KEY
006400     MOVE CO-ITEM-DATA (COR-IDX)   TO PS-ITEM-DATA
006410     MOVE EX-ITEM-KEY              TO PS-EXCEPTION-KEY
006420     MOVE "ITEMFIX "               TO PS-SOURCE-PROGRAM
006430     MOVE CO-PREPARER-ID (COR-IDX) TO PS-PREPARER-ID
006440     MOVE RUN-DATE-NUMBER          TO PS-HELD-DATE
006450     MOVE RUN-TIME-NOW             TO PS-HELD-TIME
006460     SET PS-PENDING TO TRUE
006470     MOVE ZERO TO PS-DECISION-DATE PS-RELEASE-DATE
006480     WRITE PENDING-SCRATCH-RECORD
006490     IF NOT PENDING-SCRATCH-FILE-OK
006500        DISPLAY "ITEMFIX: APPRPNDT WRITE FAILED FOR HOLD "
006510           HIGHEST-HOLD-NUMBER " - STATUS "
006520           PENDING-SCRATCH-FILE-STATUS
006530        SET PENDING-REPLACE-FAILED TO TRUE
006540     END-IF
006550     ADD 1 TO HELD-COUNT
006560     MOVE "HELD"                   TO HD-ACTION
006570     MOVE EX-ITEM-KEY              TO HD-EXCEPTION-KEY
006580     MOVE CO-ITEM-KEY (COR-IDX)    TO HD-ITEM-KEY
006590     MOVE CO-ITEM-DATA (COR-IDX)   TO HD-ITEM-DATA
006600     MOVE HIGHEST-HOLD-NUMBER      TO HD-HOLD-NUMBER
006610     MOVE CO-PREPARER-ID (COR-IDX) TO HD-OPERATOR-ID
006620     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
006630     MOVE HOLD-DETAIL-LINE TO FIX-REPORT-LINE
006640     WRITE FIX-REPORT-LINE
006650     ADD 1 TO LINE-COUNT.
006660 2200-EXIT.
006670     EXIT.
006680*--------------------------------------------------------------*
006690* 2300-REPORT-OUTSTANDING - REPORTS AN EXCEPTION NO CORRECTION
006700* COVERED, WITH ITS AGE IN DAYS FROM THE EX-RUN-DATE STAMP.  AN
006710* EXCEPTION WRITTEN BEFORE THE STAMP EXISTED (OR WITH A DAMAGED
006720* DATE) AGES AS ZERO DAYS RATHER THAN FAILING THE RUN.
006730*--------------------------------------------------------------*
006740 2300-REPORT-OUTSTANDING.
006750     MOVE ZERO TO DAYS-OPEN
006760     IF EX-RUN-DATE NUMERIC AND EX-RUN-DATE > 15821015
006770        COMPUTE OPENED-INTEGER-DAY =
006780           FUNCTION INTEGER-OF-DATE (EX-RUN-DATE)
006790        IF OPENED-INTEGER-DAY NOT = ZERO
006800           SUBTRACT OPENED-INTEGER-DAY FROM TODAY-INTEGER-DAY
006810              GIVING DAYS-OPEN
006820        END-IF
006830     END-IF
006840     MOVE SPACES TO OUTSTANDING-DETAIL-LINE
006850     MOVE EX-ITEM-KEY TO OD-EXCEPTION-KEY
006860     MOVE EX-REASON   TO OD-REASON
006870     MOVE DAYS-OPEN   TO OD-DAYS-OPEN
006880     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
006890     MOVE OUTSTANDING-DETAIL-LINE TO FIX-REPORT-LINE
006900     WRITE FIX-REPORT-LINE
006910     ADD 1 TO LINE-COUNT
006920     ADD 1 TO OUTSTANDING-COUNT.
006930 2300-EXIT.
006940     EXIT.
006950*--------------------------------------------------------------*
006960* 3100-START-PAGE-IF-FULL - STARTS A NEW REPORT PAGE WITH THE
006970* RUN DATE AND PAGE NUMBER IF THE CURRENT PAGE IS FULL.  THE
006980* CALLER WRITES ITS OWN LINE AFTERWARD.
006990*--------------------------------------------------------------*
007000 3100-START-PAGE-IF-FULL.
007010     IF LINE-COUNT < LINES-PER-PAGE
007020        GO TO 3100-EXIT
007030     END-IF
007040     ADD 1 TO PAGE-NUMBER
007050     MOVE ZERO TO LINE-COUNT
007060     MOVE RUN-DATE-MM   TO RH-RUN-MM
007070     MOVE RUN-DATE-DD   TO RH-RUN-DD
007080     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
007090     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
007100     WRITE FIX-REPORT-LINE FROM REPORT-HEADING-LINE-1
007110     MOVE SPACES TO FIX-REPORT-LINE
007120     WRITE FIX-REPORT-LINE
007130     ADD 1 TO LINE-COUNT.
007140 3100-EXIT.
007150     EXIT.
007160*--------------------------------------------------------------*
007170* 4000-REPORT-UNUSED-CORRECTIONS - REPORTS EVERY CORRECTION THAT
007180* MATCHED NO EXCEPTION.  USUALLY A KEY MISTYPED ON ITEMCOR, OR A
007190* CORRECTION PREPARED AGAINST THE WRONG DAY'S EXCEPTION FILE.
007200*--------------------------------------------------------------*
007210 4000-REPORT-UNUSED-CORRECTIONS.
007220     PERFORM VARYING COR-IDX FROM 1 BY 1
007230        UNTIL COR-IDX > CORRECTION-ENTRY-COUNT
007240        IF CO-USED-FLAG (COR-IDX) = 'N'
007250           MOVE CO-EXCEPTION-KEY (COR-IDX) TO UC-EXCEPTION-KEY
007260           DISPLAY UNUSED-CORRECTION-LINE
007270           PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
007280           MOVE UNUSED-CORRECTION-LINE TO FIX-REPORT-LINE
007290           WRITE FIX-REPORT-LINE
007300           ADD 1 TO LINE-COUNT
007310           ADD 1 TO UNUSED-CORRECTION-COUNT
007320        END-IF
007330     END-PERFORM.
007340 4000-EXIT.
007350     EXIT.
007360*--------------------------------------------------------------*
007370* 5000-WRITE-FIX-SUMMARY - CLOSES THE REPORT OUT WITH THE RUN'S
007380* COUNTS.
007390*--------------------------------------------------------------*
007400 5000-WRITE-FIX-SUMMARY.
007410     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
007420     MOVE SPACES TO FIX-REPORT-LINE
007430     WRITE FIX-REPORT-LINE
007440     ADD 1 TO LINE-COUNT
007450
007460     MOVE "EXCEPTIONS READ:" TO SC-LABEL
007470     MOVE EXCEPTION-READ-COUNT TO SC-COUNT
007480     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007490
007500     MOVE "EXCEPTIONS CORRECTED:" TO SC-LABEL
007510     MOVE CORRECTED-COUNT TO SC-COUNT
007520     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007530
007540     MOVE "EXCEPTIONS OUTSTANDING:" TO SC-LABEL
007550     MOVE OUTSTANDING-COUNT TO SC-COUNT
007560     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007570
007580     MOVE "CORRECTIONS REJECTED:" TO SC-LABEL
007590     MOVE BAD-CORRECTION-COUNT TO SC-COUNT
007600     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007610
007620     MOVE "CORRECTIONS UNMATCHED:" TO SC-LABEL
007630     MOVE UNUSED-CORRECTION-COUNT TO SC-COUNT
007640     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007650
007660     MOVE "HELD FOR APPROVAL:" TO SC-LABEL
007670     MOVE HELD-COUNT TO SC-COUNT
007680     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007690
007700     MOVE "RELEASED AFTER APPROVAL:" TO SC-LABEL
007710     MOVE RELEASED-COUNT TO SC-COUNT
007720     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
007730 5000-EXIT.
007740     EXIT.
007750*--------------------------------------------------------------*
007760* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
007770* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
007780*--------------------------------------------------------------*
007790 5100-WRITE-SUMMARY-LINE.
007800     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
007810     MOVE SUMMARY-COUNT-LINE TO FIX-REPORT-LINE
007820     WRITE FIX-REPORT-LINE
007830     ADD 1 TO LINE-COUNT.
007840 5100-EXIT.
007850     EXIT.
007860*--------------------------------------------------------------*
007870* 6000-REPLACE-PENDING-FILE - SAVES THE STANDING APPRPND AS A NEW
007880* GENERATION (GENSAVE) AND COPIES THE SCRATCH FILE BACK OVER IT.
007890* NOTHING HELD OR RELEASED LEAVES APPRPND AS IT WAS.  AN APPRPND
007900* THAT CANNOT BE SAVED IS NOT REPLACED, SO ITS APPROVED ITEMS
007910* STILL SHOW UNRELEASED; ITEMSUP IS THEN WITHDRAWN (REWRITTEN AS
007920* A BARE ZERO TRAILER) SO THEY CANNOT GO FORWARD TWICE, AND THE
007930* RUN ENDS WITH CONDITION CODE 8.  THE SAME HAPPENS WHEN A WRITE
007940* TO APPRPNDT FAILED, SINCE COPYING IT BACK WOULD DROP THE RECORD
007950* THAT WAS NOT WRITTEN OUT OF DUAL CONTROL.
007960*--------------------------------------------------------------*
007970 6000-REPLACE-PENDING-FILE.
007980     IF PENDING-REPLACE-FAILED
007990        DISPLAY "ITEMFIX: APPRPNDT INCOMPLETE - APPRPND NOT "
008000           "REPLACED, ITEMSUP WITHDRAWN"
008010        PERFORM 6100-WITHDRAW-SUPPLEMENT THRU 6100-EXIT
008020        GO TO 6000-EXIT
008030     END-IF
008040     IF HELD-COUNT = ZERO
008050        AND RELEASED-COUNT = ZERO
008060        GO TO 6000-EXIT
008070     END-IF
008080     MOVE ZERO TO RETURN-CODE
008090     CALL "GENSAVE" USING GENERATION-BASE-NAME
008100        GENERATION-NAME-TAKEN
008110     CANCEL "GENSAVE"
008120     IF RETURN-CODE NOT = ZERO
008130        DISPLAY "ITEMFIX: APPRPND NOT SAVED - NOT REPLACED, "
008140           "ITEMSUP WITHDRAWN"
008150        PERFORM 6100-WITHDRAW-SUPPLEMENT THRU 6100-EXIT
008160        GO TO 6000-EXIT
008170     END-IF
008180     OPEN INPUT PENDING-SCRATCH-FILE
008190     IF NOT PENDING-SCRATCH-FILE-OK
008200        DISPLAY "ITEMFIX: UNABLE TO REOPEN APPRPNDT - STATUS "
008210           PENDING-SCRATCH-FILE-STATUS " - APPRPND NOT REPLACED"
008220        PERFORM 6100-WITHDRAW-SUPPLEMENT THRU 6100-EXIT
008230        GO TO 6000-EXIT
008240     END-IF
008250     OPEN OUTPUT PENDING-FILE
008260     IF NOT PENDING-FILE-OK
008270        DISPLAY "ITEMFIX: UNABLE TO OPEN APPRPND FOR OUTPUT - "
008280           "STATUS " PENDING-FILE-STATUS
008290        DISPLAY "ITEMFIX: APPRPND WAS SAVED AS "
008300           GENERATION-NAME-TAKEN
008310        CLOSE PENDING-SCRATCH-FILE
008320        PERFORM 6100-WITHDRAW-SUPPLEMENT THRU 6100-EXIT
008330        GO TO 6000-EXIT
008340     END-IF
008350     SET PENDING-FILE-NOT-AT-END TO TRUE
008360     PERFORM UNTIL PENDING-FILE-AT-END
008370        READ PENDING-SCRATCH-FILE
008380           AT END
008390              SET PENDING-FILE-AT-END TO TRUE
008400           NOT AT END
008410              WRITE PENDING-APPROVAL-RECORD
008420                 FROM PENDING-SCRATCH-RECORD
008430        END-READ
008440     END-PERFORM
008450     CLOSE PENDING-SCRATCH-FILE
008460     CLOSE PENDING-FILE.
008470 6000-EXIT.
008480     EXIT.
008490*--------------------------------------------------------------*
008500* 6100-WITHDRAW-SUPPLEMENT - REWRITES ITEMSUP AS A ZERO TRAILER
008510* ALONE AND MARKS THE RUN FAILED.  THE CORRECTIONS ARE STILL ON
008520* ITEMCOR AND APPRPND, SO THE RUN CAN SIMPLY BE REPEATED.
008530*--------------------------------------------------------------*
008540 6100-WITHDRAW-SUPPLEMENT.
008550     SET PENDING-REPLACE-FAILED TO TRUE
008560     OPEN OUTPUT SUPPLEMENT-FILE
008570     MOVE ZERO TO SU-ITEM-KEY SU-ITEM-DATA
008580     WRITE SUPPLEMENT-RECORD
008590     CLOSE SUPPLEMENT-FILE.
008600 6100-EXIT.
008610     EXIT.
008620*--------------------------------------------------------------*
008630* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
008640* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE.
008650* A RUN THAT LEFT EXCEPTIONS OUTSTANDING LOGS "EXCEPTIONS", THE
008660* SAME WAY AN ITEMEDIT RUN WITH REJECTS DOES; ONE THAT WAS
008670* REFUSED, OR WHOSE APPRPND COULD NOT BE REPLACED, LOGS "FAILED".
008680* THE DETAIL CARRIES THE CORRECTIONS HELD AND RELEASED.  THE FILE
008690* IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST YET THIS IS
008700* ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
008710*--------------------------------------------------------------*
008720 8000-WRITE-RUN-LOG-ENTRY.
008730     OPEN EXTEND RUN-LOG-FILE
008740     IF NOT RUN-LOG-FILE-OK
008750        OPEN OUTPUT RUN-LOG-FILE
008760     END-IF
008770     MOVE SPACES TO RUN-LOG-RECORD
008780     ACCEPT RUN-TIME-NOW FROM TIME
008790     MOVE "ITEMFIX "          TO RL-PROGRAM-ID
008800     MOVE RUN-DATE-NUMBER     TO RL-RUN-DATE
008810     MOVE RUN-TIME-NOW        TO RL-RUN-TIME
008820     MOVE EXCEPTION-READ-COUNT TO RL-INPUT-COUNT
008830     MOVE HELD-COUNT          TO RD-HELD-COUNT
008840     MOVE RELEASED-COUNT      TO RD-RELEASED-COUNT
008850     MOVE RUN-LOG-DETAIL      TO RL-DETAIL
008860     IF PENDING-REPLACE-FAILED OR FIX-RUN-REFUSED
008870        MOVE "FAILED"         TO RL-STATUS
008880     ELSE
008890        IF OUTSTANDING-COUNT = ZERO
008900           MOVE "COMPLETED"   TO RL-STATUS
008910        ELSE
008920           MOVE "EXCEPTIONS"  TO RL-STATUS
008930        END-IF
008940     END-IF
008950     WRITE RUN-LOG-RECORD
008960     CLOSE RUN-LOG-FILE.
008970 8000-EXIT.
008980     EXIT.
008990*--------------------------------------------------------------*
009000* 9000-REFUSE-FIX - LOGS THE REFUSED RUN AS FAILED, SO RUNALERT
009010* REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.  A RUN IS
009020* ONLY REFUSED BEFORE FIXRPT OR ITEMSUP HAS BEEN OPENED, SO BOTH
009030* ARE LEFT AS THE LAST RUN WROTE THEM.
009040*--------------------------------------------------------------*
009050 9000-REFUSE-FIX.
009060     SET FIX-RUN-REFUSED TO TRUE
009070     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
009080     DISPLAY "ITEMFIX: RUN REFUSED - ITEMSUP AND APPRPND NOT "
009090        "UPDATED"
009100     MOVE 8 TO RETURN-CODE
009110     STOP RUN.
009120 9000-EXIT.
009130     EXIT.
009140
009150 END PROGRAM ITEMFIX.
