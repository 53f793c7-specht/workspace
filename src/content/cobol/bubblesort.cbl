001560*                    CONTROL TOTAL MOVES OVERNIGHT, THE REPORT
001570*                    ITSELF NOW ANSWERS WHETHER IT WAS MANY
001580*                    SMALL ITEMS OR ONE HUGE ONE.
001590*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
001600*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
001610*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
001620*                    BLANK ON THIS PROGRAM'S ENTRIES.
001630*   2026-10-15  DO   ITEM-FILE RECORD WIDENED FROM 17 TO 25 TO
001640*                    TAKE THE PREPARER'S OPERATOR ID A DELETE
001650*                    NOW CARRIES IN COLUMNS 18-25 ON ITEMCLN.  THE
001660*                    ID IS FOR MASTUPDT'S DUAL-CONTROL HOLD AND IS
001670*                    NOT USED OR CARRIED FORWARD HERE.
001680*--------------------------------------------------------------*
001690 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001710 FILE-CONTROL.
001720     SELECT ITEM-FILE ASSIGN TO ITEM-FILE-NAME
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS ITEM-FILE-STATUS.
001750
001760     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK"
001770         FILE STATUS IS SORT-WORK-FILE-STATUS.
001780
001790     SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS REPORT-FILE-STATUS.
001820
001830     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS RUN-LOG-FILE-STATUS.
001860
001870     SELECT SORT-PARM-FILE ASSIGN TO "SORTPARM"
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS SORT-PARM-FILE-STATUS.
001900
001910     SELECT CHECK-PRIME-FILE ASSIGN TO "PRIMOUT"
001920         ORGANIZATION IS LINE SEQUENTIAL
001930         FILE STATUS IS CHECK-PRIME-FILE-STATUS.
001940
001950     SELECT SORTED-OUT-FILE ASSIGN TO SORTED-OUT-FILE-NAME
001960         ORGANIZATION IS LINE SEQUENTIAL
001970         FILE STATUS IS SORTED-OUT-FILE-STATUS.
001980 DATA DIVISION.
001990 FILE SECTION.
002000 FD  ITEM-FILE
002010     LABEL RECORDS ARE STANDARD
002020     RECORD CONTAINS 25 CHARACTERS.
002030 01  ITEM-FILE-RECORD.
002040     03  ITEM-FILE-KEY      PIC 9(06).
002050     03  ITEM-FILE-DATA     PIC 9(09)V99.
002060     03  FILLER             PIC X(08).
002070
002080 SD  SORT-WORK-FILE.
002090 01  SORT-RECORD.
002100     03  SW-ITEM-KEY        PIC 9(06).
002110     03  SW-ITEM-DATA       PIC 9(09)V99.
002120
002130 FD  REPORT-FILE
002140     LABEL RECORDS ARE STANDARD
002150     RECORD CONTAINS 80 CHARACTERS.
002160 01  REPORT-LINE                PIC X(80).
002170
002180 FD  RUN-LOG-FILE
002190     LABEL RECORDS ARE STANDARD.
002200     COPY "RUNLOG.CPY".
002210
002220 FD  SORT-PARM-FILE
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 2 CHARACTERS.
002250 01  SORT-PARM-RECORD.
002260     03  SP-SORT-FIELD          PIC X(01).
002270     03  SP-SORT-DIRECTION      PIC X(01).
002280
002290 FD  CHECK-PRIME-FILE
002300     LABEL RECORDS ARE STANDARD
002310     RECORD CONTAINS 10 CHARACTERS.
002320 01  CHECK-PRIME-RECORD         PIC 9(10).
002330
002340*--------------------------------------------------------------*
002350* SORTED-OUT-FILE CARRIES EXACTLY THE SAME LAYOUT AS ITEM-FILE,
002360* TRAILER RECORD INCLUDED, SO DOWNSTREAM WORK (THE MASTER UPDATE,
002370* DAY-OVER-DAY COMPARISON, OR ANYTHING BUILT NEXT) CAN READ THE
002380* SORTED DATA THE SAME WAY THIS PROGRAM READS ITS INPUT.
002390*--------------------------------------------------------------*
002400 FD  SORTED-OUT-FILE
002410     LABEL RECORDS ARE STANDARD
002420     RECORD CONTAINS 17 CHARACTERS.
002430 01  SORTED-OUT-RECORD.
002440     03  SO-ITEM-KEY        PIC 9(06).
002450     03  SO-ITEM-DATA       PIC 9(09)V99.
002460 WORKING-STORAGE SECTION.
002470*--------------------------------------------------------------*
002480* SWITCHES
002490*--------------------------------------------------------------*
002500 01  ITEM-FILE-EOF-SWITCH    PIC X(01).
002510     88  ITEM-FILE-AT-END    VALUE 'Y'.
002520     88  ITEM-FILE-NOT-AT-END VALUE 'N'.
002530 01  SORT-FILE-EOF-SWITCH    PIC X(01).
002540     88  SORT-FILE-AT-END    VALUE 'Y'.
002550     88  SORT-FILE-NOT-AT-END VALUE 'N'.
002560 01  CHECK-PRIME-FILE-EOF-SWITCH PIC X(01).
002570     88  CHECK-PRIME-FILE-AT-END     VALUE 'Y'.
002580     88  CHECK-PRIME-FILE-NOT-AT-END VALUE 'N'.
002590 01  ITEM-FILE-STATUS        PIC X(02).
002600     88  ITEM-FILE-OK        VALUE '00'.
002610 01  SORT-WORK-FILE-STATUS   PIC X(02).
002620     88  SORT-WORK-FILE-OK   VALUE '00'.
002630 01  REPORT-FILE-STATUS      PIC X(02).
002640     88  REPORT-FILE-OK      VALUE '00'.
002650 01  RUN-LOG-FILE-STATUS     PIC X(02).
002660     88  RUN-LOG-FILE-OK     VALUE '00'.
002670 01  CONTROL-TOTAL-SWITCH    PIC X(01).
002680     88  CONTROL-TOTALS-MATCH    VALUE 'Y'.
002690     88  CONTROL-TOTALS-MISMATCH VALUE 'N'.
002700 01  FIRST-SORTED-RECORD-SWITCH PIC X(01).
002710     88  FIRST-SORTED-RECORD     VALUE 'Y'.
002720     88  NOT-FIRST-SORTED-RECORD VALUE 'N'.
002730 01  SORT-PARM-FILE-STATUS      PIC X(02).
002740     88  SORT-PARM-FILE-OK      VALUE '00'.
002750 01  SORT-FIELD-CODE            PIC X(01) VALUE 'K'.
002760     88  SORT-BY-KEY            VALUE 'K'.
002770     88  SORT-BY-AMOUNT         VALUE 'D'.
002780 01  SORT-DIRECTION-CODE        PIC X(01) VALUE 'A'.
002790     88  SORT-ASCENDING         VALUE 'A'.
002800     88  SORT-DESCENDING        VALUE 'D'.
002810 01  SORT-ORDER-DESCRIPTION     PIC X(31)
002820        VALUE "SORTED ITEMS - BY KEY (ASC)".
002830 01  CHECK-PRIME-FILE-STATUS    PIC X(02).
002840     88  CHECK-PRIME-FILE-OK    VALUE '00'.
002850 01  CHECK-DIGIT-SWITCH         PIC X(01) VALUE 'N'.
002860     88  CHECK-DIGIT-ACTIVE     VALUE 'Y'.
002870     88  CHECK-DIGIT-INACTIVE   VALUE 'N'.
002880 01  CHECK-PRIME-VALUE          PIC 9(10) COMP-3 VALUE ZERO.
002890 01  RUN-FAILED-SWITCH          PIC X(01) VALUE 'N'.
002900     88  RUN-FAILED             VALUE 'Y'.
002910     88  RUN-NOT-FAILED         VALUE 'N'.
002920 01  ITEM-FILE-NAME             PIC X(08) VALUE "ITEMIN".
002930 01  REPORT-FILE-NAME           PIC X(08) VALUE "SORTRPT".
002940 01  SORTED-OUT-FILE-STATUS     PIC X(02).
002950     88  SORTED-OUT-FILE-OK     VALUE '00'.
002960 01  SORTED-OUT-FILE-NAME       PIC X(08) VALUE "ITEMSRT".
002970*--------------------------------------------------------------*
002980* COUNTERS AND WORK AREAS
002990*--------------------------------------------------------------*
003000 77  RECORD-COUNT             PIC 9(06)    COMP VALUE ZERO.
003010 77  CONTROL-COUNT-EXPECTED   PIC 9(06)         VALUE ZERO.
003020 77  CONTROL-TOTAL-EXPECTED   PIC 9(09)V99      VALUE ZERO.
003030 77  CONTROL-TOTAL-ACTUAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
003040 01  LOOKAHEAD-RECORD.
003050     03  LA-ITEM-KEY           PIC 9(06).
003060     03  LA-ITEM-DATA          PIC 9(09)V99.
003070 77  PREVIOUS-ITEM-KEY         PIC 9(06)    COMP VALUE ZERO.
003080 77  DUPLICATE-KEY-COUNT       PIC 9(06)    COMP VALUE ZERO.
003090 77  CHECK-DIGIT-ERROR-COUNT   PIC 9(06)    COMP VALUE ZERO.
003100 77  CHECK-DIGIT-QUOTIENT      PIC 9(06)    COMP VALUE ZERO.
003110 77  CHECK-DIGIT-REMAINDER     PIC 9(10)    COMP VALUE ZERO.
003120*--------------------------------------------------------------*
003130* SORT REPORT WORK AREAS
003140*--------------------------------------------------------------*
003150 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
003160 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
003170 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 15.
003180 01  RUN-DATE-TODAY.
003190     03  RUN-DATE-CCYY         PIC 9(04).
003200     03  RUN-DATE-MM           PIC 9(02).
003210     03  RUN-DATE-DD           PIC 9(02).
003220 77  RUN-TIME-NOW              PIC 9(08).
003230 01  REPORT-SECTION-TITLE      PIC X(31).
003240 01  REPORT-HEADING-LINE.
003250     03  FILLER                PIC X(11) VALUE "SORT REPORT".
003260     03  FILLER                PIC X(04) VALUE SPACES.
003270     03  RH-SECTION-TITLE      PIC X(31).
003280     03  FILLER                PIC X(05) VALUE SPACES.
003290     03  FILLER                PIC X(05) VALUE "DATE:".
003300     03  RH-RUN-MM             PIC 99.
003310     03  FILLER                PIC X(01) VALUE "/".
003320     03  RH-RUN-DD             PIC 99.
003330     03  FILLER                PIC X(01) VALUE "/".
003340     03  RH-RUN-CCYY           PIC 9(04).
003350     03  FILLER                PIC X(05) VALUE SPACES.
003360     03  FILLER                PIC X(05) VALUE "PAGE:".
003370     03  RH-PAGE-NUMBER        PIC ZZZ9.
003380 01  REPORT-DETAIL-LINE.
003390     03  FILLER                PIC X(10) VALUE SPACES.
003400     03  RD-ITEM-KEY           PIC ZZZZZ9.
003410     03  FILLER                PIC X(05) VALUE SPACES.
003420     03  RD-ITEM-DATA          PIC Z(8)9.99.
003430*--------------------------------------------------------------*
003440* CONTROL-TOTAL WARNING LINES - WRITTEN TO SORTRPT (AND TO THE
003450* CONSOLE) WHEN 4000-CHECK-CONTROL-TOTALS FINDS A MISMATCH, SO
003460* THE WARNING IS RETAINED WITH THE REST OF THE RUN'S PAPER
003470* TRAIL INSTEAD OF ONLY SCROLLING BY ON THE CONSOLE.
003480*--------------------------------------------------------------*
003490 01  COUNT-WARNING-LINE.
003500     03  FILLER                PIC X(14) VALUE "*** COUNT ".
003510     03  CW-ACTUAL-COUNT       PIC ZZZZZ9.
003520     03  FILLER                PIC X(10) VALUE " EXP ".
003530     03  CW-EXPECTED-COUNT     PIC ZZZZZ9.
003540     03  FILLER                PIC X(16) VALUE " - MISMATCH ***".
003550 01  TOTAL-WARNING-LINE.
003560     03  FILLER                PIC X(14) VALUE "*** TOTAL ".
003570     03  CW-ACTUAL-TOTAL       PIC Z(10)9.99.
003580     03  FILLER                PIC X(10) VALUE " EXP ".
003590     03  CW-EXPECTED-TOTAL     PIC Z(8)9.99.
003600     03  FILLER                PIC X(16) VALUE " - MISMATCH ***".
003610*--------------------------------------------------------------*
003620* DUPLICATE-KEY EXCEPTION LINE - WRITTEN TO SORTRPT BY
003630* 3300-CHECK-DUPLICATE-KEY WHEN TWO ADJACENT SORTED RECORDS
003640* SHARE THE SAME ITEM-FILE-KEY (ACCOUNT NUMBER).
003650*--------------------------------------------------------------*
003660 01  DUPLICATE-KEY-LINE.
003670     03  FILLER                PIC X(20) VALUE
003680         "*** DUPLICATE KEY ".
003690     03  DK-ITEM-KEY           PIC ZZZZZ9.
003700     03  FILLER                PIC X(16) VALUE " - EXCEPTION ***".
003710 01  DUPLICATE-COUNT-LINE.
003720     03  FILLER                PIC X(14) VALUE "*** ".
003730     03  DC-DUPLICATE-COUNT    PIC ZZZZZ9.
003740     03  FILLER                PIC X(30) VALUE
003750         " DUPLICATE KEY(S) FOUND ***".
003760*--------------------------------------------------------------*
003770* CHECK-DIGIT EXCEPTION LINE - WRITTEN TO SORTRPT BY
003780* 1500-VALIDATE-CHECK-DIGIT WHEN AN ITEM-FILE-KEY DOES NOT
003790* DIVIDE EVENLY BY THE SMALLEST PRIME ON PRIMOUT.
003800*--------------------------------------------------------------*
003810 01  CHECK-DIGIT-LINE.
003820     03  FILLER                PIC X(20) VALUE
003830         "*** BAD CHECK DIGIT ".
003840     03  CD-ITEM-KEY           PIC ZZZZZ9.
003850     03  FILLER                PIC X(16) VALUE " - EXCEPTION ***".
003860 01  CHECK-DIGIT-COUNT-LINE.
003870     03  FILLER                PIC X(14) VALUE "*** ".
003880     03  CD-COUNT              PIC ZZZZZ9.
003890     03  FILLER                PIC X(38) VALUE
003900         " KEY(S) FAILED CHECK-DIGIT TEST ***".
003910*--------------------------------------------------------------*
003920* AMOUNT STRATIFICATION WORK AREAS - 3400-POST-AMOUNT-BAND AND
003930* 3450-POST-TOP-ITEM ACCUMULATE THESE WHILE THE SORTED RECORDS
003940* ARE RETURNED, AND 3600-PRINT-STRATIFICATION CLOSES SORTRPT OUT
003950* WITH A BREAKDOWN OF THE BATCH BY AMOUNT BAND (COUNT, TOTAL AND
003960* PERCENT OF THE BATCH TOTAL PER BAND) PLUS THE TEN LARGEST
003970* ITEMS BY AMOUNT, SO A MOVED CONTROL TOTAL CAN BE READ AS MANY
003980* SMALL ITEMS OR ONE HUGE ONE WITHOUT READING EVERY PAGE.
003990*--------------------------------------------------------------*
004000 01  STRATA-TABLE.
004010     03  STRATA-BAND OCCURS 4 TIMES INDEXED BY BAND-IDX.
004020         05  SB-BAND-COUNT      PIC 9(06) COMP.
004030         05  SB-BAND-TOTAL      PIC 9(11)V99 COMP-3.
004040 01  BAND-LABEL-VALUES.
004050     03  FILLER                PIC X(20) VALUE "UNDER 100".
004060     03  FILLER                PIC X(20) VALUE "100 TO 999.99".
004070     03  FILLER                PIC X(20) VALUE
004080         "1,000 TO 9,999.99".
004090     03  FILLER                PIC X(20) VALUE "10,000 AND UP".
004100 01  BAND-LABEL-TABLE REDEFINES BAND-LABEL-VALUES.
004110     03  BAND-LABEL            PIC X(20) OCCURS 4 TIMES.
004120 01  TOP-ITEM-TABLE.
004130     03  TOP-ITEM-ENTRY OCCURS 10 TIMES.
004140         05  TI-ITEM-KEY        PIC 9(06).
004150         05  TI-ITEM-DATA       PIC 9(09)V99.
004160 77  TOP-ITEM-COUNT            PIC 9(02) COMP VALUE ZERO.
004170 77  TOP-SUB                   PIC 9(02) COMP VALUE ZERO.
004180 77  TOP-INSERT-POSITION       PIC 9(02) COMP VALUE ZERO.
004190 77  PERCENT-WORK              PIC 9(13)V99 COMP-3 VALUE ZERO.
004200 77  BAND-PERCENT              PIC 9(03)V99 COMP-3 VALUE ZERO.
004210 01  STRATA-HEADING-LINE.
004220     03  FILLER                PIC X(02) VALUE SPACES.
004230     03  FILLER                PIC X(20) VALUE "AMOUNT BAND".
004240     03  FILLER                PIC X(06) VALUE " COUNT".
004250     03  FILLER                PIC X(02) VALUE SPACES.
004260     03  FILLER                PIC X(14) VALUE
004270         "  TOTAL AMOUNT".
004280     03  FILLER                PIC X(02) VALUE SPACES.
004290     03  FILLER                PIC X(06) VALUE "   PCT".
004300 01  STRATA-DETAIL-LINE.
004310     03  FILLER                PIC X(02) VALUE SPACES.
004320     03  SD-BAND-LABEL         PIC X(20).
004330     03  SD-BAND-COUNT         PIC ZZZZZ9.
004340     03  FILLER                PIC X(02) VALUE SPACES.
004350     03  SD-BAND-TOTAL         PIC Z(10)9.99.
004360     03  FILLER                PIC X(02) VALUE SPACES.
004370     03  SD-BAND-PERCENT       PIC ZZ9.99.
004380     03  FILLER                PIC X(02) VALUE " %".
004390 01  TOP-ITEM-DETAIL-LINE.
004400     03  FILLER                PIC X(02) VALUE SPACES.
004410     03  TD-RANK               PIC Z9.
004420     03  FILLER                PIC X(02) VALUE ". ".
004430     03  TD-ITEM-KEY           PIC ZZZZZ9.
004440     03  FILLER                PIC X(05) VALUE SPACES.
004450     03  TD-ITEM-DATA          PIC Z(8)9.99.
004460 LINKAGE SECTION.
004470*--------------------------------------------------------------*
004480* THE FILE-NAME PARAMETERS BELOW ARE SUPPLIED ONLY WHEN BATCHDRV
004490* (OR SOME OTHER CALLING PROGRAM) INVOKES BUBBLESORT AS A
004500* SUBPROGRAM TO RUN A PARTICULAR ITEM-FILE THROUGH THE SORT.
004510* RUN STANDALONE, NO PARAMETERS ARE PASSED AND THE COMPILE-TIME
004520* DEFAULTS OF "ITEMIN" AND "SORTRPT" ARE USED, EXACTLY AS
004530* BEFORE.  A PARAMETER THAT IS PASSED BUT SPACE-FILLED ALSO
004540* MEANS "USE THE COMPILE-TIME DEFAULT", SO A CALLER NEED NOT
004550* NAME EVERY FILE.
004560*--------------------------------------------------------------*
004570 01  LK-ITEM-FILE-NAME          PIC X(08).
004580 01  LK-REPORT-FILE-NAME        PIC X(08).
004590 01  LK-SORTED-OUT-FILE-NAME    PIC X(08).
004600 PROCEDURE DIVISION USING OPTIONAL LK-ITEM-FILE-NAME
004610         OPTIONAL LK-REPORT-FILE-NAME
004620         OPTIONAL LK-SORTED-OUT-FILE-NAME.
004630*--------------------------------------------------------------*
004640* 0000-MAINLINE - CONTROLS THE OVERALL SORT RUN.  THE SORT VERB
004650* DOES THE SORTING; 1000-LOAD-ITEMS FEEDS IT FROM ITEM-FILE AND
004660* PRINTS THE UNSORTED SECTION OF THE REPORT ON THE WAY IN, AND
004670* 3000-PRINT-SORTED-ITEMS PRINTS THE SORTED SECTION ON THE WAY
004680* OUT.
004690*--------------------------------------------------------------*
004700 0000-MAINLINE.
004710     IF ADDRESS OF LK-ITEM-FILE-NAME NOT = NULL
004720        IF LK-ITEM-FILE-NAME NOT = SPACES
004730           MOVE LK-ITEM-FILE-NAME TO ITEM-FILE-NAME
004740        END-IF
004750     END-IF
004760     IF ADDRESS OF LK-REPORT-FILE-NAME NOT = NULL
004770        IF LK-REPORT-FILE-NAME NOT = SPACES
004780           MOVE LK-REPORT-FILE-NAME TO REPORT-FILE-NAME
004790        END-IF
004800     END-IF
004810     IF ADDRESS OF LK-SORTED-OUT-FILE-NAME NOT = NULL
004820        IF LK-SORTED-OUT-FILE-NAME NOT = SPACES
004830           MOVE LK-SORTED-OUT-FILE-NAME TO SORTED-OUT-FILE-NAME
004840        END-IF
004850     END-IF
004860     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
004870     OPEN OUTPUT REPORT-FILE
004880     IF NOT REPORT-FILE-OK
004890        DISPLAY "BUBBLESORT: UNABLE TO OPEN " REPORT-FILE-NAME
004900           " - STATUS " REPORT-FILE-STATUS
004910        MOVE 8 TO RETURN-CODE
004920        GOBACK
004930     END-IF
004940     MOVE ZERO TO PAGE-NUMBER
004950     MOVE ZERO TO RECORD-COUNT
004960
004970     PERFORM 0500-READ-SORT-PARM THRU 0500-EXIT
004980     PERFORM 0600-READ-CHECK-PRIME THRU 0600-EXIT
004990
005000     IF SORT-BY-AMOUNT
005010        IF SORT-DESCENDING
005020           MOVE "SORTED ITEMS - BY AMOUNT (DESC)"
005030              TO SORT-ORDER-DESCRIPTION
005040           SORT SORT-WORK-FILE
005050              ON DESCENDING KEY SW-ITEM-DATA
005060                 ASCENDING KEY SW-ITEM-KEY
005070              INPUT PROCEDURE IS 1000-LOAD-ITEMS THRU 1000-EXIT
005080              OUTPUT PROCEDURE IS 3000-PRINT-SORTED-ITEMS
005090                 THRU 3000-EXIT
005100        ELSE
005110           MOVE "SORTED ITEMS - BY AMOUNT (ASC)"
005120              TO SORT-ORDER-DESCRIPTION
005130           SORT SORT-WORK-FILE
005140              ON ASCENDING KEY SW-ITEM-DATA
005150                 ASCENDING KEY SW-ITEM-KEY
005160              INPUT PROCEDURE IS 1000-LOAD-ITEMS THRU 1000-EXIT
005170              OUTPUT PROCEDURE IS 3000-PRINT-SORTED-ITEMS
005180                 THRU 3000-EXIT
005190        END-IF
005200     ELSE
005210        IF SORT-DESCENDING
005220           MOVE "SORTED ITEMS - BY KEY (DESC)"
005230              TO SORT-ORDER-DESCRIPTION
005240           SORT SORT-WORK-FILE
005250              ON DESCENDING KEY SW-ITEM-KEY
005260              INPUT PROCEDURE IS 1000-LOAD-ITEMS THRU 1000-EXIT
005270              OUTPUT PROCEDURE IS 3000-PRINT-SORTED-ITEMS
005280                 THRU 3000-EXIT
005290        ELSE
005300           MOVE "SORTED ITEMS - BY KEY (ASC)"
005310              TO SORT-ORDER-DESCRIPTION
005320           SORT SORT-WORK-FILE
005330              ON ASCENDING KEY SW-ITEM-KEY
005340              INPUT PROCEDURE IS 1000-LOAD-ITEMS THRU 1000-EXIT
005350              OUTPUT PROCEDURE IS 3000-PRINT-SORTED-ITEMS
005360                 THRU 3000-EXIT
005370        END-IF
005380     END-IF
005390     IF NOT SORT-WORK-FILE-OK
005400        DISPLAY "BUBBLESORT: SORT FAILED - STATUS "
005410           SORT-WORK-FILE-STATUS
005420        PERFORM 9000-FLAG-RUN-FAILED THRU 9000-EXIT
005430     END-IF
005440     IF RUN-FAILED
005450        GO TO 0000-WRAP-UP
005460     END-IF
005470     IF SORT-BY-AMOUNT
005480        SORT SORT-WORK-FILE
005490           ON ASCENDING KEY SW-ITEM-KEY
005500           INPUT PROCEDURE IS 1800-RELOAD-ITEMS THRU 1800-EXIT
005510           OUTPUT PROCEDURE IS 3500-TALLY-DUPLICATE-KEYS
005520              THRU 3500-EXIT
005530        IF NOT SORT-WORK-FILE-OK
005540           DISPLAY "BUBBLESORT: SORT FAILED - STATUS "
005550              SORT-WORK-FILE-STATUS
005560           PERFORM 9000-FLAG-RUN-FAILED THRU 9000-EXIT
005570           GO TO 0000-WRAP-UP
005580        END-IF
005590     END-IF
005600
005610     PERFORM 4000-CHECK-CONTROL-TOTALS THRU 4000-EXIT.
005620 0000-WRAP-UP.
005630     CLOSE REPORT-FILE
005640     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
005650     GOBACK.
005660*--------------------------------------------------------------*
005670* 0500-READ-SORT-PARM - READS THE OPTIONAL SORTPARM CONTROL FILE
005680* TO PICK THE SORT FIELD AND DIRECTION FOR THIS RUN.  A MISSING
005690* FILE, AN EMPTY FILE, OR A RECORD CARRYING VALUES OTHER THAN
005700* THE ONES RECOGNIZED BELOW ALL FALL BACK TO THE ORIGINAL
005710* BUBBLESORT BEHAVIOR - ASCENDING BY ITEM-FILE-KEY.
005720*    SP-SORT-FIELD      'K' = ITEM-FILE-KEY (DEFAULT)
005730*                       'D' = ITEM-FILE-DATA (AMOUNT)
005740*    SP-SORT-DIRECTION  'A' = ASCENDING (DEFAULT)
005750*                       'D' = DESCENDING
005760*--------------------------------------------------------------*
005770 0500-READ-SORT-PARM.
005780     MOVE 'K' TO SORT-FIELD-CODE
005790     MOVE 'A' TO SORT-DIRECTION-CODE
005800     OPEN INPUT SORT-PARM-FILE
005810     IF NOT SORT-PARM-FILE-OK
005820        GO TO 0500-EXIT
005830     END-IF
005840     READ SORT-PARM-FILE
005850        AT END
005860           CLOSE SORT-PARM-FILE
005870           GO TO 0500-EXIT
005880     END-READ
005890     IF SP-SORT-FIELD = 'K' OR SP-SORT-FIELD = 'D'
005900        MOVE SP-SORT-FIELD TO SORT-FIELD-CODE
005910     END-IF
005920     IF SP-SORT-DIRECTION = 'A' OR SP-SORT-DIRECTION = 'D'
005930        MOVE SP-SORT-DIRECTION TO SORT-DIRECTION-CODE
005940     END-IF
005950     CLOSE SORT-PARM-FILE.
005960 0500-EXIT.
005970     EXIT.
005980*--------------------------------------------------------------*
005990* 0600-READ-CHECK-PRIME - LOOKS FOR A PRIMOUT FILE LEFT BEHIND BY
006000* A PRIOR FACTORS RUN AND, IF ONE IS FOUND WITH AT LEAST ONE
006010* PRIME NUMBER IN IT, USES THE SMALLEST PRIME ON THE FILE AS A
006020* CHECK-DIGIT MODULUS FOR VALIDATING ITEM-FILE-KEY VALUES AS
006030* THEY ARE LOADED.  WHEN NO PRIMOUT FILE IS PRESENT (OR IT IS
006040* EMPTY) CHECK-DIGIT VALIDATION IS SIMPLY SKIPPED - IT IS AN
006050* OPTIONAL CROSS-CHECK, NOT A REQUIRED INPUT.
006060*--------------------------------------------------------------*
006070 0600-READ-CHECK-PRIME.
006080     SET CHECK-DIGIT-INACTIVE TO TRUE
006090     OPEN INPUT CHECK-PRIME-FILE
006100     IF NOT CHECK-PRIME-FILE-OK
006110        GO TO 0600-EXIT
006120     END-IF
006130     SET CHECK-PRIME-FILE-NOT-AT-END TO TRUE
006140     PERFORM UNTIL CHECK-PRIME-FILE-AT-END
006150        READ CHECK-PRIME-FILE
006160           AT END
006170              SET CHECK-PRIME-FILE-AT-END TO TRUE
006180           NOT AT END
006190              IF CHECK-DIGIT-INACTIVE
006200                 OR CHECK-PRIME-RECORD < CHECK-PRIME-VALUE
006210                 MOVE CHECK-PRIME-RECORD TO CHECK-PRIME-VALUE
006220                 SET CHECK-DIGIT-ACTIVE TO TRUE
006230              END-IF
006240        END-READ
006250     END-PERFORM
006260     CLOSE CHECK-PRIME-FILE.
006270 0600-EXIT.
006280     EXIT.
006290*--------------------------------------------------------------*
006300* 1000-LOAD-ITEMS - SORT INPUT PROCEDURE.  READS ITEM-FILE AND
006310* RELEASES EACH RECORD TO THE SORT, PRINTING THE UNSORTED
006320* SECTION OF THE REPORT AS IT GOES.  THE FILE CARRIES ONE VALUE
006330* PER RECORD WITH A TRAILER RECORD AT END OF FILE, SO EACH
006340* RECORD IS HELD BACK A STEP (LOOKAHEAD-RECORD) UNTIL IT IS
006350* KNOWN THAT A FURTHER RECORD FOLLOWS; THE LAST RECORD READ IS
006360* THEREFORE THE TRAILER AND IS NEVER RELEASED.
006370*--------------------------------------------------------------*
006380 1000-LOAD-ITEMS.
006390     MOVE "UNSORTED ITEMS" TO REPORT-SECTION-TITLE
006400     MOVE LINES-PER-PAGE TO LINE-COUNT
006410     SET ITEM-FILE-NOT-AT-END TO TRUE
006420     OPEN INPUT ITEM-FILE
006430     IF NOT ITEM-FILE-OK
006440        DISPLAY "BUBBLESORT: UNABLE TO OPEN " ITEM-FILE-NAME
006450           " - STATUS " ITEM-FILE-STATUS
006460        PERFORM 9000-FLAG-RUN-FAILED THRU 9000-EXIT
006470        GO TO 1000-EXIT
006480     END-IF
006490     READ ITEM-FILE
006500        AT END
006510           SET ITEM-FILE-AT-END TO TRUE
006520     END-READ
006530     PERFORM UNTIL ITEM-FILE-AT-END
006540        MOVE ITEM-FILE-KEY  TO LA-ITEM-KEY
006550        MOVE ITEM-FILE-DATA TO LA-ITEM-DATA
006560        READ ITEM-FILE
006570           AT END
006580              SET ITEM-FILE-AT-END TO TRUE
006590        END-READ
006600        IF NOT ITEM-FILE-AT-END
006610           ADD 1 TO RECORD-COUNT
006620              ON SIZE ERROR
006630                 DISPLAY "*** RECORD COUNT OVERFLOW ***"
006640           END-ADD
006650           MOVE LA-ITEM-KEY  TO SW-ITEM-KEY
006660           MOVE LA-ITEM-DATA TO SW-ITEM-DATA
006670           ADD SW-ITEM-DATA TO CONTROL-TOTAL-ACTUAL
006680              ON SIZE ERROR
006690                 DISPLAY "*** CONTROL TOTAL ACCUMULATOR "
006700                    "OVERFLOW ***"
006710           END-ADD
006720           PERFORM 3200-PRINT-DETAIL-LINE THRU 3200-EXIT
006730           PERFORM 1500-VALIDATE-CHECK-DIGIT THRU 1500-EXIT
006740           RELEASE SORT-RECORD
006750        ELSE
006760           MOVE LA-ITEM-KEY  TO CONTROL-COUNT-EXPECTED
006770           MOVE LA-ITEM-DATA TO CONTROL-TOTAL-EXPECTED
006780        END-IF
006790     END-PERFORM
006800     CLOSE ITEM-FILE.
006810 1000-EXIT.
006820     EXIT.
006830*--------------------------------------------------------------*
006840* 1500-VALIDATE-CHECK-DIGIT - WHEN 0600-READ-CHECK-PRIME FOUND A
006850* USABLE PRIME ON PRIMOUT, DIVIDES THE CURRENT ITEM-FILE-KEY BY
006860* IT AND FLAGS THE KEY AS A CHECK-DIGIT EXCEPTION ON SORTRPT IF
006870* THE DIVISION DOES NOT COME OUT EVEN.  THE RECORD IS STILL SENT
006880* TO THE SORT REGARDLESS - THIS IS A REPORTING CROSS-CHECK, NOT
006890* AN EDIT THAT REJECTS THE RECORD.
006900*--------------------------------------------------------------*
006910 1500-VALIDATE-CHECK-DIGIT.
006920     IF CHECK-DIGIT-INACTIVE
006930        GO TO 1500-EXIT
006940     END-IF
006950     DIVIDE SW-ITEM-KEY BY CHECK-PRIME-VALUE
006960        GIVING CHECK-DIGIT-QUOTIENT
006970        REMAINDER CHECK-DIGIT-REMAINDER
006980     IF CHECK-DIGIT-REMAINDER NOT = ZERO
006990        IF LINE-COUNT >= LINES-PER-PAGE
007000           PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
007010        END-IF
007020        MOVE SW-ITEM-KEY TO CD-ITEM-KEY
007030        DISPLAY CHECK-DIGIT-LINE
007040        MOVE CHECK-DIGIT-LINE TO REPORT-LINE
007050        WRITE REPORT-LINE
007060        ADD 1 TO LINE-COUNT
007070        ADD 1 TO CHECK-DIGIT-ERROR-COUNT
007080     END-IF.
007090 1500-EXIT.
007100     EXIT.
007110*--------------------------------------------------------------*
007120* 1800-RELOAD-ITEMS - SORT INPUT PROCEDURE FOR THE KEY-ORDERED
007130* DUPLICATE-CHECK PASS MADE WHEN AMOUNT IS THE PRESENTATION SORT
007140* FIELD.  RE-READS ITEM-FILE WITH THE SAME LOOKAHEAD TECHNIQUE
007150* AS 1000-LOAD-ITEMS BUT DOES NO COUNTING, PRINTING OR
007160* VALIDATION - ALL OF THAT WAS DONE ON THE FIRST PASS.
007170*--------------------------------------------------------------*
007180 1800-RELOAD-ITEMS.
007190     IF RUN-FAILED
007200        GO TO 1800-EXIT
007210     END-IF
007220     SET ITEM-FILE-NOT-AT-END TO TRUE
007230     OPEN INPUT ITEM-FILE
007240     IF NOT ITEM-FILE-OK
007250        DISPLAY "BUBBLESORT: UNABLE TO OPEN " ITEM-FILE-NAME
007260           " - STATUS " ITEM-FILE-STATUS
007270        PERFORM 9000-FLAG-RUN-FAILED THRU 9000-EXIT
007280        GO TO 1800-EXIT
007290     END-IF
007300     READ ITEM-FILE
007310        AT END
007320           SET ITEM-FILE-AT-END TO TRUE
007330     END-READ
007340     PERFORM UNTIL ITEM-FILE-AT-END
007350        MOVE ITEM-FILE-KEY  TO LA-ITEM-KEY
007360        MOVE ITEM-FILE-DATA TO LA-ITEM-DATA
007370        READ ITEM-FILE
007380           AT END
007390              SET ITEM-FILE-AT-END TO TRUE
007400        END-READ
007410        IF NOT ITEM-FILE-AT-END
007420           MOVE LA-ITEM-KEY  TO SW-ITEM-KEY
007430           MOVE LA-ITEM-DATA TO SW-ITEM-DATA
007440           RELEASE SORT-RECORD
007450        END-IF
007460     END-PERFORM
007470     CLOSE ITEM-FILE.
007480 1800-EXIT.
007490     EXIT.
007500*--------------------------------------------------------------*
007510* 3000-PRINT-SORTED-ITEMS - SORT OUTPUT PROCEDURE.  RETURNS THE
007520* SORTED RECORDS ONE AT A TIME AND PRINTS THE SORTED SECTION OF
007530* THE REPORT, WRITING EACH RECORD TO SORTED-OUT-FILE AS WELL SO
007540* THE SORTED DATA SURVIVES THE RUN IN MACHINE-READABLE FORM.
007550* WHEN THE SORT IS EXHAUSTED A TRAILER RECORD CARRYING THE
007560* RECOMPUTED CONTROL COUNT AND CONTROL TOTAL IS WRITTEN, SO THE
007570* FILE TIES OUT THE SAME WAY ITEM-FILE DOES ON THE WAY IN.
007580* THE INLINE DUPLICATE-KEY CHECK RUNS ONLY WHEN THE
007590* PRESENTATION ORDER IS BY KEY, WHERE EQUAL KEYS ARE ADJACENT;
007600* AMOUNT RUNS GET THEIR DUPLICATE CHECK FROM THE DEDICATED
007610* KEY-ORDERED PASS IN 3500-TALLY-DUPLICATE-KEYS INSTEAD.
007620*--------------------------------------------------------------*
007630 3000-PRINT-SORTED-ITEMS.
007640     IF RUN-FAILED
007650        GO TO 3000-EXIT
007660     END-IF
007670     MOVE SORT-ORDER-DESCRIPTION TO REPORT-SECTION-TITLE
007680     MOVE LINES-PER-PAGE TO LINE-COUNT
007690     OPEN OUTPUT SORTED-OUT-FILE
007700     IF NOT SORTED-OUT-FILE-OK
007710        DISPLAY "BUBBLESORT: UNABLE TO OPEN "
007720           SORTED-OUT-FILE-NAME " - STATUS "
007730           SORTED-OUT-FILE-STATUS
007740        PERFORM 9000-FLAG-RUN-FAILED THRU 9000-EXIT
007750        GO TO 3000-EXIT
007760     END-IF
007770     SET FIRST-SORTED-RECORD TO TRUE
007780     PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
007790        MOVE ZERO TO SB-BAND-COUNT (BAND-IDX)
007800        MOVE ZERO TO SB-BAND-TOTAL (BAND-IDX)
007810     END-PERFORM
007820     SET SORT-FILE-NOT-AT-END TO TRUE
007830     PERFORM UNTIL SORT-FILE-AT-END
007840        RETURN SORT-WORK-FILE
007850           AT END
007860              SET SORT-FILE-AT-END TO TRUE
007870           NOT AT END
007880              IF SORT-BY-KEY
007890                 PERFORM 3300-CHECK-DUPLICATE-KEY THRU 3300-EXIT
007900              END-IF
007910              PERFORM 3200-PRINT-DETAIL-LINE THRU 3200-EXIT
007920              MOVE SW-ITEM-KEY  TO SO-ITEM-KEY
007930              MOVE SW-ITEM-DATA TO SO-ITEM-DATA
007940              WRITE SORTED-OUT-RECORD
007950              PERFORM 3400-POST-AMOUNT-BAND THRU 3400-EXIT
007960              PERFORM 3450-POST-TOP-ITEM THRU 3450-EXIT
007970              MOVE SW-ITEM-KEY TO PREVIOUS-ITEM-KEY
007980              SET NOT-FIRST-SORTED-RECORD TO TRUE
007990        END-RETURN
008000     END-PERFORM
008010     MOVE RECORD-COUNT         TO SO-ITEM-KEY
008020     MOVE CONTROL-TOTAL-ACTUAL TO SO-ITEM-DATA
008030     WRITE SORTED-OUT-RECORD
008040     CLOSE SORTED-OUT-FILE
008050     PERFORM 3600-PRINT-STRATIFICATION THRU 3600-EXIT.
008060 3000-EXIT.
008070     EXIT.
008080*--------------------------------------------------------------*
008090* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
008100* SECTION TITLE, THE RUN DATE AND THE PAGE NUMBER.
008110*--------------------------------------------------------------*
008120 3100-PRINT-REPORT-HEADING.
008130     ADD 1 TO PAGE-NUMBER
008140     MOVE ZERO TO LINE-COUNT
008150     MOVE REPORT-SECTION-TITLE TO RH-SECTION-TITLE
008160     MOVE RUN-DATE-MM   TO RH-RUN-MM
008170     MOVE RUN-DATE-DD   TO RH-RUN-DD
008180     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
008190     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
008200     MOVE REPORT-HEADING-LINE TO REPORT-LINE
008210     WRITE REPORT-LINE
008220     MOVE SPACES TO REPORT-LINE
008230     WRITE REPORT-LINE.
008240 3100-EXIT.
008250     EXIT.
008260*--------------------------------------------------------------*
008270* 3200-PRINT-DETAIL-LINE - PRINTS ONE DETAIL LINE FROM THE
008280* CURRENT SORT RECORD (SW-ITEM-KEY/SW-ITEM-DATA), STARTING A NEW
008290* PAGE FIRST IF THE CURRENT PAGE IS FULL.  SHARED BY BOTH THE
008300* UNSORTED AND SORTED SECTIONS OF THE REPORT.
008310*--------------------------------------------------------------*
008320 3200-PRINT-DETAIL-LINE.
008330     IF LINE-COUNT >= LINES-PER-PAGE
008340        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
008350     END-IF
008360     MOVE SPACES TO REPORT-DETAIL-LINE
008370     MOVE SW-ITEM-KEY  TO RD-ITEM-KEY
008380     MOVE SW-ITEM-DATA TO RD-ITEM-DATA
008390     MOVE REPORT-DETAIL-LINE TO REPORT-LINE
008400     WRITE REPORT-LINE
008410     ADD 1 TO LINE-COUNT.
008420 3200-EXIT.
008430     EXIT.
008440*--------------------------------------------------------------*
008450* 3300-CHECK-DUPLICATE-KEY - COMPARES THE CURRENT SORT RECORD'S
008460* KEY AGAINST THE PREVIOUS ONE RETURNED.  ITS CALLERS
008470* (3000-PRINT-SORTED-ITEMS UNDER A KEY SORT, AND THE DEDICATED
008480* PASS IN 3500-TALLY-DUPLICATE-KEYS UNDER AN AMOUNT SORT) ONLY
008490* RUN IT ON A KEY-ORDERED STREAM, WHERE EQUAL KEYS ARE ADJACENT,
008500* SO A REPEAT MEANS THE SAME ACCOUNT NUMBER WAS FED INTO THE
008510* BATCH MORE THAN ONCE.  A WARNING LINE GOES TO SORTRPT; THE
008520* RECORD IS STILL SORTED AND REPORTED NORMALLY.
008530*--------------------------------------------------------------*
008540 3300-CHECK-DUPLICATE-KEY.
008550     IF NOT FIRST-SORTED-RECORD
008560        AND SW-ITEM-KEY = PREVIOUS-ITEM-KEY
008570        IF LINE-COUNT >= LINES-PER-PAGE
008580           PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
008590        END-IF
008600        MOVE SW-ITEM-KEY TO DK-ITEM-KEY
008610        DISPLAY DUPLICATE-KEY-LINE
008620        MOVE DUPLICATE-KEY-LINE TO REPORT-LINE
008630        WRITE REPORT-LINE
008640        ADD 1 TO LINE-COUNT
008650        ADD 1 TO DUPLICATE-KEY-COUNT
008660     END-IF.
008670 3300-EXIT.
008680     EXIT.
008690*--------------------------------------------------------------*
008700* 3400-POST-AMOUNT-BAND - POSTS THE CURRENT SORTED RECORD'S
008710* AMOUNT INTO ITS STRATIFICATION BAND: UNDER 100, 100 TO 999.99,
008720* 1,000 TO 9,999.99, OR 10,000 AND UP.
008730*--------------------------------------------------------------*
008740 3400-POST-AMOUNT-BAND.
008750     IF SW-ITEM-DATA < 100
008760        SET BAND-IDX TO 1
008770     ELSE
008780        IF SW-ITEM-DATA < 1000
008790           SET BAND-IDX TO 2
008800        ELSE
008810           IF SW-ITEM-DATA < 10000
008820              SET BAND-IDX TO 3
008830           ELSE
008840              SET BAND-IDX TO 4
008850           END-IF
008860        END-IF
008870     END-IF
008880     ADD 1 TO SB-BAND-COUNT (BAND-IDX)
008890     ADD SW-ITEM-DATA TO SB-BAND-TOTAL (BAND-IDX)
008900        ON SIZE ERROR
008910           DISPLAY "*** BAND TOTAL ACCUMULATOR OVERFLOW ***"
008920     END-ADD.
008930 3400-EXIT.
008940     EXIT.
008950*--------------------------------------------------------------*
008960* 3450-POST-TOP-ITEM - KEEPS THE TEN LARGEST ITEMS SEEN SO FAR,
008970* IN DESCENDING AMOUNT ORDER.  THE CURRENT RECORD IS SLOTTED
008980* INTO PLACE AND EVERYTHING BELOW IT SHIFTS DOWN, DROPPING THE
008990* TENTH ENTRY; A RECORD SMALLER THAN EVERYTHING ON A FULL TABLE
009000* IS SIMPLY IGNORED.
009010*--------------------------------------------------------------*
009020 3450-POST-TOP-ITEM.
009030     MOVE ZERO TO TOP-INSERT-POSITION
009040     PERFORM VARYING TOP-SUB FROM 1 BY 1
009050        UNTIL TOP-SUB > TOP-ITEM-COUNT
009060        IF SW-ITEM-DATA > TI-ITEM-DATA (TOP-SUB)
009070           MOVE TOP-SUB TO TOP-INSERT-POSITION
009080           EXIT PERFORM
009090        END-IF
009100     END-PERFORM
009110     IF TOP-INSERT-POSITION = ZERO
009120        IF TOP-ITEM-COUNT >= 10
009130           GO TO 3450-EXIT
009140        END-IF
009150        ADD 1 TO TOP-ITEM-COUNT
009160        MOVE TOP-ITEM-COUNT TO TOP-INSERT-POSITION
009170     ELSE
009180        IF TOP-ITEM-COUNT < 10
009190           ADD 1 TO TOP-ITEM-COUNT
009200        END-IF
009210        PERFORM VARYING TOP-SUB FROM TOP-ITEM-COUNT BY -1
009220           UNTIL TOP-SUB <= TOP-INSERT-POSITION
009230           MOVE TI-ITEM-KEY (TOP-SUB - 1)
009240              TO TI-ITEM-KEY (TOP-SUB)
009250           MOVE TI-ITEM-DATA (TOP-SUB - 1)
009260              TO TI-ITEM-DATA (TOP-SUB)
009270        END-PERFORM
009280     END-IF
009290     MOVE SW-ITEM-KEY  TO TI-ITEM-KEY (TOP-INSERT-POSITION)
009300     MOVE SW-ITEM-DATA TO TI-ITEM-DATA (TOP-INSERT-POSITION).
009310 3450-EXIT.
009320     EXIT.
009330*--------------------------------------------------------------*
009340* 3500-TALLY-DUPLICATE-KEYS - SORT OUTPUT PROCEDURE FOR THE
009350* KEY-ORDERED DUPLICATE-CHECK PASS MADE WHEN AMOUNT IS THE
009360* PRESENTATION SORT FIELD.  RETURNS THE RECORDS IN KEY ORDER,
009370* WHERE EQUAL KEYS ARE ALWAYS ADJACENT, AND RUNS
009380* 3300-CHECK-DUPLICATE-KEY ON EACH; NOTHING IS PRINTED HERE
009390* BEYOND THE EXCEPTION LINES 3300 ITSELF WRITES.
009400*--------------------------------------------------------------*
009410 3500-TALLY-DUPLICATE-KEYS.
009420     IF RUN-FAILED
009430        GO TO 3500-EXIT
009440     END-IF
009450     SET FIRST-SORTED-RECORD TO TRUE
009460     SET SORT-FILE-NOT-AT-END TO TRUE
009470     PERFORM UNTIL SORT-FILE-AT-END
009480        RETURN SORT-WORK-FILE
009490           AT END
009500              SET SORT-FILE-AT-END TO TRUE
009510           NOT AT END
009520              PERFORM 3300-CHECK-DUPLICATE-KEY THRU 3300-EXIT
009530              MOVE SW-ITEM-KEY TO PREVIOUS-ITEM-KEY
009540              SET NOT-FIRST-SORTED-RECORD TO TRUE
009550        END-RETURN
009560     END-PERFORM.
009570 3500-EXIT.
009580     EXIT.
009590*--------------------------------------------------------------*
009600* 3600-PRINT-STRATIFICATION - CLOSES THE SORTED LISTING OUT WITH
009610* THE AMOUNT STRATIFICATION SECTION: ONE LINE PER BAND (COUNT,
009620* TOTAL AMOUNT AND PERCENT OF THE BATCH TOTAL) FOLLOWED BY THE
009630* TEN LARGEST ITEMS BY AMOUNT WITH THEIR KEYS.  THE SECTION
009640* STARTS ON ITS OWN PAGE WITH ITS OWN TITLE, LIKE THE UNSORTED
009650* AND SORTED SECTIONS BEFORE IT.
009660*--------------------------------------------------------------*
009670 3600-PRINT-STRATIFICATION.
009680     MOVE "AMOUNT STRATIFICATION" TO REPORT-SECTION-TITLE
009690     PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
009700     MOVE STRATA-HEADING-LINE TO REPORT-LINE
009710     WRITE REPORT-LINE
009720     ADD 1 TO LINE-COUNT
009730     PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
009740        MOVE SPACES TO STRATA-DETAIL-LINE
009750        MOVE BAND-LABEL (BAND-IDX)    TO SD-BAND-LABEL
009760        MOVE SB-BAND-COUNT (BAND-IDX) TO SD-BAND-COUNT
009770        MOVE SB-BAND-TOTAL (BAND-IDX) TO SD-BAND-TOTAL
009780        IF CONTROL-TOTAL-ACTUAL = ZERO
009790           MOVE ZERO TO BAND-PERCENT
009800        ELSE
009810           MULTIPLY SB-BAND-TOTAL (BAND-IDX) BY 100
009820              GIVING PERCENT-WORK
009830           DIVIDE PERCENT-WORK BY CONTROL-TOTAL-ACTUAL
009840              GIVING BAND-PERCENT ROUNDED
009850        END-IF
009860        MOVE BAND-PERCENT TO SD-BAND-PERCENT
009870        MOVE STRATA-DETAIL-LINE TO REPORT-LINE
009880        WRITE REPORT-LINE
009890        ADD 1 TO LINE-COUNT
009900     END-PERFORM
009910     MOVE SPACES TO REPORT-LINE
009920     WRITE REPORT-LINE
009930     MOVE "  TEN LARGEST ITEMS BY AMOUNT" TO REPORT-LINE
009940     WRITE REPORT-LINE
009950     ADD 2 TO LINE-COUNT
009960     PERFORM VARYING TOP-SUB FROM 1 BY 1
009970        UNTIL TOP-SUB > TOP-ITEM-COUNT
009980        IF LINE-COUNT >= LINES-PER-PAGE
009990           PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
010000        END-IF
010010        MOVE TOP-SUB TO TD-RANK
010020        MOVE TI-ITEM-KEY (TOP-SUB)  TO TD-ITEM-KEY
010030        MOVE TI-ITEM-DATA (TOP-SUB) TO TD-ITEM-DATA
010040        MOVE TOP-ITEM-DETAIL-LINE TO REPORT-LINE
010050        WRITE REPORT-LINE
010060        ADD 1 TO LINE-COUNT
010070     END-PERFORM.
010080 3600-EXIT.
010090     EXIT.
010100*--------------------------------------------------------------*
010110* 4000-CHECK-CONTROL-TOTALS - RECONCILES THE RECORD COUNT AND
010120* THE TOTAL OF ITEM-DATA ACTUALLY SORTED AGAINST THE CONTROL
010130* COUNT AND CONTROL TOTAL CARRIED ON THE TRAILER RECORD OF
010140* ITEM-FILE.  A MISMATCH DOES NOT STOP THE RUN; IT IS A CLEAR
010150* WARNING THAT THE INPUT FILE MAY HAVE BEEN TRUNCATED OR
010160* OTHERWISE DISTURBED BEFORE IT REACHED THIS JOB.
010170*--------------------------------------------------------------*
010180 4000-CHECK-CONTROL-TOTALS.
010190     SET CONTROL-TOTALS-MATCH TO TRUE
010200     IF RECORD-COUNT NOT = CONTROL-COUNT-EXPECTED
010210        SET CONTROL-TOTALS-MISMATCH TO TRUE
010220        MOVE RECORD-COUNT           TO CW-ACTUAL-COUNT
010230        MOVE CONTROL-COUNT-EXPECTED TO CW-EXPECTED-COUNT
010240        DISPLAY COUNT-WARNING-LINE
010250        MOVE COUNT-WARNING-LINE TO REPORT-LINE
010260        WRITE REPORT-LINE
010270        ADD 1 TO LINE-COUNT
010280     END-IF
010290     IF CONTROL-TOTAL-ACTUAL NOT = CONTROL-TOTAL-EXPECTED
010300        SET CONTROL-TOTALS-MISMATCH TO TRUE
010310        MOVE CONTROL-TOTAL-ACTUAL   TO CW-ACTUAL-TOTAL
010320        MOVE CONTROL-TOTAL-EXPECTED TO CW-EXPECTED-TOTAL
010330        DISPLAY TOTAL-WARNING-LINE
010340        MOVE TOTAL-WARNING-LINE TO REPORT-LINE
010350        WRITE REPORT-LINE
010360        ADD 1 TO LINE-COUNT
010370     END-IF
010380     IF DUPLICATE-KEY-COUNT NOT = ZERO
010390        MOVE DUPLICATE-KEY-COUNT TO DC-DUPLICATE-COUNT
010400        DISPLAY DUPLICATE-COUNT-LINE
010410        MOVE DUPLICATE-COUNT-LINE TO REPORT-LINE
010420        WRITE REPORT-LINE
010430        ADD 1 TO LINE-COUNT
010440     END-IF
010450     IF CHECK-DIGIT-ERROR-COUNT NOT = ZERO
010460        MOVE CHECK-DIGIT-ERROR-COUNT TO CD-COUNT
010470        DISPLAY CHECK-DIGIT-COUNT-LINE
010480        MOVE CHECK-DIGIT-COUNT-LINE TO REPORT-LINE
010490        WRITE REPORT-LINE
010500        ADD 1 TO LINE-COUNT
010510     END-IF.
010520 4000-EXIT.
010530     EXIT.
010540*--------------------------------------------------------------*
010550* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
010560* RUN-LOG FILE (RUNLOG.CPY) GIVING THE RUN DATE/TIME, THE
010570* NUMBER OF ITEMS SORTED AND A COMPLETION STATUS.  THE FILE IS
010580* OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST YET THIS IS
010590* ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
010600*--------------------------------------------------------------*
010610 8000-WRITE-RUN-LOG-ENTRY.
010620     OPEN EXTEND RUN-LOG-FILE
010630     IF NOT RUN-LOG-FILE-OK
010640        OPEN OUTPUT RUN-LOG-FILE
010650     END-IF
010660     MOVE SPACES TO RUN-LOG-RECORD
010670     ACCEPT RUN-TIME-NOW FROM TIME
010680     MOVE "BUBBLSRT"       TO RL-PROGRAM-ID
010690     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
010700     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
010710     MOVE RECORD-COUNT     TO RL-INPUT-COUNT
010720     IF RUN-FAILED
010730        MOVE "FAILED"      TO RL-STATUS
010740     ELSE
010750        IF CONTROL-TOTALS-MISMATCH
010760           MOVE "CTL ERROR" TO RL-STATUS
010770        ELSE
010780           MOVE "COMPLETED" TO RL-STATUS
010790        END-IF
010800     END-IF
010810     WRITE RUN-LOG-RECORD
010820     CLOSE RUN-LOG-FILE.
010830 8000-EXIT.
010840     EXIT.
010850*--------------------------------------------------------------*
010860* 9000-FLAG-RUN-FAILED - RECORDS THAT THIS RUN HAS FAILED AND
010870* POSTS COMPLETION CODE 8 FOR THE CALLER.  A RUN DRIVEN BY
010880* BATCHDRV READS THE CODE AFTER THE CALL AND CARRIES ON (OR NOT,
010890* PER THE BATCHLST ENTRY'S POLICY FLAG); A STANDALONE RUN ENDS
010900* WITH THE SAME CODE AS ITS JOB-STEP CONDITION CODE.
010910*--------------------------------------------------------------*
010920 9000-FLAG-RUN-FAILED.
010930     SET RUN-FAILED TO TRUE
010940     MOVE 8 TO RETURN-CODE.
010950 9000-EXIT.
010960     EXIT.
010970
010980 END PROGRAM BUBBLESORT.
