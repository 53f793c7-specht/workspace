000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DORMRPT.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL VERSION.  DORMRPT READS BACK THE
000100*                    IM-LAST-ACTIVITY-DATE STAMP MASTUPDT PUTS ON
000110*                    EVERY ACCOUNT IT TOUCHES.  EACH ACCOUNT ON
000120*                    ITEMMST WITH NO ACTIVITY FOR MORE THAN THE
000130*                    CUTOFF NUMBER OF DAYS ON THE DORMPRM CONTROL
000140*                    RECORD IS LISTED ON A DORMANT-ACCOUNT REPORT
000150*                    (DORMRPT), GROUPED BY HOW LONG IT HAS BEEN
000160*                    DORMANT (365 DAYS AND OVER, 180 TO 364, 90
000170*                    TO 179, AND UNDER 90 WHEN THE CUTOFF IS SET
000180*                    BELOW 90) WITH A COUNT AND AMOUNT PER GROUP.
000190*                    ACCOUNTS DORMANT PAST THE PURGE THRESHOLD ON
000200*                    THE SAME CONTROL RECORD ARE ALSO WRITTEN TO
000210*                    A PURGE-CANDIDATE FILE (DORMPRG) AS DELETE
000220*                    TRANSACTIONS IN ITEM-FILE LAYOUT - AMOUNT OF
000230*                    ALL NINES, CONTROL TRAILER INCLUDED - SO
000240*                    THEY CAN BE REVIEWED AND FED TO MASTUPDT IN
000250*                    PLACE OF ITEMCLN RATHER THAN KEYED BY HAND.
000260*                    DAYS DORMANT ARE WORKED OUT THE SAME WAY
000270*                    ITEMFIX AGES ITS OUTSTANDING EXCEPTIONS.
000280*   2026-10-15  DO   ITEMMST IS NOW AN INDEXED FILE KEYED ON
000290*                    IM-ITEM-KEY; IT IS READ WITH SEQUENTIAL
000300*                    ACCESS, IN KEY ORDER, AS BEFORE.
000310*   2026-10-15  DO   MASTER DELETES NOW NEED A SECOND OPERATOR'S
000320*                    APPROVAL, SO EACH DORMPRG DELETE CARRIES THE
000330*                    OPERATOR ID OF THE PERSON PREPARING THE PURGE
000340*                    (DP-PREPARER-ID, NEW ON DORMPRM; DORMPRG
000350*                    WIDENED FROM 17 TO 25 IN LINE WITH ITEMCLN).
000360*                    MASTUPDT HOLDS THE DELETES FOR APPROVAL UNDER
000370*                    THAT ID.  WITH NO PREPARER ID ON DORMPRM THE
000380*                    CANDIDATES ARE STILL LISTED BUT NONE ARE
000390*                    WRITTEN TO DORMPRG, AND THE RUN LOGS
000400*                    EXCEPTIONS.
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DORMANT-PARM-FILE ASSIGN TO "DORMPRM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DORMANT-PARM-FILE-STATUS.
000480
000490     SELECT MASTER-FILE ASSIGN TO "ITEMMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS IM-ITEM-KEY
000530         FILE STATUS IS MASTER-FILE-STATUS.
000540
000550     SELECT SORT-WORK-FILE ASSIGN TO "DORMWK"
000560         FILE STATUS IS SORT-WORK-FILE-STATUS.
000570
000580     SELECT PURGE-FILE ASSIGN TO "DORMPRG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PURGE-FILE-STATUS.
000610
000620     SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS DORMANT-REPORT-FILE-STATUS.
000650
000660     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RUN-LOG-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710*--------------------------------------------------------------*
000720* DORMANT-PARM-RECORD - DP-CUTOFF-DAYS IS THE NUMBER OF DAYS
000730* WITHOUT ACTIVITY AFTER WHICH AN ACCOUNT IS LISTED AS DORMANT;
000740* DP-PURGE-DAYS IS THE (LONGER) NUMBER OF DAYS AFTER WHICH A
000750* DORMANT ACCOUNT IS ALSO WRITTEN OUT AS A PURGE CANDIDATE.  A
000760* PURGE THRESHOLD OF ZERO MEANS NO PURGE CANDIDATES THIS RUN.
000770* DP-PREPARER-ID IS THE OPERATOR ID OF THE PERSON PREPARING THE
000780* PURGE; IT GOES ON EVERY DORMPRG DELETE SO MASTUPDT CAN HOLD
000790* THE DELETES FOR A SECOND OPERATOR'S APPROVAL.
000800*--------------------------------------------------------------*
000810 FD  DORMANT-PARM-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 18 CHARACTERS.
000840 01  DORMANT-PARM-RECORD.
000850     03  DP-CUTOFF-DAYS         PIC 9(04).
000860     03  FILLER                 PIC X(01).
000870     03  DP-PURGE-DAYS          PIC 9(04).
000880     03  FILLER                 PIC X(01).
000890     03  DP-PREPARER-ID         PIC X(08).
000900
000910 FD  MASTER-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 25 CHARACTERS.
000940     COPY "ITEMMST.CPY".
000950
000960*--------------------------------------------------------------*
000970* SORT-RECORD - ONE PER DORMANT ACCOUNT, CARRYING ITS DORMANCY
000980* GROUP (1 = LONGEST DORMANT) AHEAD OF THE KEY SO THE LISTING
000990* COMES BACK GROUPED, IN ACCOUNT ORDER WITHIN EACH GROUP.
001000*--------------------------------------------------------------*
001010 SD  SORT-WORK-FILE.
001020 01  SORT-RECORD.
001030     03  SW-GROUP-NUMBER        PIC 9(01).
001040     03  SW-ITEM-KEY            PIC 9(06).
001050     03  SW-ITEM-DATA           PIC 9(09)V99.
001060     03  SW-LAST-ACTIVITY-DATE  PIC 9(08).
001070     03  SW-DAYS-DORMANT        PIC 9(05).
001080
001090*--------------------------------------------------------------*
001100* PURGE-FILE CARRIES THE SAME LAYOUT AS ITEM-FILE, TRAILER RECORD
001110* INCLUDED, SO IT CAN BE FED STRAIGHT INTO MASTUPDT AS ITS
001120* TRANSACTION FILE.
001130*--------------------------------------------------------------*
001140 FD  PURGE-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 25 CHARACTERS.
001170 01  PURGE-RECORD.
001180     03  PG-ITEM-KEY            PIC 9(06).
001190     03  PG-ITEM-DATA           PIC 9(09)V99.
001200     03  PG-PREPARER-ID         PIC X(08).
001210
001220 FD  DORMANT-REPORT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  DORMANT-REPORT-LINE        PIC X(80).
001260
001270 FD  RUN-LOG-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY "RUNLOG.CPY".
001300 WORKING-STORAGE SECTION.
001310*--------------------------------------------------------------*
001320* SWITCHES
001330*--------------------------------------------------------------*
001340 01  MASTER-FILE-EOF-SWITCH     PIC X(01).
001350     88  MASTER-FILE-AT-END     VALUE 'Y'.
001360     88  MASTER-FILE-NOT-AT-END VALUE 'N'.
001370 01  SORT-FILE-EOF-SWITCH       PIC X(01).
001380     88  SORT-FILE-AT-END       VALUE 'Y'.
001390     88  SORT-FILE-NOT-AT-END   VALUE 'N'.
001400 01  DORMANT-PARM-FILE-STATUS   PIC X(02).
001410     88  DORMANT-PARM-FILE-OK   VALUE '00'.
001420 01  MASTER-FILE-STATUS         PIC X(02).
001430     88  MASTER-FILE-OK         VALUE '00'.
001440 01  SORT-WORK-FILE-STATUS      PIC X(02).
001450     88  SORT-WORK-FILE-OK      VALUE '00'.
001460 01  PURGE-FILE-STATUS          PIC X(02).
001470     88  PURGE-FILE-OK          VALUE '00'.
001480 01  DORMANT-REPORT-FILE-STATUS PIC X(02).
001490     88  DORMANT-REPORT-FILE-OK VALUE '00'.
001500 01  RUN-LOG-FILE-STATUS        PIC X(02).
001510     88  RUN-LOG-FILE-OK        VALUE '00'.
001520*--------------------------------------------------------------*
001530* DORMANCY GROUP TABLE - COUNT AND AMOUNT PER GROUP, POSTED AS
001540* EACH DORMANT ACCOUNT COMES BACK FROM THE SORT.  THE GROUP
001550* LOWER LIMITS (IN DAYS) AND LABELS ARE HELD IN REDEFINED VALUE
001560* TABLES THE SAME WAY BUBBLESORT HOLDS ITS AMOUNT-BAND LABELS.
001570*--------------------------------------------------------------*
001580 01  DORMANCY-GROUP-TABLE.
001590     03  DORMANCY-GROUP OCCURS 4 TIMES INDEXED BY GROUP-IDX.
001600         05  DG-GROUP-COUNT     PIC 9(06) COMP.
001610         05  DG-GROUP-TOTAL     PIC 9(11)V99 COMP-3.
001620 01  GROUP-LIMIT-VALUES.
001630     03  FILLER                 PIC 9(05) VALUE 365.
001640     03  FILLER                 PIC 9(05) VALUE 180.
001650     03  FILLER                 PIC 9(05) VALUE 90.
001660     03  FILLER                 PIC 9(05) VALUE 0.
001670 01  GROUP-LIMIT-TABLE REDEFINES GROUP-LIMIT-VALUES.
001680     03  GROUP-LOWER-LIMIT      PIC 9(05) OCCURS 4 TIMES.
001690 01  GROUP-LABEL-VALUES.
001700     03  FILLER                 PIC X(20) VALUE
001710         "365 DAYS AND OVER".
001720     03  FILLER                 PIC X(20) VALUE
001730         "180 TO 364 DAYS".
001740     03  FILLER                 PIC X(20) VALUE
001750         "90 TO 179 DAYS".
001760     03  FILLER                 PIC X(20) VALUE
001770         "UNDER 90 DAYS".
001780 01  GROUP-LABEL-TABLE REDEFINES GROUP-LABEL-VALUES.
001790     03  GROUP-LABEL            PIC X(20) OCCURS 4 TIMES.
001800 77  CURRENT-GROUP-NUMBER       PIC 9(01) VALUE ZERO.
001810*--------------------------------------------------------------*
001820* COUNTERS AND WORK AREAS
001830*--------------------------------------------------------------*
001840 77  CUTOFF-DAYS              PIC 9(05)    COMP VALUE ZERO.
001850 77  PURGE-DAYS               PIC 9(05)    COMP VALUE ZERO.
001860 77  MASTER-READ-COUNT        PIC 9(06)    COMP VALUE ZERO.
001870 77  DORMANT-COUNT            PIC 9(06)    COMP VALUE ZERO.
001880 77  UNDATED-COUNT            PIC 9(06)    COMP VALUE ZERO.
001890 77  PURGE-COUNT              PIC 9(06)    COMP VALUE ZERO.
001900 77  PURGE-WITHHELD-COUNT     PIC 9(06)    COMP VALUE ZERO.
001910 77  DORMANT-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.
001920 77  PURGE-AMOUNT-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
001930*--------------------------------------------------------------*
001940* PURGE-CONTROL-TOTAL IS THE SUM OF THE ALL-NINES AMOUNTS ACTUALLY
001950* WRITTEN TO DORMPRG.  IT OUTGROWS THE TRAILER'S AMOUNT FIELD AT
001960* THE SECOND DELETE, SO THE TRAILER CARRIES ITS LOW-ORDER DIGITS
001970* ONLY - THE SAME DIGITS MASTUPDT COMPARES THE TRAILER AGAINST.
001980*--------------------------------------------------------------*
001990 77  PURGE-CONTROL-TOTAL      PIC 9(15)V99 COMP-3 VALUE ZERO.
002000 77  DELETE-SENTINEL-AMOUNT   PIC 9(09)V99 VALUE 999999999.99.
002010 01  PURGE-PREPARER-ID        PIC X(08)    VALUE SPACES.
002020 77  TODAY-INTEGER-DAY        PIC 9(08)    COMP VALUE ZERO.
002030 77  ACTIVITY-INTEGER-DAY     PIC 9(08)    COMP VALUE ZERO.
002040 77  DAYS-DORMANT             PIC S9(05)   COMP VALUE ZERO.
002050*--------------------------------------------------------------*
002060* DORMANT REPORT WORK AREAS
002070*--------------------------------------------------------------*
002080 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
002090 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
002100 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
002110 01  RUN-DATE-NUMBER            PIC 9(08).
002120 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
002130     03  RUN-DATE-CCYY         PIC 9(04).
002140     03  RUN-DATE-MM           PIC 9(02).
002150     03  RUN-DATE-DD           PIC 9(02).
002160 77  RUN-TIME-NOW              PIC 9(08).
002170 01  REPORT-HEADING-LINE-1.
002180     03  FILLER                PIC X(22) VALUE
002190         "DORMANT ACCOUNT REPORT".
002200     03  FILLER                PIC X(18) VALUE SPACES.
002210     03  FILLER                PIC X(05) VALUE "DATE:".
002220     03  RH-RUN-MM             PIC 99.
002230     03  FILLER                PIC X(01) VALUE "/".
002240     03  RH-RUN-DD             PIC 99.
002250     03  FILLER                PIC X(01) VALUE "/".
002260     03  RH-RUN-CCYY           PIC 9(04).
002270     03  FILLER                PIC X(05) VALUE SPACES.
002280     03  FILLER                PIC X(05) VALUE "PAGE:".
002290     03  RH-PAGE-NUMBER        PIC ZZZ9.
002300 01  REPORT-HEADING-LINE-2.
002310     03  FILLER                PIC X(07) VALUE "ACCOUNT".
002320     03  FILLER                PIC X(09) VALUE SPACES.
002330     03  FILLER                PIC X(06) VALUE "AMOUNT".
002340     03  FILLER                PIC X(04) VALUE SPACES.
002350     03  FILLER                PIC X(13) VALUE "LAST ACTIVITY".
002360     03  FILLER                PIC X(04) VALUE SPACES.
002370     03  FILLER                PIC X(04) VALUE "DAYS".
002380 01  GROUP-HEADING-LINE.
002390     03  FILLER                PIC X(10) VALUE "DORMANT - ".
002400     03  GH-GROUP-LABEL        PIC X(20).
002410 01  DORMANT-DETAIL-LINE.
002420     03  DD-ITEM-KEY           PIC ZZZZZ9.
002430     03  FILLER                PIC X(04) VALUE SPACES.
002440     03  DD-ITEM-DATA          PIC Z(8)9.99.
002450     03  FILLER                PIC X(06) VALUE SPACES.
002460     03  DD-LAST-ACTIVITY-DATE PIC 9(08).
002470     03  FILLER                PIC X(05) VALUE SPACES.
002480     03  DD-DAYS-DORMANT       PIC ZZZZ9.
002490     03  FILLER                PIC X(04) VALUE SPACES.
002500     03  DD-NOTE               PIC X(16).
002510 01  GROUP-TOTAL-LINE.
002520     03  FILLER                PIC X(02) VALUE SPACES.
002530     03  GT-GROUP-LABEL        PIC X(20).
002540     03  FILLER                PIC X(06) VALUE " TOTAL".
002550     03  GT-GROUP-COUNT        PIC ZZZZZ9.
002560     03  FILLER                PIC X(02) VALUE SPACES.
002570     03  GT-GROUP-TOTAL        PIC Z(10)9.99.
002580 01  GROUP-SUMMARY-HEADING-LINE.
002590     03  FILLER                PIC X(02) VALUE SPACES.
002600     03  FILLER                PIC X(20) VALUE "DORMANCY GROUP".
002610     03  FILLER                PIC X(06) VALUE " COUNT".
002620     03  FILLER                PIC X(02) VALUE SPACES.
002630     03  FILLER                PIC X(14) VALUE
002640         "  TOTAL AMOUNT".
002650 01  GROUP-SUMMARY-LINE.
002660     03  FILLER                PIC X(02) VALUE SPACES.
002670     03  GS-GROUP-LABEL        PIC X(20).
002680     03  GS-GROUP-COUNT        PIC ZZZZZ9.
002690     03  FILLER                PIC X(02) VALUE SPACES.
002700     03  GS-GROUP-TOTAL        PIC Z(10)9.99.
002710 01  SUMMARY-COUNT-LINE.
002720     03  SC-LABEL              PIC X(28).
002730     03  SC-COUNT              PIC Z(5)9.
002740 01  SUMMARY-AMOUNT-LINE.
002750     03  SA-LABEL              PIC X(28).
002760     03  SA-AMOUNT             PIC Z(10)9.99.
002770 01  NO-DORMANT-LINE.
002780     03  FILLER                PIC X(40) VALUE
002790         "NO ACCOUNTS DORMANT PAST THE CUTOFF".
002800 PROCEDURE DIVISION.
002810*--------------------------------------------------------------*
002820* 0000-MAINLINE - READS THE CUTOFF AND PURGE THRESHOLD FROM
002830* DORMPRM, THEN SORTS THE DORMANT ACCOUNTS INTO GROUP ORDER:
002840* 1000-SELECT-DORMANT-ACCOUNTS FEEDS THE SORT FROM ITEMMST AND
002850* 2000-LIST-DORMANT-ACCOUNTS PRINTS THE GROUPED LISTING AND
002860* WRITES THE PURGE CANDIDATES ON THE WAY OUT.
002870*--------------------------------------------------------------*
002880 0000-MAINLINE.
002890     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
002900     COMPUTE TODAY-INTEGER-DAY =
002910        FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMBER)
002920     PERFORM 0100-READ-DORMANT-PARM THRU 0100-EXIT
002930     OPEN OUTPUT DORMANT-REPORT-FILE
002940     IF NOT DORMANT-REPORT-FILE-OK
002950        DISPLAY "DORMRPT: UNABLE TO OPEN DORMRPT - STATUS "
002960           DORMANT-REPORT-FILE-STATUS
002970        STOP RUN
002980     END-IF
002990     OPEN OUTPUT PURGE-FILE
003000     IF NOT PURGE-FILE-OK
003010        DISPLAY "DORMRPT: UNABLE TO OPEN DORMPRG - STATUS "
003020           PURGE-FILE-STATUS
003030        STOP RUN
003040     END-IF
003050     PERFORM VARYING GROUP-IDX FROM 1 BY 1 UNTIL GROUP-IDX > 4
003060        MOVE ZERO TO DG-GROUP-COUNT (GROUP-IDX)
003070        MOVE ZERO TO DG-GROUP-TOTAL (GROUP-IDX)
003080     END-PERFORM
003090     MOVE LINES-PER-PAGE TO LINE-COUNT
003100
003110     SORT SORT-WORK-FILE
003120        ON ASCENDING KEY SW-GROUP-NUMBER SW-ITEM-KEY
003130        INPUT PROCEDURE IS 1000-SELECT-DORMANT-ACCOUNTS
003140           THRU 1000-EXIT
003150        OUTPUT PROCEDURE IS 2000-LIST-DORMANT-ACCOUNTS
003160           THRU 2000-EXIT
003170     IF NOT SORT-WORK-FILE-OK
003180        DISPLAY "DORMRPT: SORT FAILED - STATUS "
003190           SORT-WORK-FILE-STATUS
003200        STOP RUN
003210     END-IF
003220
003230     MOVE PURGE-COUNT         TO PG-ITEM-KEY
003240     MOVE PURGE-CONTROL-TOTAL TO PG-ITEM-DATA
003250     MOVE SPACES              TO PG-PREPARER-ID
003260     WRITE PURGE-RECORD
003270     CLOSE PURGE-FILE
003280
003290     PERFORM 5000-WRITE-DORMANT-SUMMARY THRU 5000-EXIT
003300     CLOSE DORMANT-REPORT-FILE
003310     DISPLAY "DORMRPT: " DORMANT-COUNT " DORMANT, "
003320        PURGE-COUNT " PURGE CANDIDATES"
003330     IF PURGE-WITHHELD-COUNT NOT = ZERO
003340        DISPLAY "DORMRPT: " PURGE-WITHHELD-COUNT
003350           " PURGE CANDIDATES WITHHELD - NO PREPARER ID ON "
003360           "DORMPRM"
003370     END-IF
003380     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
003390     STOP RUN.
003400*--------------------------------------------------------------*
003410* 0100-READ-DORMANT-PARM - READS THE CUTOFF AND PURGE THRESHOLD
003420* FROM DORMPRM.  LIKE RUNPURGE'S PURGEPRM, THE CONTROL RECORD IS
003430* REQUIRED: WITHOUT IT THERE IS NO SAFE DEFAULT FOR WHICH
003440* ACCOUNTS TO OFFER UP FOR DELETION.  THE PREPARER ID MAY BE LEFT
003450* OFF (A 9-CHARACTER RECORD STILL READS); THE PURGE CANDIDATES
003460* ARE THEN LISTED BUT WITHHELD FROM DORMPRG.
003470*--------------------------------------------------------------*
003480 0100-READ-DORMANT-PARM.
003490     OPEN INPUT DORMANT-PARM-FILE
003500     IF NOT DORMANT-PARM-FILE-OK
003510        DISPLAY "DORMRPT: UNABLE TO OPEN DORMPRM - STATUS "
003520           DORMANT-PARM-FILE-STATUS
003530        STOP RUN
003540     END-IF
003550     READ DORMANT-PARM-FILE
003560        AT END
003570           DISPLAY "DORMRPT: DORMPRM IS EMPTY - NO CUTOFF "
003580              "SUPPLIED"
003590           CLOSE DORMANT-PARM-FILE
003600           STOP RUN
003610     END-READ
003620     IF DP-CUTOFF-DAYS NOT NUMERIC
003630        OR DP-PURGE-DAYS NOT NUMERIC
003640        DISPLAY "DORMRPT: DORMPRM CUTOFF/PURGE DAYS NOT NUMERIC"
003650        CLOSE DORMANT-PARM-FILE
003660        STOP RUN
003670     END-IF
003680     MOVE DP-CUTOFF-DAYS TO CUTOFF-DAYS
003690     MOVE DP-PURGE-DAYS  TO PURGE-DAYS
003700     MOVE DP-PREPARER-ID TO PURGE-PREPARER-ID
003710     CLOSE DORMANT-PARM-FILE.
003720 0100-EXIT.
003730     EXIT.
003740*--------------------------------------------------------------*
003750* 1000-SELECT-DORMANT-ACCOUNTS - SORT INPUT PROCEDURE.  READS
003760* ITEMMST FROM END TO END AND RELEASES EVERY ACCOUNT DORMANT FOR
003770* MORE THAN THE CUTOFF NUMBER OF DAYS.
003780*--------------------------------------------------------------*
003790 1000-SELECT-DORMANT-ACCOUNTS.
003800     OPEN INPUT MASTER-FILE
003810     IF NOT MASTER-FILE-OK
003820        DISPLAY "DORMRPT: UNABLE TO OPEN ITEMMST - STATUS "
003830           MASTER-FILE-STATUS
003840        STOP RUN
003850     END-IF
003860     SET MASTER-FILE-NOT-AT-END TO TRUE
003870     PERFORM UNTIL MASTER-FILE-AT-END
003880        READ MASTER-FILE
003890           AT END
003900              SET MASTER-FILE-AT-END TO TRUE
003910           NOT AT END
003920              ADD 1 TO MASTER-READ-COUNT
003930              PERFORM 1100-TEST-ONE-ACCOUNT THRU 1100-EXIT
003940        END-READ
003950     END-PERFORM
003960     CLOSE MASTER-FILE.
003970 1000-EXIT.
003980     EXIT.
003990*--------------------------------------------------------------*
004000* 1100-TEST-ONE-ACCOUNT - AGES THE CURRENT MASTER RECORD OFF ITS
004010* IM-LAST-ACTIVITY-DATE AND, IF IT IS PAST THE CUTOFF, RELEASES
004020* IT TO THE SORT WITH ITS DORMANCY GROUP.  A RECORD WITH NO
004030* USABLE ACTIVITY DATE IS COUNTED BUT NEVER OFFERED FOR PURGE -
004040* ITS AGE CANNOT BE PROVED.
004050*--------------------------------------------------------------*
004060 1100-TEST-ONE-ACCOUNT.
004070     IF IM-LAST-ACTIVITY-DATE NOT NUMERIC
004080        OR IM-LAST-ACTIVITY-DATE NOT > 15821015
004090        ADD 1 TO UNDATED-COUNT
004100        GO TO 1100-EXIT
004110     END-IF
004120     COMPUTE ACTIVITY-INTEGER-DAY =
004130        FUNCTION INTEGER-OF-DATE (IM-LAST-ACTIVITY-DATE)
004140     IF ACTIVITY-INTEGER-DAY = ZERO
004150        ADD 1 TO UNDATED-COUNT
004160        GO TO 1100-EXIT
004170     END-IF
004180     SUBTRACT ACTIVITY-INTEGER-DAY FROM TODAY-INTEGER-DAY
004190        GIVING DAYS-DORMANT
004200     IF DAYS-DORMANT NOT > CUTOFF-DAYS
004210        GO TO 1100-EXIT
004220     END-IF
004230     PERFORM VARYING GROUP-IDX FROM 1 BY 1
004240        UNTIL DAYS-DORMANT >= GROUP-LOWER-LIMIT (GROUP-IDX)
004250        CONTINUE
004260     END-PERFORM
004270     SET CURRENT-GROUP-NUMBER  TO GROUP-IDX
004280     MOVE CURRENT-GROUP-NUMBER  TO SW-GROUP-NUMBER
004290     MOVE IM-ITEM-KEY           TO SW-ITEM-KEY
004300     MOVE IM-ITEM-DATA          TO SW-ITEM-DATA
004310     MOVE IM-LAST-ACTIVITY-DATE TO SW-LAST-ACTIVITY-DATE
004320     MOVE DAYS-DORMANT          TO SW-DAYS-DORMANT
004330     RELEASE SORT-RECORD.
004340 1100-EXIT.
004350     EXIT.
004360*--------------------------------------------------------------*
004370* 2000-LIST-DORMANT-ACCOUNTS - SORT OUTPUT PROCEDURE.  RETURNS
004380* THE DORMANT ACCOUNTS IN GROUP ORDER, STARTING EACH GROUP WITH
004390* A HEADING AND CLOSING IT WITH ITS COUNT AND AMOUNT.
004400*--------------------------------------------------------------*
004410 2000-LIST-DORMANT-ACCOUNTS.
004420     MOVE ZERO TO CURRENT-GROUP-NUMBER
004430     SET SORT-FILE-NOT-AT-END TO TRUE
004440     PERFORM UNTIL SORT-FILE-AT-END
004450        RETURN SORT-WORK-FILE
004460           AT END
004470              SET SORT-FILE-AT-END TO TRUE
004480           NOT AT END
004490              PERFORM 2100-LIST-ONE-ACCOUNT THRU 2100-EXIT
004500        END-RETURN
004510     END-PERFORM
004520     IF CURRENT-GROUP-NUMBER NOT = ZERO
004530        PERFORM 2300-WRITE-GROUP-TOTAL THRU 2300-EXIT
004540     ELSE
004550        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004560        MOVE NO-DORMANT-LINE TO DORMANT-REPORT-LINE
004570        WRITE DORMANT-REPORT-LINE
004580        ADD 1 TO LINE-COUNT
004590     END-IF.
004600 2000-EXIT.
004610     EXIT.
004620*--------------------------------------------------------------*
004630* 2100-LIST-ONE-ACCOUNT - LISTS ONE DORMANT ACCOUNT, BREAKING TO
004640* A NEW GROUP FIRST IF ITS GROUP HAS CHANGED, POSTS IT TO ITS
004650* GROUP'S COUNT AND AMOUNT, AND WRITES IT TO DORMPRG IF IT IS
004660* PAST THE PURGE THRESHOLD - OR, WITH NO PREPARER ID ON DORMPRM,
004670* NOTES IT AS WITHHELD INSTEAD, SINCE MASTUPDT WOULD REFUSE A
004680* DELETE THAT CARRIES NO PREPARER.
004690*--------------------------------------------------------------*
004700 2100-LIST-ONE-ACCOUNT.
004710     IF SW-GROUP-NUMBER NOT = CURRENT-GROUP-NUMBER
004720        IF CURRENT-GROUP-NUMBER NOT = ZERO
004730           PERFORM 2300-WRITE-GROUP-TOTAL THRU 2300-EXIT
004740        END-IF
004750        MOVE SW-GROUP-NUMBER TO CURRENT-GROUP-NUMBER
004760        PERFORM 2200-WRITE-GROUP-HEADING THRU 2200-EXIT
004770     END-IF
004780     SET GROUP-IDX TO CURRENT-GROUP-NUMBER
004790     ADD 1 TO DG-GROUP-COUNT (GROUP-IDX)
004800     ADD SW-ITEM-DATA TO DG-GROUP-TOTAL (GROUP-IDX)
004810        ON SIZE ERROR
004820           DISPLAY "*** GROUP TOTAL ACCUMULATOR OVERFLOW ***"
004830     END-ADD
004840     ADD 1 TO DORMANT-COUNT
004850     ADD SW-ITEM-DATA TO DORMANT-TOTAL
004860        ON SIZE ERROR
004870           DISPLAY "*** DORMANT TOTAL ACCUMULATOR OVERFLOW ***"
004880     END-ADD
004890     MOVE SPACES TO DORMANT-DETAIL-LINE
004900     MOVE SW-ITEM-KEY           TO DD-ITEM-KEY
004910     MOVE SW-ITEM-DATA          TO DD-ITEM-DATA
004920     MOVE SW-LAST-ACTIVITY-DATE TO DD-LAST-ACTIVITY-DATE
004930     MOVE SW-DAYS-DORMANT       TO DD-DAYS-DORMANT
004940     IF PURGE-DAYS NOT = ZERO
004950        AND SW-DAYS-DORMANT > PURGE-DAYS
004960        IF PURGE-PREPARER-ID = SPACES
004970           MOVE "PURGE WITHHELD" TO DD-NOTE
004980           ADD 1 TO PURGE-WITHHELD-COUNT
004990        ELSE
005000           MOVE "PURGE CANDIDATE" TO DD-NOTE
005010           PERFORM 2400-WRITE-PURGE-CANDIDATE THRU 2400-EXIT
005020        END-IF
005030     END-IF
005040     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005050     MOVE DORMANT-DETAIL-LINE TO DORMANT-REPORT-LINE
005060     WRITE DORMANT-REPORT-LINE
005070     ADD 1 TO LINE-COUNT.
005080 2100-EXIT.
005090     EXIT.
005100*--------------------------------------------------------------*
005110* 2200-WRITE-GROUP-HEADING - SETS OFF THE START OF A DORMANCY
005120* GROUP WITH A BLANK LINE AND THE GROUP'S LABEL.
005130*--------------------------------------------------------------*
005140 2200-WRITE-GROUP-HEADING.
005150     SET GROUP-IDX TO CURRENT-GROUP-NUMBER
005160     MOVE GROUP-LABEL (GROUP-IDX) TO GH-GROUP-LABEL
005170     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005180     MOVE SPACES TO DORMANT-REPORT-LINE
005190     WRITE DORMANT-REPORT-LINE
005200     MOVE GROUP-HEADING-LINE TO DORMANT-REPORT-LINE
005210     WRITE DORMANT-REPORT-LINE
005220     ADD 2 TO LINE-COUNT.
005230 2200-EXIT.
005240     EXIT.
005250*--------------------------------------------------------------*
005260* 2300-WRITE-GROUP-TOTAL - CLOSES THE CURRENT DORMANCY GROUP OUT
005270* WITH ITS ACCOUNT COUNT AND AMOUNT.
005280*--------------------------------------------------------------*
005290 2300-WRITE-GROUP-TOTAL.
005300     SET GROUP-IDX TO CURRENT-GROUP-NUMBER
005310     MOVE SPACES TO GROUP-TOTAL-LINE
005320     MOVE GROUP-LABEL (GROUP-IDX)    TO GT-GROUP-LABEL
005330     MOVE DG-GROUP-COUNT (GROUP-IDX) TO GT-GROUP-COUNT
005340     MOVE DG-GROUP-TOTAL (GROUP-IDX) TO GT-GROUP-TOTAL
005350     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005360     MOVE GROUP-TOTAL-LINE TO DORMANT-REPORT-LINE
005370     WRITE DORMANT-REPORT-LINE
005380     ADD 1 TO LINE-COUNT.
005390 2300-EXIT.
005400     EXIT.
005410*--------------------------------------------------------------*
005420* 2400-WRITE-PURGE-CANDIDATE - WRITES THE CURRENT ACCOUNT TO
005430* DORMPRG AS A MASTUPDT DELETE (AMOUNT OF ALL NINES), UNDER THE
005440* PREPARER ID FROM DORMPRM, AND ADDS IT
005450* TO THE CONTROL COUNT AND TOTAL FOR THE TRAILER.
005460*--------------------------------------------------------------*
005470 2400-WRITE-PURGE-CANDIDATE.
005480     MOVE SW-ITEM-KEY            TO PG-ITEM-KEY
005490     MOVE DELETE-SENTINEL-AMOUNT TO PG-ITEM-DATA
005500     MOVE PURGE-PREPARER-ID      TO PG-PREPARER-ID
005510     WRITE PURGE-RECORD
005520     ADD 1 TO PURGE-COUNT
005530     ADD DELETE-SENTINEL-AMOUNT TO PURGE-CONTROL-TOTAL
005540        ON SIZE ERROR
005550           DISPLAY "*** PURGE CONTROL TOTAL OVERFLOW ***"
005560     END-ADD
005570     ADD SW-ITEM-DATA TO PURGE-AMOUNT-TOTAL
005580        ON SIZE ERROR
005590           DISPLAY "*** PURGE AMOUNT TOTAL OVERFLOW ***"
005600     END-ADD.
005610 2400-EXIT.
005620     EXIT.
005630*--------------------------------------------------------------*
005640* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
005650* RUN DATE, THE PAGE NUMBER AND THE COLUMN HEADINGS.
005660*--------------------------------------------------------------*
005670 3100-PRINT-REPORT-HEADING.
005680     ADD 1 TO PAGE-NUMBER
005690     MOVE ZERO TO LINE-COUNT
005700     MOVE RUN-DATE-MM   TO RH-RUN-MM
005710     MOVE RUN-DATE-DD   TO RH-RUN-DD
005720     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
005730     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
005740     WRITE DORMANT-REPORT-LINE FROM REPORT-HEADING-LINE-1
005750     MOVE SPACES TO DORMANT-REPORT-LINE
005760     WRITE DORMANT-REPORT-LINE
005770     WRITE DORMANT-REPORT-LINE FROM REPORT-HEADING-LINE-2
005780     ADD 2 TO LINE-COUNT.
005790 3100-EXIT.
005800     EXIT.
005810*--------------------------------------------------------------*
005820* 3200-WRITE-REPORT-LINE - STARTS A NEW PAGE FIRST IF THE CURRENT
005830* ONE IS FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
005840*--------------------------------------------------------------*
005850 3200-WRITE-REPORT-LINE.
005860     IF LINE-COUNT >= LINES-PER-PAGE
005870        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
005880     END-IF.
005890 3200-EXIT.
005900     EXIT.
005910*--------------------------------------------------------------*
005920* 5000-WRITE-DORMANT-SUMMARY - CLOSES THE REPORT OUT WITH ONE
005930* LINE PER DORMANCY GROUP (COUNT AND AMOUNT) AND THE RUN'S
005940* OVERALL COUNTS.
005950*--------------------------------------------------------------*
005960 5000-WRITE-DORMANT-SUMMARY.
005970     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005980     MOVE SPACES TO DORMANT-REPORT-LINE
005990     WRITE DORMANT-REPORT-LINE
006000     MOVE GROUP-SUMMARY-HEADING-LINE TO DORMANT-REPORT-LINE
006010     WRITE DORMANT-REPORT-LINE
006020     ADD 2 TO LINE-COUNT
006030     PERFORM VARYING GROUP-IDX FROM 1 BY 1 UNTIL GROUP-IDX > 4
006040        MOVE SPACES TO GROUP-SUMMARY-LINE
006050        MOVE GROUP-LABEL (GROUP-IDX)    TO GS-GROUP-LABEL
006060        MOVE DG-GROUP-COUNT (GROUP-IDX) TO GS-GROUP-COUNT
006070        MOVE DG-GROUP-TOTAL (GROUP-IDX) TO GS-GROUP-TOTAL
006080        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006090        MOVE GROUP-SUMMARY-LINE TO DORMANT-REPORT-LINE
006100        WRITE DORMANT-REPORT-LINE
006110        ADD 1 TO LINE-COUNT
006120     END-PERFORM
006130     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006140     MOVE SPACES TO DORMANT-REPORT-LINE
006150     WRITE DORMANT-REPORT-LINE
006160     ADD 1 TO LINE-COUNT
006170
006180     MOVE "DORMANT CUTOFF (DAYS):" TO SC-LABEL
006190     MOVE CUTOFF-DAYS TO SC-COUNT
006200     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006210
006220     MOVE "PURGE THRESHOLD (DAYS):" TO SC-LABEL
006230     MOVE PURGE-DAYS TO SC-COUNT
006240     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006250
006260     MOVE "ACCOUNTS READ:" TO SC-LABEL
006270     MOVE MASTER-READ-COUNT TO SC-COUNT
006280     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006290
006300     MOVE "ACCOUNTS DORMANT:" TO SC-LABEL
006310     MOVE DORMANT-COUNT TO SC-COUNT
006320     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006330
006340     MOVE "DORMANT AMOUNT:" TO SA-LABEL
006350     MOVE DORMANT-TOTAL TO SA-AMOUNT
006360     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT
006370
006380     MOVE "NO ACTIVITY DATE:" TO SC-LABEL
006390     MOVE UNDATED-COUNT TO SC-COUNT
006400     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006410
006420     MOVE "PURGE CANDIDATES WRITTEN:" TO SC-LABEL
006430     MOVE PURGE-COUNT TO SC-COUNT
006440     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006450
006460     MOVE "PURGE CANDIDATE AMOUNT:" TO SA-LABEL
006470     MOVE PURGE-AMOUNT-TOTAL TO SA-AMOUNT
006480     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT
006490
006500     MOVE "WITHHELD - NO PREPARER ID:" TO SC-LABEL
006510     MOVE PURGE-WITHHELD-COUNT TO SC-COUNT
006520     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
006530 5000-EXIT.
006540     EXIT.
006550*--------------------------------------------------------------*
006560* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
006570* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
006580*--------------------------------------------------------------*
006590 5100-WRITE-SUMMARY-LINE.
006600     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006610     MOVE SUMMARY-COUNT-LINE TO DORMANT-REPORT-LINE
006620     WRITE DORMANT-REPORT-LINE
006630     ADD 1 TO LINE-COUNT.
006640 5100-EXIT.
006650     EXIT.
006660*--------------------------------------------------------------*
006670* 5200-WRITE-AMOUNT-LINE - WRITES ONE LABELED AMOUNT LINE FROM
006680* SUMMARY-AMOUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
006690*--------------------------------------------------------------*
006700 5200-WRITE-AMOUNT-LINE.
006710     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006720     MOVE SUMMARY-AMOUNT-LINE TO DORMANT-REPORT-LINE
006730     WRITE DORMANT-REPORT-LINE
006740     ADD 1 TO LINE-COUNT.
006750 5200-EXIT.
006760     EXIT.
006770*--------------------------------------------------------------*
006780* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
006790* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE.
006800* THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST
006810* YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
006820*--------------------------------------------------------------*
006830 8000-WRITE-RUN-LOG-ENTRY.
006840     OPEN EXTEND RUN-LOG-FILE
006850     IF NOT RUN-LOG-FILE-OK
006860        OPEN OUTPUT RUN-LOG-FILE
006870     END-IF
006880     MOVE SPACES TO RUN-LOG-RECORD
006890     ACCEPT RUN-TIME-NOW FROM TIME
006900     MOVE "DORMRPT "        TO RL-PROGRAM-ID
006910     MOVE RUN-DATE-NUMBER   TO RL-RUN-DATE
006920     MOVE RUN-TIME-NOW      TO RL-RUN-TIME
006930     MOVE MASTER-READ-COUNT TO RL-INPUT-COUNT
006940     MOVE PURGE-PREPARER-ID TO RL-OPERATOR-ID
006950     IF PURGE-WITHHELD-COUNT = ZERO
006960        MOVE "COMPLETED"    TO RL-STATUS
006970     ELSE
006980        MOVE "EXCEPTIONS"   TO RL-STATUS
006990     END-IF
007000     WRITE RUN-LOG-RECORD
007010     CLOSE RUN-LOG-FILE.
007020 8000-EXIT.
007030     EXIT.
007040
007050 END PROGRAM DORMRPT.
