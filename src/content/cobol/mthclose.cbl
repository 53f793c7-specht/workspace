000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MTHCLOSE.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL PROGRAM.  MONTH-END CLOSE.  RUN
000100*                    ONCE AT EACH MONTH-END, AFTER THE LAST
000110*                    MASTUPDT OF THE MONTH, TO FREEZE A SNAPSHOT
000120*                    OF ITEMMST INTO THE MONTH-END HISTORY FILE
000130*                    (MTHHIST, MTHHIST.CPY) FOR THE MONTH NAMED
000140*                    ON THE MTHPARM CONTROL RECORD.  THE MONTH'S
000150*                    SUMMARY - ACCOUNT COUNT AND TOTAL, ACCOUNTS
000160*                    OPENED AND CLOSED SINCE THE MONTH-END
000170*                    BEFORE, AND COUNT AND TOTAL PER BUBBLESORT
000180*                    AMOUNT BAND - IS WORKED OUT AS THE SNAPSHOT
000190*                    IS TAKEN, FOR TRENDRPT TO REPORT.  MTHHIST
000200*                    KEEPS THE LAST THIRTEEN MONTH-ENDS; THE
000210*                    OLDEST FALLS OFF AS EACH NEW ONE IS ADDED.
000220*                    A MONTH ALREADY CLOSED IS REFUSED UNLESS
000230*                    MTHPARM CARRIES THE OVERRIDE FLAG AND THE
000240*                    OPERATOR ID OF WHOEVER AUTHORIZED IT, IN
000250*                    WHICH CASE THAT MONTH'S SNAPSHOT IS TAKEN
000260*                    AGAIN AND REPLACES THE FIRST.  THE OUTGOING
000270*                    MTHHIST IS SAVED THROUGH GENSAVE FIRST.
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CLOSE-PARM-FILE ASSIGN TO "MTHPARM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS CLOSE-PARM-FILE-STATUS.
000350
000360     SELECT MASTER-FILE ASSIGN TO "ITEMMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS IM-ITEM-KEY
000400         FILE STATUS IS MASTER-FILE-STATUS.
000410
000420     SELECT HISTORY-FILE ASSIGN TO "MTHHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS HISTORY-FILE-STATUS.
000450
000460     SELECT HISTORY-SCRATCH-FILE ASSIGN TO "MTHHISTT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS HISTORY-SCRATCH-FILE-STATUS.
000490
000500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RUN-LOG-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*--------------------------------------------------------------*
000560* CLOSE-PARM-RECORD - CP-CLOSE-MONTH IS THE MONTH BEING CLOSED
000570* (CCYYMM).  CP-OVERRIDE 'Y' ALLOWS A MONTH ALREADY ON MTHHIST
000580* TO BE CLOSED AGAIN AND THEN REQUIRES CP-OPERATOR-ID.
000590*--------------------------------------------------------------*
000600 FD  CLOSE-PARM-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 17 CHARACTERS.
000630 01  CLOSE-PARM-RECORD.
000640     03  CP-CLOSE-MONTH         PIC X(06).
000650     03  CP-CLOSE-MONTH-N REDEFINES CP-CLOSE-MONTH.
000660         05  CP-CLOSE-CCYY      PIC 9(04).
000670         05  CP-CLOSE-MM        PIC 9(02).
000680     03  FILLER                 PIC X(01).
000690     03  CP-OVERRIDE            PIC X(01).
000700         88  CP-OVERRIDE-GIVEN  VALUE 'Y'.
000710         88  CP-OVERRIDE-VALID  VALUES 'Y' 'N' ' '.
000720     03  FILLER                 PIC X(01).
000730     03  CP-OPERATOR-ID         PIC X(08).
000740
000750 FD  MASTER-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 25 CHARACTERS.
000780     COPY "ITEMMST.CPY".
000790
000800 FD  HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 150 CHARACTERS.
000830     COPY "MTHHIST.CPY".
000840
000850 FD  HISTORY-SCRATCH-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 150 CHARACTERS.
000880     COPY "MTHHIST.CPY"
000890        REPLACING ==MONTH-HISTORY-RECORD==
000900                BY ==HISTORY-SCRATCH-RECORD==
000910           LEADING ==MH-== BY ==HS-==.
000920
000930 FD  RUN-LOG-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY "RUNLOG.CPY".
000960 WORKING-STORAGE SECTION.
000970*--------------------------------------------------------------*
000980* SWITCHES
000990*--------------------------------------------------------------*
001000 01  HISTORY-FILE-EOF-SWITCH    PIC X(01).
001010     88  HISTORY-FILE-AT-END    VALUE 'Y'.
001020     88  HISTORY-FILE-NOT-AT-END VALUE 'N'.
001030 01  SCRATCH-FILE-EOF-SWITCH    PIC X(01).
001040     88  SCRATCH-FILE-AT-END    VALUE 'Y'.
001050     88  SCRATCH-FILE-NOT-AT-END VALUE 'N'.
001060 01  HISTORY-PRESENT-SWITCH     PIC X(01).
001070     88  HISTORY-WAS-PRESENT    VALUE 'Y'.
001080     88  HISTORY-WAS-ABSENT     VALUE 'N'.
001090 01  RERUN-SWITCH               PIC X(01).
001100     88  MONTH-BEING-RERUN      VALUE 'Y'.
001110     88  MONTH-BEING-CLOSED     VALUE 'N'.
001120 01  PRIOR-KEY-SWITCH           PIC X(01).
001130     88  PRIOR-KEY-FOUND        VALUE 'Y'.
001140     88  PRIOR-KEY-NOT-FOUND    VALUE 'N'.
001150 01  PRIOR-MONTH-SWITCH         PIC X(01).
001160     88  PRIOR-MONTH-ON-FILE    VALUE 'Y'.
001170     88  PRIOR-MONTH-ABSENT     VALUE 'N'.
001180 01  CLOSE-PARM-FILE-STATUS     PIC X(02).
001190     88  CLOSE-PARM-FILE-OK     VALUE '00'.
001200 01  MASTER-FILE-STATUS         PIC X(02).
001210     88  MASTER-FILE-OK         VALUE '00'.
001220 01  HISTORY-FILE-STATUS        PIC X(02).
001230     88  HISTORY-FILE-OK        VALUE '00'.
001240 01  HISTORY-SCRATCH-FILE-STATUS PIC X(02).
001250     88  HISTORY-SCRATCH-FILE-OK VALUE '00'.
001260 01  RUN-LOG-FILE-STATUS        PIC X(02).
001270     88  RUN-LOG-FILE-OK        VALUE '00'.
001280*--------------------------------------------------------------*
001290* MONTH-ENDS ON FILE - ONE ENTRY PER MONTH FOUND ON MTHHIST, IN
001300* FILE ORDER.  THIRTEEN ARE KEPT, SO FOURTEEN ALLOWS FOR THE
001310* MONTH BEING CLOSED AGAIN UNDER AN OVERRIDE.
001320*--------------------------------------------------------------*
001330 01  MONTH-END-TABLE.
001340     03  MONTH-END-ON-FILE      PIC 9(06) OCCURS 14 TIMES.
001350 77  MONTHS-ON-FILE             PIC 9(02) COMP VALUE ZERO.
001360 77  MONTHS-TO-KEEP             PIC 9(02) COMP VALUE ZERO.
001370 77  MONTH-SUBSCRIPT            PIC 9(02) COMP VALUE ZERO.
001380 77  MONTHS-KEPT-LIMIT          PIC 9(02) COMP VALUE 12.
001390 77  MONTHS-ON-FILE-LIMIT       PIC 9(02) COMP VALUE 14.
001400*--------------------------------------------------------------*
001410* MONTH-END FIGURES - BUILT AS THE SNAPSHOT IS TAKEN.  THE BAND
001420* TABLE FOLLOWS BUBBLESORT'S STRATA-BAND.
001430*--------------------------------------------------------------*
001440 01  SNAPSHOT-BAND-TABLE.
001450     03  SNAPSHOT-BAND OCCURS 4 TIMES INDEXED BY BAND-IDX.
001460         05  SB-BAND-COUNT      PIC 9(06) COMP.
001470         05  SB-BAND-TOTAL      PIC 9(13)V99 COMP-3.
001480*--------------------------------------------------------------*
001490* COUNTERS AND WORK AREAS
001500*--------------------------------------------------------------*
001510 77  ACCOUNT-COUNT            PIC 9(06) COMP VALUE ZERO.
001520 77  ACCOUNT-TOTAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
001530 77  OPENED-COUNT             PIC 9(06) COMP VALUE ZERO.
001540 77  CLOSED-COUNT             PIC 9(06) COMP VALUE ZERO.
001550 77  HISTORY-RECORDS-KEPT     PIC 9(06) COMP VALUE ZERO.
001560 77  HISTORY-RECORDS-COPIED   PIC 9(06) COMP VALUE ZERO.
001570 77  CLOSE-MONTH              PIC 9(06) VALUE ZERO.
001580 77  NEWEST-MONTH-ON-FILE     PIC 9(06) VALUE ZERO.
001590 77  FIRST-MONTH-KEPT         PIC 9(06) VALUE ZERO.
001600 77  PRIOR-MONTH              PIC 9(06) VALUE ZERO.
001610 77  LAST-MONTH-SEEN          PIC 9(06) VALUE ZERO.
001620*--------------------------------------------------------------*
001630* MATCH KEYS FOR THE ITEMMST / PRIOR SNAPSHOT COMPARISON.  SEVEN
001640* DIGITS SO END OF FILE CAN BE HELD AS 9999999, ABOVE ANY KEY.
001650*--------------------------------------------------------------*
001660 77  MASTER-MATCH-KEY         PIC 9(07) VALUE ZERO.
001670 77  PRIOR-MATCH-KEY          PIC 9(07) VALUE ZERO.
001680 77  END-OF-KEYS              PIC 9(07) VALUE 9999999.
001690 01  RUN-DATE-NUMBER          PIC 9(08).
001700 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
001710     03  RUN-DATE-CCYYMM      PIC 9(06).
001720     03  RUN-DATE-DD          PIC 9(02).
001730 77  RUN-TIME-NOW             PIC 9(08).
001740 01  CLOSE-STATUS             PIC X(10) VALUE SPACES.
001750 01  RUN-LOG-DETAIL.
001760     03  FILLER               PIC X(10) VALUE "MONTH-END".
001770     03  LD-CLOSE-MONTH       PIC 9(06).
001780     03  FILLER               PIC X(01) VALUE SPACES.
001790     03  LD-CLOSE-MODE        PIC X(09) VALUE SPACES.
001800 01  GENERATION-BASE-NAME     PIC X(08) VALUE "MTHHIST".
001810 01  GENERATION-NAME-TAKEN    PIC X(26) VALUE SPACES.
001820 PROCEDURE DIVISION.
001830*--------------------------------------------------------------*
001840* 0000-MAINLINE - CHECKS THE MONTH TO BE CLOSED AGAINST THE
001850* MONTH-ENDS ALREADY ON MTHHIST, BUILDS THE NEW HISTORY ON THE
001860* SCRATCH FILE (THE MONTH-ENDS KEPT, THEN THE NEW SNAPSHOT AND
001870* ITS SUMMARY), SAVES THE OUTGOING MTHHIST AND REPLACES IT.
001880* ANY REFUSAL BEFORE 5000 LEAVES MTHHIST AS IT WAS.
001890*--------------------------------------------------------------*
001900 0000-MAINLINE.
001910     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
001920     PERFORM 0500-READ-CLOSE-PARM THRU 0500-EXIT
001930     PERFORM 1000-SCAN-HISTORY THRU 1000-EXIT
001940     PERFORM 1500-CHECK-CLOSE-MONTH THRU 1500-EXIT
001950
001960     OPEN OUTPUT HISTORY-SCRATCH-FILE
001970     IF NOT HISTORY-SCRATCH-FILE-OK
001980        DISPLAY "MTHCLOSE: UNABLE TO OPEN MTHHISTT - STATUS "
001990           HISTORY-SCRATCH-FILE-STATUS
002000        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002010     END-IF
002020     PERFORM 2000-COPY-KEPT-MONTHS THRU 2000-EXIT
002030     PERFORM 3000-SNAPSHOT-MASTER THRU 3000-EXIT
002040     PERFORM 3500-WRITE-MONTH-SUMMARY THRU 3500-EXIT
002050     CLOSE HISTORY-SCRATCH-FILE
002060
002070     PERFORM 4000-SAVE-HISTORY THRU 4000-EXIT
002080     PERFORM 5000-REPLACE-HISTORY THRU 5000-EXIT
002090
002100     MOVE "COMPLETED" TO CLOSE-STATUS
002110     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002120     DISPLAY "MTHCLOSE: MONTH-END " CLOSE-MONTH " CLOSED - "
002130        ACCOUNT-COUNT " ACCOUNTS, " OPENED-COUNT " OPENED, "
002140        CLOSED-COUNT " CLOSED"
002150     IF MONTH-BEING-RERUN
002160        DISPLAY "MTHCLOSE: EARLIER SNAPSHOT FOR " CLOSE-MONTH
002170           " REPLACED UNDER OVERRIDE BY " CP-OPERATOR-ID
002180     END-IF
002190     STOP RUN.
002200*--------------------------------------------------------------*
002210* 0500-READ-CLOSE-PARM - READS THE MONTH TO CLOSE FROM MTHPARM.
002220* LIKE DORMPRM, THE RECORD IS REQUIRED: A CLOSE FILED UNDER THE
002230* WRONG MONTH WOULD SKEW EVERY TREND AFTER IT.  THE MONTH MUST
002240* BE A PLAUSIBLE CCYYMM NO LATER THAN THE CURRENT MONTH.
002250*--------------------------------------------------------------*
002260 0500-READ-CLOSE-PARM.
002270     OPEN INPUT CLOSE-PARM-FILE
002280     IF NOT CLOSE-PARM-FILE-OK
002290        DISPLAY "MTHCLOSE: UNABLE TO OPEN MTHPARM - STATUS "
002300           CLOSE-PARM-FILE-STATUS
002310        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002320     END-IF
002330     READ CLOSE-PARM-FILE
002340        AT END
002350           DISPLAY "MTHCLOSE: MTHPARM IS EMPTY - NO MONTH "
002360              "SUPPLIED"
002370           CLOSE CLOSE-PARM-FILE
002380           PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002390     END-READ
002400     CLOSE CLOSE-PARM-FILE
002410     IF CP-CLOSE-MONTH NOT NUMERIC
002420        DISPLAY "MTHCLOSE: MTHPARM MONTH IS NOT NUMERIC"
002430        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002440     END-IF
002450     IF CP-CLOSE-CCYY < 1900 OR CP-CLOSE-CCYY > 2099
002460        OR CP-CLOSE-MM < 01 OR CP-CLOSE-MM > 12
002470        DISPLAY "MTHCLOSE: MTHPARM MONTH " CP-CLOSE-MONTH
002480           " IS NOT A PLAUSIBLE CCYYMM"
002490        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002500     END-IF
002510     MOVE CP-CLOSE-MONTH-N TO CLOSE-MONTH
002520     IF CLOSE-MONTH > RUN-DATE-CCYYMM
002530        DISPLAY "MTHCLOSE: MONTH " CLOSE-MONTH
002540           " HAS NOT BEGUN - NOTHING TO CLOSE"
002550        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002560     END-IF
002570     IF NOT CP-OVERRIDE-VALID
002580        DISPLAY "MTHCLOSE: MTHPARM OVERRIDE FLAG MUST BE Y, N "
002590           "OR BLANK"
002600        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002610     END-IF
002620     IF CP-OVERRIDE-GIVEN AND CP-OPERATOR-ID = SPACES
002630        DISPLAY "MTHCLOSE: OVERRIDE GIVEN WITHOUT THE "
002640           "AUTHORIZING OPERATOR ID"
002650        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
002660     END-IF.
002670 0500-EXIT.
002680     EXIT.
002690*--------------------------------------------------------------*
002700* 1000-SCAN-HISTORY - LISTS THE MONTH-ENDS ON MTHHIST IN FILE
002710* ORDER.  EACH MONTH'S RECORDS ARE TOGETHER AND THE MONTHS RUN
002720* OLDEST FIRST; A HISTORY THAT IS DAMAGED, OUT OF ORDER OR
002730* HOLDS MORE MONTHS THAN IT SHOULD IS REFUSED RATHER THAN
002740* CARRIED FORWARD.  NO MTHHIST YET MEANS THIS IS THE FIRST CLOSE.
002750*--------------------------------------------------------------*
002760 1000-SCAN-HISTORY.
002770     MOVE ZERO TO MONTHS-ON-FILE
002780     MOVE ZERO TO LAST-MONTH-SEEN
002790     SET HISTORY-WAS-ABSENT TO TRUE
002800     OPEN INPUT HISTORY-FILE
002810     IF NOT HISTORY-FILE-OK
002820        GO TO 1000-EXIT
002830     END-IF
002840     SET HISTORY-WAS-PRESENT TO TRUE
002850     SET HISTORY-FILE-NOT-AT-END TO TRUE
002860     PERFORM UNTIL HISTORY-FILE-AT-END
002870        READ HISTORY-FILE
002880           AT END
002890              SET HISTORY-FILE-AT-END TO TRUE
002900           NOT AT END
002910              PERFORM 1100-NOTE-HISTORY-MONTH THRU 1100-EXIT
002920        END-READ
002930     END-PERFORM
002940     CLOSE HISTORY-FILE
002950     IF MONTHS-ON-FILE > ZERO
002960        MOVE MONTH-END-ON-FILE (MONTHS-ON-FILE)
002970           TO NEWEST-MONTH-ON-FILE
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010*--------------------------------------------------------------*
003020* 1100-NOTE-HISTORY-MONTH - ADDS A MONTH TO THE TABLE EACH TIME
003030* THE MONTH ON THE HISTORY RECORDS CHANGES.
003040*--------------------------------------------------------------*
003050 1100-NOTE-HISTORY-MONTH.
003060     IF MH-MONTH-END NOT NUMERIC
003070        DISPLAY "MTHCLOSE: MTHHIST RECORD WITH NO VALID MONTH"
003080        CLOSE HISTORY-FILE
003090        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
003100     END-IF
003110     IF MH-MONTH-END = LAST-MONTH-SEEN
003120        GO TO 1100-EXIT
003130     END-IF
003140     IF MH-MONTH-END < LAST-MONTH-SEEN
003150        DISPLAY "MTHCLOSE: MTHHIST OUT OF MONTH ORDER AT "
003160           MH-MONTH-END
003170        CLOSE HISTORY-FILE
003180        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
003190     END-IF
003200     IF MONTHS-ON-FILE NOT < MONTHS-ON-FILE-LIMIT
003210        DISPLAY "MTHCLOSE: MTHHIST HOLDS MORE MONTH-ENDS THAN "
003220           "IT SHOULD"
003230        CLOSE HISTORY-FILE
003240        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
003250     END-IF
003260     ADD 1 TO MONTHS-ON-FILE
003270     MOVE MH-MONTH-END TO MONTH-END-ON-FILE (MONTHS-ON-FILE)
003280     MOVE MH-MONTH-END TO LAST-MONTH-SEEN.
003290 1100-EXIT.
003300     EXIT.
003310*--------------------------------------------------------------*
003320* 1500-CHECK-CLOSE-MONTH - A MONTH EARLIER THAN THE NEWEST ON
003330* FILE IS NEVER CLOSED.  THE NEWEST MONTH ITSELF IS CLOSED AGAIN
003340* ONLY UNDER OVERRIDE.  THE MONTH-ENDS TO KEEP ARE THE TWELVE
003350* MOST RECENT OTHER THAN THE ONE BEING CLOSED, AND THE LAST OF
003360* THEM IS THE PRIOR MONTH THE NEW SNAPSHOT IS COMPARED AGAINST.
003370*--------------------------------------------------------------*
003380 1500-CHECK-CLOSE-MONTH.
003390     SET MONTH-BEING-CLOSED TO TRUE
003400     MOVE MONTHS-ON-FILE TO MONTHS-TO-KEEP
003410     IF MONTHS-ON-FILE > ZERO
003420        IF CLOSE-MONTH < NEWEST-MONTH-ON-FILE
003430           DISPLAY "MTHCLOSE: MONTH " CLOSE-MONTH
003440              " IS EARLIER THAN THE NEWEST MONTH-END ON FILE, "
003450              NEWEST-MONTH-ON-FILE
003460           PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
003470        END-IF
003480        IF CLOSE-MONTH = NEWEST-MONTH-ON-FILE
003490           IF NOT CP-OVERRIDE-GIVEN
003500              DISPLAY "MTHCLOSE: MONTH " CLOSE-MONTH
003510                 " IS ALREADY CLOSED - OVERRIDE REQUIRED"
003520              PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
003530           END-IF
003540           SET MONTH-BEING-RERUN TO TRUE
003550           SUBTRACT 1 FROM MONTHS-TO-KEEP
003560        END-IF
003570     END-IF
003580
003590     SET PRIOR-MONTH-ABSENT TO TRUE
003600     MOVE ZERO TO PRIOR-MONTH
003610     MOVE ZERO TO FIRST-MONTH-KEPT
003620     IF MONTHS-TO-KEEP = ZERO
003630        GO TO 1500-EXIT
003640     END-IF
003650     SET PRIOR-MONTH-ON-FILE TO TRUE
003660     MOVE MONTH-END-ON-FILE (MONTHS-TO-KEEP) TO PRIOR-MONTH
003670     IF MONTHS-TO-KEEP > MONTHS-KEPT-LIMIT
003680        COMPUTE MONTH-SUBSCRIPT =
003690           MONTHS-TO-KEEP - MONTHS-KEPT-LIMIT + 1
003700     ELSE
003710        MOVE 1 TO MONTH-SUBSCRIPT
003720     END-IF
003730     MOVE MONTH-END-ON-FILE (MONTH-SUBSCRIPT) TO FIRST-MONTH-KEPT.
003740 1500-EXIT.
003750     EXIT.
003760*--------------------------------------------------------------*
003770* 2000-COPY-KEPT-MONTHS - COPIES THE MONTH-ENDS BEING KEPT, FROM
003780* FIRST-MONTH-KEPT THROUGH THE PRIOR MONTH, TO THE SCRATCH FILE.
003790* OLDER MONTHS ARE DROPPED, AS IS THE CLOSE MONTH'S EARLIER
003800* SNAPSHOT ON AN OVERRIDE RUN.
003810*--------------------------------------------------------------*
003820 2000-COPY-KEPT-MONTHS.
003830     IF PRIOR-MONTH-ABSENT
003840        GO TO 2000-EXIT
003850     END-IF
003860     OPEN INPUT HISTORY-FILE
003870     IF NOT HISTORY-FILE-OK
003880        DISPLAY "MTHCLOSE: UNABLE TO REOPEN MTHHIST - STATUS "
003890           HISTORY-FILE-STATUS
003900        CLOSE HISTORY-SCRATCH-FILE
003910        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
003920     END-IF
003930     SET HISTORY-FILE-NOT-AT-END TO TRUE
003940     PERFORM UNTIL HISTORY-FILE-AT-END
003950        READ HISTORY-FILE
003960           AT END
003970              SET HISTORY-FILE-AT-END TO TRUE
003980           NOT AT END
003990              IF MH-MONTH-END NOT < FIRST-MONTH-KEPT
004000                 AND MH-MONTH-END NOT > PRIOR-MONTH
004010                 MOVE MONTH-HISTORY-RECORD
004020                    TO HISTORY-SCRATCH-RECORD
004030                 WRITE HISTORY-SCRATCH-RECORD
004040                 ADD 1 TO HISTORY-RECORDS-KEPT
004050              END-IF
004060        END-READ
004070     END-PERFORM
004080     CLOSE HISTORY-FILE.
004090 2000-EXIT.
004100     EXIT.
004110*--------------------------------------------------------------*
004120* 3000-SNAPSHOT-MASTER - READS ITEMMST IN KEY ORDER AGAINST THE
004130* PRIOR MONTH'S SNAPSHOT, ALSO IN KEY ORDER.  EVERY ACCOUNT ON
004140* ITEMMST GOES INTO THE NEW SNAPSHOT; A KEY ONLY ON ITEMMST WAS
004150* OPENED DURING THE MONTH AND A KEY ONLY ON THE PRIOR SNAPSHOT
004160* WAS CLOSED.  WITH NO PRIOR MONTH NOTHING IS COUNTED AS OPENED
004170* OR CLOSED.
004180*--------------------------------------------------------------*
004190 3000-SNAPSHOT-MASTER.
004200     INITIALIZE SNAPSHOT-BAND-TABLE
004210     OPEN INPUT MASTER-FILE
004220     IF NOT MASTER-FILE-OK
004230        DISPLAY "MTHCLOSE: UNABLE TO OPEN ITEMMST - STATUS "
004240           MASTER-FILE-STATUS
004250        CLOSE HISTORY-SCRATCH-FILE
004260        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
004270     END-IF
004280     MOVE END-OF-KEYS TO PRIOR-MATCH-KEY
004290     IF PRIOR-MONTH-ON-FILE
004300        OPEN INPUT HISTORY-FILE
004310        IF NOT HISTORY-FILE-OK
004320           DISPLAY "MTHCLOSE: UNABLE TO REOPEN MTHHIST - STATUS "
004330              HISTORY-FILE-STATUS
004340           CLOSE HISTORY-SCRATCH-FILE MASTER-FILE
004350           PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
004360        END-IF
004370        SET HISTORY-FILE-NOT-AT-END TO TRUE
004380        PERFORM 3100-READ-PRIOR-SNAPSHOT THRU 3100-EXIT
004390     END-IF
004400     PERFORM 3200-READ-MASTER THRU 3200-EXIT
004410
004420     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
004430        UNTIL MASTER-MATCH-KEY = END-OF-KEYS
004440          AND PRIOR-MATCH-KEY = END-OF-KEYS
004450
004460     CLOSE MASTER-FILE
004470     IF PRIOR-MONTH-ON-FILE
004480        CLOSE HISTORY-FILE
004490     END-IF.
004500 3000-EXIT.
004510     EXIT.
004520*--------------------------------------------------------------*
004530* 3100-READ-PRIOR-SNAPSHOT - READS ON TO THE NEXT ACCOUNT IN THE
004540* PRIOR MONTH'S SNAPSHOT, PASSING OVER EVERY OTHER RECORD.  THE
004550* END OF THAT MONTH IS THE END OF ITS KEYS.
004560*--------------------------------------------------------------*
004570 3100-READ-PRIOR-SNAPSHOT.
004580     SET PRIOR-KEY-NOT-FOUND TO TRUE
004590     PERFORM 3150-READ-HISTORY-RECORD THRU 3150-EXIT
004600        UNTIL PRIOR-KEY-FOUND.
004610 3100-EXIT.
004620     EXIT.
004630*--------------------------------------------------------------*
004640* 3150-READ-HISTORY-RECORD - READS ONE MTHHIST RECORD AND TAKES
004650* ITS KEY IF IT IS AN ACCOUNT IN THE PRIOR MONTH'S SNAPSHOT.
004660*--------------------------------------------------------------*
004670 3150-READ-HISTORY-RECORD.
004680     IF HISTORY-FILE-AT-END
004690        MOVE END-OF-KEYS TO PRIOR-MATCH-KEY
004700        SET PRIOR-KEY-FOUND TO TRUE
004710        GO TO 3150-EXIT
004720     END-IF
004730     READ HISTORY-FILE
004740        AT END
004750           SET HISTORY-FILE-AT-END TO TRUE
004760           MOVE END-OF-KEYS TO PRIOR-MATCH-KEY
004770           SET PRIOR-KEY-FOUND TO TRUE
004780           GO TO 3150-EXIT
004790     END-READ
004800     IF MH-MONTH-END > PRIOR-MONTH
004810        SET HISTORY-FILE-AT-END TO TRUE
004820        MOVE END-OF-KEYS TO PRIOR-MATCH-KEY
004830        SET PRIOR-KEY-FOUND TO TRUE
004840        GO TO 3150-EXIT
004850     END-IF
004860     IF MH-MONTH-END = PRIOR-MONTH AND MH-DETAIL-RECORD
004870        MOVE MH-ITEM-KEY TO PRIOR-MATCH-KEY
004880        SET PRIOR-KEY-FOUND TO TRUE
004890     END-IF.
004900 3150-EXIT.
004910     EXIT.
004920*--------------------------------------------------------------*
004930* 3200-READ-MASTER - READS THE NEXT ITEMMST ACCOUNT.
004940*--------------------------------------------------------------*
004950 3200-READ-MASTER.
004960     READ MASTER-FILE
004970        AT END
004980           MOVE END-OF-KEYS TO MASTER-MATCH-KEY
004990           GO TO 3200-EXIT
005000     END-READ
005010     MOVE IM-ITEM-KEY TO MASTER-MATCH-KEY.
005020 3200-EXIT.
005030     EXIT.
005040*--------------------------------------------------------------*
005050* 3300-MATCH-ONE-KEY - TAKES THE LOWER OF THE TWO CURRENT KEYS.
005060*--------------------------------------------------------------*
005070 3300-MATCH-ONE-KEY.
005080     IF MASTER-MATCH-KEY < PRIOR-MATCH-KEY
005090        IF PRIOR-MONTH-ON-FILE
005100           ADD 1 TO OPENED-COUNT
005110        END-IF
005120        PERFORM 3400-WRITE-SNAPSHOT-RECORD THRU 3400-EXIT
005130        PERFORM 3200-READ-MASTER THRU 3200-EXIT
005140        GO TO 3300-EXIT
005150     END-IF
005160     IF MASTER-MATCH-KEY = PRIOR-MATCH-KEY
005170        PERFORM 3400-WRITE-SNAPSHOT-RECORD THRU 3400-EXIT
005180        PERFORM 3200-READ-MASTER THRU 3200-EXIT
005190        PERFORM 3100-READ-PRIOR-SNAPSHOT THRU 3100-EXIT
005200        GO TO 3300-EXIT
005210     END-IF
005220     ADD 1 TO CLOSED-COUNT
005230     PERFORM 3100-READ-PRIOR-SNAPSHOT THRU 3100-EXIT.
005240 3300-EXIT.
005250     EXIT.
005260*--------------------------------------------------------------*
005270* 3400-WRITE-SNAPSHOT-RECORD - WRITES THE CURRENT ITEMMST ACCOUNT
005280* TO THE NEW SNAPSHOT AND POSTS IT TO THE MONTH'S COUNT, TOTAL
005290* AND AMOUNT BAND, BANDED AS BUBBLESORT'S 3400 BANDS AN ITEM.
005300*--------------------------------------------------------------*
005310 3400-WRITE-SNAPSHOT-RECORD.
005320     MOVE SPACES TO HISTORY-SCRATCH-RECORD
005330     MOVE CLOSE-MONTH           TO HS-MONTH-END
005340     SET HS-DETAIL-RECORD TO TRUE
005350     MOVE IM-ITEM-KEY           TO HS-ITEM-KEY
005360     MOVE IM-ITEM-DATA          TO HS-ITEM-DATA
005370     MOVE IM-LAST-ACTIVITY-DATE TO HS-LAST-ACTIVITY-DATE
005380     WRITE HISTORY-SCRATCH-RECORD
005390     ADD 1 TO ACCOUNT-COUNT
005400     ADD IM-ITEM-DATA TO ACCOUNT-TOTAL
005410     IF IM-ITEM-DATA < 100
005420        SET BAND-IDX TO 1
005430     ELSE
005440        IF IM-ITEM-DATA < 1000
005450           SET BAND-IDX TO 2
005460        ELSE
005470           IF IM-ITEM-DATA < 10000
005480              SET BAND-IDX TO 3
005490           ELSE
005500              SET BAND-IDX TO 4
005510           END-IF
005520        END-IF
005530     END-IF
005540     ADD 1 TO SB-BAND-COUNT (BAND-IDX)
005550     ADD IM-ITEM-DATA TO SB-BAND-TOTAL (BAND-IDX).
005560 3400-EXIT.
005570     EXIT.
005580*--------------------------------------------------------------*
005590* 3500-WRITE-MONTH-SUMMARY - WRITES THE 'S' RECORD THAT CLOSES
005600* THE NEW MONTH-END ON THE SCRATCH FILE.
005610*--------------------------------------------------------------*
005620 3500-WRITE-MONTH-SUMMARY.
005630     ACCEPT RUN-TIME-NOW FROM TIME
005640     MOVE SPACES TO HISTORY-SCRATCH-RECORD
005650     MOVE CLOSE-MONTH     TO HS-MONTH-END
005660     SET HS-SUMMARY-RECORD TO TRUE
005670     MOVE RUN-DATE-NUMBER TO HS-CLOSE-DATE
005680     MOVE RUN-TIME-NOW    TO HS-CLOSE-TIME
005690     MOVE ACCOUNT-COUNT   TO HS-ACCOUNT-COUNT
005700     MOVE ACCOUNT-TOTAL   TO HS-AMOUNT-TOTAL
005710     MOVE OPENED-COUNT    TO HS-OPENED-COUNT
005720     MOVE CLOSED-COUNT    TO HS-CLOSED-COUNT
005730     IF PRIOR-MONTH-ON-FILE
005740        SET HS-PRIOR-MONTH-FOUND TO TRUE
005750     ELSE
005760        SET HS-NO-PRIOR-MONTH TO TRUE
005770     END-IF
005780     IF MONTH-BEING-RERUN
005790        SET HS-OVERRIDE-CLOSE TO TRUE
005800        MOVE CP-OPERATOR-ID TO HS-OPERATOR-ID
005810     ELSE
005820        SET HS-FIRST-CLOSE TO TRUE
005830     END-IF
005840     PERFORM 3600-MOVE-BAND-SUMMARY THRU 3600-EXIT
005850        VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
005860     WRITE HISTORY-SCRATCH-RECORD.
005870 3500-EXIT.
005880     EXIT.
005890*--------------------------------------------------------------*
005900* 3600-MOVE-BAND-SUMMARY - MOVES ONE AMOUNT BAND'S COUNT AND
005910* TOTAL TO THE SUMMARY RECORD.
005920*--------------------------------------------------------------*
005930 3600-MOVE-BAND-SUMMARY.
005940     MOVE SB-BAND-COUNT (BAND-IDX) TO HS-BAND-COUNT (BAND-IDX)
005950     MOVE SB-BAND-TOTAL (BAND-IDX) TO HS-BAND-TOTAL (BAND-IDX).
005960 3600-EXIT.
005970     EXIT.
005980*--------------------------------------------------------------*
005990* 4000-SAVE-HISTORY - SAVES THE MTHHIST ABOUT TO BE REPLACED AS
006000* A GENERATION (GENSAVE).  NO MTHHIST YET LEAVES NOTHING TO
006010* SAVE.  A HISTORY THAT CANNOT BE SAVED IS NOT REPLACED.
006020*--------------------------------------------------------------*
006030 4000-SAVE-HISTORY.
006040     IF HISTORY-WAS-ABSENT
006050        GO TO 4000-EXIT
006060     END-IF
006070     MOVE ZERO TO RETURN-CODE
006080     CALL "GENSAVE" USING GENERATION-BASE-NAME
006090        GENERATION-NAME-TAKEN
006100     CANCEL "GENSAVE"
006110     IF RETURN-CODE NOT = ZERO
006120        DISPLAY "MTHCLOSE: MTHHIST NOT SAVED - NOT REPLACED"
006130        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
006140     END-IF.
006150 4000-EXIT.
006160     EXIT.
006170*--------------------------------------------------------------*
006180* 5000-REPLACE-HISTORY - COPIES THE NEW HISTORY FROM THE SCRATCH
006190* FILE BACK ONTO MTHHIST, OPENED FOR OUTPUT SO THE OLD CONTENTS
006200* ARE REPLACED RATHER THAN APPENDED TO.
006210*--------------------------------------------------------------*
006220 5000-REPLACE-HISTORY.
006230     OPEN INPUT HISTORY-SCRATCH-FILE
006240     IF NOT HISTORY-SCRATCH-FILE-OK
006250        DISPLAY "MTHCLOSE: UNABLE TO REOPEN MTHHISTT - STATUS "
006260           HISTORY-SCRATCH-FILE-STATUS
006270        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
006280     END-IF
006290     OPEN OUTPUT HISTORY-FILE
006300     IF NOT HISTORY-FILE-OK
006310        DISPLAY "MTHCLOSE: UNABLE TO OPEN MTHHIST FOR OUTPUT - "
006320           "STATUS " HISTORY-FILE-STATUS
006330        DISPLAY "MTHCLOSE: NEW HISTORY LEFT ON MTHHISTT"
006340        CLOSE HISTORY-SCRATCH-FILE
006350        PERFORM 9000-REFUSE-CLOSE THRU 9000-EXIT
006360     END-IF
006370     SET SCRATCH-FILE-NOT-AT-END TO TRUE
006380     PERFORM UNTIL SCRATCH-FILE-AT-END
006390        READ HISTORY-SCRATCH-FILE
006400           AT END
006410              SET SCRATCH-FILE-AT-END TO TRUE
006420           NOT AT END
006430              MOVE HISTORY-SCRATCH-RECORD
006440                 TO MONTH-HISTORY-RECORD
006450              WRITE MONTH-HISTORY-RECORD
006460              ADD 1 TO HISTORY-RECORDS-COPIED
006470        END-READ
006480     END-PERFORM
006490     CLOSE HISTORY-SCRATCH-FILE
006500     CLOSE HISTORY-FILE.
006510 5000-EXIT.
006520     EXIT.
006530*--------------------------------------------------------------*
006540* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
006550* RUN-LOG FILE (RUNLOG.CPY).  RL-INPUT-COUNT IS THE NUMBER OF
006560* ACCOUNTS IN THE SNAPSHOT; RL-DETAIL NAMES THE MONTH-END AND
006570* MARKS AN OVERRIDE RUN, WHOSE OPERATOR IS IN RL-OPERATOR-ID.
006580*--------------------------------------------------------------*
006590 8000-WRITE-RUN-LOG-ENTRY.
006600     OPEN EXTEND RUN-LOG-FILE
006610     IF NOT RUN-LOG-FILE-OK
006620        OPEN OUTPUT RUN-LOG-FILE
006630     END-IF
006640     MOVE SPACES TO RUN-LOG-RECORD
006650     ACCEPT RUN-TIME-NOW FROM TIME
006660     MOVE CLOSE-MONTH     TO LD-CLOSE-MONTH
006670     IF MONTH-BEING-RERUN
006680        MOVE "OVERRIDE" TO LD-CLOSE-MODE
006690        MOVE CP-OPERATOR-ID TO RL-OPERATOR-ID
006700     END-IF
006710     MOVE "MTHCLOSE"      TO RL-PROGRAM-ID
006720     MOVE RUN-DATE-NUMBER TO RL-RUN-DATE
006730     MOVE RUN-TIME-NOW    TO RL-RUN-TIME
006740     MOVE ACCOUNT-COUNT   TO RL-INPUT-COUNT
006750     MOVE CLOSE-STATUS    TO RL-STATUS
006760     MOVE RUN-LOG-DETAIL  TO RL-DETAIL
006770     WRITE RUN-LOG-RECORD
006780     CLOSE RUN-LOG-FILE.
006790 8000-EXIT.
006800     EXIT.
006810*--------------------------------------------------------------*
006820* 9000-REFUSE-CLOSE - LOGS THE REFUSED CLOSE AS FAILED, SO
006830* RUNALERT REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.
006840*--------------------------------------------------------------*
006850 9000-REFUSE-CLOSE.
006860     MOVE "FAILED" TO CLOSE-STATUS
006870     MOVE ZERO TO ACCOUNT-COUNT
006880     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
006890     DISPLAY "MTHCLOSE: MONTH-END CLOSE REFUSED"
006900     MOVE 8 TO RETURN-CODE
006910     STOP RUN.
006920 9000-EXIT.
006930     EXIT.
006940
006950 END PROGRAM MTHCLOSE.
