000300*                    CMPRPT, AND A RUN WITH ANY SUCH RECORD LOGS
000310*                    "EXCEPTIONS" AND ENDS WITH CONDITION CODE 8
000320*                    SO THE COMPARISON IS KNOWN TO BE SUSPECT.
000330*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
000340*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
000350*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
000360*                    BLANK ON THIS PROGRAM'S ENTRIES.
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OLD-ITEM-FILE ASSIGN TO OLD-ITEM-FILE-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS OLD-ITEM-FILE-STATUS.
000440
000450     SELECT NEW-ITEM-FILE ASSIGN TO NEW-ITEM-FILE-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS NEW-ITEM-FILE-STATUS.
000480
000490     SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS COMPARE-REPORT-FILE-STATUS.
000520
000530     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RUN-LOG-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  OLD-ITEM-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 17 CHARACTERS.
000610 01  OLD-ITEM-RECORD.
000620     03  OI-ITEM-KEY        PIC 9(06).
000630     03  OI-ITEM-DATA       PIC 9(09)V99.
000640
000650 FD  NEW-ITEM-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 17 CHARACTERS.
000680 01  NEW-ITEM-RECORD.
000690     03  NI-ITEM-KEY        PIC 9(06).
000700     03  NI-ITEM-DATA       PIC 9(09)V99.
000710
000720 FD  COMPARE-REPORT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  COMPARE-REPORT-LINE        PIC X(80).
000760
000770 FD  RUN-LOG-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "RUNLOG.CPY".
000800 WORKING-STORAGE SECTION.
000810*--------------------------------------------------------------*
000820* SWITCHES - EACH INPUT FILE CARRIES TWO END SWITCHES: THE
000830* PHYSICAL END OF THE FILE, AND THE LOGICAL END OF ITS DETAIL
000840* RECORDS (ONE RECORD EARLIER, SINCE THE LAST RECORD IS THE
000850* CONTROL TRAILER AND IS NEVER COMPARED).
000860*--------------------------------------------------------------*
000870 01  OLD-FILE-EOF-SWITCH        PIC X(01).
000880     88  OLD-FILE-AT-END        VALUE 'Y'.
000890     88  OLD-FILE-NOT-AT-END    VALUE 'N'.
000900 01  OLD-DETAIL-EOF-SWITCH      PIC X(01).
000910     88  OLD-DETAIL-AT-END      VALUE 'Y'.
000920     88  OLD-DETAIL-NOT-AT-END  VALUE 'N'.
000930 01  NEW-FILE-EOF-SWITCH        PIC X(01).
000940     88  NEW-FILE-AT-END        VALUE 'Y'.
000950     88  NEW-FILE-NOT-AT-END    VALUE 'N'.
000960 01  NEW-DETAIL-EOF-SWITCH      PIC X(01).
000970     88  NEW-DETAIL-AT-END      VALUE 'Y'.
000980     88  NEW-DETAIL-NOT-AT-END  VALUE 'N'.
000990 01  OLD-ITEM-FILE-STATUS       PIC X(02).
001000     88  OLD-ITEM-FILE-OK       VALUE '00'.
001010 01  NEW-ITEM-FILE-STATUS       PIC X(02).
001020     88  NEW-ITEM-FILE-OK       VALUE '00'.
001030 01  COMPARE-REPORT-FILE-STATUS PIC X(02).
001040     88  COMPARE-REPORT-FILE-OK VALUE '00'.
001050 01  RUN-LOG-FILE-STATUS        PIC X(02).
001060     88  RUN-LOG-FILE-OK        VALUE '00'.
001070 01  OLD-ITEM-FILE-NAME         PIC X(08) VALUE "ITEMOLD".
001080 01  NEW-ITEM-FILE-NAME         PIC X(08) VALUE "ITEMNEW".
001090*--------------------------------------------------------------*
001100* CURRENT AND LOOKAHEAD RECORDS - THE LOOKAHEAD HOLDS THE RECORD
001110* MOST RECENTLY READ, WHICH IS NOT KNOWN TO BE A DETAIL RECORD
001120* UNTIL A FURTHER RECORD IS READ BEHIND IT.
001130*--------------------------------------------------------------*
001140 01  OLD-CURRENT-RECORD.
001150     03  OC-ITEM-KEY            PIC 9(06).
001160     03  OC-ITEM-DATA           PIC 9(09)V99.
001170 01  OLD-LOOKAHEAD-RECORD.
001180     03  OL-ITEM-KEY            PIC 9(06).
001190     03  OL-ITEM-DATA           PIC 9(09)V99.
001200 01  NEW-CURRENT-RECORD.
001210     03  NC-ITEM-KEY            PIC 9(06).
001220     03  NC-ITEM-DATA           PIC 9(09)V99.
001230 01  NEW-LOOKAHEAD-RECORD.
001240     03  NL-ITEM-KEY            PIC 9(06).
001250     03  NL-ITEM-DATA           PIC 9(09)V99.
001260*--------------------------------------------------------------*
001270* COUNTERS AND WORK AREAS
001280*--------------------------------------------------------------*
001290 77  OLD-RECORD-COUNT         PIC 9(06)    COMP VALUE ZERO.
001300 77  NEW-RECORD-COUNT         PIC 9(06)    COMP VALUE ZERO.
001310 77  NEW-ACCOUNT-COUNT        PIC 9(06)    COMP VALUE ZERO.
001320 77  DROPPED-ACCOUNT-COUNT    PIC 9(06)    COMP VALUE ZERO.
001330 77  CHANGED-ACCOUNT-COUNT    PIC 9(06)    COMP VALUE ZERO.
001340 77  UNCHANGED-ACCOUNT-COUNT  PIC 9(06)    COMP VALUE ZERO.
001350 77  DELTA-AMOUNT             PIC S9(10)V99 COMP-3 VALUE ZERO.
001360 77  OLD-PREVIOUS-KEY         PIC 9(06)    COMP VALUE ZERO.
001370 77  NEW-PREVIOUS-KEY         PIC 9(06)    COMP VALUE ZERO.
001380 77  SEQUENCE-ERROR-COUNT     PIC 9(06)    COMP VALUE ZERO.
001390*--------------------------------------------------------------*
001400* COMPARE REPORT WORK AREAS
001410*--------------------------------------------------------------*
001420 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
001430 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
001440 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
001450 01  RUN-DATE-TODAY.
001460     03  RUN-DATE-CCYY         PIC 9(04).
001470     03  RUN-DATE-MM           PIC 9(02).
001480     03  RUN-DATE-DD           PIC 9(02).
001490 77  RUN-TIME-NOW              PIC 9(08).
001500 01  REPORT-HEADING-LINE-1.
001510     03  FILLER                PIC X(28) VALUE
001520         "DAY-OVER-DAY ITEM COMPARISON".
001530     03  FILLER                PIC X(12) VALUE SPACES.
001540     03  FILLER                PIC X(05) VALUE "DATE:".
001550     03  RH-RUN-MM             PIC 99.
001560     03  FILLER                PIC X(01) VALUE "/".
001570     03  RH-RUN-DD             PIC 99.
001580     03  FILLER                PIC X(01) VALUE "/".
001590     03  RH-RUN-CCYY           PIC 9(04).
001600     03  FILLER                PIC X(05) VALUE SPACES.
001610     03  FILLER                PIC X(05) VALUE "PAGE:".
001620     03  RH-PAGE-NUMBER        PIC ZZZ9.
001630 01  REPORT-HEADING-LINE-2.
001640     03  FILLER                PIC X(07) VALUE "STATUS".
001650     03  FILLER                PIC X(02) VALUE SPACES.
001660     03  FILLER                PIC X(07) VALUE "ACCOUNT".
001670     03  FILLER                PIC X(03) VALUE SPACES.
001680     03  FILLER                PIC X(10) VALUE "OLD AMOUNT".
001690     03  FILLER                PIC X(06) VALUE SPACES.
001700     03  FILLER                PIC X(10) VALUE "NEW AMOUNT".
001710     03  FILLER                PIC X(09) VALUE SPACES.
001720     03  FILLER                PIC X(05) VALUE "DELTA".
001730 01  COMPARE-DETAIL-LINE.
001740     03  CD-STATUS             PIC X(07).
001750     03  FILLER                PIC X(02) VALUE SPACES.
001760     03  CD-ITEM-KEY           PIC ZZZZZ9.
001770     03  FILLER                PIC X(04) VALUE SPACES.
001780     03  CD-OLD-AMOUNT         PIC Z(8)9.99.
001790     03  FILLER                PIC X(04) VALUE SPACES.
001800     03  CD-NEW-AMOUNT         PIC Z(8)9.99.
001810     03  FILLER                PIC X(02) VALUE SPACES.
001820     03  CD-DELTA              PIC +(10)9.99.
001830 01  SUMMARY-COUNT-LINE.
001840     03  SC-LABEL              PIC X(28).
001850     03  SC-COUNT              PIC Z(5)9.
001860*--------------------------------------------------------------*
001870* OUT-OF-SEQUENCE EXCEPTION LINE - WRITTEN BY 1400-REPORT-
001880* SEQUENCE-ERROR WHEN A DETAIL KEY READS LOWER THAN THE ONE
001890* BEFORE IT ON THE SAME FILE.  BOTH INPUTS MUST BE IN ASCENDING
001900* KEY ORDER (AN ITEMSRT PRODUCED UNDER A SORTPARM AMOUNT OR
001910* DESCENDING SORT IS NOT), AND A MISORDERED INPUT WOULD MAKE
001920* EVERY ACCOUNT REPORT AS NEW/DROPPED, SO THE RUN IS FLAGGED
001930* RATHER THAN LEFT TO PRODUCE A GARBAGE COMPARISON QUIETLY.
001940*--------------------------------------------------------------*
001950 01  SEQUENCE-ERROR-LINE.
001960     03  FILLER                PIC X(04) VALUE "*** ".
001970     03  SQ-FILE-NAME          PIC X(08).
001980     03  FILLER                PIC X(21) VALUE
001990         " OUT OF SEQUENCE KEY".
002000     03  SQ-ITEM-KEY           PIC ZZZZZ9.
002010     03  FILLER                PIC X(16) VALUE " - EXCEPTION ***".
002020 PROCEDURE DIVISION.
002030*--------------------------------------------------------------*
002040* 0000-MAINLINE - OPENS THE TWO ITEM FILES AND THE REPORT, RUNS
002050* THE KEY-MATCHED COMPARISON, AND CLOSES OUT WITH THE SUMMARY
002060* COUNTS AND A RUN-LOG ENTRY.
002070*--------------------------------------------------------------*
002080 0000-MAINLINE.
002090     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002100     OPEN OUTPUT COMPARE-REPORT-FILE
002110     IF NOT COMPARE-REPORT-FILE-OK
002120        DISPLAY "ITEMCMP: UNABLE TO OPEN CMPRPT - STATUS "
002130           COMPARE-REPORT-FILE-STATUS
002140        STOP RUN
002150     END-IF
002160     MOVE LINES-PER-PAGE TO LINE-COUNT
002170
002180     PERFORM 1000-START-OLD-FILE THRU 1000-EXIT
002190     PERFORM 1100-START-NEW-FILE THRU 1100-EXIT
002200     PERFORM 2000-COMPARE-ITEMS THRU 2000-EXIT
002210     CLOSE OLD-ITEM-FILE
002220     CLOSE NEW-ITEM-FILE
002230
002240     PERFORM 5000-WRITE-COMPARE-SUMMARY THRU 5000-EXIT
002250     CLOSE COMPARE-REPORT-FILE
002260     DISPLAY "ITEMCMP: " NEW-ACCOUNT-COUNT " NEW, "
002270        DROPPED-ACCOUNT-COUNT " DROPPED, "
002280        CHANGED-ACCOUNT-COUNT " CHANGED"
002290     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002300     IF SEQUENCE-ERROR-COUNT NOT = ZERO
002310        MOVE 8 TO RETURN-CODE
002320     END-IF
002330     STOP RUN.
002340*--------------------------------------------------------------*
002350* 1000-START-OLD-FILE - OPENS THE OLD-SIDE FILE, PRIMES ITS
002360* LOOKAHEAD RECORD AND ADVANCES TO ITS FIRST DETAIL RECORD.
002370*--------------------------------------------------------------*
002380 1000-START-OLD-FILE.
002390     SET OLD-FILE-NOT-AT-END   TO TRUE
002400     SET OLD-DETAIL-NOT-AT-END TO TRUE
002410     OPEN INPUT OLD-ITEM-FILE
002420     IF NOT OLD-ITEM-FILE-OK
002430        DISPLAY "ITEMCMP: UNABLE TO OPEN " OLD-ITEM-FILE-NAME
002440           " - STATUS " OLD-ITEM-FILE-STATUS
002450        STOP RUN
002460     END-IF
002470     READ OLD-ITEM-FILE
002480        AT END
002490           SET OLD-FILE-AT-END   TO TRUE
002500           SET OLD-DETAIL-AT-END TO TRUE
002510     END-READ
002520     IF OLD-FILE-NOT-AT-END
002530        MOVE OI-ITEM-KEY  TO OL-ITEM-KEY
002540        MOVE OI-ITEM-DATA TO OL-ITEM-DATA
002550        PERFORM 1200-NEXT-OLD-DETAIL THRU 1200-EXIT
002560     END-IF.
002570 1000-EXIT.
002580     EXIT.
002590*--------------------------------------------------------------*
002600* 1100-START-NEW-FILE - OPENS THE NEW-SIDE FILE, PRIMES ITS
002610* LOOKAHEAD RECORD AND ADVANCES TO ITS FIRST DETAIL RECORD.
002620*--------------------------------------------------------------*
002630 1100-START-NEW-FILE.
002640     SET NEW-FILE-NOT-AT-END   TO TRUE
002650     SET NEW-DETAIL-NOT-AT-END TO TRUE
002660     OPEN INPUT NEW-ITEM-FILE
002670     IF NOT NEW-ITEM-FILE-OK
002680        DISPLAY "ITEMCMP: UNABLE TO OPEN " NEW-ITEM-FILE-NAME
002690           " - STATUS " NEW-ITEM-FILE-STATUS
002700        STOP RUN
002710     END-IF
002720     READ NEW-ITEM-FILE
002730        AT END
002740           SET NEW-FILE-AT-END   TO TRUE
002750           SET NEW-DETAIL-AT-END TO TRUE
002760     END-READ
002770     IF NEW-FILE-NOT-AT-END
002780        MOVE NI-ITEM-KEY  TO NL-ITEM-KEY
002790        MOVE NI-ITEM-DATA TO NL-ITEM-DATA
002800        PERFORM 1300-NEXT-NEW-DETAIL THRU 1300-EXIT
002810     END-IF.
002820 1100-EXIT.
002830     EXIT.
002840*--------------------------------------------------------------*
002850* 1200-NEXT-OLD-DETAIL - PROMOTES THE OLD-SIDE LOOKAHEAD RECORD
002860* TO THE CURRENT DETAIL RECORD, PROVIDED A FURTHER RECORD READS
002870* BEHIND IT.  WHEN NO FURTHER RECORD FOLLOWS, THE LOOKAHEAD WAS
002880* THE CONTROL TRAILER AND THE DETAIL STREAM IS AT ITS END.
002890*--------------------------------------------------------------*
002900 1200-NEXT-OLD-DETAIL.
002910     IF OLD-FILE-AT-END
002920        SET OLD-DETAIL-AT-END TO TRUE
002930        GO TO 1200-EXIT
002940     END-IF
002950     READ OLD-ITEM-FILE
002960        AT END
002970           SET OLD-FILE-AT-END   TO TRUE
002980           SET OLD-DETAIL-AT-END TO TRUE
002990           GO TO 1200-EXIT
003000     END-READ
003010     MOVE OL-ITEM-KEY  TO OC-ITEM-KEY
003020     MOVE OL-ITEM-DATA TO OC-ITEM-DATA
003030     MOVE OI-ITEM-KEY  TO OL-ITEM-KEY
003040     MOVE OI-ITEM-DATA TO OL-ITEM-DATA
003050     IF OC-ITEM-KEY < OLD-PREVIOUS-KEY
003060        MOVE OLD-ITEM-FILE-NAME TO SQ-FILE-NAME
003070        MOVE OC-ITEM-KEY TO SQ-ITEM-KEY
003080        PERFORM 1400-REPORT-SEQUENCE-ERROR THRU 1400-EXIT
003090     END-IF
003100     MOVE OC-ITEM-KEY TO OLD-PREVIOUS-KEY
003110     ADD 1 TO OLD-RECORD-COUNT.
003120 1200-EXIT.
003130     EXIT.
003140*--------------------------------------------------------------*
003150* 1300-NEXT-NEW-DETAIL - PROMOTES THE NEW-SIDE LOOKAHEAD RECORD
003160* TO THE CURRENT DETAIL RECORD, EXACTLY AS 1200 DOES FOR THE OLD
003170* SIDE.
003180*--------------------------------------------------------------*
003190 1300-NEXT-NEW-DETAIL.
003200     IF NEW-FILE-AT-END
003210        SET NEW-DETAIL-AT-END TO TRUE
003220        GO TO 1300-EXIT
003230     END-IF
003240     READ NEW-ITEM-FILE
003250        AT END
003260           SET NEW-FILE-AT-END   TO TRUE
003270           SET NEW-DETAIL-AT-END TO TRUE
003280           GO TO 1300-EXIT
003290     END-READ
003300     MOVE NL-ITEM-KEY  TO NC-ITEM-KEY
003310     MOVE NL-ITEM-DATA TO NC-ITEM-DATA
003320     MOVE NI-ITEM-KEY  TO NL-ITEM-KEY
003330     MOVE NI-ITEM-DATA TO NL-ITEM-DATA
003340     IF NC-ITEM-KEY < NEW-PREVIOUS-KEY
003350        MOVE NEW-ITEM-FILE-NAME TO SQ-FILE-NAME
003360        MOVE NC-ITEM-KEY TO SQ-ITEM-KEY
003370        PERFORM 1400-REPORT-SEQUENCE-ERROR THRU 1400-EXIT
003380     END-IF
003390     MOVE NC-ITEM-KEY TO NEW-PREVIOUS-KEY
003400     ADD 1 TO NEW-RECORD-COUNT.
003410 1300-EXIT.
003420     EXIT.
003430*--------------------------------------------------------------*
003440* 1400-REPORT-SEQUENCE-ERROR - WRITES THE OUT-OF-SEQUENCE
003450* EXCEPTION LINE THE CALLER HAS LOADED (FILE NAME AND KEY) TO
003460* CMPRPT AND THE CONSOLE.  THE COMPARISON CARRIES ON, BUT THE
003470* RUN LOGS "EXCEPTIONS" AND ENDS WITH CONDITION CODE 8 SO ITS
003480* OUTPUT IS KNOWN TO BE SUSPECT.
003490*--------------------------------------------------------------*
003500 1400-REPORT-SEQUENCE-ERROR.
003510     DISPLAY SEQUENCE-ERROR-LINE
003520     IF LINE-COUNT >= LINES-PER-PAGE
003530        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
003540     END-IF
003550     WRITE COMPARE-REPORT-LINE FROM SEQUENCE-ERROR-LINE
003560     ADD 1 TO LINE-COUNT
003570     ADD 1 TO SEQUENCE-ERROR-COUNT.
003580 1400-EXIT.
003590     EXIT.
003600*--------------------------------------------------------------*
003610* 2000-COMPARE-ITEMS - WALKS THE TWO KEY-ORDERED DETAIL STREAMS
003620* SIDE BY SIDE.  A KEY ON THE NEW SIDE ONLY IS A NEW ACCOUNT, A
003630* KEY ON THE OLD SIDE ONLY IS A DROPPED ACCOUNT, AND A KEY ON
003640* BOTH SIDES WITH A DIFFERENT AMOUNT IS A CHANGE.
003650*--------------------------------------------------------------*
003660 2000-COMPARE-ITEMS.
003670     PERFORM UNTIL OLD-DETAIL-AT-END AND NEW-DETAIL-AT-END
003680        IF NEW-DETAIL-AT-END
003690           OR (OLD-DETAIL-NOT-AT-END
003700              AND OC-ITEM-KEY < NC-ITEM-KEY)
003710           PERFORM 2200-REPORT-DROPPED THRU 2200-EXIT
003720           PERFORM 1200-NEXT-OLD-DETAIL THRU 1200-EXIT
003730        ELSE
003740           IF OLD-DETAIL-AT-END
003750              OR NC-ITEM-KEY < OC-ITEM-KEY
003760              PERFORM 2100-REPORT-NEW THRU 2100-EXIT
003770              PERFORM 1300-NEXT-NEW-DETAIL THRU 1300-EXIT
003780           ELSE
003790              IF OC-ITEM-DATA NOT = NC-ITEM-DATA
003800                 PERFORM 2300-REPORT-CHANGED THRU 2300-EXIT
003810              ELSE
003820                 ADD 1 TO UNCHANGED-ACCOUNT-COUNT
003830              END-IF
003840              PERFORM 1200-NEXT-OLD-DETAIL THRU 1200-EXIT
003850              PERFORM 1300-NEXT-NEW-DETAIL THRU 1300-EXIT
003860           END-IF
003870        END-IF
003880     END-PERFORM.
003890 2000-EXIT.
003900     EXIT.
003910*--------------------------------------------------------------*
003920* 2100-REPORT-NEW - PRINTS AN ACCOUNT PRESENT TODAY ONLY.
003930*--------------------------------------------------------------*
003940 2100-REPORT-NEW.
003950     MOVE SPACES TO COMPARE-DETAIL-LINE
003960     MOVE "NEW"     TO CD-STATUS
003970     MOVE NC-ITEM-KEY  TO CD-ITEM-KEY
003980     MOVE NC-ITEM-DATA TO CD-NEW-AMOUNT
003990     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT
004000     ADD 1 TO NEW-ACCOUNT-COUNT.
004010 2100-EXIT.
004020     EXIT.
004030*--------------------------------------------------------------*
004040* 2200-REPORT-DROPPED - PRINTS AN ACCOUNT PRESENT YESTERDAY ONLY.
004050*--------------------------------------------------------------*
004060 2200-REPORT-DROPPED.
004070     MOVE SPACES TO COMPARE-DETAIL-LINE
004080     MOVE "DROPPED" TO CD-STATUS
004090     MOVE OC-ITEM-KEY  TO CD-ITEM-KEY
004100     MOVE OC-ITEM-DATA TO CD-OLD-AMOUNT
004110     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT
004120     ADD 1 TO DROPPED-ACCOUNT-COUNT.
004130 2200-EXIT.
004140     EXIT.
004150*--------------------------------------------------------------*
004160* 2300-REPORT-CHANGED - PRINTS AN ACCOUNT WHOSE AMOUNT MOVED,
004170* WITH THE OLD AND NEW AMOUNTS AND THE SIGNED DELTA.
004180*--------------------------------------------------------------*
004190 2300-REPORT-CHANGED.
004200     MOVE SPACES TO COMPARE-DETAIL-LINE
004210     MOVE "CHANGED" TO CD-STATUS
004220     MOVE NC-ITEM-KEY  TO CD-ITEM-KEY
004230     MOVE OC-ITEM-DATA TO CD-OLD-AMOUNT
004240     MOVE NC-ITEM-DATA TO CD-NEW-AMOUNT
004250     SUBTRACT OC-ITEM-DATA FROM NC-ITEM-DATA
004260        GIVING DELTA-AMOUNT
004270     MOVE DELTA-AMOUNT TO CD-DELTA
004280     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT
004290     ADD 1 TO CHANGED-ACCOUNT-COUNT.
004300 2300-EXIT.
004310     EXIT.
004320*--------------------------------------------------------------*
004330* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
004340* RUN DATE, THE PAGE NUMBER AND THE COLUMN HEADINGS.
004350*--------------------------------------------------------------*
004360 3100-PRINT-REPORT-HEADING.
004370     ADD 1 TO PAGE-NUMBER
004380     MOVE ZERO TO LINE-COUNT
004390     MOVE RUN-DATE-MM   TO RH-RUN-MM
004400     MOVE RUN-DATE-DD   TO RH-RUN-DD
004410     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
004420     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
004430     WRITE COMPARE-REPORT-LINE FROM REPORT-HEADING-LINE-1
004440     MOVE SPACES TO COMPARE-REPORT-LINE
004450     WRITE COMPARE-REPORT-LINE
004460     WRITE COMPARE-REPORT-LINE FROM REPORT-HEADING-LINE-2
004470     ADD 2 TO LINE-COUNT.
004480 3100-EXIT.
004490     EXIT.
004500*--------------------------------------------------------------*
004510* 3200-WRITE-DETAIL-LINE - WRITES THE CURRENT COMPARE-DETAIL-LINE
004520* TO THE REPORT, STARTING A NEW PAGE FIRST IF THE CURRENT PAGE IS
004530* FULL.
004540*--------------------------------------------------------------*
004550 3200-WRITE-DETAIL-LINE.
004560     IF LINE-COUNT >= LINES-PER-PAGE
004570        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
004580     END-IF
004590     WRITE COMPARE-REPORT-LINE FROM COMPARE-DETAIL-LINE
004600     ADD 1 TO LINE-COUNT.
004610 3200-EXIT.
004620     EXIT.
004630*--------------------------------------------------------------*
004640* 5000-WRITE-COMPARE-SUMMARY - CLOSES THE REPORT OUT WITH THE
004650* RECORD AND DIFFERENCE COUNTS.
004660*--------------------------------------------------------------*
004670 5000-WRITE-COMPARE-SUMMARY.
004680     IF LINE-COUNT >= LINES-PER-PAGE
004690        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
004700     END-IF
004710     MOVE SPACES TO COMPARE-REPORT-LINE
004720     WRITE COMPARE-REPORT-LINE
004730     ADD 1 TO LINE-COUNT
004740
004750     MOVE "RECORDS ON OLD FILE:" TO SC-LABEL
004760     MOVE OLD-RECORD-COUNT TO SC-COUNT
004770     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004780
004790     MOVE "RECORDS ON NEW FILE:" TO SC-LABEL
004800     MOVE NEW-RECORD-COUNT TO SC-COUNT
004810     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004820
004830     MOVE "ACCOUNTS NEW TODAY:" TO SC-LABEL
004840     MOVE NEW-ACCOUNT-COUNT TO SC-COUNT
004850     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004860
004870     MOVE "ACCOUNTS DROPPED:" TO SC-LABEL
004880     MOVE DROPPED-ACCOUNT-COUNT TO SC-COUNT
004890     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004900
004910     MOVE "ACCOUNTS CHANGED:" TO SC-LABEL
004920     MOVE CHANGED-ACCOUNT-COUNT TO SC-COUNT
004930     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004940
004950     MOVE "ACCOUNTS UNCHANGED:" TO SC-LABEL
004960     MOVE UNCHANGED-ACCOUNT-COUNT TO SC-COUNT
004970     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004980
004990     MOVE "OUT-OF-SEQUENCE RECORDS:" TO SC-LABEL
005000     MOVE SEQUENCE-ERROR-COUNT TO SC-COUNT
005010     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
005020 5000-EXIT.
005030     EXIT.
005040*--------------------------------------------------------------*
005050* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
005060* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
005070*--------------------------------------------------------------*
005080 5100-WRITE-SUMMARY-LINE.
005090     IF LINE-COUNT >= LINES-PER-PAGE
005100        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
005110     END-IF
005120     WRITE COMPARE-REPORT-LINE FROM SUMMARY-COUNT-LINE
005130     ADD 1 TO LINE-COUNT.
005140 5100-EXIT.
005150     EXIT.
005160*--------------------------------------------------------------*
005170* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
005180* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE.
005190* THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST
005200* YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
005210*--------------------------------------------------------------*
005220 8000-WRITE-RUN-LOG-ENTRY.
005230     OPEN EXTEND RUN-LOG-FILE
005240     IF NOT RUN-LOG-FILE-OK
005250        OPEN OUTPUT RUN-LOG-FILE
005260     END-IF
005270     MOVE SPACES TO RUN-LOG-RECORD
005280     ACCEPT RUN-TIME-NOW FROM TIME
005290     MOVE "ITEMCMP "       TO RL-PROGRAM-ID
005300     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
005310     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
005320     MOVE NEW-RECORD-COUNT TO RL-INPUT-COUNT
005330     IF SEQUENCE-ERROR-COUNT = ZERO
005340        MOVE "COMPLETED"   TO RL-STATUS
005350     ELSE
005360        MOVE "EXCEPTIONS"  TO RL-STATUS
005370     END-IF
005380     WRITE RUN-LOG-RECORD
005390     CLOSE RUN-LOG-FILE.
005400 8000-EXIT.
005410     EXIT.
005420
005430 END PROGRAM ITEMCMP.
