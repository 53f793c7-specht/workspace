001140*                    BENEFIT IS VISIBLE.  A HIT REPRODUCES THE
001150*                    SAME FACTOUT/PRIMOUT OUTPUT AND CONTROL-
001160*                    REPORT COUNTS A MISS WOULD HAVE.
001170*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
001180*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
001190*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
001200*                    BLANK ON THIS PROGRAM'S ENTRIES.
001210*   2026-10-15  DO   THE OUTGOING FACTCACH IS NOW SAVED AS A
001220*                    DATED GENERATION THROUGH GENSAVE BEFORE
001230*                    7000-REWRITE-FACTOR-CACHE OVERWRITES IT.
001240*                    A CACHE THAT CANNOT BE SAVED IS LEFT AS IT
001250*                    WAS AND THE REWRITE IS SKIPPED WITH A
001260*                    WARNING, LIKE ANY OTHER CACHE FAILURE.
001270*--------------------------------------------------------------*
001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT NUMBER-FILE ASSIGN TO NUMBER-FILE-NAME
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS NUMBER-FILE-STATUS.
001340
001350     SELECT FACTOR-OUT-FILE ASSIGN TO FACTOR-OUT-FILE-NAME
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS FACTOR-OUT-FILE-STATUS.
001380
001390     SELECT PRIME-OUT-FILE ASSIGN TO PRIME-OUT-FILE-NAME
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS PRIME-OUT-FILE-STATUS.
001420
001430     SELECT REJECT-OUT-FILE ASSIGN TO REJECT-OUT-FILE-NAME
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS REJECT-OUT-FILE-STATUS.
001460
001470     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS RUN-LOG-FILE-STATUS.
001500
001510     SELECT FACT-REPORT-FILE ASSIGN TO FACT-REPORT-FILE-NAME
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS FACT-REPORT-FILE-STATUS.
001540
001550     SELECT FACTOR-CACHE-FILE ASSIGN TO "FACTCACH"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS FACTOR-CACHE-FILE-STATUS.
001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  NUMBER-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 10 CHARACTERS.
001630 01  NUMBER-FILE-RECORD.
001640     03  NUMBER-IN-VALUE    PIC 9(10).
001650
001660 FD  FACTOR-OUT-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 132 CHARACTERS.
001690 01  FACTOR-OUT-RECORD      PIC X(132).
001700
001710 FD  PRIME-OUT-FILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 10 CHARACTERS.
001740 01  PRIME-OUT-RECORD       PIC 9(10).
001750
001760 FD  REJECT-OUT-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 60 CHARACTERS.
001790 01  REJECT-OUT-RECORD.
001800     03  RJ-NUMBER-IN-VALUE     PIC 9(10).
001810     03  FILLER                 PIC X(02).
001820     03  RJ-REASON              PIC X(48).
001830
001840 FD  RUN-LOG-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY "RUNLOG.CPY".
001870
001880 FD  FACT-REPORT-FILE
001890     LABEL RECORDS ARE STANDARD
001900     RECORD CONTAINS 80 CHARACTERS.
001910 01  FACT-REPORT-LINE           PIC X(80).
001920
001930*--------------------------------------------------------------*
001940* FACTOR-CACHE-FILE (FACTCACH) - PERSISTENT CACHE OF PREVIOUSLY
001950* FACTORED NUMBERS, ONE RECORD PER DISTINCT NUMBER, CARRYING THE
001960* FINISHED FACTOR-OUT LINE, THE PRIME/COMPOSITE FLAG AND THE
001970* FACTOR COUNT (SO THE CONTROL-REPORT AVERAGES STAY RIGHT ON A
001980* CACHE HIT).  LOADED AT THE START OF EACH RUN AND REWRITTEN AT
001990* THE END WITH THE RUN'S NEW NUMBERS MERGED IN.  IT IS SHARED BY
002000* EVERY FACTORS RUN, SO UNLIKE THE FIVE PER-RUN FILES ABOVE IT
002010* IS NOT NAME-OVERRIDABLE THROUGH LINKAGE.
002020*--------------------------------------------------------------*
002030 FD  FACTOR-CACHE-FILE
002040     LABEL RECORDS ARE STANDARD
002050     RECORD CONTAINS 153 CHARACTERS.
002060 01  FACTOR-CACHE-RECORD.
002070     03  FC-NUMBER              PIC 9(10).
002080     03  FILLER                 PIC X(02).
002090     03  FC-PRIME-FLAG          PIC X(01).
002100     03  FILLER                 PIC X(02).
002110     03  FC-FACTOR-COUNT        PIC 9(04).
002120     03  FILLER                 PIC X(02).
002130     03  FC-FACTOR-LINE         PIC X(132).
002140 WORKING-STORAGE SECTION.
002150*--------------------------------------------------------------*
002160* SWITCHES
002170*--------------------------------------------------------------*
002180 01  NUMBER-FILE-EOF-SWITCH  PIC X(01).
002190     88  NUMBER-FILE-AT-END     VALUE 'Y'.
002200     88  NUMBER-FILE-NOT-AT-END VALUE 'N'.
002210 01  NUMBER-FILE-STATUS      PIC X(02).
002220     88  NUMBER-FILE-OK      VALUE '00'.
002230 01  FACTOR-OUT-FILE-STATUS  PIC X(02).
002240     88  FACTOR-OUT-FILE-OK  VALUE '00'.
002250 01  PRIME-OUT-FILE-STATUS   PIC X(02).
002260     88  PRIME-OUT-FILE-OK   VALUE '00'.
002270 01  REJECT-OUT-FILE-STATUS  PIC X(02).
002280     88  REJECT-OUT-FILE-OK  VALUE '00'.
002290 01  RUN-LOG-FILE-STATUS     PIC X(02).
002300     88  RUN-LOG-FILE-OK     VALUE '00'.
002310 01  FACT-REPORT-FILE-STATUS PIC X(02).
002320     88  FACT-REPORT-FILE-OK VALUE '00'.
002330 01  FACTOR-CACHE-FILE-STATUS PIC X(02).
002340     88  FACTOR-CACHE-FILE-OK VALUE '00'.
002350 01  FACTOR-CACHE-EOF-SWITCH PIC X(01).
002360     88  FACTOR-CACHE-AT-END     VALUE 'Y'.
002370     88  FACTOR-CACHE-NOT-AT-END VALUE 'N'.
002380 01  NUMBER-FILE-NAME        PIC X(08) VALUE "NUMIN".
002390 01  FACTOR-OUT-FILE-NAME    PIC X(08) VALUE "FACTOUT".
002400 01  PRIME-OUT-FILE-NAME     PIC X(08) VALUE "PRIMOUT".
002410 01  REJECT-OUT-FILE-NAME    PIC X(08) VALUE "NUMREJ".
002420 01  FACT-REPORT-FILE-NAME   PIC X(08) VALUE "FACTRPT".
002430*--------------------------------------------------------------*
002440* RUN-LOG WORK AREAS
002450*--------------------------------------------------------------*
002460 77  NUMBERS-PROCESSED        PIC 9(06) COMP VALUE ZERO.
002470 01  RUN-DATE-TODAY           PIC 9(08).
002480 77  RUN-TIME-NOW             PIC 9(08).
002490 01  GENERATION-BASE-NAME     PIC X(08) VALUE "FACTCACH".
002500 01  GENERATION-NAME-TAKEN    PIC X(26) VALUE SPACES.
002510*--------------------------------------------------------------*
002520* PRIME-DETECTION WORK AREAS
002530*--------------------------------------------------------------*
002540 77  ORIGINAL-NUM             USAGE BINARY-DOUBLE VALUE ZERO.
002550 01  FACTOR-FOUND-SWITCH      PIC X(01).
002560     88  FACTOR-WAS-FOUND     VALUE 'Y'.
002570     88  FACTOR-NOT-FOUND     VALUE 'N'.
002580*--------------------------------------------------------------*
002590* PRIME/COMPOSITE CONTROL REPORT WORK AREAS
002600*--------------------------------------------------------------*
002610 77  PRIME-COUNT              PIC 9(06) COMP VALUE ZERO.
002620 77  COMPOSITE-COUNT          PIC 9(06) COMP VALUE ZERO.
002630 77  LARGEST-PRIME            USAGE BINARY-DOUBLE VALUE ZERO.
002640 77  FACTOR-COUNT-THIS-NUMBER PIC 9(04) COMP VALUE ZERO.
002650 77  TOTAL-COMPOSITE-FACTORS  PIC 9(09) COMP VALUE ZERO.
002660 77  AVERAGE-FACTORS-PER-COMP PIC 9(04)V99 COMP-3 VALUE ZERO.
002670*--------------------------------------------------------------*
002680* FACTOR-CACHE TABLE - THE FACTCACH FILE HELD IN STORAGE FOR THE
002690* RUN.  EACH NUMBER-IN-VALUE IS LOOKED UP HERE BEFORE THE DIVIDE
002700* LOOP RUNS; ONLY GENUINELY NEW NUMBERS ARE FACTORED, AND THOSE
002710* ARE ADDED TO THE TABLE AND REWRITTEN TO FACTCACH AT END OF
002720* RUN.  WHEN THE TABLE FILLS, NEW NUMBERS ARE STILL FACTORED AND
002730* WRITTEN TO FACTOUT AS ALWAYS - THEY ARE SIMPLY NOT CACHED.
002740*--------------------------------------------------------------*
002750 01  FACTOR-CACHE-TABLE.
002760     03  CACHE-ENTRY OCCURS 5000 TIMES INDEXED BY CACHE-IDX.
002770         05  CT-NUMBER          PIC 9(10).
002780         05  CT-PRIME-FLAG      PIC X(01).
002790         05  CT-FACTOR-COUNT    PIC 9(04) COMP.
002800         05  CT-FACTOR-LINE     PIC X(132).
002810 77  CACHE-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
002820 77  CACHE-TABLE-FULL-SWITCH  PIC X(01) VALUE 'N'.
002830     88  CACHE-TABLE-IS-FULL  VALUE 'Y'.
002840 01  CACHE-FOUND-SWITCH       PIC X(01).
002850     88  CACHE-HIT            VALUE 'Y'.
002860     88  CACHE-MISS           VALUE 'N'.
002870 77  CACHE-HIT-COUNT          PIC 9(06) COMP VALUE ZERO.
002880 77  CACHE-MISS-COUNT         PIC 9(06) COMP VALUE ZERO.
002890*--------------------------------------------------------------*
002900* CONTROL REPORT LINE LAYOUTS
002910*--------------------------------------------------------------*
002920 01  FACT-REPORT-HEADING.
002930     03  FILLER                 PIC X(24) VALUE
002940         "FACTORS CONTROL REPORT".
002950     03  FILLER                 PIC X(06) VALUE "DATE:".
002960     03  FRH-RUN-DATE           PIC 9(08).
002970 01  FACT-REPORT-COUNT-LINE.
002980     03  FRC-LABEL              PIC X(28).
002990     03  FRC-COUNT              PIC Z(5)9.
003000 01  FACT-REPORT-PRIME-LINE.
003010     03  FILLER                 PIC X(28) VALUE
003020         "LARGEST PRIME ENCOUNTERED:".
003030     03  FRP-VALUE              PIC Z(9)9.
003040 01  FACT-REPORT-AVERAGE-LINE.
003050     03  FILLER                 PIC X(28) VALUE
003060         "AVG FACTORS PER COMPOSITE:".
003070     03  FRA-VALUE              PIC ZZZ9.99.
003080*--------------------------------------------------------------*
003090* CALCULATING AREA - BINARY-DOUBLE SO A FULL PIC 9(10)
003100* NUMBER-IN-VALUE NEVER OVERFLOWS NUM ON THE MOVE IN.
003110*--------------------------------------------------------------*
003120 01  CALCULATING.
003130     03  NUM  USAGE BINARY-DOUBLE VALUE ZERO.
003140     03  LIM  USAGE BINARY-DOUBLE VALUE ZERO.
003150     03  CNT  USAGE BINARY-DOUBLE VALUE ZERO.
003160     03  DIV  USAGE BINARY-DOUBLE VALUE ZERO.
003170     03  REM  USAGE BINARY-DOUBLE VALUE ZERO.
003180     03  ZRS  USAGE BINARY-SHORT VALUE ZERO.
003190
003200 01  DISPLAYING.
003210     03  DIS  PIC 9(10) USAGE DISPLAY.
003220*--------------------------------------------------------------*
003230* OUTPUT LINE-BUILDING AREA
003240*--------------------------------------------------------------*
003250 01  FACTOR-LINE-WORK.
003260     03  FACTOR-LINE-POINTER  PIC 9(03) COMP VALUE 1.
003270     03  FACTOR-LINE-TEXT     PIC X(132).
003280 LINKAGE SECTION.
003290*--------------------------------------------------------------*
003300* THE FILE-NAME PARAMETERS BELOW ARE SUPPLIED ONLY WHEN BATCHDRV
003310* (OR SOME OTHER CALLING PROGRAM) INVOKES FACTORS AS A
003320* SUBPROGRAM TO SWEEP A PARTICULAR NUMBER-FILE.  RUN STANDALONE,
003330* NO PARAMETERS ARE PASSED AND THE COMPILE-TIME DEFAULTS OF THE
003340* FIVE *-FILE-NAME FIELDS ARE USED, EXACTLY AS BEFORE.  A
003350* PARAMETER THAT IS PASSED BUT SPACE-FILLED ALSO MEANS "USE THE
003360* COMPILE-TIME DEFAULT", SO A CALLER NEED NOT NAME EVERY FILE.
003370*--------------------------------------------------------------*
003380 01  LK-NUMBER-FILE-NAME       PIC X(08).
003390 01  LK-FACTOR-OUT-FILE-NAME   PIC X(08).
003400 01  LK-PRIME-OUT-FILE-NAME    PIC X(08).
003410 01  LK-REJECT-OUT-FILE-NAME   PIC X(08).
003420 01  LK-FACT-REPORT-FILE-NAME  PIC X(08).
003430 PROCEDURE DIVISION USING OPTIONAL LK-NUMBER-FILE-NAME
003440         OPTIONAL LK-FACTOR-OUT-FILE-NAME
003450         OPTIONAL LK-PRIME-OUT-FILE-NAME
003460         OPTIONAL LK-REJECT-OUT-FILE-NAME
003470         OPTIONAL LK-FACT-REPORT-FILE-NAME.
003480*--------------------------------------------------------------*
003490* 0000-MAINLINE - CONTROLS THE OVERALL BATCH FACTORING RUN.
003500*--------------------------------------------------------------*
003510 0000-MAINLINE.
003520     IF ADDRESS OF LK-NUMBER-FILE-NAME NOT = NULL
003530        IF LK-NUMBER-FILE-NAME NOT = SPACES
003540           MOVE LK-NUMBER-FILE-NAME TO NUMBER-FILE-NAME
003550        END-IF
003560     END-IF
003570     IF ADDRESS OF LK-FACTOR-OUT-FILE-NAME NOT = NULL
003580        IF LK-FACTOR-OUT-FILE-NAME NOT = SPACES
003590           MOVE LK-FACTOR-OUT-FILE-NAME TO FACTOR-OUT-FILE-NAME
003600        END-IF
003610     END-IF
003620     IF ADDRESS OF LK-PRIME-OUT-FILE-NAME NOT = NULL
003630        IF LK-PRIME-OUT-FILE-NAME NOT = SPACES
003640           MOVE LK-PRIME-OUT-FILE-NAME TO PRIME-OUT-FILE-NAME
003650        END-IF
003660     END-IF
003670     IF ADDRESS OF LK-REJECT-OUT-FILE-NAME NOT = NULL
003680        IF LK-REJECT-OUT-FILE-NAME NOT = SPACES
003690           MOVE LK-REJECT-OUT-FILE-NAME TO REJECT-OUT-FILE-NAME
003700        END-IF
003710     END-IF
003720     IF ADDRESS OF LK-FACT-REPORT-FILE-NAME NOT = NULL
003730        IF LK-FACT-REPORT-FILE-NAME NOT = SPACES
003740           MOVE LK-FACT-REPORT-FILE-NAME
003750              TO FACT-REPORT-FILE-NAME
003760        END-IF
003770     END-IF
003780     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
003790     SET NUMBER-FILE-NOT-AT-END TO TRUE
003800     OPEN INPUT  NUMBER-FILE
003810     IF NOT NUMBER-FILE-OK
003820        DISPLAY "FACTORS: UNABLE TO OPEN " NUMBER-FILE-NAME
003830           " - STATUS " NUMBER-FILE-STATUS
003840        MOVE 8 TO RETURN-CODE
003850        GOBACK
003860     END-IF
003870     OPEN OUTPUT FACTOR-OUT-FILE
003880     IF NOT FACTOR-OUT-FILE-OK
003890        DISPLAY "FACTORS: UNABLE TO OPEN " FACTOR-OUT-FILE-NAME
003900           " - STATUS " FACTOR-OUT-FILE-STATUS
003910        MOVE 8 TO RETURN-CODE
003920        CLOSE NUMBER-FILE
003930        GOBACK
003940     END-IF
003950     OPEN OUTPUT PRIME-OUT-FILE
003960     IF NOT PRIME-OUT-FILE-OK
003970        DISPLAY "FACTORS: UNABLE TO OPEN " PRIME-OUT-FILE-NAME
003980           " - STATUS " PRIME-OUT-FILE-STATUS
003990        MOVE 8 TO RETURN-CODE
004000        CLOSE NUMBER-FILE
004010        CLOSE FACTOR-OUT-FILE
004020        GOBACK
004030     END-IF
004040     OPEN OUTPUT REJECT-OUT-FILE
004050     IF NOT REJECT-OUT-FILE-OK
004060        DISPLAY "FACTORS: UNABLE TO OPEN " REJECT-OUT-FILE-NAME
004070           " - STATUS " REJECT-OUT-FILE-STATUS
004080        MOVE 8 TO RETURN-CODE
004090        CLOSE NUMBER-FILE
004100        CLOSE FACTOR-OUT-FILE
004110        CLOSE PRIME-OUT-FILE
004120        GOBACK
004130     END-IF
004140     OPEN OUTPUT FACT-REPORT-FILE
004150     IF NOT FACT-REPORT-FILE-OK
004160        DISPLAY "FACTORS: UNABLE TO OPEN " FACT-REPORT-FILE-NAME
004170           " - STATUS " FACT-REPORT-FILE-STATUS
004180        MOVE 8 TO RETURN-CODE
004190        CLOSE NUMBER-FILE
004200        CLOSE FACTOR-OUT-FILE
004210        CLOSE PRIME-OUT-FILE
004220        CLOSE REJECT-OUT-FILE
004230        GOBACK
004240     END-IF
004250
004260     PERFORM 0500-LOAD-FACTOR-CACHE THRU 0500-EXIT
004270
004280     PERFORM UNTIL NUMBER-FILE-AT-END
004290        READ NUMBER-FILE
004300           AT END
004310              SET NUMBER-FILE-AT-END TO TRUE
004320           NOT AT END
004330              ADD 1 TO NUMBERS-PROCESSED
004340                 ON SIZE ERROR
004350                    DISPLAY "*** NUMBERS-PROCESSED OVERFLOW ***"
004360              END-ADD
004370              MOVE NUMBER-IN-VALUE TO NUM
004380              PERFORM 1000-FACTOR-ONE-NUMBER THRU 1000-EXIT
004390        END-READ
004400     END-PERFORM
004410
004420     CLOSE NUMBER-FILE
004430     CLOSE FACTOR-OUT-FILE
004440     CLOSE PRIME-OUT-FILE
004450     CLOSE REJECT-OUT-FILE
004460     PERFORM 7000-REWRITE-FACTOR-CACHE THRU 7000-EXIT
004470     PERFORM 1300-WRITE-CONTROL-REPORT THRU 1300-EXIT
004480     CLOSE FACT-REPORT-FILE
004490     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
004500     GOBACK.
004510*--------------------------------------------------------------*
004520* 0500-LOAD-FACTOR-CACHE - LOADS THE PERSISTENT FACTCACH FILE
004530* INTO THE IN-STORAGE CACHE TABLE.  A MISSING FILE ONLY MEANS NO
004540* RUN HAS CACHED ANYTHING YET, SO THE RUN PROCEEDS WITH AN EMPTY
004550* CACHE - THE FILE IS AN ACCELERATOR, NOT A REQUIRED INPUT.
004560*--------------------------------------------------------------*
004570 0500-LOAD-FACTOR-CACHE.
004580     OPEN INPUT FACTOR-CACHE-FILE
004590     IF NOT FACTOR-CACHE-FILE-OK
004600        GO TO 0500-EXIT
004610     END-IF
004620     SET FACTOR-CACHE-NOT-AT-END TO TRUE
004630     PERFORM UNTIL FACTOR-CACHE-AT-END
004640        READ FACTOR-CACHE-FILE
004650           AT END
004660              SET FACTOR-CACHE-AT-END TO TRUE
004670           NOT AT END
004680              IF CACHE-ENTRY-COUNT >= 5000
004690                 SET CACHE-TABLE-IS-FULL TO TRUE
004700              ELSE
004710                 ADD 1 TO CACHE-ENTRY-COUNT
004720                 SET CACHE-IDX TO CACHE-ENTRY-COUNT
004730                 MOVE FC-NUMBER       TO CT-NUMBER (CACHE-IDX)
004740                 MOVE FC-PRIME-FLAG   TO
004750                    CT-PRIME-FLAG (CACHE-IDX)
004760                 MOVE FC-FACTOR-COUNT TO
004770                    CT-FACTOR-COUNT (CACHE-IDX)
004780                 MOVE FC-FACTOR-LINE  TO
004790                    CT-FACTOR-LINE (CACHE-IDX)
004800              END-IF
004810        END-READ
004820     END-PERFORM
004830     CLOSE FACTOR-CACHE-FILE.
004840 0500-EXIT.
004850     EXIT.
004860*--------------------------------------------------------------*
004870* 1000-FACTOR-ONE-NUMBER - RUNS THE CNT/DIV/REM FACTORING
004880* LOOP FOR ONE NUMBER AND WRITES ITS FACTOR LIST AS ONE RECORD
004890* ON FACTOR-OUT-FILE.  NUMBER-IN-VALUE IS CHECKED FOR CLASS AND
004900* NUM FOR MAGNITUDE BEFORE ANY OF THAT WORK IS DONE, SO NEITHER
004910* A MISTYPED NON-NUMERIC ENTRY NOR A VALUE BELOW 2 EVER REACHES
004920* THE DIVIDE LOOP.  A NUMBER ALREADY IN THE FACTOR CACHE IS
004930* SERVED FROM IT (1150/1250) AND NEVER REACHES THE DIVIDE LOOP
004940* EITHER; ONLY A GENUINE CACHE MISS IS FACTORED, AND ITS RESULT
004950* IS THEN ADDED TO THE CACHE (1400) FOR EVERY RUN AFTER THIS.
004960*--------------------------------------------------------------*
004970 1000-FACTOR-ONE-NUMBER.
004980     IF NUMBER-IN-VALUE NOT NUMERIC
004990        PERFORM 1050-REJECT-NON-NUMERIC THRU 1050-EXIT
005000        GO TO 1000-EXIT
005010     END-IF
005020
005030     IF NUM < 2
005040        PERFORM 1100-REJECT-NUMBER THRU 1100-EXIT
005050        GO TO 1000-EXIT
005060     END-IF
005070
005080     PERFORM 1150-LOOK-UP-CACHE THRU 1150-EXIT
005090     IF CACHE-HIT
005100        ADD 1 TO CACHE-HIT-COUNT
005110        PERFORM 1250-SERVE-FROM-CACHE THRU 1250-EXIT
005120        GO TO 1000-EXIT
005130     END-IF
005140     ADD 1 TO CACHE-MISS-COUNT
005150
005160     MOVE SPACES TO FACTOR-LINE-TEXT
005170     MOVE 1 TO FACTOR-LINE-POINTER
005180     MOVE NUM TO DIS
005190     PERFORM 2100-APPEND-DIS THRU 2100-EXIT
005200     STRING ": " DELIMITED BY SIZE
005210        INTO FACTOR-LINE-TEXT WITH POINTER FACTOR-LINE-POINTER
005220
005230     MOVE NUM TO ORIGINAL-NUM
005240     SET FACTOR-NOT-FOUND TO TRUE
005250     MOVE ZERO TO FACTOR-COUNT-THIS-NUMBER
005260     DIVIDE NUM BY 2 GIVING LIM
005270     PERFORM VARYING CNT FROM 2 BY 1 UNTIL CNT > LIM
005280         PERFORM WITH TEST AFTER UNTIL REM <> 0
005290             DIVIDE NUM BY CNT GIVING DIV REMAINDER REM
005300             IF REM = 0
005310                 MOVE CNT TO DIS
005320                 PERFORM 2100-APPEND-DIS THRU 2100-EXIT
005330                 MOVE DIV TO NUM
005340                 SET FACTOR-WAS-FOUND TO TRUE
005350                 ADD 1 TO FACTOR-COUNT-THIS-NUMBER
005360             END-IF
005370         END-PERFORM
005380     END-PERFORM
005390
005400     MOVE FACTOR-LINE-TEXT TO FACTOR-OUT-RECORD
005410     WRITE FACTOR-OUT-RECORD
005420     IF FACTOR-NOT-FOUND
005430        PERFORM 1200-WRITE-PRIME THRU 1200-EXIT
005440     ELSE
005450        ADD 1 TO COMPOSITE-COUNT
005460        ADD FACTOR-COUNT-THIS-NUMBER TO TOTAL-COMPOSITE-FACTORS
005470     END-IF
005480     PERFORM 1400-ADD-CACHE-ENTRY THRU 1400-EXIT.
005490 1000-EXIT.
005500     EXIT.
005510*--------------------------------------------------------------*
005520* 1150-LOOK-UP-CACHE - SEARCHES THE IN-STORAGE CACHE TABLE FOR
005530* THE CURRENT NUMBER-IN-VALUE, LEAVING CACHE-IDX ON THE MATCHED
005540* ENTRY WHEN ONE IS FOUND.
005550*--------------------------------------------------------------*
005560 1150-LOOK-UP-CACHE.
005570     SET CACHE-MISS TO TRUE
005580     PERFORM VARYING CACHE-IDX FROM 1 BY 1
005590        UNTIL CACHE-IDX > CACHE-ENTRY-COUNT
005600        IF CT-NUMBER (CACHE-IDX) = NUMBER-IN-VALUE
005610           SET CACHE-HIT TO TRUE
005620           EXIT PERFORM
005630        END-IF
005640     END-PERFORM.
005650 1150-EXIT.
005660     EXIT.
005670*--------------------------------------------------------------*
005680* 1250-SERVE-FROM-CACHE - REPRODUCES A CACHED NUMBER'S OUTPUT
005690* WITHOUT RUNNING THE DIVIDE LOOP: THE SAVED FACTOR LINE GOES TO
005700* FACTOR-OUT-FILE, AND A CACHED PRIME STILL GOES TO PRIME-OUT-
005710* FILE AND INTO THE CONTROL-REPORT COUNTS THROUGH THE SAME
005720* 1200-WRITE-PRIME PATH A FRESHLY FACTORED PRIME TAKES, SO THE
005730* RUN'S OUTPUTS ARE IDENTICAL WHETHER A NUMBER HIT OR MISSED.
005740*--------------------------------------------------------------*
005750 1250-SERVE-FROM-CACHE.
005760     MOVE CT-FACTOR-LINE (CACHE-IDX) TO FACTOR-OUT-RECORD
005770     WRITE FACTOR-OUT-RECORD
005780     IF CT-PRIME-FLAG (CACHE-IDX) = 'Y'
005790        MOVE NUM TO ORIGINAL-NUM
005800        PERFORM 1200-WRITE-PRIME THRU 1200-EXIT
005810     ELSE
005820        ADD 1 TO COMPOSITE-COUNT
005830        ADD CT-FACTOR-COUNT (CACHE-IDX)
005840           TO TOTAL-COMPOSITE-FACTORS
005850     END-IF.
005860 1250-EXIT.
005870     EXIT.
005880*--------------------------------------------------------------*
005890* 1400-ADD-CACHE-ENTRY - ADDS THE NUMBER JUST FACTORED TO THE
005900* IN-STORAGE CACHE TABLE SO IT IS NEVER FACTORED AGAIN.  A FULL
005910* TABLE ONLY MEANS THIS NUMBER STAYS UNCACHED - THE RUN'S OWN
005920* OUTPUT IS ALREADY WRITTEN.
005930*--------------------------------------------------------------*
005940 1400-ADD-CACHE-ENTRY.
005950     IF CACHE-ENTRY-COUNT >= 5000
005960        SET CACHE-TABLE-IS-FULL TO TRUE
005970        GO TO 1400-EXIT
005980     END-IF
005990     ADD 1 TO CACHE-ENTRY-COUNT
006000     SET CACHE-IDX TO CACHE-ENTRY-COUNT
006010     MOVE NUMBER-IN-VALUE TO CT-NUMBER (CACHE-IDX)
006020     IF FACTOR-NOT-FOUND
006030        MOVE 'Y' TO CT-PRIME-FLAG (CACHE-IDX)
006040     ELSE
006050        MOVE 'N' TO CT-PRIME-FLAG (CACHE-IDX)
006060     END-IF
006070     MOVE FACTOR-COUNT-THIS-NUMBER
006080        TO CT-FACTOR-COUNT (CACHE-IDX)
006090     MOVE FACTOR-LINE-TEXT TO CT-FACTOR-LINE (CACHE-IDX).
006100 1400-EXIT.
006110     EXIT.
006120*--------------------------------------------------------------*
006130* 1050-REJECT-NON-NUMERIC - CALLED WHEN NUMBER-IN-VALUE CONTAINS
006140* SOMETHING OTHER THAN DIGITS (A MISTYPED ENTRY ON NUMBER-FILE).
006150* NUM WAS LOADED FROM THE SAME BYTES AND CANNOT BE TRUSTED FOR
006160* ANY ARITHMETIC OR MAGNITUDE TEST, SO THE RAW FIELD IS ECHOED
006170* INSTEAD.  THE REJECT LINE GOES TO REJECT-OUT-FILE (NUMREJ),
006180* NOT FACTOR-OUT-FILE, SO A BAD BATCH CAN BE ISOLATED AND
006190* RESUBMITTED WITHOUT TOUCHING THE GOOD FACTOR LISTS ON FACTOUT.
006200*--------------------------------------------------------------*
006210 1050-REJECT-NON-NUMERIC.
006220     DISPLAY "FACTORS: REJECTED VALUE " NUMBER-IN-VALUE
006230        " - NOT NUMERIC"
006240     MOVE SPACES TO REJECT-OUT-RECORD
006250     MOVE NUMBER-IN-VALUE TO RJ-NUMBER-IN-VALUE
006260     MOVE "*** INVALID - VALUE IS NOT NUMERIC ***" TO RJ-REASON
006270     WRITE REJECT-OUT-RECORD.
006280 1050-EXIT.
006290     EXIT.
006300*--------------------------------------------------------------*
006310* 1100-REJECT-NUMBER - CALLED WHEN NUM IS LESS THAN 2.  SUCH A
006320* VALUE HAS NO FACTORS WORTH COMPUTING AND WOULD LEAVE LIM AT
006330* ZERO OR NEGATIVE, SO THE DIVIDE/PERFORM LOOP ABOVE IS SKIPPED
006340* ENTIRELY AND AN ERROR IS REPORTED INSTEAD OF A FACTOR LIST.
006350* NUM CAN ONLY BE 0 OR 1 HERE (A TRUE NEGATIVE VALUE IS CAUGHT
006360* AS NON-NUMERIC ABOVE SINCE NUMBER-IN-VALUE IS UNSIGNED), SO DIS
006370* IS DISPLAYED UNSIGNED LIKE EVERYWHERE ELSE IN THIS PROGRAM.
006380*--------------------------------------------------------------*
006390 1100-REJECT-NUMBER.
006400     MOVE NUM TO DIS
006410     DISPLAY "FACTORS: REJECTED NUMBER " DIS
006420        " - MUST BE 2 OR GREATER"
006430     MOVE SPACES TO REJECT-OUT-RECORD
006440     MOVE DIS TO RJ-NUMBER-IN-VALUE
006450     MOVE "*** INVALID - NUMBER MUST BE 2 OR GREATER ***"
006460        TO RJ-REASON
006470     WRITE REJECT-OUT-RECORD.
006480 1100-EXIT.
006490     EXIT.
006500*--------------------------------------------------------------*
006510* 1200-WRITE-PRIME - CALLED WHEN THE FACTORING LOOP FOUND NO
006520* DIVISOR FOR THE NUMBER, MEANING IT IS PRIME.  THE ORIGINAL
006530* NUMBER (BEFORE THE LOOP DIVIDED IT DOWN) IS WRITTEN TO
006540* PRIME-OUT-FILE.
006550*--------------------------------------------------------------*
006560 1200-WRITE-PRIME.
006570     MOVE ORIGINAL-NUM TO PRIME-OUT-RECORD
006580     WRITE PRIME-OUT-RECORD
006590     ADD 1 TO PRIME-COUNT
006600     IF ORIGINAL-NUM > LARGEST-PRIME
006610        MOVE ORIGINAL-NUM TO LARGEST-PRIME
006620     END-IF.
006630 1200-EXIT.
006640     EXIT.
006650*--------------------------------------------------------------*
006660* 1300-WRITE-CONTROL-REPORT - WRITES THE RUN'S PRIME/COMPOSITE
006670* CONTROL REPORT TO FACT-REPORT-FILE (FACTRPT): COUNT OF PRIMES
006680* VS COMPOSITES, THE LARGEST PRIME ENCOUNTERED, AND THE AVERAGE
006690* NUMBER OF FACTORS PER COMPOSITE.
006700*--------------------------------------------------------------*
006710 1300-WRITE-CONTROL-REPORT.
006720     MOVE RUN-DATE-TODAY TO FRH-RUN-DATE
006730     WRITE FACT-REPORT-LINE FROM FACT-REPORT-HEADING
006740     MOVE SPACES TO FACT-REPORT-LINE
006750     WRITE FACT-REPORT-LINE
006760
006770     MOVE "PRIMES FOUND:" TO FRC-LABEL
006780     MOVE PRIME-COUNT TO FRC-COUNT
006790     WRITE FACT-REPORT-LINE FROM FACT-REPORT-COUNT-LINE
006800
006810     MOVE "COMPOSITES FOUND:" TO FRC-LABEL
006820     MOVE COMPOSITE-COUNT TO FRC-COUNT
006830     WRITE FACT-REPORT-LINE FROM FACT-REPORT-COUNT-LINE
006840
006850     MOVE LARGEST-PRIME TO FRP-VALUE
006860     WRITE FACT-REPORT-LINE FROM FACT-REPORT-PRIME-LINE
006870
006880     IF COMPOSITE-COUNT NOT = ZERO
006890        DIVIDE TOTAL-COMPOSITE-FACTORS BY COMPOSITE-COUNT
006900           GIVING AVERAGE-FACTORS-PER-COMP ROUNDED
006910     ELSE
006920        MOVE ZERO TO AVERAGE-FACTORS-PER-COMP
006930     END-IF
006940     MOVE AVERAGE-FACTORS-PER-COMP TO FRA-VALUE
006950     WRITE FACT-REPORT-LINE FROM FACT-REPORT-AVERAGE-LINE
006960
006970     MOVE "CACHE HITS:" TO FRC-LABEL
006980     MOVE CACHE-HIT-COUNT TO FRC-COUNT
006990     WRITE FACT-REPORT-LINE FROM FACT-REPORT-COUNT-LINE
007000
007010     MOVE "CACHE MISSES (FACTORED):" TO FRC-LABEL
007020     MOVE CACHE-MISS-COUNT TO FRC-COUNT
007030     WRITE FACT-REPORT-LINE FROM FACT-REPORT-COUNT-LINE
007040
007050     MOVE "NUMBERS ON CACHE:" TO FRC-LABEL
007060     MOVE CACHE-ENTRY-COUNT TO FRC-COUNT
007070     WRITE FACT-REPORT-LINE FROM FACT-REPORT-COUNT-LINE
007080
007090     IF CACHE-TABLE-IS-FULL
007100        MOVE "*** CACHE TABLE FULL - NEW NUMBERS NOT CACHED"
007110           TO FACT-REPORT-LINE
007120        WRITE FACT-REPORT-LINE
007130     END-IF.
007140 1300-EXIT.
007150     EXIT.
007160*--------------------------------------------------------------*
007170* 2100-APPEND-DIS - APPENDS THE CURRENT DIS VALUE, WITH
007180* LEADING ZEROS SUPPRESSED, TO THE OUTPUT LINE BEING BUILT.
007190* THIS IS THE SAME LEADING-ZERO SUPPRESSION THE ORIGINAL
007200* CONSOLE SHODIS PARAGRAPH USED.
007210*--------------------------------------------------------------*
007220 2100-APPEND-DIS.
007230     MOVE ZERO TO ZRS
007240     INSPECT DIS TALLYING ZRS FOR LEADING ZERO
007250     STRING DIS (ZRS + 1:) DELIMITED BY SIZE
007260        " " DELIMITED BY SIZE
007270        INTO FACTOR-LINE-TEXT WITH POINTER FACTOR-LINE-POINTER.
007280 2100-EXIT.
007290     EXIT.
007300*--------------------------------------------------------------*
007310* 7000-REWRITE-FACTOR-CACHE - REWRITES FACTCACH FROM THE
007320* IN-STORAGE TABLE, WITH THIS RUN'S NEW NUMBERS MERGED IN BEHIND
007330* THE ENTRIES LOADED AT START OF RUN.  OPENED FOR OUTPUT SO THE
007340* FILE ALWAYS HOLDS EXACTLY ONE RECORD PER DISTINCT NUMBER.  AN
007350* UNWRITABLE CACHE COSTS ONLY THE CACHING - THE RUN'S REAL
007360* OUTPUTS ARE ALREADY ON FACTOUT AND PRIMOUT - SO IT IS WARNED,
007370* NOT FAILED.  THE OUTGOING CACHE IS SAVED AS A GENERATION
007380* (GENSAVE) FIRST; IF IT CANNOT BE SAVED IT IS NOT REWRITTEN.
007390*--------------------------------------------------------------*
007400 7000-REWRITE-FACTOR-CACHE.
007410     MOVE ZERO TO RETURN-CODE
007420     CALL "GENSAVE" USING GENERATION-BASE-NAME
007430        GENERATION-NAME-TAKEN
007440     CANCEL "GENSAVE"
007450     IF RETURN-CODE NOT = ZERO
007460        DISPLAY "FACTORS: FACTCACH NOT SAVED - CACHE NOT "
007470           "REWRITTEN"
007480        MOVE ZERO TO RETURN-CODE
007490        GO TO 7000-EXIT
007500     END-IF
007510     OPEN OUTPUT FACTOR-CACHE-FILE
007520     IF NOT FACTOR-CACHE-FILE-OK
007530        DISPLAY "FACTORS: UNABLE TO REWRITE FACTCACH - STATUS "
007540           FACTOR-CACHE-FILE-STATUS
007550        GO TO 7000-EXIT
007560     END-IF
007570     PERFORM VARYING CACHE-IDX FROM 1 BY 1
007580        UNTIL CACHE-IDX > CACHE-ENTRY-COUNT
007590        MOVE SPACES TO FACTOR-CACHE-RECORD
007600        MOVE CT-NUMBER (CACHE-IDX)       TO FC-NUMBER
007610        MOVE CT-PRIME-FLAG (CACHE-IDX)   TO FC-PRIME-FLAG
007620        MOVE CT-FACTOR-COUNT (CACHE-IDX) TO FC-FACTOR-COUNT
007630        MOVE CT-FACTOR-LINE (CACHE-IDX)  TO FC-FACTOR-LINE
007640        WRITE FACTOR-CACHE-RECORD
007650     END-PERFORM
007660     CLOSE FACTOR-CACHE-FILE.
007670 7000-EXIT.
007680     EXIT.
007690*--------------------------------------------------------------*
007700* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
007710* RUN-LOG FILE (RUNLOG.CPY) GIVING THE RUN DATE/TIME, THE
007720* NUMBER OF NUMBERS PROCESSED AND A COMPLETION STATUS.  THE
007730* FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST YET
007740* THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
007750*--------------------------------------------------------------*
007760 8000-WRITE-RUN-LOG-ENTRY.
007770     OPEN EXTEND RUN-LOG-FILE
007780     IF NOT RUN-LOG-FILE-OK
007790        OPEN OUTPUT RUN-LOG-FILE
007800     END-IF
007810     MOVE SPACES TO RUN-LOG-RECORD
007820     ACCEPT RUN-TIME-NOW FROM TIME
007830     MOVE "FACTORS "       TO RL-PROGRAM-ID
007840     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
007850     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
007860     MOVE NUMBERS-PROCESSED TO RL-INPUT-COUNT
007870     MOVE "COMPLETED"      TO RL-STATUS
007880     WRITE RUN-LOG-RECORD
007890     CLOSE RUN-LOG-FILE.
007900 8000-EXIT.
007910     EXIT.
007920
007930 END PROGRAM FACTORS.
