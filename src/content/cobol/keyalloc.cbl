000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    KEYALLOC.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL PROGRAM.  HANDS OUT NEW ACCOUNT
000100*                    KEYS FOR ITEMMST SO THE ACCOUNT-OPENING DESK
000110*                    NO LONGER MAKES THEM UP.  EACH REQUEST ON
000120*                    KEYREQ ASKS FOR A NUMBER OF KEYS ON BEHALF
000130*                    OF ONE REQUESTER.  A KEY IS ONLY HANDED OUT
000140*                    IF IT DIVIDES EVENLY BY THE SMALLEST PRIME
000150*                    ON PRIMMST (THE CHECK-DIGIT RULE BUBBLESORT
000160*                    APPLIES), IS NOT ALREADY ON ITEMMST AND HAS
000170*                    NEVER BEEN ALLOCATED BEFORE.  EVERY KEY
000180*                    ALLOCATED IS APPENDED TO THE ALLOCATION
000190*                    REGISTER (KEYREG) WITH ITS REQUESTER, DATE
000200*                    AND TIME, AND LISTED ON KEYLIST FOR THE
000210*                    DESK.  THE RANGE KEYS ARE DRAWN FROM AND
000220*                    THE LOW-RANGE WARNING LEVEL ARE TAKEN FROM
000230*                    THE OPTIONAL KEYPARM CONTROL RECORD; WHEN
000240*                    THE USABLE KEYS LEFT FALL BELOW THE WARNING
000250*                    LEVEL A WARNING FINDING IS PRINTED AND SHOWN
000260*                    ON THE CONSOLE, AND PARMCHEK REPEATS IT EACH
000270*                    NIGHT FROM THE REGISTER.
000280*   2026-10-15  DO   A KEYREG WRITE THAT FAILS NOW REFUSES THE
000290*                    RUN BEFORE THE KEY IS LISTED OR COUNTED.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT KEY-PARM-FILE ASSIGN TO "KEYPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS KEY-PARM-FILE-STATUS.
000370
000380     SELECT PRIME-MASTER-FILE ASSIGN TO "PRIMMST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PRIME-MASTER-FILE-STATUS.
000410
000420     SELECT MASTER-FILE ASSIGN TO "ITEMMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS IM-ITEM-KEY
000460         FILE STATUS IS MASTER-FILE-STATUS.
000470
000480     SELECT REGISTER-FILE ASSIGN TO "KEYREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS REGISTER-FILE-STATUS.
000510
000520     SELECT REQUEST-FILE ASSIGN TO "KEYREQ"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS REQUEST-FILE-STATUS.
000550
000560     SELECT LISTING-FILE ASSIGN TO "KEYLIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS LISTING-FILE-STATUS.
000590
000600     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RUN-LOG-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*--------------------------------------------------------------*
000660* KEY-PARM-RECORD - THE LOWEST AND HIGHEST KEY THE DESK MAY BE
000670* GIVEN AND THE NUMBER OF USABLE KEYS LEFT BELOW WHICH THE RANGE
000680* IS REPORTED AS RUNNING LOW.  WITHOUT THE FILE THE WHOLE KEY
000690* RANGE 000001-999999 IS USED AND THE WARNING LEVEL IS 1000.
000700*--------------------------------------------------------------*
000710 FD  KEY-PARM-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 20 CHARACTERS.
000740 01  KEY-PARM-RECORD.
000750     03  KP-RANGE-LOW           PIC X(06).
000760     03  KP-RANGE-LOW-N REDEFINES KP-RANGE-LOW
000770                                PIC 9(06).
000780     03  FILLER                 PIC X(01).
000790     03  KP-RANGE-HIGH          PIC X(06).
000800     03  KP-RANGE-HIGH-N REDEFINES KP-RANGE-HIGH
000810                                PIC 9(06).
000820     03  FILLER                 PIC X(01).
000830     03  KP-WARNING-LEVEL       PIC X(06).
000840     03  KP-WARNING-LEVEL-N REDEFINES KP-WARNING-LEVEL
000850                                PIC 9(06).
000860
000870 FD  PRIME-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 10 CHARACTERS.
000900 01  PRIME-MASTER-RECORD.
000910     03  PM-PRIME-VALUE         PIC 9(10).
000920
000930 FD  MASTER-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 25 CHARACTERS.
000960     COPY "ITEMMST.CPY".
000970
000980 FD  REGISTER-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 66 CHARACTERS.
001010     COPY "KEYREG.CPY".
001020
001030*--------------------------------------------------------------*
001040* KEY-REQUEST-RECORD - ONE PER REQUEST FROM THE DESK: WHO IS
001050* ASKING, HOW MANY KEYS, AND A FREE-FORM REFERENCE (BRANCH,
001060* APPLICATION BATCH) CARRIED ONTO THE REGISTER AND THE LISTING.
001070*--------------------------------------------------------------*
001080 FD  REQUEST-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 34 CHARACTERS.
001110 01  KEY-REQUEST-RECORD.
001120     03  KR-REQUESTER-ID        PIC X(08).
001130     03  FILLER                 PIC X(01).
001140     03  KR-KEY-COUNT           PIC X(04).
001150     03  KR-KEY-COUNT-N REDEFINES KR-KEY-COUNT
001160                                PIC 9(04).
001170     03  FILLER                 PIC X(01).
001180     03  KR-REFERENCE           PIC X(20).
001190
001200 FD  LISTING-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  LISTING-LINE               PIC X(80).
001240
001250 FD  RUN-LOG-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY "RUNLOG.CPY".
001280 WORKING-STORAGE SECTION.
001290*--------------------------------------------------------------*
001300* SWITCHES
001310*--------------------------------------------------------------*
001320 01  PRIME-MASTER-EOF-SWITCH    PIC X(01).
001330     88  PRIME-MASTER-AT-END    VALUE 'Y'.
001340     88  PRIME-MASTER-NOT-AT-END VALUE 'N'.
001350 01  REGISTER-FILE-EOF-SWITCH   PIC X(01).
001360     88  REGISTER-FILE-AT-END   VALUE 'Y'.
001370     88  REGISTER-FILE-NOT-AT-END VALUE 'N'.
001380 01  REQUEST-FILE-EOF-SWITCH    PIC X(01).
001390     88  REQUEST-FILE-AT-END    VALUE 'Y'.
001400     88  REQUEST-FILE-NOT-AT-END VALUE 'N'.
001410 01  MASTER-SCAN-SWITCH         PIC X(01).
001420     88  MASTER-SCAN-DONE       VALUE 'Y'.
001430     88  MASTER-SCAN-GOING      VALUE 'N'.
001440 01  CHECK-PRIME-SWITCH         PIC X(01).
001450     88  CHECK-PRIME-FOUND      VALUE 'Y'.
001460     88  CHECK-PRIME-MISSING    VALUE 'N'.
001470 01  CANDIDATE-SWITCH           PIC X(01).
001480     88  CANDIDATE-FREE         VALUE 'Y'.
001490     88  CANDIDATE-TAKEN        VALUE 'N'.
001500 01  RANGE-SWITCH               PIC X(01).
001510     88  RANGE-EXHAUSTED        VALUE 'Y'.
001520     88  RANGE-AVAILABLE        VALUE 'N'.
001530 01  KEY-PARM-FILE-STATUS       PIC X(02).
001540     88  KEY-PARM-FILE-OK       VALUE '00'.
001550 01  PRIME-MASTER-FILE-STATUS   PIC X(02).
001560     88  PRIME-MASTER-FILE-OK   VALUE '00'.
001570 01  MASTER-FILE-STATUS         PIC X(02).
001580     88  MASTER-FILE-OK         VALUE '00'.
001590     88  MASTER-KEY-NOT-FOUND   VALUE '23'.
001600 01  REGISTER-FILE-STATUS       PIC X(02).
001610     88  REGISTER-FILE-OK       VALUE '00'.
001620 01  REQUEST-FILE-STATUS        PIC X(02).
001630     88  REQUEST-FILE-OK        VALUE '00'.
001640 01  LISTING-FILE-STATUS        PIC X(02).
001650     88  LISTING-FILE-OK        VALUE '00'.
001660 01  RUN-LOG-FILE-STATUS        PIC X(02).
001670     88  RUN-LOG-FILE-OK        VALUE '00'.
001680*--------------------------------------------------------------*
001690* COUNTERS AND WORK AREAS
001700*--------------------------------------------------------------*
001710 77  REQUESTS-READ            PIC 9(06) COMP VALUE ZERO.
001720 77  REQUESTS-REJECTED        PIC 9(06) COMP VALUE ZERO.
001730 77  REQUESTS-SHORT           PIC 9(06) COMP VALUE ZERO.
001740 77  KEYS-REQUESTED           PIC 9(06) COMP VALUE ZERO.
001750 77  KEYS-ALLOCATED           PIC 9(06) COMP VALUE ZERO.
001760 77  KEYS-FOR-THIS-REQUEST    PIC 9(06) COMP VALUE ZERO.
001770 77  KEYS-SKIPPED             PIC 9(06) COMP VALUE ZERO.
001780 77  KEYS-REMAINING           PIC 9(06) COMP VALUE ZERO.
001790 77  KEYS-ON-FILE-IN-RANGE    PIC 9(06) COMP VALUE ZERO.
001800 77  REGISTER-COUNT           PIC 9(06) COMP VALUE ZERO.
001810 77  RANGE-LOW-KEY            PIC 9(06) VALUE 1.
001820 77  RANGE-HIGH-KEY           PIC 9(06) VALUE 999999.
001830 77  WARNING-LEVEL            PIC 9(06) VALUE 1000.
001840 77  HIGHEST-ALLOCATED-KEY    PIC 9(06) VALUE ZERO.
001850 77  ALLOCATED-KEY            PIC 9(06) VALUE ZERO.
001860*--------------------------------------------------------------*
001870* KEY ARITHMETIC IS CARRIED IN TEN DIGITS SO A CANDIDATE ONE
001880* PRIME PAST THE TOP OF THE SIX-DIGIT KEY RANGE CAN BE HELD AND
001890* TESTED AGAINST IT WITHOUT TRUNCATING.
001900*--------------------------------------------------------------*
001910 77  CHECK-PRIME-VALUE        PIC 9(10) COMP-3 VALUE ZERO.
001920 77  START-KEY                PIC 9(10) COMP-3 VALUE ZERO.
001930 77  NEXT-CANDIDATE           PIC 9(10) COMP-3 VALUE ZERO.
001940 77  KEY-WORK                 PIC 9(10) COMP-3 VALUE ZERO.
001950 77  KEY-QUOTIENT             PIC 9(10) COMP-3 VALUE ZERO.
001960 77  KEY-REMAINDER            PIC 9(10) COMP-3 VALUE ZERO.
001970 77  MULTIPLES-IN-RANGE       PIC 9(10) COMP-3 VALUE ZERO.
001980 77  MULTIPLES-BELOW-START    PIC 9(10) COMP-3 VALUE ZERO.
001990 01  ALLOCATION-STATUS        PIC X(10) VALUE SPACES.
002000 01  RUN-LOG-DETAIL.
002010     03  FILLER               PIC X(10) VALUE "KEYS LEFT".
002020     03  LD-KEYS-REMAINING    PIC ZZZZZ9.
002030     03  FILLER               PIC X(10) VALUE SPACES.
002040*--------------------------------------------------------------*
002050* LISTING WORK AREAS
002060*--------------------------------------------------------------*
002070 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
002080 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
002090 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
002100 01  RUN-DATE-NUMBER            PIC 9(08).
002110 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
002120     03  RUN-DATE-CCYY         PIC 9(04).
002130     03  RUN-DATE-MM           PIC 9(02).
002140     03  RUN-DATE-DD           PIC 9(02).
002150 77  RUN-TIME-NOW              PIC 9(08).
002160 01  REPORT-HEADING-LINE-1.
002170     03  FILLER                PIC X(30) VALUE
002180         "ACCOUNT KEY ALLOCATION LISTING".
002190     03  FILLER                PIC X(10) VALUE SPACES.
002200     03  FILLER                PIC X(05) VALUE "DATE:".
002210     03  RH-RUN-MM             PIC 99.
002220     03  FILLER                PIC X(01) VALUE "/".
002230     03  RH-RUN-DD             PIC 99.
002240     03  FILLER                PIC X(01) VALUE "/".
002250     03  RH-RUN-CCYY           PIC 9(04).
002260     03  FILLER                PIC X(05) VALUE SPACES.
002270     03  FILLER                PIC X(05) VALUE "PAGE:".
002280     03  RH-PAGE-NUMBER        PIC ZZZ9.
002290 01  REPORT-HEADING-LINE-2.
002300     03  FILLER                PIC X(12) VALUE "ACCOUNT KEY".
002310     03  FILLER                PIC X(14) VALUE "REQUESTED BY".
002320     03  FILLER                PIC X(09) VALUE "REFERENCE".
002330 01  REQUEST-HEADING-LINE.
002340     03  FILLER                PIC X(08) VALUE "REQUEST".
002350     03  RQ-REQUEST-NUMBER     PIC ZZZ9.
002360     03  FILLER                PIC X(05) VALUE "  BY ".
002370     03  RQ-REQUESTER-ID       PIC X(08).
002380     03  FILLER                PIC X(06) VALUE "  FOR ".
002390     03  RQ-KEY-COUNT          PIC ZZZ9.
002400     03  FILLER                PIC X(05) VALUE " KEYS".
002410 01  REQUEST-REJECT-LINE.
002420     03  FILLER                PIC X(08) VALUE "REQUEST".
002430     03  RR-REQUEST-NUMBER     PIC ZZZ9.
002440     03  FILLER                PIC X(13) VALUE
002450         "  REJECTED - ".
002460     03  RR-REASON             PIC X(40).
002470 01  SHORT-RANGE-TEXT.
002480     03  FILLER                PIC X(05) VALUE "ONLY ".
002490     03  SR-KEYS-REMAINING     PIC ZZZZZ9.
002500     03  FILLER                PIC X(17) VALUE
002510         " USABLE KEYS LEFT".
002520 01  REQUEST-SHORT-LINE.
002530     03  FILLER                PIC X(08) VALUE "REQUEST".
002540     03  RS-REQUEST-NUMBER     PIC ZZZ9.
002550     03  FILLER                PIC X(32) VALUE
002560         "  SHORT - RANGE RAN OUT AFTER".
002570     03  RS-KEYS-GIVEN         PIC ZZZ9.
002580     03  FILLER                PIC X(05) VALUE " KEYS".
002590 01  ALLOCATION-DETAIL-LINE.
002600     03  AD-ITEM-KEY           PIC 9(06).
002610     03  FILLER                PIC X(06) VALUE SPACES.
002620     03  AD-REQUESTER-ID       PIC X(08).
002630     03  FILLER                PIC X(06) VALUE SPACES.
002640     03  AD-REFERENCE          PIC X(20).
002650 01  NO-REQUEST-LINE.
002660     03  FILLER                PIC X(40) VALUE
002670         "NO KEY REQUESTS ON KEYREQ THIS RUN".
002680 01  SUMMARY-COUNT-LINE.
002690     03  SC-LABEL              PIC X(28).
002700     03  SC-COUNT              PIC Z(5)9.
002710*--------------------------------------------------------------*
002720* RANGE FINDING - PRINTED IN THE SAME STATUS / NAME / TEXT FORM
002730* AS A PARMCHEK FINDING SO OPERATIONS READS IT THE SAME WAY.
002740*--------------------------------------------------------------*
002750 01  CHECK-DETAIL-LINE.
002760     03  CK-STATUS             PIC X(09).
002770     03  CK-NAME               PIC X(08).
002780     03  FILLER                PIC X(02) VALUE SPACES.
002790     03  CK-TEXT               PIC X(55).
002800 01  LOW-RANGE-TEXT.
002810     03  FILLER                PIC X(05) VALUE "ONLY ".
002820     03  LR-KEYS-REMAINING     PIC ZZZZZ9.
002830     03  FILLER                PIC X(33) VALUE
002840         " USABLE KEYS LEFT - WARNING LEVEL".
002850     03  LR-WARNING-LEVEL      PIC ZZZZZ9.
002860 01  RANGE-OK-TEXT.
002870     03  OK-KEYS-REMAINING     PIC ZZZZZ9.
002880     03  FILLER                PIC X(26) VALUE
002890         " USABLE KEYS LEFT IN RANGE".
002900 PROCEDURE DIVISION.
002910*--------------------------------------------------------------*
002920* 0000-MAINLINE - SETS UP THE RANGE, THE CHECK PRIME AND THE
002930* HIGHEST KEY EVER ALLOCATED, COUNTS THE USABLE KEYS LEFT, THEN
002940* WORKS THROUGH KEYREQ ONE REQUEST AT A TIME.  KEYS ARE HANDED
002950* OUT IN ASCENDING ORDER ABOVE THE HIGHEST ONE ON THE REGISTER,
002960* SO NO KEY CAN EVER BE ALLOCATED TWICE.
002970*--------------------------------------------------------------*
002980 0000-MAINLINE.
002990     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
003000     PERFORM 0500-READ-KEY-PARM THRU 0500-EXIT
003010     PERFORM 0600-READ-CHECK-PRIME THRU 0600-EXIT
003020     PERFORM 0700-READ-ALLOCATION-REGISTER THRU 0700-EXIT
003030
003040     OPEN INPUT MASTER-FILE
003050     IF NOT MASTER-FILE-OK
003060        DISPLAY "KEYALLOC: UNABLE TO OPEN ITEMMST - STATUS "
003070           MASTER-FILE-STATUS
003080        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
003090     END-IF
003100     PERFORM 1000-COUNT-USABLE-KEYS THRU 1000-EXIT
003110
003120     OPEN INPUT REQUEST-FILE
003130     IF NOT REQUEST-FILE-OK
003140        DISPLAY "KEYALLOC: UNABLE TO OPEN KEYREQ - STATUS "
003150           REQUEST-FILE-STATUS
003160        CLOSE MASTER-FILE
003170        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
003180     END-IF
003190     OPEN OUTPUT LISTING-FILE
003200     IF NOT LISTING-FILE-OK
003210        DISPLAY "KEYALLOC: UNABLE TO OPEN KEYLIST - STATUS "
003220           LISTING-FILE-STATUS
003230        CLOSE MASTER-FILE REQUEST-FILE
003240        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
003250     END-IF
003260     OPEN EXTEND REGISTER-FILE
003270     IF NOT REGISTER-FILE-OK
003280        OPEN OUTPUT REGISTER-FILE
003290     END-IF
003300     IF NOT REGISTER-FILE-OK
003310        DISPLAY "KEYALLOC: UNABLE TO OPEN KEYREG - STATUS "
003320           REGISTER-FILE-STATUS
003330        CLOSE MASTER-FILE REQUEST-FILE LISTING-FILE
003340        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
003350     END-IF
003360     MOVE LINES-PER-PAGE TO LINE-COUNT
003370
003380     SET REQUEST-FILE-NOT-AT-END TO TRUE
003390     PERFORM UNTIL REQUEST-FILE-AT-END
003400        READ REQUEST-FILE
003410           AT END
003420              SET REQUEST-FILE-AT-END TO TRUE
003430           NOT AT END
003440              PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003450        END-READ
003460     END-PERFORM
003470     IF REQUESTS-READ = ZERO
003480        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
003490        WRITE LISTING-LINE FROM NO-REQUEST-LINE
003500        ADD 1 TO LINE-COUNT
003510     END-IF
003520     CLOSE REQUEST-FILE REGISTER-FILE MASTER-FILE
003530
003540     PERFORM 5000-WRITE-ALLOCATION-SUMMARY THRU 5000-EXIT
003550     PERFORM 6000-CHECK-KEY-RANGE THRU 6000-EXIT
003560     CLOSE LISTING-FILE
003570
003580     IF REQUESTS-REJECTED > ZERO OR REQUESTS-SHORT > ZERO
003590        MOVE "EXCEPTIONS" TO ALLOCATION-STATUS
003600     ELSE
003610        MOVE "COMPLETED" TO ALLOCATION-STATUS
003620     END-IF
003630     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
003640     DISPLAY "KEYALLOC: " KEYS-ALLOCATED " KEYS ALLOCATED, "
003650        REQUESTS-REJECTED " REQUESTS REJECTED"
003660     STOP RUN.
003670*--------------------------------------------------------------*
003680* 0500-READ-KEY-PARM - READS THE ALLOCATION RANGE AND WARNING
003690* LEVEL FROM KEYPARM.  A MISSING OR EMPTY FILE LEAVES THE
003700* DEFAULTS IN PLACE, AS BUBBLESORT DOES WITH SORTPARM.  A RECORD
003710* THAT IS PRESENT BUT NOT USABLE REFUSES THE RUN - WHOEVER KEYED
003720* IT EXPECTS IT TO TAKE EFFECT.
003730*--------------------------------------------------------------*
003740 0500-READ-KEY-PARM.
003750     OPEN INPUT KEY-PARM-FILE
003760     IF NOT KEY-PARM-FILE-OK
003770        GO TO 0500-EXIT
003780     END-IF
003790     READ KEY-PARM-FILE
003800        AT END
003810           CLOSE KEY-PARM-FILE
003820           GO TO 0500-EXIT
003830     END-READ
003840     CLOSE KEY-PARM-FILE
003850     IF KP-RANGE-LOW NOT NUMERIC
003860        OR KP-RANGE-HIGH NOT NUMERIC
003870        OR KP-WARNING-LEVEL NOT NUMERIC
003880        DISPLAY "KEYALLOC: KEYPARM RANGE OR WARNING LEVEL NOT "
003890           "NUMERIC"
003900        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
003910     END-IF
003920     IF KP-RANGE-LOW-N = ZERO
003930        OR KP-RANGE-HIGH-N < KP-RANGE-LOW-N
003940        DISPLAY "KEYALLOC: KEYPARM RANGE " KP-RANGE-LOW "-"
003950           KP-RANGE-HIGH " IS NOT A VALID KEY RANGE"
003960        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
003970     END-IF
003980     MOVE KP-RANGE-LOW-N     TO RANGE-LOW-KEY
003990     MOVE KP-RANGE-HIGH-N    TO RANGE-HIGH-KEY
004000     MOVE KP-WARNING-LEVEL-N TO WARNING-LEVEL.
004010 0500-EXIT.
004020     EXIT.
004030*--------------------------------------------------------------*
004040* 0600-READ-CHECK-PRIME - TAKES THE SMALLEST PRIME ON PRIMMST AS
004050* THE CHECK-DIGIT MODULUS, THE SAME WAY BUBBLESORT'S 0600 TAKES
004060* IT FROM PRIMOUT.  WITHOUT ONE NO KEY CAN BE PROVED TO PASS THE
004070* CHECK-DIGIT RULE, SO THE RUN IS REFUSED.
004080*--------------------------------------------------------------*
004090 0600-READ-CHECK-PRIME.
004100     SET CHECK-PRIME-MISSING TO TRUE
004110     OPEN INPUT PRIME-MASTER-FILE
004120     IF NOT PRIME-MASTER-FILE-OK
004130        DISPLAY "KEYALLOC: UNABLE TO OPEN PRIMMST - STATUS "
004140           PRIME-MASTER-FILE-STATUS
004150        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
004160     END-IF
004170     SET PRIME-MASTER-NOT-AT-END TO TRUE
004180     PERFORM UNTIL PRIME-MASTER-AT-END
004190        READ PRIME-MASTER-FILE
004200           AT END
004210              SET PRIME-MASTER-AT-END TO TRUE
004220           NOT AT END
004230              IF PM-PRIME-VALUE IS NUMERIC
004240                 AND PM-PRIME-VALUE > 1
004250                 IF CHECK-PRIME-MISSING
004260                    OR PM-PRIME-VALUE < CHECK-PRIME-VALUE
004270                    MOVE PM-PRIME-VALUE TO CHECK-PRIME-VALUE
004280                    SET CHECK-PRIME-FOUND TO TRUE
004290                 END-IF
004300              END-IF
004310        END-READ
004320     END-PERFORM
004330     CLOSE PRIME-MASTER-FILE
004340     IF CHECK-PRIME-MISSING
004350        DISPLAY "KEYALLOC: NO PRIME ON PRIMMST - NO CHECK-DIGIT "
004360           "MODULUS"
004370        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
004380     END-IF
004390     IF CHECK-PRIME-VALUE > RANGE-HIGH-KEY
004400        DISPLAY "KEYALLOC: CHECK PRIME " CHECK-PRIME-VALUE
004410           " IS ABOVE THE KEY RANGE"
004420        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
004430     END-IF.
004440 0600-EXIT.
004450     EXIT.
004460*--------------------------------------------------------------*
004470* 0700-READ-ALLOCATION-REGISTER - FINDS THE HIGHEST KEY EVER
004480* ALLOCATED.  NO REGISTER YET MEANS NOTHING HAS BEEN ALLOCATED.
004490* THE FIRST KEY CONSIDERED THIS RUN IS THE ONE ABOVE IT, OR THE
004500* BOTTOM OF THE RANGE IF THAT IS HIGHER, AND THE FIRST CANDIDATE
004510* IS THE FIRST MULTIPLE OF THE CHECK PRIME AT OR ABOVE THAT.
004520*--------------------------------------------------------------*
004530 0700-READ-ALLOCATION-REGISTER.
004540     OPEN INPUT REGISTER-FILE
004550     IF REGISTER-FILE-OK
004560        SET REGISTER-FILE-NOT-AT-END TO TRUE
004570        PERFORM UNTIL REGISTER-FILE-AT-END
004580           READ REGISTER-FILE
004590              AT END
004600                 SET REGISTER-FILE-AT-END TO TRUE
004610              NOT AT END
004620                 ADD 1 TO REGISTER-COUNT
004630                 IF KG-ITEM-KEY IS NUMERIC
004640                    AND KG-ITEM-KEY > HIGHEST-ALLOCATED-KEY
004650                    MOVE KG-ITEM-KEY TO HIGHEST-ALLOCATED-KEY
004660                 END-IF
004670           END-READ
004680        END-PERFORM
004690        CLOSE REGISTER-FILE
004700     END-IF
004710
004720     COMPUTE START-KEY = HIGHEST-ALLOCATED-KEY + 1
004730     IF START-KEY < RANGE-LOW-KEY
004740        MOVE RANGE-LOW-KEY TO START-KEY
004750     END-IF
004760     COMPUTE KEY-WORK = START-KEY - 1
004770     DIVIDE KEY-WORK BY CHECK-PRIME-VALUE GIVING KEY-QUOTIENT
004780     COMPUTE NEXT-CANDIDATE =
004790        (KEY-QUOTIENT + 1) * CHECK-PRIME-VALUE.
004800 0700-EXIT.
004810     EXIT.
004820*--------------------------------------------------------------*
004830* 1000-COUNT-USABLE-KEYS - THE USABLE KEYS LEFT ARE THE
004840* MULTIPLES OF THE CHECK PRIME FROM THE START KEY TO THE TOP OF
004850* THE RANGE, LESS THOSE ALREADY ON ITEMMST (OPENED OUTSIDE THE
004860* ALLOCATION PROCESS).  EACH KEY ALLOCATED THIS RUN TAKES ONE.
004870*--------------------------------------------------------------*
004880 1000-COUNT-USABLE-KEYS.
004890     MOVE ZERO TO KEYS-REMAINING
004900     MOVE ZERO TO KEYS-ON-FILE-IN-RANGE
004910     IF START-KEY > RANGE-HIGH-KEY
004920        GO TO 1000-EXIT
004930     END-IF
004940     DIVIDE RANGE-HIGH-KEY BY CHECK-PRIME-VALUE
004950        GIVING MULTIPLES-IN-RANGE
004960     COMPUTE KEY-WORK = START-KEY - 1
004970     DIVIDE KEY-WORK BY CHECK-PRIME-VALUE
004980        GIVING MULTIPLES-BELOW-START
004990     SUBTRACT MULTIPLES-BELOW-START FROM MULTIPLES-IN-RANGE
005000
005010     MOVE START-KEY TO IM-ITEM-KEY
005020     SET MASTER-SCAN-GOING TO TRUE
005030     START MASTER-FILE
005040        KEY IS NOT LESS THAN IM-ITEM-KEY
005050        INVALID KEY
005060           SET MASTER-SCAN-DONE TO TRUE
005070     END-START
005080     PERFORM UNTIL MASTER-SCAN-DONE
005090        READ MASTER-FILE NEXT RECORD
005100           AT END
005110              SET MASTER-SCAN-DONE TO TRUE
005120           NOT AT END
005130              IF IM-ITEM-KEY > RANGE-HIGH-KEY
005140                 SET MASTER-SCAN-DONE TO TRUE
005150              ELSE
005160                 DIVIDE IM-ITEM-KEY BY CHECK-PRIME-VALUE
005170                    GIVING KEY-QUOTIENT
005180                    REMAINDER KEY-REMAINDER
005190                 IF KEY-REMAINDER = ZERO
005200                    ADD 1 TO KEYS-ON-FILE-IN-RANGE
005210                 END-IF
005220              END-IF
005230        END-READ
005240     END-PERFORM
005250     COMPUTE KEYS-REMAINING =
005260        MULTIPLES-IN-RANGE - KEYS-ON-FILE-IN-RANGE.
005270 1000-EXIT.
005280     EXIT.
005290*--------------------------------------------------------------*
005300* 2000-PROCESS-REQUEST - CHECKS ONE REQUEST AND ALLOCATES ITS
005310* KEYS.  A REQUEST WITH NO REQUESTER, A BAD COUNT, OR MORE KEYS
005320* THAN ARE LEFT IS REJECTED WHOLE SO THE DESK NEVER GETS PART OF
005330* A BATCH IT DID NOT KNOW WAS SHORT.
005340*--------------------------------------------------------------*
005350 2000-PROCESS-REQUEST.
005360     ADD 1 TO REQUESTS-READ
005370     MOVE SPACES TO RR-REASON
005380     IF KR-REQUESTER-ID = SPACES
005390        MOVE "NO REQUESTER ID" TO RR-REASON
005400        PERFORM 2050-REJECT-REQUEST THRU 2050-EXIT
005410        GO TO 2000-EXIT
005420     END-IF
005430     IF KR-KEY-COUNT NOT NUMERIC OR KR-KEY-COUNT-N = ZERO
005440        MOVE "KEY COUNT NOT NUMERIC OR ZERO" TO RR-REASON
005450        PERFORM 2050-REJECT-REQUEST THRU 2050-EXIT
005460        GO TO 2000-EXIT
005470     END-IF
005480     ADD KR-KEY-COUNT-N TO KEYS-REQUESTED
005490     IF KR-KEY-COUNT-N > KEYS-REMAINING
005500        MOVE KEYS-REMAINING TO SR-KEYS-REMAINING
005510        MOVE SHORT-RANGE-TEXT TO RR-REASON
005520        PERFORM 2050-REJECT-REQUEST THRU 2050-EXIT
005530        GO TO 2000-EXIT
005540     END-IF
005550
005560     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005570     MOVE REQUESTS-READ   TO RQ-REQUEST-NUMBER
005580     MOVE KR-REQUESTER-ID TO RQ-REQUESTER-ID
005590     MOVE KR-KEY-COUNT-N  TO RQ-KEY-COUNT
005600     WRITE LISTING-LINE FROM REQUEST-HEADING-LINE
005610     ADD 1 TO LINE-COUNT
005620     MOVE ZERO TO KEYS-FOR-THIS-REQUEST
005630     SET RANGE-AVAILABLE TO TRUE
005640     PERFORM 2100-ALLOCATE-ONE-KEY THRU 2100-EXIT
005650        UNTIL KEYS-FOR-THIS-REQUEST = KR-KEY-COUNT-N
005660           OR RANGE-EXHAUSTED
005670     IF RANGE-EXHAUSTED
005680        ADD 1 TO REQUESTS-SHORT
005690        MOVE ZERO TO KEYS-REMAINING
005700        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005710        MOVE REQUESTS-READ         TO RS-REQUEST-NUMBER
005720        MOVE KEYS-FOR-THIS-REQUEST TO RS-KEYS-GIVEN
005730        WRITE LISTING-LINE FROM REQUEST-SHORT-LINE
005740        ADD 1 TO LINE-COUNT
005750     END-IF
005760     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005770     MOVE SPACES TO LISTING-LINE
005780     WRITE LISTING-LINE
005790     ADD 1 TO LINE-COUNT.
005800 2000-EXIT.
005810     EXIT.
005820*--------------------------------------------------------------*
005830* 2050-REJECT-REQUEST - LISTS A REJECTED REQUEST WITH THE REASON
005840* ALREADY MOVED TO RR-REASON.
005850*--------------------------------------------------------------*
005860 2050-REJECT-REQUEST.
005870     ADD 1 TO REQUESTS-REJECTED
005880     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005890     MOVE REQUESTS-READ TO RR-REQUEST-NUMBER
005900     WRITE LISTING-LINE FROM REQUEST-REJECT-LINE
005910     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
005920     MOVE SPACES TO LISTING-LINE
005930     WRITE LISTING-LINE
005940     ADD 2 TO LINE-COUNT.
005950 2050-EXIT.
005960     EXIT.
005970*--------------------------------------------------------------*
005980* 2100-ALLOCATE-ONE-KEY - FINDS THE NEXT FREE CANDIDATE, RECORDS
005990* IT ON THE REGISTER AGAINST THE REQUESTER AND LISTS IT.  THE
006000* REGISTER RECORD IS WRITTEN BEFORE THE KEY IS LISTED, SO A KEY
006010* THE DESK SEES IS ALWAYS ONE THE REGISTER HOLDS.
006020*--------------------------------------------------------------*
006030 2100-ALLOCATE-ONE-KEY.
006040     SET CANDIDATE-TAKEN TO TRUE
006050     PERFORM 2200-TRY-CANDIDATE THRU 2200-EXIT
006060        UNTIL CANDIDATE-FREE OR RANGE-EXHAUSTED
006070     IF RANGE-EXHAUSTED
006080        GO TO 2100-EXIT
006090     END-IF
006100     IF KEYS-REMAINING > ZERO
006110        SUBTRACT 1 FROM KEYS-REMAINING
006120     END-IF
006130     ACCEPT RUN-TIME-NOW FROM TIME
006140     MOVE ALLOCATED-KEY     TO KG-ITEM-KEY
006150     MOVE KR-REQUESTER-ID   TO KG-REQUESTER-ID
006160     MOVE RUN-DATE-NUMBER   TO KG-ALLOC-DATE
006170     MOVE RUN-TIME-NOW      TO KG-ALLOC-TIME
006180     MOVE KR-REFERENCE      TO KG-REFERENCE
006190     MOVE CHECK-PRIME-VALUE TO KG-CHECK-PRIME
006200     MOVE KEYS-REMAINING    TO KG-KEYS-REMAINING
006210     WRITE KEY-REGISTER-RECORD
006220     IF NOT REGISTER-FILE-OK
006230        DISPLAY "KEYALLOC: KEYREG WRITE FAILED FOR KEY "
006240           ALLOCATED-KEY " - STATUS " REGISTER-FILE-STATUS
006250        CLOSE REQUEST-FILE REGISTER-FILE MASTER-FILE
006260        CLOSE LISTING-FILE
006270        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
006280     END-IF
006290     ADD 1 TO KEYS-FOR-THIS-REQUEST
006300     ADD 1 TO KEYS-ALLOCATED
006310
006320     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006330     MOVE ALLOCATED-KEY   TO AD-ITEM-KEY
006340     MOVE KR-REQUESTER-ID TO AD-REQUESTER-ID
006350     MOVE KR-REFERENCE    TO AD-REFERENCE
006360     WRITE LISTING-LINE FROM ALLOCATION-DETAIL-LINE
006370     ADD 1 TO LINE-COUNT.
006380 2100-EXIT.
006390     EXIT.
006400*--------------------------------------------------------------*
006410* 2200-TRY-CANDIDATE - TESTS THE NEXT MULTIPLE OF THE CHECK
006420* PRIME AGAINST ITEMMST AND STEPS ON TO THE ONE AFTER IT.  A KEY
006430* NOT FOUND IS FREE; A KEY FOUND WAS OPENED OUTSIDE THE
006440* ALLOCATION PROCESS AND IS SKIPPED.  ANY OTHER STATUS MEANS
006450* ITEMMST CANNOT BE TRUSTED TO SAY WHICH KEYS ARE IN USE.
006460*--------------------------------------------------------------*
006470 2200-TRY-CANDIDATE.
006480     IF NEXT-CANDIDATE > RANGE-HIGH-KEY
006490        SET RANGE-EXHAUSTED TO TRUE
006500        GO TO 2200-EXIT
006510     END-IF
006520     MOVE NEXT-CANDIDATE TO ALLOCATED-KEY
006530     MOVE NEXT-CANDIDATE TO IM-ITEM-KEY
006540     ADD CHECK-PRIME-VALUE TO NEXT-CANDIDATE
006550     READ MASTER-FILE
006560        INVALID KEY
006570           SET CANDIDATE-FREE TO TRUE
006580        NOT INVALID KEY
006590           ADD 1 TO KEYS-SKIPPED
006600     END-READ
006610     IF NOT MASTER-FILE-OK AND NOT MASTER-KEY-NOT-FOUND
006620        DISPLAY "KEYALLOC: ITEMMST READ FAILED FOR KEY "
006630           ALLOCATED-KEY " - STATUS " MASTER-FILE-STATUS
006640        CLOSE REQUEST-FILE REGISTER-FILE MASTER-FILE
006650        CLOSE LISTING-FILE
006660        PERFORM 9000-REFUSE-ALLOCATION THRU 9000-EXIT
006670     END-IF.
006680 2200-EXIT.
006690     EXIT.
006700*--------------------------------------------------------------*
006710* 3100-PRINT-REPORT-HEADING - STARTS A NEW PAGE OF KEYLIST.
006720*--------------------------------------------------------------*
006730 3100-PRINT-REPORT-HEADING.
006740     ADD 1 TO PAGE-NUMBER
006750     MOVE ZERO TO LINE-COUNT
006760     MOVE RUN-DATE-MM   TO RH-RUN-MM
006770     MOVE RUN-DATE-DD   TO RH-RUN-DD
006780     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
006790     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
006800     WRITE LISTING-LINE FROM REPORT-HEADING-LINE-1
006810     MOVE SPACES TO LISTING-LINE
006820     WRITE LISTING-LINE
006830     WRITE LISTING-LINE FROM REPORT-HEADING-LINE-2
006840     MOVE SPACES TO LISTING-LINE
006850     WRITE LISTING-LINE
006860     ADD 3 TO LINE-COUNT.
006870 3100-EXIT.
006880     EXIT.
006890*--------------------------------------------------------------*
006900* 3200-WRITE-REPORT-LINE - STARTS A NEW PAGE FIRST IF THE CURRENT
006910* ONE IS FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
006920*--------------------------------------------------------------*
006930 3200-WRITE-REPORT-LINE.
006940     IF LINE-COUNT >= LINES-PER-PAGE
006950        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
006960     END-IF.
006970 3200-EXIT.
006980     EXIT.
006990*--------------------------------------------------------------*
007000* 5000-WRITE-ALLOCATION-SUMMARY - CLOSES KEYLIST OUT WITH THE
007010* RANGE AND CHECK PRIME IN FORCE AND THE RUN'S COUNTS.
007020*--------------------------------------------------------------*
007030 5000-WRITE-ALLOCATION-SUMMARY.
007040     MOVE "CHECK PRIME (KEY MODULUS):" TO SC-LABEL
007050     MOVE CHECK-PRIME-VALUE TO SC-COUNT
007060     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007070
007080     MOVE "ALLOCATION RANGE LOW KEY:" TO SC-LABEL
007090     MOVE RANGE-LOW-KEY TO SC-COUNT
007100     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007110
007120     MOVE "ALLOCATION RANGE HIGH KEY:" TO SC-LABEL
007130     MOVE RANGE-HIGH-KEY TO SC-COUNT
007140     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007150
007160     MOVE "HIGHEST KEY BEFORE RUN:" TO SC-LABEL
007170     MOVE HIGHEST-ALLOCATED-KEY TO SC-COUNT
007180     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007190
007200     MOVE "KEYS ON REGISTER BEFORE RUN:" TO SC-LABEL
007210     MOVE REGISTER-COUNT TO SC-COUNT
007220     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007230
007240     MOVE "REQUESTS READ:" TO SC-LABEL
007250     MOVE REQUESTS-READ TO SC-COUNT
007260     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007270
007280     MOVE "REQUESTS REJECTED:" TO SC-LABEL
007290     MOVE REQUESTS-REJECTED TO SC-COUNT
007300     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007310
007320     MOVE "REQUESTS SHORT:" TO SC-LABEL
007330     MOVE REQUESTS-SHORT TO SC-COUNT
007340     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007350
007360     MOVE "KEYS REQUESTED:" TO SC-LABEL
007370     MOVE KEYS-REQUESTED TO SC-COUNT
007380     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007390
007400     MOVE "KEYS ALLOCATED:" TO SC-LABEL
007410     MOVE KEYS-ALLOCATED TO SC-COUNT
007420     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007430
007440     MOVE "KEYS SKIPPED - ON ITEMMST:" TO SC-LABEL
007450     MOVE KEYS-SKIPPED TO SC-COUNT
007460     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007470
007480     MOVE "USABLE KEYS REMAINING:" TO SC-LABEL
007490     MOVE KEYS-REMAINING TO SC-COUNT
007500     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007510
007520     MOVE "LOW-RANGE WARNING LEVEL:" TO SC-LABEL
007530     MOVE WARNING-LEVEL TO SC-COUNT
007540     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
007550 5000-EXIT.
007560     EXIT.
007570*--------------------------------------------------------------*
007580* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
007590* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
007600*--------------------------------------------------------------*
007610 5100-WRITE-SUMMARY-LINE.
007620     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
007630     WRITE LISTING-LINE FROM SUMMARY-COUNT-LINE
007640     ADD 1 TO LINE-COUNT.
007650 5100-EXIT.
007660     EXIT.
007670*--------------------------------------------------------------*
007680* 6000-CHECK-KEY-RANGE - WRITES THE RANGE FINDING: WARNING WHEN
007690* THE USABLE KEYS LEFT HAVE FALLEN BELOW THE WARNING LEVEL, OK
007700* OTHERWISE.  A WARNING IS ALSO SHOWN ON THE CONSOLE SO IT IS
007710* SEEN WITHOUT OPENING THE LISTING.
007720*--------------------------------------------------------------*
007730 6000-CHECK-KEY-RANGE.
007740     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
007750     MOVE SPACES TO LISTING-LINE
007760     WRITE LISTING-LINE
007770     ADD 1 TO LINE-COUNT
007780     MOVE "KEYREG" TO CK-NAME
007790     IF KEYS-REMAINING < WARNING-LEVEL
007800        MOVE "WARNING" TO CK-STATUS
007810        MOVE KEYS-REMAINING TO LR-KEYS-REMAINING
007820        MOVE WARNING-LEVEL  TO LR-WARNING-LEVEL
007830        MOVE LOW-RANGE-TEXT TO CK-TEXT
007840        DISPLAY "KEYALLOC: " CHECK-DETAIL-LINE
007850     ELSE
007860        MOVE "OK" TO CK-STATUS
007870        MOVE KEYS-REMAINING TO OK-KEYS-REMAINING
007880        MOVE RANGE-OK-TEXT TO CK-TEXT
007890     END-IF
007900     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
007910 6000-EXIT.
007920     EXIT.
007930*--------------------------------------------------------------*
007940* 7000-WRITE-CHECK-LINE - WRITES THE CURRENT CHECK-DETAIL-LINE
007950* TO KEYLIST AND CLEARS IT FOR THE NEXT FINDING.
007960*--------------------------------------------------------------*
007970 7000-WRITE-CHECK-LINE.
007980     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
007990     WRITE LISTING-LINE FROM CHECK-DETAIL-LINE
008000     ADD 1 TO LINE-COUNT
008010     MOVE SPACES TO CHECK-DETAIL-LINE.
008020 7000-EXIT.
008030     EXIT.
008040*--------------------------------------------------------------*
008050* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
008060* RUN-LOG FILE (RUNLOG.CPY).  RL-INPUT-COUNT IS THE NUMBER OF
008070* KEYS ALLOCATED AND RL-DETAIL THE USABLE KEYS LEFT.
008080*--------------------------------------------------------------*
008090 8000-WRITE-RUN-LOG-ENTRY.
008100     OPEN EXTEND RUN-LOG-FILE
008110     IF NOT RUN-LOG-FILE-OK
008120        OPEN OUTPUT RUN-LOG-FILE
008130     END-IF
008140     MOVE SPACES TO RUN-LOG-RECORD
008150     ACCEPT RUN-TIME-NOW FROM TIME
008160     MOVE KEYS-REMAINING    TO LD-KEYS-REMAINING
008170     MOVE "KEYALLOC"        TO RL-PROGRAM-ID
008180     MOVE RUN-DATE-NUMBER   TO RL-RUN-DATE
008190     MOVE RUN-TIME-NOW      TO RL-RUN-TIME
008200     MOVE KEYS-ALLOCATED    TO RL-INPUT-COUNT
008210     MOVE ALLOCATION-STATUS TO RL-STATUS
008220     MOVE RUN-LOG-DETAIL    TO RL-DETAIL
008230     WRITE RUN-LOG-RECORD
008240     CLOSE RUN-LOG-FILE.
008250 8000-EXIT.
008260     EXIT.
008270*--------------------------------------------------------------*
008280* 9000-REFUSE-ALLOCATION - LOGS THE REFUSED RUN AS FAILED, SO
008290* RUNALERT REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.
008300* ANY KEY ALREADY LISTED IS ON THE REGISTER AND STAYS ALLOCATED.
008310*--------------------------------------------------------------*
008320 9000-REFUSE-ALLOCATION.
008330     MOVE "FAILED" TO ALLOCATION-STATUS
008340     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
008350     DISPLAY "KEYALLOC: RUN REFUSED - " KEYS-ALLOCATED
008360        " KEYS ALLOCATED BEFORE THE STOP"
008370     MOVE 8 TO RETURN-CODE
008380     STOP RUN.
008390 9000-EXIT.
008400     EXIT.
008410
008420 END PROGRAM KEYALLOC.
