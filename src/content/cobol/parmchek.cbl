000320*                    NO-GO AND ENDS THE RUN WITH CONDITION CODE
000330*                    8, SO PROBLEMS GET FIXED WHILE STAFF WHO
000340*                    CAN FIX THEM ARE STILL IN THE BUILDING.
000350*   2026-10-15  DO   ADDED A KEY ALLOCATION CHECK GROUP (5500).
000360*                    KEYPARM, WHEN PRESENT, MUST HOLD A NUMERIC
000370*                    KEY RANGE AND WARNING LEVEL KEYALLOC CAN
000380*                    USE.  THE USABLE KEYS LEFT AT THE LAST
000390*                    ALLOCATION, TAKEN FROM THE LAST KEYREG
000400*                    RECORD, ARE WARNED WHEN BELOW THE WARNING
000410*                    LEVEL SO THE RANGE IS WIDENED IN TIME.
000420*   2026-10-15  DO   ITEM-CHECK-FILE RECORD WIDENED FROM 17 TO 25
000430*                    FOR THE PREPARER'S OPERATOR ID A DELETE NOW
000440*                    CARRIES IN COLUMNS 18-25, SO A DELETE LINE IS
000450*                    NOT READ AS TWO RECORDS.
000460*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT BATCH-LIST-FILE ASSIGN TO "BATCHLST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS BATCH-LIST-FILE-STATUS.
000530
000540     SELECT SORT-PARM-FILE ASSIGN TO "SORTPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SORT-PARM-FILE-STATUS.
000570
000580     SELECT PURGE-PARM-FILE ASSIGN TO "PURGEPRM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PURGE-PARM-FILE-STATUS.
000610
000620     SELECT KEY-PARM-FILE ASSIGN TO "KEYPARM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS KEY-PARM-FILE-STATUS.
000650
000660     SELECT KEY-REGISTER-FILE ASSIGN TO "KEYREG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS KEY-REGISTER-FILE-STATUS.
000690
000700     SELECT ITEM-CHECK-FILE ASSIGN TO CHECK-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS ITEM-CHECK-FILE-STATUS.
000730
000740     SELECT NUMBER-CHECK-FILE ASSIGN TO CHECK-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS NUMBER-CHECK-FILE-STATUS.
000770
000780     SELECT CHECK-REPORT-FILE ASSIGN TO "CHEKRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CHECK-REPORT-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830*--------------------------------------------------------------*
000840* BATCH-LIST-RECORD - THE SAME 48-CHARACTER LAYOUT BATCHDRV
000850* READS, ERROR-POLICY FLAG INCLUDED.
000860*--------------------------------------------------------------*
000870 FD  BATCH-LIST-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 48 CHARACTERS.
000900 01  BATCH-LIST-RECORD.
000910     03  BL-ENTRY-TYPE          PIC X(01).
000920         88  BL-ITEM-ENTRY      VALUE 'I'.
000930         88  BL-NUMBER-ENTRY    VALUE 'N'.
000940     03  FILLER                 PIC X(01).
000950     03  BL-FILE-NAME-1         PIC X(08).
000960     03  FILLER                 PIC X(01).
000970     03  BL-FILE-NAME-2         PIC X(08).
000980     03  FILLER                 PIC X(01).
000990     03  BL-FILE-NAME-3         PIC X(08).
001000     03  FILLER                 PIC X(01).
001010     03  BL-FILE-NAME-4         PIC X(08).
001020     03  FILLER                 PIC X(01).
001030     03  BL-FILE-NAME-5         PIC X(08).
001040     03  FILLER                 PIC X(01).
001050     03  BL-ERROR-POLICY        PIC X(01).
001060         88  BL-POLICY-VALID    VALUES 'A' 'C' ' '.
001070
001080 FD  SORT-PARM-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 2 CHARACTERS.
001110 01  SORT-PARM-RECORD.
001120     03  SP-SORT-FIELD          PIC X(01).
001130     03  SP-SORT-DIRECTION      PIC X(01).
001140
001150 FD  PURGE-PARM-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 08 CHARACTERS.
001180 01  PURGE-PARM-RECORD.
001190     03  PP-CUTOFF-DATE         PIC X(08).
001200     03  PP-CUTOFF-DATE-N REDEFINES PP-CUTOFF-DATE.
001210         05  PP-CUTOFF-CCYY     PIC 9(04).
001220         05  PP-CUTOFF-MM       PIC 9(02).
001230         05  PP-CUTOFF-DD       PIC 9(02).
001240
001250*--------------------------------------------------------------*
001260* KEY-PARM-RECORD - THE SAME 20-CHARACTER RANGE AND WARNING
001270* LEVEL RECORD KEYALLOC READS.  KEY-REGISTER-RECORD IS KEYALLOC'S
001280* ALLOCATION REGISTER (KEYREG.CPY).
001290*--------------------------------------------------------------*
001300 FD  KEY-PARM-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 20 CHARACTERS.
001330 01  KEY-PARM-RECORD.
001340     03  KP-RANGE-LOW           PIC X(06).
001350     03  KP-RANGE-LOW-N REDEFINES KP-RANGE-LOW
001360                                PIC 9(06).
001370     03  FILLER                 PIC X(01).
001380     03  KP-RANGE-HIGH          PIC X(06).
001390     03  KP-RANGE-HIGH-N REDEFINES KP-RANGE-HIGH
001400                                PIC 9(06).
001410     03  FILLER                 PIC X(01).
001420     03  KP-WARNING-LEVEL       PIC X(06).
001430     03  KP-WARNING-LEVEL-N REDEFINES KP-WARNING-LEVEL
001440                                PIC 9(06).
001450
001460 FD  KEY-REGISTER-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 66 CHARACTERS.
001490     COPY "KEYREG.CPY".
001500
001510*--------------------------------------------------------------*
001520* ITEM-CHECK-RECORD - ITEM-FILE LAYOUT READ AS RAW CHARACTERS
001530* WITH NUMERIC REDEFINITIONS, SO A DAMAGED LINE CAN BE CLASS-
001540* TESTED BEFORE ANY ARITHMETIC TOUCHES IT.
001550*--------------------------------------------------------------*
001560 FD  ITEM-CHECK-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 25 CHARACTERS.
001590 01  ITEM-CHECK-RECORD.
001600     03  IC-ITEM-KEY            PIC X(06).
001610     03  IC-ITEM-KEY-N REDEFINES IC-ITEM-KEY
001620                                PIC 9(06).
001630     03  IC-ITEM-DATA           PIC X(11).
001640     03  IC-ITEM-DATA-N REDEFINES IC-ITEM-DATA
001650                                PIC 9(09)V99.
001660     03  FILLER                 PIC X(08).
001670
001680 FD  NUMBER-CHECK-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 10 CHARACTERS.
001710 01  NUMBER-CHECK-RECORD.
001720     03  NC-NUMBER-VALUE        PIC X(10).
001730
001740 FD  CHECK-REPORT-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 80 CHARACTERS.
001770 01  CHECK-REPORT-LINE          PIC X(80).
001780 WORKING-STORAGE SECTION.
001790*--------------------------------------------------------------*
001800* SWITCHES
001810*--------------------------------------------------------------*
001820 01  BATCH-LIST-EOF-SWITCH      PIC X(01).
001830     88  BATCH-LIST-AT-END      VALUE 'Y'.
001840     88  BATCH-LIST-NOT-AT-END  VALUE 'N'.
001850 01  ITEM-CHECK-EOF-SWITCH      PIC X(01).
001860     88  ITEM-CHECK-AT-END      VALUE 'Y'.
001870     88  ITEM-CHECK-NOT-AT-END  VALUE 'N'.
001880 01  NUMBER-CHECK-EOF-SWITCH    PIC X(01).
001890     88  NUMBER-CHECK-AT-END     VALUE 'Y'.
001900     88  NUMBER-CHECK-NOT-AT-END VALUE 'N'.
001910 01  KEY-REGISTER-EOF-SWITCH    PIC X(01).
001920     88  KEY-REGISTER-AT-END    VALUE 'Y'.
001930     88  KEY-REGISTER-NOT-AT-END VALUE 'N'.
001940 01  BATCH-LIST-FILE-STATUS     PIC X(02).
001950     88  BATCH-LIST-FILE-OK     VALUE '00'.
001960 01  SORT-PARM-FILE-STATUS      PIC X(02).
001970     88  SORT-PARM-FILE-OK      VALUE '00'.
001980 01  PURGE-PARM-FILE-STATUS     PIC X(02).
001990     88  PURGE-PARM-FILE-OK     VALUE '00'.
002000 01  KEY-PARM-FILE-STATUS       PIC X(02).
002010     88  KEY-PARM-FILE-OK       VALUE '00'.
002020 01  KEY-REGISTER-FILE-STATUS   PIC X(02).
002030     88  KEY-REGISTER-FILE-OK   VALUE '00'.
002040 01  ITEM-CHECK-FILE-STATUS     PIC X(02).
002050     88  ITEM-CHECK-FILE-OK     VALUE '00'.
002060 01  NUMBER-CHECK-FILE-STATUS   PIC X(02).
002070     88  NUMBER-CHECK-FILE-OK   VALUE '00'.
002080 01  CHECK-REPORT-FILE-STATUS   PIC X(02).
002090     88  CHECK-REPORT-FILE-OK   VALUE '00'.
002100 01  TRAILER-SEEN-SWITCH        PIC X(01).
002110     88  TRAILER-WAS-SEEN       VALUE 'Y'.
002120     88  TRAILER-NOT-SEEN       VALUE 'N'.
002130 01  CHECK-FILE-NAME            PIC X(08).
002140*--------------------------------------------------------------*
002150* COUNTERS AND WORK AREAS
002160*--------------------------------------------------------------*
002170 77  ERROR-COUNT              PIC 9(05)    COMP VALUE ZERO.
002180 77  WARNING-COUNT            PIC 9(05)    COMP VALUE ZERO.
002190 77  ENTRY-NUMBER             PIC 9(05)    COMP VALUE ZERO.
002200 77  DETAIL-COUNT             PIC 9(06)    COMP VALUE ZERO.
002210 77  BAD-RECORD-COUNT         PIC 9(06)    COMP VALUE ZERO.
002220 77  ACTUAL-TOTAL             PIC 9(11)V99 COMP-3 VALUE ZERO.
002230 77  NUMBER-RECORD-COUNT      PIC 9(06)    COMP VALUE ZERO.
002240 77  KEY-WARNING-LEVEL        PIC 9(06)    VALUE 1000.
002250 77  LAST-KEYS-REMAINING      PIC 9(06)    VALUE ZERO.
002260 77  KEY-REGISTER-COUNT       PIC 9(06)    COMP VALUE ZERO.
002270 01  ITEM-LOOKAHEAD.
002280     03  LA-ITEM-KEY            PIC X(06).
002290     03  LA-ITEM-KEY-N REDEFINES LA-ITEM-KEY
002300                                PIC 9(06).
002310     03  LA-ITEM-DATA           PIC X(11).
002320     03  LA-ITEM-DATA-N REDEFINES LA-ITEM-DATA
002330                                PIC 9(09)V99.
002340*--------------------------------------------------------------*
002350* CHECK REPORT WORK AREAS
002360*--------------------------------------------------------------*
002370 01  RUN-DATE-TODAY.
002380     03  RUN-DATE-CCYY         PIC 9(04).
002390     03  RUN-DATE-MM           PIC 9(02).
002400     03  RUN-DATE-DD           PIC 9(02).
002410 01  REPORT-HEADING-LINE-1.
002420     03  FILLER                PIC X(30) VALUE
002430         "BATCH PRE-FLIGHT CHECK REPORT".
002440     03  FILLER                PIC X(10) VALUE SPACES.
002450     03  FILLER                PIC X(05) VALUE "DATE:".
002460     03  RH-RUN-MM             PIC 99.
002470     03  FILLER                PIC X(01) VALUE "/".
002480     03  RH-RUN-DD             PIC 99.
002490     03  FILLER                PIC X(01) VALUE "/".
002500     03  RH-RUN-CCYY           PIC 9(04).
002510 01  CHECK-DETAIL-LINE.
002520     03  CK-STATUS             PIC X(09).
002530     03  CK-NAME               PIC X(08).
002540     03  FILLER                PIC X(02) VALUE SPACES.
002550     03  CK-TEXT               PIC X(55).
002560 01  ENTRY-TEXT.
002570     03  FILLER                PIC X(06) VALUE "ENTRY".
002580     03  ET-NUMBER             PIC ZZZZ9.
002590     03  FILLER                PIC X(01) VALUE SPACES.
002600     03  ET-DETAIL             PIC X(40).
002610 01  COUNT-MISMATCH-TEXT.
002620     03  FILLER                PIC X(14) VALUE "TRAILER COUNT".
002630     03  CM-EXPECTED           PIC ZZZZZ9.
002640     03  FILLER                PIC X(08) VALUE " ACTUAL".
002650     03  CM-ACTUAL             PIC ZZZZZ9.
002660     03  FILLER                PIC X(09) VALUE " MISMATCH".
002670 01  TOTAL-MISMATCH-TEXT.
002680     03  FILLER                PIC X(14) VALUE "TRAILER TOTAL".
002690     03  TM-EXPECTED           PIC Z(8)9.99.
002700     03  FILLER                PIC X(08) VALUE " ACTUAL".
002710     03  TM-ACTUAL             PIC Z(10)9.99.
002720     03  FILLER                PIC X(09) VALUE " MISMATCH".
002730 01  BAD-RECORD-TEXT.
002740     03  BR-COUNT              PIC ZZZZZ9.
002750     03  FILLER                PIC X(26) VALUE
002760         " NON-NUMERIC RECORD(S)".
002770 01  LOW-KEY-RANGE-TEXT.
002780     03  FILLER                PIC X(05) VALUE "ONLY ".
002790     03  LR-KEYS-REMAINING     PIC ZZZZZ9.
002800     03  FILLER                PIC X(29) VALUE
002810         " KEYS LEFT AT LAST ALLOCATION".
002820     03  FILLER                PIC X(08) VALUE ", LEVEL".
002830     03  LR-WARNING-LEVEL      PIC ZZZZZ9.
002840 01  KEY-RANGE-OK-TEXT.
002850     03  KO-KEYS-REMAINING     PIC ZZZZZ9.
002860     03  FILLER                PIC X(36) VALUE
002870         " USABLE KEYS LEFT AT LAST ALLOCATION".
002880 01  VERDICT-GO-LINE.
002890     03  FILLER                PIC X(40) VALUE
002900         "VERDICT: GO - ALL CHECKS PASSED".
002910 01  VERDICT-NO-GO-LINE.
002920     03  FILLER                PIC X(26) VALUE
002930         "VERDICT: NO-GO -".
002940     03  VN-ERROR-COUNT        PIC ZZZZ9.
002950     03  FILLER                PIC X(09) VALUE " ERROR(S)".
002960 01  SUMMARY-COUNT-LINE.
002970     03  SC-LABEL              PIC X(28).
002980     03  SC-COUNT              PIC Z(5)9.
002990 PROCEDURE DIVISION.
003000*--------------------------------------------------------------*
003010* 0000-MAINLINE - RUNS THE FIVE CHECK GROUPS AND CLOSES WITH THE
003020* GO/NO-GO VERDICT.  ANY ERROR FINDING MAKES THE VERDICT NO-GO
003030* AND SETS CONDITION CODE 8.
003040*--------------------------------------------------------------*
003050 0000-MAINLINE.
003060     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
003070     OPEN OUTPUT CHECK-REPORT-FILE
003080     IF NOT CHECK-REPORT-FILE-OK
003090        DISPLAY "PARMCHEK: UNABLE TO OPEN CHEKRPT - STATUS "
003100           CHECK-REPORT-FILE-STATUS
003110        MOVE 8 TO RETURN-CODE
003120        STOP RUN
003130     END-IF
003140     MOVE RUN-DATE-MM   TO RH-RUN-MM
003150     MOVE RUN-DATE-DD   TO RH-RUN-DD
003160     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
003170     WRITE CHECK-REPORT-LINE FROM REPORT-HEADING-LINE-1
003180     MOVE SPACES TO CHECK-REPORT-LINE
003190     WRITE CHECK-REPORT-LINE
003200
003210     PERFORM 1000-CHECK-BATCH-LIST THRU 1000-EXIT
003220     PERFORM 4000-CHECK-SORT-PARM THRU 4000-EXIT
003230     PERFORM 5000-CHECK-PURGE-PARM THRU 5000-EXIT
003240     PERFORM 5500-CHECK-KEY-ALLOCATION THRU 5500-EXIT
003250     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
003260     CLOSE CHECK-REPORT-FILE
003270     IF ERROR-COUNT NOT = ZERO
003280        MOVE 8 TO RETURN-CODE
003290     END-IF
003300     STOP RUN.
003310*--------------------------------------------------------------*
003320* 1000-CHECK-BATCH-LIST - VALIDATES EACH BATCHLST ENTRY AND RUNS
003330* THE FILE IT NAMES THROUGH THE MATCHING INPUT-FILE CHECK.  A
003340* BATCHLST THAT CANNOT BE OPENED IS ITSELF A NO-GO FINDING - THE
003350* WHOLE NIGHT RUNS OFF IT.
003360*--------------------------------------------------------------*
003370 1000-CHECK-BATCH-LIST.
003380     OPEN INPUT BATCH-LIST-FILE
003390     IF NOT BATCH-LIST-FILE-OK
003400        MOVE "ERROR"    TO CK-STATUS
003410        MOVE "BATCHLST" TO CK-NAME
003420        MOVE "CANNOT OPEN - NO RUN LIST FOR TONIGHT" TO CK-TEXT
003430        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
003440        ADD 1 TO ERROR-COUNT
003450        GO TO 1000-EXIT
003460     END-IF
003470     SET BATCH-LIST-NOT-AT-END TO TRUE
003480     PERFORM UNTIL BATCH-LIST-AT-END
003490        READ BATCH-LIST-FILE
003500           AT END
003510              SET BATCH-LIST-AT-END TO TRUE
003520           NOT AT END
003530              ADD 1 TO ENTRY-NUMBER
003540              PERFORM 1100-CHECK-ONE-ENTRY THRU 1100-EXIT
003550        END-READ
003560     END-PERFORM
003570     CLOSE BATCH-LIST-FILE
003580     IF ENTRY-NUMBER = ZERO
003590        MOVE "WARNING"  TO CK-STATUS
003600        MOVE "BATCHLST" TO CK-NAME
003610        MOVE "FILE IS EMPTY - NOTHING WILL RUN" TO CK-TEXT
003620        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
003630        ADD 1 TO WARNING-COUNT
003640     END-IF.
003650 1000-EXIT.
003660     EXIT.
003670*--------------------------------------------------------------*
003680* 1100-CHECK-ONE-ENTRY - VALIDATES ONE BATCHLST ENTRY'S TYPE,
003690* INPUT FILE NAME AND ERROR-POLICY FLAG, THEN CHECKS THE NAMED
003700* INPUT FILE ITSELF.
003710*--------------------------------------------------------------*
003720 1100-CHECK-ONE-ENTRY.
003730     IF NOT BL-ITEM-ENTRY AND NOT BL-NUMBER-ENTRY
003740        MOVE "ERROR"    TO CK-STATUS
003750        MOVE "BATCHLST" TO CK-NAME
003760        MOVE ENTRY-NUMBER TO ET-NUMBER
003770        MOVE "UNRECOGNIZED ENTRY TYPE" TO ET-DETAIL
003780        MOVE ENTRY-TEXT TO CK-TEXT
003790        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
003800        ADD 1 TO ERROR-COUNT
003810        GO TO 1100-EXIT
003820     END-IF
003830     IF BL-FILE-NAME-1 = SPACES
003840        MOVE "ERROR"    TO CK-STATUS
003850        MOVE "BATCHLST" TO CK-NAME
003860        MOVE ENTRY-NUMBER TO ET-NUMBER
003870        MOVE "NO INPUT FILE NAME - WILL BE SKIPPED" TO ET-DETAIL
003880        MOVE ENTRY-TEXT TO CK-TEXT
003890        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
003900        ADD 1 TO ERROR-COUNT
003910        GO TO 1100-EXIT
003920     END-IF
003930     IF NOT BL-POLICY-VALID
003940        MOVE "WARNING"  TO CK-STATUS
003950        MOVE "BATCHLST" TO CK-NAME
003960        MOVE ENTRY-NUMBER TO ET-NUMBER
003970        MOVE "BAD POLICY FLAG - TREATED AS CONTINUE"
003980           TO ET-DETAIL
003990        MOVE ENTRY-TEXT TO CK-TEXT
004000        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004010        ADD 1 TO WARNING-COUNT
004020     END-IF
004030     MOVE BL-FILE-NAME-1 TO CHECK-FILE-NAME
004040     IF BL-ITEM-ENTRY
004050        PERFORM 2000-CHECK-ITEM-FILE THRU 2000-EXIT
004060     ELSE
004070        PERFORM 3000-CHECK-NUMBER-FILE THRU 3000-EXIT
004080     END-IF.
004090 1100-EXIT.
004100     EXIT.
004110*--------------------------------------------------------------*
004120* 2000-CHECK-ITEM-FILE - OPENS THE NAMED ITEM-FILE AND READS IT
004130* THROUGH WITH THE SAME ONE-RECORD LOOKAHEAD THE SUITE USES, SO
004140* THE LAST RECORD IS TREATED AS THE CONTROL TRAILER.  THE
004150* TRAILER'S COUNT AND TOTAL ARE RECONCILED AGAINST THE DETAIL
004160* RECORDS ACTUALLY ON FILE, AND NON-NUMERIC DETAILS ARE COUNTED
004170* (ITEMEDIT WILL DIVERT THOSE, SO THEY WARN RATHER THAN FAIL).
004180*--------------------------------------------------------------*
004190 2000-CHECK-ITEM-FILE.
004200     MOVE ZERO TO DETAIL-COUNT
004210     MOVE ZERO TO BAD-RECORD-COUNT
004220     MOVE ZERO TO ACTUAL-TOTAL
004230     SET TRAILER-NOT-SEEN TO TRUE
004240     SET ITEM-CHECK-NOT-AT-END TO TRUE
004250     OPEN INPUT ITEM-CHECK-FILE
004260     IF NOT ITEM-CHECK-FILE-OK
004270        MOVE "ERROR" TO CK-STATUS
004280        MOVE CHECK-FILE-NAME TO CK-NAME
004290        MOVE "CANNOT OPEN ITEM FILE" TO CK-TEXT
004300        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004310        ADD 1 TO ERROR-COUNT
004320        GO TO 2000-EXIT
004330     END-IF
004340     READ ITEM-CHECK-FILE
004350        AT END
004360           SET ITEM-CHECK-AT-END TO TRUE
004370     END-READ
004380     PERFORM UNTIL ITEM-CHECK-AT-END
004390        MOVE IC-ITEM-KEY  TO LA-ITEM-KEY
004400        MOVE IC-ITEM-DATA TO LA-ITEM-DATA
004410        SET TRAILER-WAS-SEEN TO TRUE
004420        READ ITEM-CHECK-FILE
004430           AT END
004440              SET ITEM-CHECK-AT-END TO TRUE
004450        END-READ
004460        IF NOT ITEM-CHECK-AT-END
004470           ADD 1 TO DETAIL-COUNT
004480           IF LA-ITEM-KEY NOT NUMERIC
004490              OR LA-ITEM-DATA NOT NUMERIC
004500              ADD 1 TO BAD-RECORD-COUNT
004510           ELSE
004520              ADD LA-ITEM-DATA-N TO ACTUAL-TOTAL
004530                 ON SIZE ERROR
004540                    DISPLAY "*** ACTUAL-TOTAL OVERFLOW ***"
004550              END-ADD
004560           END-IF
004570        END-IF
004580     END-PERFORM
004590     CLOSE ITEM-CHECK-FILE
004600
004610     IF TRAILER-NOT-SEEN
004620        MOVE "ERROR" TO CK-STATUS
004630        MOVE CHECK-FILE-NAME TO CK-NAME
004640        MOVE "EMPTY - NO TRAILER RECORD" TO CK-TEXT
004650        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004660        ADD 1 TO ERROR-COUNT
004670        GO TO 2000-EXIT
004680     END-IF
004690     IF LA-ITEM-KEY NOT NUMERIC OR LA-ITEM-DATA NOT NUMERIC
004700        MOVE "ERROR" TO CK-STATUS
004710        MOVE CHECK-FILE-NAME TO CK-NAME
004720        MOVE "TRAILER RECORD IS NOT NUMERIC" TO CK-TEXT
004730        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004740        ADD 1 TO ERROR-COUNT
004750        GO TO 2000-EXIT
004760     END-IF
004770     IF LA-ITEM-KEY-N NOT = DETAIL-COUNT
004780        MOVE "ERROR" TO CK-STATUS
004790        MOVE CHECK-FILE-NAME TO CK-NAME
004800        MOVE LA-ITEM-KEY-N TO CM-EXPECTED
004810        MOVE DETAIL-COUNT  TO CM-ACTUAL
004820        MOVE COUNT-MISMATCH-TEXT TO CK-TEXT
004830        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004840        ADD 1 TO ERROR-COUNT
004850     END-IF
004860     IF LA-ITEM-DATA-N NOT = ACTUAL-TOTAL
004870        MOVE "ERROR" TO CK-STATUS
004880        MOVE CHECK-FILE-NAME TO CK-NAME
004890        MOVE LA-ITEM-DATA-N TO TM-EXPECTED
004900        MOVE ACTUAL-TOTAL   TO TM-ACTUAL
004910        MOVE TOTAL-MISMATCH-TEXT TO CK-TEXT
004920        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004930        ADD 1 TO ERROR-COUNT
004940     END-IF
004950     IF BAD-RECORD-COUNT NOT = ZERO
004960        MOVE "WARNING" TO CK-STATUS
004970        MOVE CHECK-FILE-NAME TO CK-NAME
004980        MOVE BAD-RECORD-COUNT TO BR-COUNT
004990        MOVE BAD-RECORD-TEXT TO CK-TEXT
005000        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005010        ADD 1 TO WARNING-COUNT
005020     END-IF
005030     IF LA-ITEM-KEY-N = DETAIL-COUNT
005040        AND LA-ITEM-DATA-N = ACTUAL-TOTAL
005050        AND BAD-RECORD-COUNT = ZERO
005060        MOVE "OK" TO CK-STATUS
005070        MOVE CHECK-FILE-NAME TO CK-NAME
005080        MOVE "ITEM FILE READS CLEAN, TRAILER TIES OUT"
005090           TO CK-TEXT
005100        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005110     END-IF.
005120 2000-EXIT.
005130     EXIT.
005140*--------------------------------------------------------------*
005150* 3000-CHECK-NUMBER-FILE - OPENS THE NAMED NUMBER-FILE AND READS
005160* IT THROUGH.  NUMBER-FILES CARRY NO TRAILER, SO THE CHECKS ARE
005170* READABILITY, NON-EMPTINESS AND A COUNT OF NON-NUMERIC VALUES.
005180*--------------------------------------------------------------*
005190 3000-CHECK-NUMBER-FILE.
005200     MOVE ZERO TO NUMBER-RECORD-COUNT
005210     MOVE ZERO TO BAD-RECORD-COUNT
005220     SET NUMBER-CHECK-NOT-AT-END TO TRUE
005230     OPEN INPUT NUMBER-CHECK-FILE
005240     IF NOT NUMBER-CHECK-FILE-OK
005250        MOVE "ERROR" TO CK-STATUS
005260        MOVE CHECK-FILE-NAME TO CK-NAME
005270        MOVE "CANNOT OPEN NUMBER FILE" TO CK-TEXT
005280        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005290        ADD 1 TO ERROR-COUNT
005300        GO TO 3000-EXIT
005310     END-IF
005320     PERFORM UNTIL NUMBER-CHECK-AT-END
005330        READ NUMBER-CHECK-FILE
005340           AT END
005350              SET NUMBER-CHECK-AT-END TO TRUE
005360           NOT AT END
005370              ADD 1 TO NUMBER-RECORD-COUNT
005380              IF NC-NUMBER-VALUE NOT NUMERIC
005390                 ADD 1 TO BAD-RECORD-COUNT
005400              END-IF
005410        END-READ
005420     END-PERFORM
005430     CLOSE NUMBER-CHECK-FILE
005440
005450     IF NUMBER-RECORD-COUNT = ZERO
005460        MOVE "WARNING" TO CK-STATUS
005470        MOVE CHECK-FILE-NAME TO CK-NAME
005480        MOVE "NUMBER FILE IS EMPTY" TO CK-TEXT
005490        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005500        ADD 1 TO WARNING-COUNT
005510        GO TO 3000-EXIT
005520     END-IF
005530     IF BAD-RECORD-COUNT NOT = ZERO
005540        MOVE "WARNING" TO CK-STATUS
005550        MOVE CHECK-FILE-NAME TO CK-NAME
005560        MOVE BAD-RECORD-COUNT TO BR-COUNT
005570        MOVE BAD-RECORD-TEXT TO CK-TEXT
005580        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005590        ADD 1 TO WARNING-COUNT
005600     ELSE
005610        MOVE "OK" TO CK-STATUS
005620        MOVE CHECK-FILE-NAME TO CK-NAME
005630        MOVE "NUMBER FILE READS CLEAN" TO CK-TEXT
005640        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005650     END-IF.
005660 3000-EXIT.
005670     EXIT.
005680*--------------------------------------------------------------*
005690* 4000-CHECK-SORT-PARM - VALIDATES THE OPTIONAL SORTPARM CONTROL
005700* RECORD AGAINST THE CODES 0500-READ-SORT-PARM IN BUBBLESORT
005710* RECOGNIZES.  MISSING OR EMPTY IS FINE (BUBBLESORT DEFAULTS TO
005720* ASCENDING KEY); AN UNRECOGNIZED CODE IS AN ERROR, BECAUSE THE
005730* OPERATOR WHO KEYED IT EXPECTS IT TO TAKE EFFECT AND IT WILL
005740* SILENTLY NOT.
005750*--------------------------------------------------------------*
005760 4000-CHECK-SORT-PARM.
005770     OPEN INPUT SORT-PARM-FILE
005780     IF NOT SORT-PARM-FILE-OK
005790        MOVE "OK" TO CK-STATUS
005800        MOVE "SORTPARM" TO CK-NAME
005810        MOVE "NOT PRESENT - DEFAULT SORT ORDER APPLIES"
005820           TO CK-TEXT
005830        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005840        GO TO 4000-EXIT
005850     END-IF
005860     READ SORT-PARM-FILE
005870        AT END
005880           CLOSE SORT-PARM-FILE
005890           MOVE "OK" TO CK-STATUS
005900           MOVE "SORTPARM" TO CK-NAME
005910           MOVE "EMPTY - DEFAULT SORT ORDER APPLIES" TO CK-TEXT
005920           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005930           GO TO 4000-EXIT
005940     END-READ
005950     IF SP-SORT-FIELD = 'K' OR SP-SORT-FIELD = 'D'
005960        IF SP-SORT-DIRECTION = 'A' OR SP-SORT-DIRECTION = 'D'
005970           MOVE "OK" TO CK-STATUS
005980           MOVE "SORTPARM" TO CK-NAME
005990           MOVE "SORT FIELD AND DIRECTION CODES VALID"
006000              TO CK-TEXT
006010           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006020        ELSE
006030           MOVE "ERROR" TO CK-STATUS
006040           MOVE "SORTPARM" TO CK-NAME
006050           MOVE "UNRECOGNIZED SORT DIRECTION CODE" TO CK-TEXT
006060           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006070           ADD 1 TO ERROR-COUNT
006080        END-IF
006090     ELSE
006100        MOVE "ERROR" TO CK-STATUS
006110        MOVE "SORTPARM" TO CK-NAME
006120        MOVE "UNRECOGNIZED SORT FIELD CODE" TO CK-TEXT
006130        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006140        ADD 1 TO ERROR-COUNT
006150     END-IF
006160     CLOSE SORT-PARM-FILE.
006170 4000-EXIT.
006180     EXIT.
006190*--------------------------------------------------------------*
006200* 5000-CHECK-PURGE-PARM - VALIDATES THE PURGEPRM CUTOFF DATE.
006210* RUNPURGE STOPS COLD ON A MISSING OR EMPTY FILE, SO EMPTY IS AN
006220* ERROR AND MISSING IS WARNED (THE PURGE MAY SIMPLY NOT BE ON
006230* TONIGHT'S SCHEDULE).  A NON-NUMERIC OR IMPLAUSIBLE CCYYMMDD
006240* VALUE IS AN ERROR.
006250*--------------------------------------------------------------*
006260 5000-CHECK-PURGE-PARM.
006270     OPEN INPUT PURGE-PARM-FILE
006280     IF NOT PURGE-PARM-FILE-OK
006290        MOVE "WARNING" TO CK-STATUS
006300        MOVE "PURGEPRM" TO CK-NAME
006310        MOVE "NOT PRESENT - RUNPURGE WOULD STOP" TO CK-TEXT
006320        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006330        ADD 1 TO WARNING-COUNT
006340        GO TO 5000-EXIT
006350     END-IF
006360     READ PURGE-PARM-FILE
006370        AT END
006380           CLOSE PURGE-PARM-FILE
006390           MOVE "ERROR" TO CK-STATUS
006400           MOVE "PURGEPRM" TO CK-NAME
006410           MOVE "EMPTY - NO CUTOFF DATE SUPPLIED" TO CK-TEXT
006420           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006430           ADD 1 TO ERROR-COUNT
006440           GO TO 5000-EXIT
006450     END-READ
006460     IF PP-CUTOFF-DATE NOT NUMERIC
006470        MOVE "ERROR" TO CK-STATUS
006480        MOVE "PURGEPRM" TO CK-NAME
006490        MOVE "CUTOFF DATE IS NOT NUMERIC" TO CK-TEXT
006500        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006510        ADD 1 TO ERROR-COUNT
006520     ELSE
006530        IF PP-CUTOFF-CCYY < 1900 OR PP-CUTOFF-CCYY > 2099
006540           OR PP-CUTOFF-MM < 01 OR PP-CUTOFF-MM > 12
006550           OR PP-CUTOFF-DD < 01 OR PP-CUTOFF-DD > 31
006560           MOVE "ERROR" TO CK-STATUS
006570           MOVE "PURGEPRM" TO CK-NAME
006580           MOVE "CUTOFF DATE IS NOT A PLAUSIBLE CCYYMMDD"
006590              TO CK-TEXT
006600           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006610           ADD 1 TO ERROR-COUNT
006620        ELSE
006630           MOVE "OK" TO CK-STATUS
006640           MOVE "PURGEPRM" TO CK-NAME
006650           MOVE "CUTOFF DATE IS PLAUSIBLE" TO CK-TEXT
006660           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006670        END-IF
006680     END-IF
006690     CLOSE PURGE-PARM-FILE.
006700 5000-EXIT.
006710     EXIT.
006720*--------------------------------------------------------------*
006730* 5500-CHECK-KEY-ALLOCATION - VALIDATES THE OPTIONAL KEYPARM
006740* CONTROL RECORD AS KEYALLOC WILL READ IT (MISSING OR EMPTY IS
006750* FINE - KEYALLOC DEFAULTS), THEN WARNS WHEN THE USABLE KEYS LEFT
006760* AT THE LAST ALLOCATION ON KEYREG ARE BELOW THE WARNING LEVEL.
006770* THE FIGURE IS AS AT THAT ALLOCATION; KEYALLOC RECOUNTS IT
006780* AGAINST ITEMMST EACH TIME IT RUNS.
006790*--------------------------------------------------------------*
006800 5500-CHECK-KEY-ALLOCATION.
006810     OPEN INPUT KEY-PARM-FILE
006820     IF NOT KEY-PARM-FILE-OK
006830        MOVE "OK" TO CK-STATUS
006840        MOVE "KEYPARM" TO CK-NAME
006850        MOVE "NOT PRESENT - FULL KEY RANGE AND DEFAULT LEVEL"
006860           TO CK-TEXT
006870        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006880        GO TO 5500-CHECK-REGISTER
006890     END-IF
006900     READ KEY-PARM-FILE
006910        AT END
006920           CLOSE KEY-PARM-FILE
006930           MOVE "OK" TO CK-STATUS
006940           MOVE "KEYPARM" TO CK-NAME
006950           MOVE "EMPTY - FULL KEY RANGE AND DEFAULT LEVEL"
006960              TO CK-TEXT
006970           PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006980           GO TO 5500-CHECK-REGISTER
006990     END-READ
007000     CLOSE KEY-PARM-FILE
007010     IF KP-RANGE-LOW NOT NUMERIC
007020        OR KP-RANGE-HIGH NOT NUMERIC
007030        OR KP-WARNING-LEVEL NOT NUMERIC
007040        MOVE "ERROR" TO CK-STATUS
007050        MOVE "KEYPARM" TO CK-NAME
007060        MOVE "RANGE OR WARNING LEVEL IS NOT NUMERIC" TO CK-TEXT
007070        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007080        ADD 1 TO ERROR-COUNT
007090        GO TO 5500-CHECK-REGISTER
007100     END-IF
007110     IF KP-RANGE-LOW-N = ZERO
007120        OR KP-RANGE-HIGH-N < KP-RANGE-LOW-N
007130        MOVE "ERROR" TO CK-STATUS
007140        MOVE "KEYPARM" TO CK-NAME
007150        MOVE "LOW/HIGH KEYS ARE NOT A VALID KEY RANGE" TO CK-TEXT
007160        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007170        ADD 1 TO ERROR-COUNT
007180        GO TO 5500-CHECK-REGISTER
007190     END-IF
007200     MOVE KP-WARNING-LEVEL-N TO KEY-WARNING-LEVEL
007210     MOVE "OK" TO CK-STATUS
007220     MOVE "KEYPARM" TO CK-NAME
007230     MOVE "KEY RANGE AND WARNING LEVEL VALID" TO CK-TEXT
007240     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
007250 5500-CHECK-REGISTER.
007260     OPEN INPUT KEY-REGISTER-FILE
007270     IF NOT KEY-REGISTER-FILE-OK
007280        MOVE "OK" TO CK-STATUS
007290        MOVE "KEYREG" TO CK-NAME
007300        MOVE "NOT PRESENT - NO KEYS ALLOCATED YET" TO CK-TEXT
007310        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007320        GO TO 5500-EXIT
007330     END-IF
007340     SET KEY-REGISTER-NOT-AT-END TO TRUE
007350     PERFORM UNTIL KEY-REGISTER-AT-END
007360        READ KEY-REGISTER-FILE
007370           AT END
007380              SET KEY-REGISTER-AT-END TO TRUE
007390           NOT AT END
007400              ADD 1 TO KEY-REGISTER-COUNT
007410              MOVE KG-KEYS-REMAINING TO LAST-KEYS-REMAINING
007420        END-READ
007430     END-PERFORM
007440     CLOSE KEY-REGISTER-FILE
007450     IF KEY-REGISTER-COUNT = ZERO
007460        MOVE "OK" TO CK-STATUS
007470        MOVE "KEYREG" TO CK-NAME
007480        MOVE "EMPTY - NO KEYS ALLOCATED YET" TO CK-TEXT
007490        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007500        GO TO 5500-EXIT
007510     END-IF
007520     IF LAST-KEYS-REMAINING < KEY-WARNING-LEVEL
007530        MOVE "WARNING" TO CK-STATUS
007540        MOVE "KEYREG" TO CK-NAME
007550        MOVE LAST-KEYS-REMAINING TO LR-KEYS-REMAINING
007560        MOVE KEY-WARNING-LEVEL   TO LR-WARNING-LEVEL
007570        MOVE LOW-KEY-RANGE-TEXT TO CK-TEXT
007580        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007590        ADD 1 TO WARNING-COUNT
007600     ELSE
007610        MOVE "OK" TO CK-STATUS
007620        MOVE "KEYREG" TO CK-NAME
007630        MOVE LAST-KEYS-REMAINING TO KO-KEYS-REMAINING
007640        MOVE KEY-RANGE-OK-TEXT TO CK-TEXT
007650        PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007660     END-IF.
007670 5500-EXIT.
007680     EXIT.
007690*--------------------------------------------------------------*
007700* 6000-WRITE-VERDICT - CLOSES THE REPORT OUT WITH THE FINDING
007710* COUNTS AND THE SINGLE GO/NO-GO LINE OPERATIONS READS FIRST.
007720*--------------------------------------------------------------*
007730 6000-WRITE-VERDICT.
007740     MOVE SPACES TO CHECK-REPORT-LINE
007750     WRITE CHECK-REPORT-LINE
007760
007770     MOVE "BATCHLST ENTRIES CHECKED:" TO SC-LABEL
007780     MOVE ENTRY-NUMBER TO SC-COUNT
007790     WRITE CHECK-REPORT-LINE FROM SUMMARY-COUNT-LINE
007800
007810     MOVE "ERRORS:" TO SC-LABEL
007820     MOVE ERROR-COUNT TO SC-COUNT
007830     WRITE CHECK-REPORT-LINE FROM SUMMARY-COUNT-LINE
007840
007850     MOVE "WARNINGS:" TO SC-LABEL
007860     MOVE WARNING-COUNT TO SC-COUNT
007870     WRITE CHECK-REPORT-LINE FROM SUMMARY-COUNT-LINE
007880
007890     MOVE SPACES TO CHECK-REPORT-LINE
007900     WRITE CHECK-REPORT-LINE
007910     IF ERROR-COUNT = ZERO
007920        WRITE CHECK-REPORT-LINE FROM VERDICT-GO-LINE
007930        DISPLAY VERDICT-GO-LINE
007940     ELSE
007950        MOVE ERROR-COUNT TO VN-ERROR-COUNT
007960        WRITE CHECK-REPORT-LINE FROM VERDICT-NO-GO-LINE
007970        DISPLAY VERDICT-NO-GO-LINE
007980     END-IF.
007990 6000-EXIT.
008000     EXIT.
008010*--------------------------------------------------------------*
008020* 7000-WRITE-CHECK-LINE - WRITES THE CURRENT CHECK-DETAIL-LINE
008030* TO CHEKRPT AND CLEARS IT FOR THE NEXT FINDING.
008040*--------------------------------------------------------------*
008050 7000-WRITE-CHECK-LINE.
008060     WRITE CHECK-REPORT-LINE FROM CHECK-DETAIL-LINE
008070     MOVE SPACES TO CHECK-DETAIL-LINE.
008080 7000-EXIT.
008090     EXIT.
008100
008110 END PROGRAM PARMCHEK.
