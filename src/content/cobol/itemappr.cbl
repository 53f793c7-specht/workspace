000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ITEMAPPR.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL VERSION.  ITEMAPPR IS THE SECOND
000100*                    HALF OF DUAL CONTROL OVER HIGH-VALUE
000110*                    CORRECTIONS AND MASTER DELETES.  ITEMFIX,
000120*                    MASTUPDT AND ITEMMNT HOLD SUCH ITEMS ON THE
000130*                    PENDING-APPROVAL FILE (APPRPND) UNDER THE
000140*                    PREPARER'S OPERATOR ID.  A SECOND OPERATOR
000150*                    KEYS ONE DECISION PER HOLD NUMBER ON APPRDEC
000160*                    (A APPROVE OR R REJECT, WITH THEIR OWN
000170*                    OPERATOR ID) AND THIS RUN RECORDS THEM ON
000180*                    APPRPND.  A DECISION BY THE OPERATOR WHO
000190*                    PREPARED THE ITEM IS REFUSED AND THE ITEM
000200*                    STAYS PENDING.  APPROVED CORRECTIONS GO
000210*                    FORWARD ON THE NEXT ITEMFIX RUN AND APPROVED
000220*                    DELETES ON THE NEXT MASTUPDT RUN.  THE
000230*                    APPROVAL REPORT (APPRRPT) LISTS EVERY ITEM
000240*                    DECIDED THIS RUN AND EVERY ITEM STILL
000250*                    PENDING, WITH BOTH OPERATOR IDS AND ITS AGE
000260*                    IN DAYS; ITEMS PENDING LONGER THAN THE AGED
000270*                    DAYS ON APPRPRM ARE FLAGGED AGED.
000280*   2026-10-15  DO   A RUN REFUSED FOR A BAD APPRPRM, OR BECAUSE
000290*                    APPRRPT OR APPRPNDT CANNOT BE OPENED, NOW
000300*                    LOGS FAILED AND ENDS WITH CONDITION CODE 8
000310*                    (9000-REFUSE-APPROVAL).  APPRPNDT IS OPENED
000320*                    BEFORE APPRRPT, AND APPRPND IS OPENED FOR
000330*                    OUTPUT ONLY ONCE ITS SCRATCH COPY HAS BEEN
000340*                    OPENED.  BLANK AGED DAYS ON APPRPRM NOW TAKE
000350*                    THE DEFAULT, AS ITEMFIX AND ITEMMNT ALLOW.
000360*   2026-10-15  DO   A FAILED WRITE TO APPRPNDT NOW LEAVES
000370*                    APPRPND AS IT WAS, RATHER THAN DROPPING THE
000380*                    ITEM FROM DUAL CONTROL WHEN APPRPNDT IS
000390*                    COPIED BACK.
000400*--------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DECISION-FILE ASSIGN TO "APPRDEC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DECISION-FILE-STATUS.
000470
000480     SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPRM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS APPROVAL-PARM-FILE-STATUS.
000510
000520     SELECT PENDING-FILE ASSIGN TO "APPRPND"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PENDING-FILE-STATUS.
000550     SELECT PENDING-SCRATCH-FILE ASSIGN TO "APPRPNDT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PENDING-SCRATCH-FILE-STATUS.
000580
000590     SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS APPROVAL-REPORT-FILE-STATUS.
000620
000630     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RUN-LOG-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680*--------------------------------------------------------------*
000690* DECISION-RECORD - ONE PER HELD ITEM DECIDED, KEYED BY THE
000700* APPROVING OPERATOR: THE HOLD NUMBER AS PRINTED ON THE HOLDING
000710* PROGRAM'S REPORT, A FOR APPROVE OR R FOR REJECT, AND THE
000720* APPROVER'S OWN OPERATOR ID.
000730*--------------------------------------------------------------*
000740 FD  DECISION-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 17 CHARACTERS.
000770 01  DECISION-RECORD.
000780     03  DR-HOLD-NUMBER         PIC X(06).
000790     03  DR-HOLD-NUMBER-N REDEFINES DR-HOLD-NUMBER
000800                                PIC 9(06).
000810     03  FILLER                 PIC X(01).
000820     03  DR-DECISION            PIC X(01).
000830         88  DR-APPROVE         VALUE 'A'.
000840         88  DR-REJECT          VALUE 'R'.
000850     03  FILLER                 PIC X(01).
000860     03  DR-APPROVER-ID         PIC X(08).
000870
000880*--------------------------------------------------------------*
000890* APPROVAL-PARM-RECORD - OPTIONAL.  THE APPROVAL THRESHOLD USED
000900* BY ITEMFIX AND ITEMMNT, AND THE NUMBER OF DAYS AN ITEM MAY
000910* STAY PENDING BEFORE THIS REPORT FLAGS IT AGED.
000920*--------------------------------------------------------------*
000930 FD  APPROVAL-PARM-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 15 CHARACTERS.
000960 01  APPROVAL-PARM-RECORD.
000970     03  AR-THRESHOLD           PIC X(11).
000980     03  AR-THRESHOLD-N REDEFINES AR-THRESHOLD
000990                                PIC 9(09)V99.
001000     03  FILLER                 PIC X(01).
001010     03  AR-AGED-DAYS           PIC X(03).
001020     03  AR-AGED-DAYS-N REDEFINES AR-AGED-DAYS
001030                                PIC 9(03).
001040
001050 FD  PENDING-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 90 CHARACTERS.
001080     COPY "APPRPND.CPY".
001090 FD  PENDING-SCRATCH-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 90 CHARACTERS.
001120     COPY "APPRPND.CPY"
001130        REPLACING ==PENDING-APPROVAL-RECORD== BY
001140                  ==PENDING-SCRATCH-RECORD==
001150           LEADING ==AP-== BY ==PS-==.
001160
001170 FD  APPROVAL-REPORT-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  APPROVAL-REPORT-LINE       PIC X(80).
001210
001220 FD  RUN-LOG-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY "RUNLOG.CPY".
001250 WORKING-STORAGE SECTION.
001260*--------------------------------------------------------------*
001270* SWITCHES
001280*--------------------------------------------------------------*
001290 01  DECISION-EOF-SWITCH        PIC X(01).
001300     88  DECISION-AT-END        VALUE 'Y'.
001310     88  DECISION-NOT-AT-END    VALUE 'N'.
001320 01  PENDING-FILE-EOF-SWITCH    PIC X(01).
001330     88  PENDING-FILE-AT-END    VALUE 'Y'.
001340     88  PENDING-FILE-NOT-AT-END VALUE 'N'.
001350 01  DECISION-FILE-STATUS       PIC X(02).
001360     88  DECISION-FILE-OK       VALUE '00'.
001370 01  APPROVAL-PARM-FILE-STATUS  PIC X(02).
001380     88  APPROVAL-PARM-FILE-OK  VALUE '00'.
001390 01  PENDING-FILE-STATUS        PIC X(02).
001400     88  PENDING-FILE-OK        VALUE '00'.
001410 01  PENDING-SCRATCH-FILE-STATUS PIC X(02).
001420     88  PENDING-SCRATCH-FILE-OK VALUE '00'.
001430 01  APPROVAL-REPORT-FILE-STATUS PIC X(02).
001440     88  APPROVAL-REPORT-FILE-OK VALUE '00'.
001450 01  RUN-LOG-FILE-STATUS        PIC X(02).
001460     88  RUN-LOG-FILE-OK        VALUE '00'.
001470 01  PENDING-REPLACE-SWITCH     PIC X(01) VALUE 'N'.
001480     88  PENDING-REPLACE-FAILED VALUE 'Y'.
001490     88  PENDING-REPLACE-CLEAN  VALUE 'N'.
001500 01  APPROVAL-REFUSED-SWITCH    PIC X(01) VALUE 'N'.
001510     88  APPROVAL-RUN-REFUSED   VALUE 'Y'.
001520     88  APPROVAL-RUN-NOT-REFUSED VALUE 'N'.
001530*--------------------------------------------------------------*
001540* DECISION TABLE - APPRDEC HELD IN STORAGE SO EACH HELD ITEM CAN
001550* BE LOOKED UP AS APPRPND IS READ.  DE-USED-FLAG MARKS THE
001560* DECISIONS THAT FOUND THEIR ITEM, SO THE ONES THAT FOUND NOTHING
001570* CAN BE REPORTED AT THE END.
001580*--------------------------------------------------------------*
001590 01  DECISION-TABLE.
001600     03  DECISION-ENTRY OCCURS 200 TIMES INDEXED BY DEC-IDX.
001610         05  DE-HOLD-NUMBER         PIC 9(06).
001620         05  DE-DECISION            PIC X(01).
001630         05  DE-APPROVER-ID         PIC X(08).
001640         05  DE-USED-FLAG           PIC X(01).
001650 77  DECISION-ENTRY-COUNT     PIC 9(05) COMP VALUE ZERO.
001660*--------------------------------------------------------------*
001670* COUNTERS AND WORK AREAS
001680*--------------------------------------------------------------*
001690 77  DECISION-READ-COUNT      PIC 9(06)    COMP VALUE ZERO.
001700 77  BAD-DECISION-COUNT       PIC 9(06)    COMP VALUE ZERO.
001710 77  UNUSED-DECISION-COUNT    PIC 9(06)    COMP VALUE ZERO.
001720 77  APPROVED-COUNT           PIC 9(06)    COMP VALUE ZERO.
001730 77  REJECTED-COUNT           PIC 9(06)    COMP VALUE ZERO.
001740 77  REFUSED-COUNT            PIC 9(06)    COMP VALUE ZERO.
001750 77  PENDING-COUNT            PIC 9(06)    COMP VALUE ZERO.
001760 77  AGED-COUNT               PIC 9(06)    COMP VALUE ZERO.
001770 77  AGED-DAYS                PIC 9(03)    VALUE 3.
001780 77  TODAY-INTEGER-DAY        PIC 9(08)    COMP VALUE ZERO.
001790 77  HELD-INTEGER-DAY         PIC 9(08)    COMP VALUE ZERO.
001800 77  DAYS-HELD                PIC S9(05)   COMP VALUE ZERO.
001810 01  GENERATION-BASE-NAME     PIC X(08) VALUE "APPRPND".
001820 01  GENERATION-NAME-TAKEN    PIC X(26) VALUE SPACES.
001830*--------------------------------------------------------------*
001840* APPROVAL REPORT WORK AREAS
001850*--------------------------------------------------------------*
001860 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
001870 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
001880 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
001890 01  RUN-DATE-NUMBER            PIC 9(08).
001900 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
001910     03  RUN-DATE-CCYY         PIC 9(04).
001920     03  RUN-DATE-MM           PIC 9(02).
001930     03  RUN-DATE-DD           PIC 9(02).
001940 77  RUN-TIME-NOW              PIC 9(08).
001950 01  REPORT-HEADING-LINE-1.
001960     03  FILLER                PIC X(22) VALUE
001970         "HELD ITEM APPROVALS".
001980     03  FILLER                PIC X(18) VALUE SPACES.
001990     03  FILLER                PIC X(05) VALUE "DATE:".
002000     03  RH-RUN-MM             PIC 99.
002010     03  FILLER                PIC X(01) VALUE "/".
002020     03  RH-RUN-DD             PIC 99.
002030     03  FILLER                PIC X(01) VALUE "/".
002040     03  RH-RUN-CCYY           PIC 9(04).
002050     03  FILLER                PIC X(05) VALUE SPACES.
002060     03  FILLER                PIC X(05) VALUE "PAGE:".
002070     03  RH-PAGE-NUMBER        PIC ZZZ9.
002080 01  REPORT-HEADING-LINE-2.
002090     03  FILLER                PIC X(07) VALUE "HOLD".
002100     03  FILLER                PIC X(05) VALUE "TYPE".
002110     03  FILLER                PIC X(07) VALUE "ACCOUNT".
002120     03  FILLER                PIC X(13) VALUE "      AMOUNT".
002130     03  FILLER                PIC X(09) VALUE "PREPARER".
002140     03  FILLER                PIC X(09) VALUE "APPROVER".
002150     03  FILLER                PIC X(09) VALUE "HELD ON".
002160     03  FILLER                PIC X(05) VALUE "DAYS".
002170     03  FILLER                PIC X(10) VALUE "RESULT".
002180 01  ITEM-DETAIL-LINE.
002190     03  ID-HOLD-NUMBER        PIC 9(06).
002200     03  FILLER                PIC X(01) VALUE SPACE.
002210     03  ID-ITEM-TYPE          PIC X(04).
002220     03  FILLER                PIC X(01) VALUE SPACE.
002230     03  ID-ITEM-KEY           PIC 9(06).
002240     03  FILLER                PIC X(01) VALUE SPACE.
002250     03  ID-ITEM-DATA          PIC Z(8)9.99.
002260     03  ID-ITEM-DATA-X REDEFINES ID-ITEM-DATA
002270                               PIC X(12).
002280     03  FILLER                PIC X(01) VALUE SPACE.
002290     03  ID-PREPARER-ID        PIC X(08).
002300     03  FILLER                PIC X(01) VALUE SPACE.
002310     03  ID-APPROVER-ID        PIC X(08).
002320     03  FILLER                PIC X(01) VALUE SPACE.
002330     03  ID-HELD-DATE          PIC 9(08).
002340     03  FILLER                PIC X(01) VALUE SPACE.
002350     03  ID-DAYS-HELD          PIC ZZZ9.
002360     03  FILLER                PIC X(01) VALUE SPACE.
002370     03  ID-RESULT             PIC X(10).
002380 01  BAD-DECISION-LINE.
002390     03  FILLER                PIC X(13) VALUE "*** DECISION".
002400     03  BD-HOLD-NUMBER        PIC X(06).
002410     03  FILLER                PIC X(03) VALUE " - ".
002420     03  BD-REASON             PIC X(30).
002430     03  FILLER                PIC X(04) VALUE " ***".
002440 01  SUMMARY-COUNT-LINE.
002450     03  SC-LABEL              PIC X(28).
002460     03  SC-COUNT              PIC Z(5)9.
002470 01  RUN-LOG-DETAIL.
002480     03  FILLER                PIC X(04) VALUE "APR ".
002490     03  RD-APPROVED-COUNT     PIC 9(04).
002500     03  FILLER                PIC X(05) VALUE " REJ ".
002510     03  RD-REJECTED-COUNT     PIC 9(04).
002520     03  FILLER                PIC X(05) VALUE " PND ".
002530     03  RD-PENDING-COUNT      PIC 9(04).
002540 PROCEDURE DIVISION.
002550*--------------------------------------------------------------*
002560* 0000-MAINLINE - LOADS THE DAY'S DECISIONS INTO STORAGE, RUNS
002570* APPRPND AGAINST THEM ONTO THE SCRATCH FILE, REPORTS THE
002580* DECISIONS THAT FOUND NO ITEM, CLOSES OUT WITH THE SUMMARY
002590* COUNTS, REPLACES APPRPND IF ANY DECISION WAS RECORDED, AND
002600* WRITES A RUN-LOG ENTRY.
002610*--------------------------------------------------------------*
002620 0000-MAINLINE.
002630     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
002640     COMPUTE TODAY-INTEGER-DAY =
002650        FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMBER)
002660     PERFORM 0500-READ-APPROVAL-PARM THRU 0500-EXIT
002670     OPEN OUTPUT PENDING-SCRATCH-FILE
002680     IF NOT PENDING-SCRATCH-FILE-OK
002690        DISPLAY "ITEMAPPR: UNABLE TO OPEN APPRPNDT - STATUS "
002700           PENDING-SCRATCH-FILE-STATUS
002710        PERFORM 9000-REFUSE-APPROVAL THRU 9000-EXIT
002720     END-IF
002730     OPEN OUTPUT APPROVAL-REPORT-FILE
002740     IF NOT APPROVAL-REPORT-FILE-OK
002750        DISPLAY "ITEMAPPR: UNABLE TO OPEN APPRRPT - STATUS "
002760           APPROVAL-REPORT-FILE-STATUS
002770        CLOSE PENDING-SCRATCH-FILE
002780        PERFORM 9000-REFUSE-APPROVAL THRU 9000-EXIT
002790     END-IF
002800     MOVE LINES-PER-PAGE TO LINE-COUNT
002810
002820     PERFORM 1000-LOAD-DECISIONS THRU 1000-EXIT
002830     PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT
002840     PERFORM 4000-REPORT-UNUSED-DECISIONS THRU 4000-EXIT
002850     PERFORM 5000-WRITE-APPROVAL-SUMMARY THRU 5000-EXIT
002860     CLOSE APPROVAL-REPORT-FILE
002870     PERFORM 6000-REPLACE-PENDING-FILE THRU 6000-EXIT
002880     DISPLAY "ITEMAPPR: " APPROVED-COUNT " APPROVED, "
002890        REJECTED-COUNT " REJECTED, " PENDING-COUNT " PENDING, "
002900        AGED-COUNT " AGED"
002910     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002920     IF PENDING-REPLACE-FAILED
002930        MOVE 8 TO RETURN-CODE
002940     END-IF
002950     STOP RUN.
002960*--------------------------------------------------------------*
002970* 0500-READ-APPROVAL-PARM - READS THE AGED DAYS FROM APPRPRM.  A
002980* MISSING OR EMPTY FILE LEAVES THE DEFAULT IN PLACE, AS KEYALLOC
002990* DOES WITH KEYPARM, AND BLANK AGED DAYS TAKE THE DEFAULT.  A
003000* RECORD THAT IS PRESENT BUT NOT USABLE REFUSES THE RUN BEFORE
003010* ANYTHING IS WRITTEN; THE THRESHOLD IS CHECKED TOO, SINCE
003020* ITEMFIX AND ITEMMNT APPLY THE SAME EDITS TO THE SAME RECORD.
003030*--------------------------------------------------------------*
003040 0500-READ-APPROVAL-PARM.
003050     OPEN INPUT APPROVAL-PARM-FILE
003060     IF NOT APPROVAL-PARM-FILE-OK
003070        GO TO 0500-EXIT
003080     END-IF
003090     READ APPROVAL-PARM-FILE
003100        AT END
003110           CLOSE APPROVAL-PARM-FILE
003120           GO TO 0500-EXIT
003130     END-READ
003140     CLOSE APPROVAL-PARM-FILE
003150     IF AR-THRESHOLD NOT NUMERIC
003160        OR AR-THRESHOLD-N = ZERO
003170        OR (AR-AGED-DAYS NOT = SPACES
003180            AND AR-AGED-DAYS NOT NUMERIC)
003190        DISPLAY "ITEMAPPR: APPRPRM THRESHOLD " AR-THRESHOLD
003200           " OR AGED DAYS " AR-AGED-DAYS " NOT VALID"
003210        PERFORM 9000-REFUSE-APPROVAL THRU 9000-EXIT
003220     END-IF
003230     IF AR-AGED-DAYS NOT = SPACES
003240        MOVE AR-AGED-DAYS-N TO AGED-DAYS
003250     END-IF.
003260 0500-EXIT.
003270     EXIT.
003280*--------------------------------------------------------------*
003290* 1000-LOAD-DECISIONS - LOADS APPRDEC INTO THE DECISION TABLE.
003300* A MISSING APPRDEC ONLY MEANS NOTHING WAS DECIDED; THE RUN THEN
003310* SIMPLY REPORTS WHAT IS STILL PENDING AND HOW LONG IT HAS BEEN.
003320*--------------------------------------------------------------*
003330 1000-LOAD-DECISIONS.
003340     OPEN INPUT DECISION-FILE
003350     IF NOT DECISION-FILE-OK
003360        DISPLAY "ITEMAPPR: NO APPRDEC FILE - STATUS "
003370           DECISION-FILE-STATUS
003380        GO TO 1000-EXIT
003390     END-IF
003400     SET DECISION-NOT-AT-END TO TRUE
003410     PERFORM UNTIL DECISION-AT-END
003420        READ DECISION-FILE
003430           AT END
003440              SET DECISION-AT-END TO TRUE
003450           NOT AT END
003460              ADD 1 TO DECISION-READ-COUNT
003470              PERFORM 1100-POST-DECISION THRU 1100-EXIT
003480        END-READ
003490     END-PERFORM
003500     CLOSE DECISION-FILE.
003510 1000-EXIT.
003520     EXIT.
003530*--------------------------------------------------------------*
003540* 1100-POST-DECISION - EDITS ONE APPRDEC RECORD AND POSTS IT TO
003550* THE DECISION TABLE.  THE HOLD NUMBER MUST BE NUMERIC AND
003560* NONZERO, THE DECISION A OR R, AND THE APPROVER MUST GIVE AN
003570* OPERATOR ID - WITHOUT ONE THERE IS NO SHOWING THAT A SECOND
003580* PERSON DECIDED.
003590*--------------------------------------------------------------*
003600 1100-POST-DECISION.
003610     MOVE DR-HOLD-NUMBER TO BD-HOLD-NUMBER
003620     IF DR-HOLD-NUMBER NOT NUMERIC
003630        OR DR-HOLD-NUMBER-N = ZERO
003640        MOVE "HOLD NUMBER IS NOT VALID" TO BD-REASON
003650        GO TO 1100-REJECT
003660     END-IF
003670     IF NOT DR-APPROVE AND NOT DR-REJECT
003680        MOVE "DECISION MUST BE A OR R" TO BD-REASON
003690        GO TO 1100-REJECT
003700     END-IF
003710     IF DR-APPROVER-ID = SPACES
003720        MOVE "NO APPROVER ID" TO BD-REASON
003730        GO TO 1100-REJECT
003740     END-IF
003750     IF DECISION-ENTRY-COUNT >= 200
003760        MOVE "DECISION TABLE FULL" TO BD-REASON
003770        GO TO 1100-REJECT
003780     END-IF
003790     ADD 1 TO DECISION-ENTRY-COUNT
003800     SET DEC-IDX TO DECISION-ENTRY-COUNT
003810     MOVE DR-HOLD-NUMBER-N TO DE-HOLD-NUMBER (DEC-IDX)
003820     MOVE DR-DECISION      TO DE-DECISION (DEC-IDX)
003830     MOVE DR-APPROVER-ID   TO DE-APPROVER-ID (DEC-IDX)
003840     MOVE 'N'              TO DE-USED-FLAG (DEC-IDX)
003850     GO TO 1100-EXIT.
003860 1100-REJECT.
003870     PERFORM 3000-WRITE-BAD-DECISION THRU 3000-EXIT
003880     ADD 1 TO BAD-DECISION-COUNT.
003890 1100-EXIT.
003900     EXIT.
003910*--------------------------------------------------------------*
003920* 2000-APPLY-DECISIONS - COPIES APPRPND TO THE SCRATCH FILE
003930* APPRPNDT, ALREADY OPENED BY THE MAINLINE, RECORDING EACH
003940* DECISION ON ITS ITEM ON THE WAY AND
003950* REPORTING EVERY ITEM DECIDED OR STILL PENDING.  NO APPRPND
003960* MEANS NOTHING HAS EVER BEEN HELD.
003970*--------------------------------------------------------------*
003980 2000-APPLY-DECISIONS.
003990     OPEN INPUT PENDING-FILE
004000     IF NOT PENDING-FILE-OK
004010        DISPLAY "ITEMAPPR: NO APPRPND FILE - STATUS "
004020           PENDING-FILE-STATUS
004030        CLOSE PENDING-SCRATCH-FILE
004040        GO TO 2000-EXIT
004050     END-IF
004060     SET PENDING-FILE-NOT-AT-END TO TRUE
004070     PERFORM UNTIL PENDING-FILE-AT-END
004080        READ PENDING-FILE
004090           AT END
004100              SET PENDING-FILE-AT-END TO TRUE
004110           NOT AT END
004120              PERFORM 2100-DECIDE-ONE-ITEM THRU 2100-EXIT
004130        END-READ
004140     END-PERFORM
004150     CLOSE PENDING-FILE
004160     CLOSE PENDING-SCRATCH-FILE.
004170 2000-EXIT.
004180     EXIT.
004190*--------------------------------------------------------------*
004200* 2100-DECIDE-ONE-ITEM - OFFERS THE CURRENT ITEM EVERY DECISION
004210* KEYED AGAINST ITS HOLD NUMBER (2200-CHECK-ONE-DECISION).  AN
004220* ITEM STILL PENDING AFTERWARD IS REPORTED HELD, OR AGED ONCE IT
004230* HAS WAITED LONGER THAN THE AGED DAYS.  ITEMS DECIDED ON AN
004240* EARLIER RUN GO ACROSS UNREPORTED.
004250*--------------------------------------------------------------*
004260 2100-DECIDE-ONE-ITEM.
004270     PERFORM 2400-AGE-ITEM THRU 2400-EXIT
004280     PERFORM 2200-CHECK-ONE-DECISION THRU 2200-EXIT
004290        VARYING DEC-IDX FROM 1 BY 1
004300        UNTIL DEC-IDX > DECISION-ENTRY-COUNT
004310     IF AP-PENDING
004320        ADD 1 TO PENDING-COUNT
004330        MOVE SPACES TO AP-APPROVER-ID
004340        IF DAYS-HELD > AGED-DAYS
004350           ADD 1 TO AGED-COUNT
004360           MOVE "AGED" TO ID-RESULT
004370        ELSE
004380           MOVE "HELD" TO ID-RESULT
004390        END-IF
004400        PERFORM 2500-WRITE-ITEM-LINE THRU 2500-EXIT
004410     END-IF
004420     WRITE PENDING-SCRATCH-RECORD FROM PENDING-APPROVAL-RECORD
004430     IF NOT PENDING-SCRATCH-FILE-OK
004440        DISPLAY "ITEMAPPR: APPRPNDT WRITE FAILED FOR HOLD "
004450           AP-HOLD-NUMBER " - STATUS " PENDING-SCRATCH-FILE-STATUS
004460        SET PENDING-REPLACE-FAILED TO TRUE
004470     END-IF.
004480 2100-EXIT.
004490     EXIT.
004500*--------------------------------------------------------------*
004510* 2200-CHECK-ONE-DECISION - APPLIES THE DECISION AT DEC-IDX TO
004520* THE CURRENT ITEM IF IT NAMES THE ITEM'S HOLD NUMBER.  THE FIRST
004530* VALID DECISION FOR A PENDING ITEM IS RECORDED; ONE FOR AN ITEM
004540* ALREADY DECIDED IS REPORTED.  A DECISION BY THE OPERATOR WHO
004550* PREPARED THE ITEM IS REFUSED AND LEAVES IT PENDING FOR SOMEONE
004560* ELSE.
004570*--------------------------------------------------------------*
004580 2200-CHECK-ONE-DECISION.
004590     IF DE-HOLD-NUMBER (DEC-IDX) NOT = AP-HOLD-NUMBER
004600        OR DE-USED-FLAG (DEC-IDX) = 'Y'
004610        GO TO 2200-EXIT
004620     END-IF
004630     MOVE 'Y' TO DE-USED-FLAG (DEC-IDX)
004640     IF NOT AP-PENDING
004650        MOVE AP-HOLD-NUMBER TO BD-HOLD-NUMBER
004660        MOVE "ITEM IS ALREADY DECIDED" TO BD-REASON
004670        PERFORM 3000-WRITE-BAD-DECISION THRU 3000-EXIT
004680        ADD 1 TO BAD-DECISION-COUNT
004690        GO TO 2200-EXIT
004700     END-IF
004710     IF DE-APPROVER-ID (DEC-IDX) = AP-PREPARER-ID
004720        ADD 1 TO REFUSED-COUNT
004730        MOVE DE-APPROVER-ID (DEC-IDX) TO AP-APPROVER-ID
004740        MOVE "REFUSED" TO ID-RESULT
004750        PERFORM 2500-WRITE-ITEM-LINE THRU 2500-EXIT
004760        GO TO 2200-EXIT
004770     END-IF
004780     MOVE DE-APPROVER-ID (DEC-IDX) TO AP-APPROVER-ID
004790     MOVE RUN-DATE-NUMBER TO AP-DECISION-DATE
004800     IF DE-DECISION (DEC-IDX) = 'A'
004810        SET AP-APPROVED TO TRUE
004820        ADD 1 TO APPROVED-COUNT
004830        MOVE "APPROVED" TO ID-RESULT
004840     ELSE
004850        SET AP-REJECTED TO TRUE
004860        ADD 1 TO REJECTED-COUNT
004870        MOVE "REJECTED" TO ID-RESULT
004880     END-IF
004890     PERFORM 2500-WRITE-ITEM-LINE THRU 2500-EXIT.
004900 2200-EXIT.
004910     EXIT.
004920*--------------------------------------------------------------*
004930* 2400-AGE-ITEM - WORKS OUT HOW MANY DAYS THE CURRENT ITEM HAS
004940* BEEN HELD, THE SAME WAY ITEMFIX AGES ITS OUTSTANDING
004950* EXCEPTIONS.  AN ITEM WITH A DAMAGED HELD DATE AGES AS ZERO
004960* DAYS RATHER THAN FAILING THE RUN.
004970*--------------------------------------------------------------*
004980 2400-AGE-ITEM.
004990     MOVE ZERO TO DAYS-HELD
005000     IF AP-HELD-DATE NUMERIC AND AP-HELD-DATE > 15821015
005010        COMPUTE HELD-INTEGER-DAY =
005020           FUNCTION INTEGER-OF-DATE (AP-HELD-DATE)
005030        IF HELD-INTEGER-DAY NOT = ZERO
005040           SUBTRACT HELD-INTEGER-DAY FROM TODAY-INTEGER-DAY
005050              GIVING DAYS-HELD
005060        END-IF
005070     END-IF.
005080 2400-EXIT.
005090     EXIT.
005100*--------------------------------------------------------------*
005110* 2500-WRITE-ITEM-LINE - REPORTS THE CURRENT ITEM WITH BOTH
005120* OPERATOR IDS, THE DAYS SINCE IT WAS HELD AND THE RESULT THE
005130* CALLER HAS LOADED.  THE AMOUNT IS LEFT BLANK FOR A DELETE.
005140*--------------------------------------------------------------*
005150 2500-WRITE-ITEM-LINE.
005160     MOVE AP-HOLD-NUMBER   TO ID-HOLD-NUMBER
005170     MOVE AP-ITEM-KEY      TO ID-ITEM-KEY
005180     MOVE AP-PREPARER-ID   TO ID-PREPARER-ID
005190     MOVE AP-APPROVER-ID   TO ID-APPROVER-ID
005200     MOVE AP-HELD-DATE     TO ID-HELD-DATE
005210     MOVE DAYS-HELD        TO ID-DAYS-HELD
005220     IF AP-DELETE-ITEM
005230        MOVE "DEL"         TO ID-ITEM-TYPE
005240        MOVE SPACES        TO ID-ITEM-DATA-X
005250     ELSE
005260        MOVE "CORR"        TO ID-ITEM-TYPE
005270        MOVE AP-ITEM-DATA  TO ID-ITEM-DATA
005280     END-IF
005290     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
005300     MOVE ITEM-DETAIL-LINE TO APPROVAL-REPORT-LINE
005310     WRITE APPROVAL-REPORT-LINE
005320     ADD 1 TO LINE-COUNT.
005330 2500-EXIT.
005340     EXIT.
005350*--------------------------------------------------------------*
005360* 3000-WRITE-BAD-DECISION - REPORTS A DECISION THAT CANNOT BE
005370* RECORDED, WITH THE REASON THE CALLER HAS LOADED.
005380*--------------------------------------------------------------*
005390 3000-WRITE-BAD-DECISION.
005400     DISPLAY BAD-DECISION-LINE
005410     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
005420     MOVE BAD-DECISION-LINE TO APPROVAL-REPORT-LINE
005430     WRITE APPROVAL-REPORT-LINE
005440     ADD 1 TO LINE-COUNT.
005450 3000-EXIT.
005460     EXIT.
005470*--------------------------------------------------------------*
005480* 3100-START-PAGE-IF-FULL - STARTS A NEW REPORT PAGE WITH THE
005490* RUN DATE, THE PAGE NUMBER AND THE COLUMN HEADINGS IF THE
005500* CURRENT PAGE IS FULL.  THE CALLER WRITES ITS OWN LINE
005510* AFTERWARD.
005520*--------------------------------------------------------------*
005530 3100-START-PAGE-IF-FULL.
005540     IF LINE-COUNT < LINES-PER-PAGE
005550        GO TO 3100-EXIT
005560     END-IF
005570     ADD 1 TO PAGE-NUMBER
005580     MOVE ZERO TO LINE-COUNT
005590     MOVE RUN-DATE-MM   TO RH-RUN-MM
005600     MOVE RUN-DATE-DD   TO RH-RUN-DD
005610     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
005620     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
005630     WRITE APPROVAL-REPORT-LINE FROM REPORT-HEADING-LINE-1
005640     MOVE SPACES TO APPROVAL-REPORT-LINE
005650     WRITE APPROVAL-REPORT-LINE
005660     WRITE APPROVAL-REPORT-LINE FROM REPORT-HEADING-LINE-2
005670     ADD 2 TO LINE-COUNT.
005680 3100-EXIT.
005690     EXIT.
005700*--------------------------------------------------------------*
005710* 4000-REPORT-UNUSED-DECISIONS - REPORTS EVERY DECISION THAT
005720* FOUND NO ITEM ON APPRPND.  USUALLY A HOLD NUMBER MISTYPED ON
005730* APPRDEC.
005740*--------------------------------------------------------------*
005750 4000-REPORT-UNUSED-DECISIONS.
005760     PERFORM 4100-CHECK-ONE-UNUSED THRU 4100-EXIT
005770        VARYING DEC-IDX FROM 1 BY 1
005780        UNTIL DEC-IDX > DECISION-ENTRY-COUNT.
005790 4000-EXIT.
005800     EXIT.
005810*--------------------------------------------------------------*
005820* 4100-CHECK-ONE-UNUSED - REPORTS THE DECISION AT DEC-IDX IF IT
005830* WAS NEVER USED.
005840*--------------------------------------------------------------*
005850 4100-CHECK-ONE-UNUSED.
005860     IF DE-USED-FLAG (DEC-IDX) = 'Y'
005870        GO TO 4100-EXIT
005880     END-IF
005890     MOVE DE-HOLD-NUMBER (DEC-IDX) TO BD-HOLD-NUMBER
005900     MOVE "MATCHED NO HELD ITEM" TO BD-REASON
005910     PERFORM 3000-WRITE-BAD-DECISION THRU 3000-EXIT
005920     ADD 1 TO UNUSED-DECISION-COUNT.
005930 4100-EXIT.
005940     EXIT.
005950*--------------------------------------------------------------*
005960* 5000-WRITE-APPROVAL-SUMMARY - CLOSES THE REPORT OUT WITH THE
005970* RUN'S COUNTS.
005980*--------------------------------------------------------------*
005990 5000-WRITE-APPROVAL-SUMMARY.
006000     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
006010     MOVE SPACES TO APPROVAL-REPORT-LINE
006020     WRITE APPROVAL-REPORT-LINE
006030     ADD 1 TO LINE-COUNT
006040
006050     MOVE "DECISIONS READ:" TO SC-LABEL
006060     MOVE DECISION-READ-COUNT TO SC-COUNT
006070     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006080
006090     MOVE "ITEMS APPROVED:" TO SC-LABEL
006100     MOVE APPROVED-COUNT TO SC-COUNT
006110     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006120
006130     MOVE "ITEMS REJECTED:" TO SC-LABEL
006140     MOVE REJECTED-COUNT TO SC-COUNT
006150     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006160
006170     MOVE "REFUSED - SAME OPERATOR:" TO SC-LABEL
006180     MOVE REFUSED-COUNT TO SC-COUNT
006190     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006200
006210     MOVE "DECISIONS IN ERROR:" TO SC-LABEL
006220     MOVE BAD-DECISION-COUNT TO SC-COUNT
006230     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006240
006250     MOVE "DECISIONS UNMATCHED:" TO SC-LABEL
006260     MOVE UNUSED-DECISION-COUNT TO SC-COUNT
006270     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006280
006290     MOVE "ITEMS STILL PENDING:" TO SC-LABEL
006300     MOVE PENDING-COUNT TO SC-COUNT
006310     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006320
006330     MOVE "PENDING PAST AGED DAYS:" TO SC-LABEL
006340     MOVE AGED-COUNT TO SC-COUNT
006350     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
006360 5000-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------*
006390* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
006400* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
006410*--------------------------------------------------------------*
006420 5100-WRITE-SUMMARY-LINE.
006430     PERFORM 3100-START-PAGE-IF-FULL THRU 3100-EXIT
006440     MOVE SUMMARY-COUNT-LINE TO APPROVAL-REPORT-LINE
006450     WRITE APPROVAL-REPORT-LINE
006460     ADD 1 TO LINE-COUNT.
006470 5100-EXIT.
006480     EXIT.
006490*--------------------------------------------------------------*
006500* 6000-REPLACE-PENDING-FILE - SAVES THE STANDING APPRPND AS A NEW
006510* GENERATION (GENSAVE) AND COPIES THE SCRATCH FILE BACK OVER IT.
006520* A RUN THAT RECORDED NO DECISION LEAVES APPRPND AS IT WAS.  AN
006530* APPRPND THAT CANNOT BE SAVED IS NOT REPLACED; NOTHING IS LOST,
006540* SINCE THE DECISIONS ARE STILL ON APPRDEC, AND THE RUN ENDS
006550* WITH CONDITION CODE 8.  THE SAME HAPPENS WHEN A WRITE TO
006560* APPRPNDT FAILED, SINCE COPYING IT BACK WOULD DROP THE RECORD
006570* THAT WAS NOT WRITTEN OUT OF DUAL CONTROL.
006580*--------------------------------------------------------------*
006590 6000-REPLACE-PENDING-FILE.
006600     IF PENDING-REPLACE-FAILED
006610        DISPLAY "ITEMAPPR: APPRPNDT INCOMPLETE - APPRPND NOT "
006620           "REPLACED, DECISIONS NOT RECORDED"
006630        GO TO 6000-EXIT
006640     END-IF
006650     IF APPROVED-COUNT = ZERO
006660        AND REJECTED-COUNT = ZERO
006670        GO TO 6000-EXIT
006680     END-IF
006690     MOVE ZERO TO RETURN-CODE
006700     CALL "GENSAVE" USING GENERATION-BASE-NAME
006710        GENERATION-NAME-TAKEN
006720     CANCEL "GENSAVE"
006730     IF RETURN-CODE NOT = ZERO
006740        DISPLAY "ITEMAPPR: APPRPND NOT SAVED - NOT REPLACED, "
006750           "DECISIONS NOT RECORDED"
006760        SET PENDING-REPLACE-FAILED TO TRUE
006770        GO TO 6000-EXIT
006780     END-IF
006790     OPEN INPUT PENDING-SCRATCH-FILE
006800     IF NOT PENDING-SCRATCH-FILE-OK
006810        DISPLAY "ITEMAPPR: UNABLE TO REOPEN APPRPNDT - STATUS "
006820           PENDING-SCRATCH-FILE-STATUS " - APPRPND NOT REPLACED"
006830        SET PENDING-REPLACE-FAILED TO TRUE
006840        GO TO 6000-EXIT
006850     END-IF
006860     OPEN OUTPUT PENDING-FILE
006870     IF NOT PENDING-FILE-OK
006880        DISPLAY "ITEMAPPR: UNABLE TO OPEN APPRPND FOR OUTPUT - "
006890           "STATUS " PENDING-FILE-STATUS
006900        DISPLAY "ITEMAPPR: APPRPND WAS SAVED AS "
006910           GENERATION-NAME-TAKEN
006920        CLOSE PENDING-SCRATCH-FILE
006930        SET PENDING-REPLACE-FAILED TO TRUE
006940        GO TO 6000-EXIT
006950     END-IF
006960     SET PENDING-FILE-NOT-AT-END TO TRUE
006970     PERFORM UNTIL PENDING-FILE-AT-END
006980        READ PENDING-SCRATCH-FILE
006990           AT END
007000              SET PENDING-FILE-AT-END TO TRUE
007010           NOT AT END
007020              WRITE PENDING-APPROVAL-RECORD
007030                 FROM PENDING-SCRATCH-RECORD
007040        END-READ
007050     END-PERFORM
007060     CLOSE PENDING-SCRATCH-FILE
007070     CLOSE PENDING-FILE.
007080 6000-EXIT.
007090     EXIT.
007100*--------------------------------------------------------------*
007110* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
007120* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE.
007130* RL-INPUT-COUNT IS THE DECISIONS READ; THE DETAIL CARRIES THE
007140* ITEMS APPROVED, REJECTED AND STILL PENDING.  A REFUSED, BAD OR
007150* UNMATCHED DECISION, OR AN AGED ITEM, LOGS "EXCEPTIONS"; A
007160* REFUSED RUN, OR AN APPRPND THAT COULD NOT BE REPLACED, LOGS
007170* "FAILED".  THE FILE IS
007180* OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST YET THIS IS
007190* ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
007200*--------------------------------------------------------------*
007210 8000-WRITE-RUN-LOG-ENTRY.
007220     OPEN EXTEND RUN-LOG-FILE
007230     IF NOT RUN-LOG-FILE-OK
007240        OPEN OUTPUT RUN-LOG-FILE
007250     END-IF
007260     MOVE SPACES TO RUN-LOG-RECORD
007270     ACCEPT RUN-TIME-NOW FROM TIME
007280     MOVE "ITEMAPPR"          TO RL-PROGRAM-ID
007290     MOVE RUN-DATE-NUMBER     TO RL-RUN-DATE
007300     MOVE RUN-TIME-NOW        TO RL-RUN-TIME
007310     MOVE DECISION-READ-COUNT TO RL-INPUT-COUNT
007320     MOVE APPROVED-COUNT      TO RD-APPROVED-COUNT
007330     MOVE REJECTED-COUNT      TO RD-REJECTED-COUNT
007340     MOVE PENDING-COUNT       TO RD-PENDING-COUNT
007350     MOVE RUN-LOG-DETAIL      TO RL-DETAIL
007360     IF PENDING-REPLACE-FAILED OR APPROVAL-RUN-REFUSED
007370        MOVE "FAILED"         TO RL-STATUS
007380     ELSE
007390        IF REFUSED-COUNT = ZERO AND BAD-DECISION-COUNT = ZERO
007400           AND UNUSED-DECISION-COUNT = ZERO AND AGED-COUNT = ZERO
007410           MOVE "COMPLETED"   TO RL-STATUS
007420        ELSE
007430           MOVE "EXCEPTIONS"  TO RL-STATUS
007440        END-IF
007450     END-IF
007460     WRITE RUN-LOG-RECORD
007470     CLOSE RUN-LOG-FILE.
007480 8000-EXIT.
007490     EXIT.
007500*--------------------------------------------------------------*
007510* 9000-REFUSE-APPROVAL - LOGS THE REFUSED RUN AS FAILED, SO
007520* RUNALERT REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.  A
007530* RUN IS ONLY REFUSED BEFORE ANY DECISION IS APPLIED, SO APPRPND
007540* IS LEFT AS IT WAS AND THE DECISIONS ARE STILL ON APPRDEC.
007550*--------------------------------------------------------------*
007560 9000-REFUSE-APPROVAL.
007570     SET APPROVAL-RUN-REFUSED TO TRUE
007580     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
007590     DISPLAY "ITEMAPPR: RUN REFUSED - APPRPND NOT UPDATED"
007600     MOVE 8 TO RETURN-CODE
007610     STOP RUN.
007620 9000-EXIT.
007630     EXIT.
007640
007650 END PROGRAM ITEMAPPR.
