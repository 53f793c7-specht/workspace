000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ITEMMNT.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL PROGRAM.  ONLINE INQUIRY AND
000100*                    MAINTENANCE OF SINGLE ACCOUNTS ON THE
000110*                    INDEXED ITEM MASTER (ITEMMST) DURING THE
000120*                    DAY.  THE OPERATOR SIGNS ON WITH AN OPERATOR
000130*                    ID, THEN LOOKS AN ACCOUNT UP BY KEY, BROWSES
000140*                    FORWARD OR BACK FROM IT, OR ADDS, CORRECTS OR
000150*                    DELETES IT.  KEYS AND AMOUNTS ARE EDITED THE
000160*                    WAY ITEMEDIT EDITS THE NIGHTLY BATCH.  EVERY
000170*                    UPDATE STAMPS IM-LAST-ACTIVITY-DATE, IS
000180*                    WRITTEN TO THE CHANGE JOURNAL (MSTJRNL) WITH
000190*                    THE OPERATOR ID, AND CARRIES THE LATEST
000200*                    MSTBAL CLOSING FORWARD BY ITS MOVEMENT SO THE
000210*                    NEXT MASTUPDT STILL PROVES IN BALANCE.  THE
000220*                    SESSION IS LOGGED ON RUNLOG AT SIGN-OFF.
000230*                    ITEMMNT MUST NOT BE RUN WHILE THE NIGHTLY
000240*                    MASTUPDT IS REBUILDING ITEMMST.
000250*   2026-10-15  DO   DUAL CONTROL.  A DELETE, AND A CORRECTION TO
000260*                    AN AMOUNT OVER THE APPRPRM THRESHOLD, ARE NO
000270*                    LONGER MADE ON THE SPOT; THEY ARE HELD ON
000280*                    APPRPND UNDER THE OPERATOR'S ID FOR A SECOND
000290*                    OPERATOR TO APPROVE (ITEMAPPR), AND REACH
000300*                    ITEMMST THROUGH ITEMFIX OR MASTUPDT.  THE
000310*                    RUN-LOG DETAIL COUNTS ITEMS HELD IN PLACE OF
000320*                    DELETES.  LIKE MASTUPDT, ITEMFIX AND ITEMAPPR
000330*                    ALSO REWRITE APPRPND, SO ITEMMNT MUST NOT RUN
000340*                    WHILE ANY OF THEM IS RUNNING.
000350*   2026-10-15  DO   A HOLD WHOSE WRITE TO APPRPND FAILS IS NO
000360*                    LONGER COUNTED OR REPORTED AS HELD; THE
000370*                    OPERATOR IS SHOWN THE FILE STATUS INSTEAD.
000380*                    AN APPRPRM AGED-DAYS FIELD THAT IS NEITHER
000390*                    BLANK NOR NUMERIC NOW FAILS THE SESSION, AS
000400*                    ITEMFIX AND ITEMAPPR REFUSE IT.
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MASTER-FILE ASSIGN TO "ITEMMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS IM-ITEM-KEY
000490         FILE STATUS IS MASTER-FILE-STATUS.
000500
000510     SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS JOURNAL-FILE-STATUS.
000540
000550     SELECT BALANCE-FILE ASSIGN TO "MSTBAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BALANCE-FILE-STATUS.
000580
000590     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RUN-LOG-FILE-STATUS.
000620
000630     SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPRM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS APPROVAL-PARM-FILE-STATUS.
000660
000670     SELECT PENDING-FILE ASSIGN TO "APPRPND"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS PENDING-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MASTER-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 25 CHARACTERS.
000750     COPY "ITEMMST.CPY".
000760
000770 FD  JOURNAL-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 66 CHARACTERS.
000800     COPY "MSTJRNL.CPY".
000810
000820 FD  BALANCE-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 46 CHARACTERS.
000850     COPY "MSTBAL.CPY".
000860
000870 FD  RUN-LOG-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY "RUNLOG.CPY".
000900
000910*--------------------------------------------------------------*
000920* APPROVAL-PARM-RECORD - OPTIONAL.  THE AMOUNT ABOVE WHICH A
000930* CORRECTION NEEDS A SECOND OPERATOR'S APPROVAL; THE AGED-DAYS
000940* FIELD IS ITEMAPPR'S AND IS NOT USED HERE.
000950*--------------------------------------------------------------*
000960 FD  APPROVAL-PARM-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 15 CHARACTERS.
000990 01  APPROVAL-PARM-RECORD.
001000     03  AR-THRESHOLD           PIC X(11).
001010     03  AR-THRESHOLD-N REDEFINES AR-THRESHOLD
001020                                PIC 9(09)V99.
001030     03  FILLER                 PIC X(01).
001040     03  AR-AGED-DAYS           PIC X(03).
001050
001060 FD  PENDING-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 90 CHARACTERS.
001090     COPY "APPRPND.CPY".
001100 WORKING-STORAGE SECTION.
001110*--------------------------------------------------------------*
001120* SWITCHES
001130*--------------------------------------------------------------*
001140 01  SESSION-SWITCH             PIC X(01) VALUE 'N'.
001150     88  END-OF-SESSION         VALUE 'Y'.
001160     88  SESSION-CONTINUES      VALUE 'N'.
001170 01  ACCOUNT-SHOWN-SWITCH       PIC X(01) VALUE 'N'.
001180     88  ACCOUNT-SHOWN          VALUE 'Y'.
001190     88  NO-ACCOUNT-SHOWN       VALUE 'N'.
001200 01  SCREEN-EDIT-SWITCH         PIC X(01) VALUE 'N'.
001210     88  SCREEN-ENTRY-IN-ERROR  VALUE 'Y'.
001220     88  SCREEN-ENTRY-VALID     VALUE 'N'.
001230 01  PRIOR-CLOSE-SWITCH         PIC X(01) VALUE 'N'.
001240     88  PRIOR-CLOSE-FOUND      VALUE 'Y'.
001250     88  PRIOR-CLOSE-ABSENT     VALUE 'N'.
001260 01  BALANCE-FILE-EOF-SWITCH    PIC X(01).
001270     88  BALANCE-FILE-AT-END    VALUE 'Y'.
001280     88  BALANCE-FILE-NOT-AT-END VALUE 'N'.
001290 01  MASTER-FILE-STATUS         PIC X(02).
001300     88  MASTER-FILE-OK         VALUE '00'.
001310     88  MASTER-DUPLICATE-KEY   VALUE '22'.
001320 01  JOURNAL-FILE-STATUS        PIC X(02).
001330     88  JOURNAL-FILE-OK        VALUE '00'.
001340 01  BALANCE-FILE-STATUS        PIC X(02).
001350     88  BALANCE-FILE-OK        VALUE '00'.
001360 01  RUN-LOG-FILE-STATUS        PIC X(02).
001370     88  RUN-LOG-FILE-OK        VALUE '00'.
001380 01  APPROVAL-PARM-FILE-STATUS  PIC X(02).
001390     88  APPROVAL-PARM-FILE-OK  VALUE '00'.
001400 01  PENDING-FILE-STATUS        PIC X(02).
001410     88  PENDING-FILE-OK        VALUE '00'.
001420 01  PENDING-FILE-EOF-SWITCH    PIC X(01).
001430     88  PENDING-FILE-AT-END    VALUE 'Y'.
001440     88  PENDING-FILE-NOT-AT-END VALUE 'N'.
001450*--------------------------------------------------------------*
001460* COUNTERS AND WORK AREAS
001470*--------------------------------------------------------------*
001480 77  ADD-COUNT                PIC 9(04) COMP VALUE ZERO.
001490 77  CHANGE-COUNT             PIC 9(04) COMP VALUE ZERO.
001500 77  HELD-COUNT               PIC 9(04) COMP VALUE ZERO.
001510 77  UPDATE-COUNT             PIC 9(06) COMP VALUE ZERO.
001520 77  OLD-AMOUNT               PIC 9(09)V99 VALUE ZERO.
001530 77  COUNT-MOVEMENT           PIC S9(06) VALUE ZERO.
001540 77  AMOUNT-MOVEMENT          PIC S9(13)V99 COMP-3 VALUE ZERO.
001550 77  LAST-CLOSE-COUNT         PIC 9(06) VALUE ZERO.
001560 77  LAST-CLOSE-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
001570 77  DISPLAYED-ITEM-KEY       PIC 9(06) VALUE ZERO.
001580 77  DELETE-SENTINEL-AMOUNT   PIC 9(09)V99 VALUE 999999999.99.
001590 77  APPROVAL-THRESHOLD       PIC 9(09)V99 VALUE 10000.00.
001600 77  HIGHEST-HOLD-NUMBER      PIC 9(06) VALUE ZERO.
001610 77  HOLD-ITEM-DATA           PIC 9(09)V99 VALUE ZERO.
001620 01  HOLD-ITEM-TYPE           PIC X(01) VALUE SPACE.
001630     88  HOLD-CORRECTION      VALUE 'C'.
001640     88  HOLD-DELETE          VALUE 'D'.
001650 01  HOLD-ITEM-TEXT           PIC X(10) VALUE SPACES.
001660 01  RUN-DATE-TODAY.
001670     03  RUN-DATE-CCYY        PIC 9(04).
001680     03  RUN-DATE-MM          PIC 9(02).
001690     03  RUN-DATE-DD          PIC 9(02).
001700 01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-TODAY
001710                              PIC 9(08).
001720 77  RUN-TIME-NOW             PIC 9(08).
001730 01  SESSION-STATUS           PIC X(10) VALUE SPACES.
001740 01  SESSION-DETAIL.
001750     03  FILLER               PIC X(04) VALUE "ADD ".
001760     03  SD-ADD-COUNT         PIC 9(04).
001770     03  FILLER               PIC X(05) VALUE " CHG ".
001780     03  SD-CHANGE-COUNT      PIC 9(04).
001790     03  FILLER               PIC X(05) VALUE " HLD ".
001800     03  SD-HELD-COUNT        PIC 9(04).
001810*--------------------------------------------------------------*
001820* SCREEN WORK AREAS - THE KEY AND NEW AMOUNT ARE TAKEN AS TYPED
001830* AND EDITED THROUGH THEIR NUMERIC REDEFINITIONS, AS ITEMEDIT
001840* EDITS THE SAME FIELDS ON THE BATCH RECORD.
001850*--------------------------------------------------------------*
001860 01  OPERATOR-ID              PIC X(08) VALUE SPACES.
001870 01  SCREEN-FUNCTION          PIC X(01) VALUE SPACES.
001880     88  FUNCTION-INQUIRE     VALUE 'I'.
001890     88  FUNCTION-NEXT        VALUE 'N'.
001900     88  FUNCTION-PREVIOUS    VALUE 'P'.
001910     88  FUNCTION-ADD         VALUE 'A'.
001920     88  FUNCTION-CORRECT     VALUE 'C'.
001930     88  FUNCTION-DELETE      VALUE 'D'.
001940     88  FUNCTION-EXIT        VALUE 'X'.
001950 01  SCREEN-KEY-IN            PIC X(06) VALUE SPACES.
001960 01  SCREEN-KEY REDEFINES SCREEN-KEY-IN
001970                              PIC 9(06).
001980 01  SCREEN-AMOUNT-IN         PIC X(11) VALUE SPACES.
001990 01  SCREEN-AMOUNT REDEFINES SCREEN-AMOUNT-IN
002000                              PIC 9(09)V99.
002010 01  SHOWN-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002020 01  SHOWN-ACTIVITY-DATE      PIC 9(08) VALUE ZERO.
002030 01  SCREEN-MESSAGE           PIC X(70) VALUE SPACES.
002040 01  ACCOUNT-MESSAGE.
002050     03  FILLER               PIC X(08) VALUE "ACCOUNT ".
002060     03  AM-ITEM-KEY          PIC 9(06).
002070     03  FILLER               PIC X(01) VALUE SPACE.
002080     03  AM-TEXT              PIC X(55).
002090 01  STATUS-MESSAGE.
002100     03  SM-TEXT              PIC X(40).
002110     03  FILLER               PIC X(09) VALUE " - STATUS".
002120     03  FILLER               PIC X(01) VALUE SPACE.
002130     03  SM-FILE-STATUS       PIC X(02).
002140 SCREEN SECTION.
002150*--------------------------------------------------------------*
002160* SIGN-ON SCREEN - AN OPERATOR ID IS REQUIRED BEFORE ITEMMST IS
002170* OPENED; IT GOES ON EVERY JOURNAL ENTRY THE SESSION WRITES.
002180*--------------------------------------------------------------*
002190 01  SIGN-ON-SCREEN.
002200     03  BLANK SCREEN.
002210     03  LINE 01 COLUMN 01 VALUE
002220         "ITEMMNT - ITEM MASTER INQUIRY AND MAINTENANCE".
002230     03  LINE 01 COLUMN 60 VALUE "DATE:".
002240     03  LINE 01 COLUMN 66 PIC 99 FROM RUN-DATE-MM.
002250     03  LINE 01 COLUMN 68 VALUE "/".
002260     03  LINE 01 COLUMN 69 PIC 99 FROM RUN-DATE-DD.
002270     03  LINE 01 COLUMN 71 VALUE "/".
002280     03  LINE 01 COLUMN 72 PIC 9(04) FROM RUN-DATE-CCYY.
002290     03  LINE 05 COLUMN 01 VALUE "OPERATOR ID:".
002300     03  LINE 05 COLUMN 20 PIC X(08) USING OPERATOR-ID.
002310     03  LINE 22 COLUMN 01 PIC X(70) FROM SCREEN-MESSAGE.
002320*--------------------------------------------------------------*
002330* MAINTENANCE SCREEN - FUNCTION, ACCOUNT KEY AND NEW AMOUNT ARE
002340* ENTERED; THE ACCOUNT LAST READ IS SHOWN BENEATH THEM.
002350*--------------------------------------------------------------*
002360 01  MAINTENANCE-SCREEN.
002370     03  BLANK SCREEN.
002380     03  LINE 01 COLUMN 01 VALUE
002390         "ITEMMNT - ITEM MASTER INQUIRY AND MAINTENANCE".
002400     03  LINE 01 COLUMN 60 VALUE "DATE:".
002410     03  LINE 01 COLUMN 66 PIC 99 FROM RUN-DATE-MM.
002420     03  LINE 01 COLUMN 68 VALUE "/".
002430     03  LINE 01 COLUMN 69 PIC 99 FROM RUN-DATE-DD.
002440     03  LINE 01 COLUMN 71 VALUE "/".
002450     03  LINE 01 COLUMN 72 PIC 9(04) FROM RUN-DATE-CCYY.
002460     03  LINE 02 COLUMN 01 VALUE "OPERATOR:".
002470     03  LINE 02 COLUMN 11 PIC X(08) FROM OPERATOR-ID.
002480     03  LINE 04 COLUMN 01 VALUE "FUNCTION:".
002490     03  LINE 04 COLUMN 20 PIC X(01) USING SCREEN-FUNCTION.
002500     03  LINE 04 COLUMN 23 VALUE
002510         "I=INQUIRE N=NEXT P=PREVIOUS A=ADD C=CORRECT".
002520     03  LINE 05 COLUMN 23 VALUE "D=DELETE X=EXIT".
002530     03  LINE 07 COLUMN 01 VALUE "ACCOUNT KEY:".
002540     03  LINE 07 COLUMN 20 PIC X(06) USING SCREEN-KEY-IN.
002550     03  LINE 07 COLUMN 30 VALUE "(6 DIGITS)".
002560     03  LINE 09 COLUMN 01 VALUE "CURRENT AMOUNT:".
002570     03  LINE 09 COLUMN 20 PIC Z(8)9.99 FROM SHOWN-AMOUNT.
002580     03  LINE 10 COLUMN 01 VALUE "LAST ACTIVITY:".
002590     03  LINE 10 COLUMN 20 PIC 9(08) FROM SHOWN-ACTIVITY-DATE.
002600     03  LINE 12 COLUMN 01 VALUE "NEW AMOUNT:".
002610     03  LINE 12 COLUMN 20 PIC X(11) USING SCREEN-AMOUNT-IN.
002620     03  LINE 12 COLUMN 33 VALUE
002630         "(11 DIGITS, LAST TWO ARE CENTS - A AND C ONLY)".
002640     03  LINE 22 COLUMN 01 PIC X(70) FROM SCREEN-MESSAGE.
002650 PROCEDURE DIVISION.
002660*--------------------------------------------------------------*
002670* 0000-MAINLINE - SIGNS THE OPERATOR ON, OPENS ITEMMST FOR
002680* UPDATE AND TAKES ONE FUNCTION AT A TIME FROM THE SCREEN UNTIL
002690* THE OPERATOR EXITS, THEN LOGS THE SESSION.  THE APPROVAL
002700* THRESHOLD IS READ FIRST; A BAD APPRPRM ENDS THE SESSION AT ONCE.
002710*--------------------------------------------------------------*
002720 0000-MAINLINE.
002730     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002740     PERFORM 1000-SIGN-ON THRU 1000-EXIT
002750     PERFORM 0500-READ-APPROVAL-PARM THRU 0500-EXIT
002760     OPEN I-O MASTER-FILE
002770     IF NOT MASTER-FILE-OK
002780        DISPLAY "ITEMMNT: UNABLE TO OPEN ITEMMST - STATUS "
002790           MASTER-FILE-STATUS
002800        MOVE "FAILED" TO SESSION-STATUS
002810        PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002820        MOVE 8 TO RETURN-CODE
002830        STOP RUN
002840     END-IF
002850
002860     MOVE "ENTER A FUNCTION AND AN ACCOUNT KEY" TO SCREEN-MESSAGE
002870     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
002880        UNTIL END-OF-SESSION
002890     CLOSE MASTER-FILE
002900
002910     MOVE "COMPLETED" TO SESSION-STATUS
002920     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002930     DISPLAY "ITEMMNT: " OPERATOR-ID " SIGNED OFF - " ADD-COUNT
002940        " ADDED, " CHANGE-COUNT " CORRECTED, " HELD-COUNT
002950        " HELD FOR APPROVAL"
002960     STOP RUN.
002970*--------------------------------------------------------------*
002980* 0500-READ-APPROVAL-PARM - READS THE APPROVAL THRESHOLD FROM
002990* APPRPRM.  A MISSING OR EMPTY FILE LEAVES THE DEFAULT IN PLACE,
003000* AS KEYALLOC DOES WITH KEYPARM.  A RECORD THAT IS PRESENT BUT NOT
003010* USABLE FAILS THE SESSION BEFORE ITEMMST IS OPENED.  THE AGED
003020* DAYS ARE NOT USED HERE, BUT MUST BE BLANK OR NUMERIC, SO THAT
003030* ONE APPRPRM IS GOOD OR BAD ALIKE FOR ITEMFIX, ITEMMNT AND
003040* ITEMAPPR.
003050*--------------------------------------------------------------*
003060 0500-READ-APPROVAL-PARM.
003070     OPEN INPUT APPROVAL-PARM-FILE
003080     IF NOT APPROVAL-PARM-FILE-OK
003090        GO TO 0500-EXIT
003100     END-IF
003110     READ APPROVAL-PARM-FILE
003120        AT END
003130           CLOSE APPROVAL-PARM-FILE
003140           GO TO 0500-EXIT
003150     END-READ
003160     CLOSE APPROVAL-PARM-FILE
003170     IF AR-THRESHOLD NOT NUMERIC
003180        OR AR-THRESHOLD-N = ZERO
003190        OR (AR-AGED-DAYS NOT = SPACES
003200            AND AR-AGED-DAYS NOT NUMERIC)
003210        DISPLAY "ITEMMNT: APPRPRM THRESHOLD " AR-THRESHOLD
003220           " OR AGED DAYS " AR-AGED-DAYS " NOT VALID"
003230        MOVE "FAILED" TO SESSION-STATUS
003240        PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
003250        MOVE 8 TO RETURN-CODE
003260        STOP RUN
003270     END-IF
003280     MOVE AR-THRESHOLD-N TO APPROVAL-THRESHOLD.
003290 0500-EXIT.
003300     EXIT.
003310*--------------------------------------------------------------*
003320* 1000-SIGN-ON - SHOWS THE SIGN-ON SCREEN UNTIL AN OPERATOR ID
003330* IS ENTERED.
003340*--------------------------------------------------------------*
003350 1000-SIGN-ON.
003360     DISPLAY SIGN-ON-SCREEN
003370     ACCEPT SIGN-ON-SCREEN
003380     IF OPERATOR-ID = SPACES
003390        MOVE "AN OPERATOR ID IS REQUIRED TO SIGN ON"
003400           TO SCREEN-MESSAGE
003410        GO TO 1000-SIGN-ON
003420     END-IF
003430     MOVE SPACES TO SCREEN-MESSAGE.
003440 1000-EXIT.
003450     EXIT.
003460*--------------------------------------------------------------*
003470* 2000-PROCESS-FUNCTION - SHOWS THE MAINTENANCE SCREEN, TAKES
003480* THE OPERATOR'S ENTRY AND CARRIES OUT THE FUNCTION ASKED FOR.
003490* BROWSING NEEDS NO VALID KEY (A BLANK KEY BROWSES FROM EITHER
003500* END OF ITEMMST); EVERY OTHER FUNCTION DOES.
003510*--------------------------------------------------------------*
003520 2000-PROCESS-FUNCTION.
003530     DISPLAY MAINTENANCE-SCREEN
003540     ACCEPT MAINTENANCE-SCREEN
003550     MOVE SPACES TO SCREEN-MESSAGE
003560     INSPECT SCREEN-FUNCTION CONVERTING "acdinpx" TO "ACDINPX"
003570
003580     IF FUNCTION-EXIT
003590        SET END-OF-SESSION TO TRUE
003600        GO TO 2000-EXIT
003610     END-IF
003620     IF FUNCTION-NEXT
003630        PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
003640        GO TO 2000-EXIT
003650     END-IF
003660     IF FUNCTION-PREVIOUS
003670        PERFORM 3200-BROWSE-PREVIOUS THRU 3200-EXIT
003680        GO TO 2000-EXIT
003690     END-IF
003700     IF NOT FUNCTION-INQUIRE AND NOT FUNCTION-ADD
003710        AND NOT FUNCTION-CORRECT AND NOT FUNCTION-DELETE
003720        MOVE "FUNCTION MUST BE I, N, P, A, C, D OR X"
003730           TO SCREEN-MESSAGE
003740        GO TO 2000-EXIT
003750     END-IF
003760
003770     PERFORM 2100-EDIT-KEY THRU 2100-EXIT
003780     IF SCREEN-ENTRY-IN-ERROR
003790        GO TO 2000-EXIT
003800     END-IF
003810     IF FUNCTION-INQUIRE
003820        PERFORM 3000-INQUIRE THRU 3000-EXIT
003830     END-IF
003840     IF FUNCTION-ADD
003850        PERFORM 4000-ADD-ACCOUNT THRU 4000-EXIT
003860     END-IF
003870     IF FUNCTION-CORRECT
003880        PERFORM 4100-CORRECT-ACCOUNT THRU 4100-EXIT
003890     END-IF
003900     IF FUNCTION-DELETE
003910        PERFORM 4200-DELETE-ACCOUNT THRU 4200-EXIT
003920     END-IF.
003930 2000-EXIT.
003940     EXIT.
003950*--------------------------------------------------------------*
003960* 2100-EDIT-KEY - THE ITEMEDIT KEY EDITS: THE ACCOUNT KEY MUST
003970* BE NUMERIC AND NONZERO.
003980*--------------------------------------------------------------*
003990 2100-EDIT-KEY.
004000     SET SCREEN-ENTRY-VALID TO TRUE
004010     IF SCREEN-KEY-IN NOT NUMERIC
004020        MOVE "*** INVALID - ITEM KEY IS NOT NUMERIC ***"
004030           TO SCREEN-MESSAGE
004040        SET SCREEN-ENTRY-IN-ERROR TO TRUE
004050        GO TO 2100-EXIT
004060     END-IF
004070     IF SCREEN-KEY = ZERO
004080        MOVE "*** INVALID - ITEM KEY MUST BE NONZERO ***"
004090           TO SCREEN-MESSAGE
004100        SET SCREEN-ENTRY-IN-ERROR TO TRUE
004110     END-IF.
004120 2100-EXIT.
004130     EXIT.
004140*--------------------------------------------------------------*
004150* 2200-EDIT-AMOUNT - THE ITEMEDIT AMOUNT EDITS: THE NEW AMOUNT
004160* MUST BE NUMERIC AND NONZERO.  ALL NINES IS THE BATCH DELETE
004170* AMOUNT AND IS NOT A BALANCE ANY ACCOUNT CAN CARRY, SO IT IS
004180* TURNED AWAY HERE; ON THIS SCREEN A DELETE IS FUNCTION D.
004190*--------------------------------------------------------------*
004200 2200-EDIT-AMOUNT.
004210     SET SCREEN-ENTRY-VALID TO TRUE
004220     IF SCREEN-AMOUNT-IN NOT NUMERIC
004230        MOVE "*** INVALID - ITEM AMOUNT IS NOT NUMERIC ***"
004240           TO SCREEN-MESSAGE
004250        SET SCREEN-ENTRY-IN-ERROR TO TRUE
004260        GO TO 2200-EXIT
004270     END-IF
004280     IF SCREEN-AMOUNT = ZERO
004290        MOVE "*** INVALID - ITEM AMOUNT IS ZERO ***"
004300           TO SCREEN-MESSAGE
004310        SET SCREEN-ENTRY-IN-ERROR TO TRUE
004320        GO TO 2200-EXIT
004330     END-IF
004340     IF SCREEN-AMOUNT = DELETE-SENTINEL-AMOUNT
004350        MOVE "*** INVALID - ALL NINES IS NOT AN AMOUNT ***"
004360           TO SCREEN-MESSAGE
004370        SET SCREEN-ENTRY-IN-ERROR TO TRUE
004380     END-IF.
004390 2200-EXIT.
004400     EXIT.
004410*--------------------------------------------------------------*
004420* 3000-INQUIRE - READS THE ACCOUNT KEYED AND SHOWS IT.
004430*--------------------------------------------------------------*
004440 3000-INQUIRE.
004450     MOVE SCREEN-KEY TO IM-ITEM-KEY
004460     READ MASTER-FILE
004470        KEY IS IM-ITEM-KEY
004480        INVALID KEY
004490           PERFORM 3950-CLEAR-ACCOUNT THRU 3950-EXIT
004500           MOVE SCREEN-KEY TO AM-ITEM-KEY
004510           MOVE "IS NOT ON ITEMMST" TO AM-TEXT
004520           MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE
004530           GO TO 3000-EXIT
004540     END-READ
004550     PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT.
004560 3000-EXIT.
004570     EXIT.
004580*--------------------------------------------------------------*
004590* 3100-BROWSE-NEXT - SHOWS THE ACCOUNT AFTER THE KEY ON THE
004600* SCREEN, OR THE FIRST ACCOUNT WHEN NO VALID KEY IS ENTERED.
004610*--------------------------------------------------------------*
004620 3100-BROWSE-NEXT.
004630     IF SCREEN-KEY-IN IS NUMERIC
004640        MOVE SCREEN-KEY TO IM-ITEM-KEY
004650     ELSE
004660        MOVE ZERO TO IM-ITEM-KEY
004670     END-IF
004680     START MASTER-FILE
004690        KEY IS GREATER THAN IM-ITEM-KEY
004700        INVALID KEY
004710           MOVE "NO FURTHER ACCOUNTS - END OF ITEMMST"
004720              TO SCREEN-MESSAGE
004730           GO TO 3100-EXIT
004740     END-START
004750     READ MASTER-FILE NEXT RECORD
004760        AT END
004770           MOVE "NO FURTHER ACCOUNTS - END OF ITEMMST"
004780              TO SCREEN-MESSAGE
004790           GO TO 3100-EXIT
004800     END-READ
004810     PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT.
004820 3100-EXIT.
004830     EXIT.
004840*--------------------------------------------------------------*
004850* 3200-BROWSE-PREVIOUS - SHOWS THE ACCOUNT BEFORE THE KEY ON THE
004860* SCREEN, OR THE LAST ACCOUNT WHEN NO VALID KEY IS ENTERED.
004870*--------------------------------------------------------------*
004880 3200-BROWSE-PREVIOUS.
004890     IF SCREEN-KEY-IN IS NUMERIC
004900        MOVE SCREEN-KEY TO IM-ITEM-KEY
004910        START MASTER-FILE
004920           KEY IS LESS THAN IM-ITEM-KEY
004930           INVALID KEY
004940              MOVE "NO EARLIER ACCOUNTS - START OF ITEMMST"
004950                 TO SCREEN-MESSAGE
004960              GO TO 3200-EXIT
004970        END-START
004980     ELSE
004990        MOVE 999999 TO IM-ITEM-KEY
005000        START MASTER-FILE
005010           KEY IS NOT GREATER THAN IM-ITEM-KEY
005020           INVALID KEY
005030              MOVE "ITEMMST HOLDS NO ACCOUNTS" TO SCREEN-MESSAGE
005040              GO TO 3200-EXIT
005050        END-START
005060     END-IF
005070     READ MASTER-FILE PREVIOUS RECORD
005080        AT END
005090           MOVE "NO EARLIER ACCOUNTS - START OF ITEMMST"
005100              TO SCREEN-MESSAGE
005110           GO TO 3200-EXIT
005120     END-READ
005130     PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT.
005140 3200-EXIT.
005150     EXIT.
005160*--------------------------------------------------------------*
005170* 3900-SHOW-ACCOUNT - PUTS THE ACCOUNT JUST READ ON THE SCREEN
005180* AND REMEMBERS WHICH ACCOUNT IS SHOWN.
005190*--------------------------------------------------------------*
005200 3900-SHOW-ACCOUNT.
005210     MOVE IM-ITEM-KEY           TO SCREEN-KEY DISPLAYED-ITEM-KEY
005220     MOVE IM-ITEM-DATA          TO SHOWN-AMOUNT
005230     MOVE IM-LAST-ACTIVITY-DATE TO SHOWN-ACTIVITY-DATE
005240     SET ACCOUNT-SHOWN TO TRUE.
005250 3900-EXIT.
005260     EXIT.
005270*--------------------------------------------------------------*
005280* 3950-CLEAR-ACCOUNT - CLEARS THE ACCOUNT SHOWN ON THE SCREEN.
005290*--------------------------------------------------------------*
005300 3950-CLEAR-ACCOUNT.
005310     MOVE ZERO TO SHOWN-AMOUNT SHOWN-ACTIVITY-DATE
005320                  DISPLAYED-ITEM-KEY
005330     SET NO-ACCOUNT-SHOWN TO TRUE.
005340 3950-EXIT.
005350     EXIT.
005360*--------------------------------------------------------------*
005370* 4000-ADD-ACCOUNT - ADDS THE ACCOUNT KEYED WITH THE NEW AMOUNT.
005380* AN ACCOUNT ALREADY ON ITEMMST IS NOT ADDED.
005390*--------------------------------------------------------------*
005400 4000-ADD-ACCOUNT.
005410     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT
005420     IF SCREEN-ENTRY-IN-ERROR
005430        GO TO 4000-EXIT
005440     END-IF
005450     PERFORM 6000-OPEN-JOURNAL THRU 6000-EXIT
005460     IF NOT JOURNAL-FILE-OK
005470        GO TO 4000-EXIT
005480     END-IF
005490     MOVE SCREEN-KEY     TO IM-ITEM-KEY
005500     MOVE SCREEN-AMOUNT  TO IM-ITEM-DATA
005510     MOVE RUN-DATE-NUMERIC TO IM-LAST-ACTIVITY-DATE
005520     WRITE ITEM-MASTER-RECORD
005530        INVALID KEY
005540           CLOSE JOURNAL-FILE
005550           MOVE SCREEN-KEY TO AM-ITEM-KEY
005560           IF MASTER-DUPLICATE-KEY
005570              MOVE "IS ALREADY ON ITEMMST - NOT ADDED" TO AM-TEXT
005580              MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE
005590           ELSE
005600              MOVE "ITEMMST WRITE FAILED - NOT ADDED" TO SM-TEXT
005610              MOVE MASTER-FILE-STATUS TO SM-FILE-STATUS
005620              MOVE STATUS-MESSAGE TO SCREEN-MESSAGE
005630           END-IF
005640           GO TO 4000-EXIT
005650     END-WRITE
005660
005670     MOVE "ADD"          TO MJ-ACTION
005680     MOVE ZERO           TO MJ-OLD-AMOUNT
005690     MOVE IM-ITEM-DATA   TO MJ-NEW-AMOUNT
005700     PERFORM 6100-WRITE-JOURNAL-ENTRY THRU 6100-EXIT
005710     MOVE 1              TO COUNT-MOVEMENT
005720     MOVE IM-ITEM-DATA   TO AMOUNT-MOVEMENT
005730     PERFORM 7000-CARRY-CLOSING-FORWARD THRU 7000-EXIT
005740     ADD 1 TO ADD-COUNT
005750     PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT
005760     MOVE SPACES TO SCREEN-AMOUNT-IN
005770     MOVE IM-ITEM-KEY TO AM-ITEM-KEY
005780     MOVE "ADDED" TO AM-TEXT
005790     MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE.
005800 4000-EXIT.
005810     EXIT.
005820*--------------------------------------------------------------*
005830* 4100-CORRECT-ACCOUNT - REPLACES THE AMOUNT ON THE ACCOUNT
005840* KEYED WITH THE NEW AMOUNT.  A NEW AMOUNT OVER THE APPROVAL
005850* THRESHOLD IS NOT APPLIED HERE BUT HELD FOR A SECOND OPERATOR
005860* (4500-HOLD-FOR-APPROVAL); ITEMFIX RELEASES IT ONCE APPROVED.
005870*--------------------------------------------------------------*
005880 4100-CORRECT-ACCOUNT.
005890     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT
005900     IF SCREEN-ENTRY-IN-ERROR
005910        GO TO 4100-EXIT
005920     END-IF
005930     MOVE SCREEN-KEY TO IM-ITEM-KEY
005940     READ MASTER-FILE
005950        KEY IS IM-ITEM-KEY
005960        INVALID KEY
005970           PERFORM 3950-CLEAR-ACCOUNT THRU 3950-EXIT
005980           MOVE SCREEN-KEY TO AM-ITEM-KEY
005990           MOVE "IS NOT ON ITEMMST - NOT CORRECTED" TO AM-TEXT
006000           MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE
006010           GO TO 4100-EXIT
006020     END-READ
006030     IF SCREEN-AMOUNT = IM-ITEM-DATA
006040        PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT
006050        MOVE IM-ITEM-KEY TO AM-ITEM-KEY
006060        MOVE "ALREADY CARRIES THAT AMOUNT - NOT CORRECTED"
006070           TO AM-TEXT
006080        MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE
006090        GO TO 4100-EXIT
006100     END-IF
006110     IF SCREEN-AMOUNT > APPROVAL-THRESHOLD
006120        PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT
006130        SET HOLD-CORRECTION TO TRUE
006140        MOVE SCREEN-AMOUNT TO HOLD-ITEM-DATA
006150        MOVE "CORRECTION" TO HOLD-ITEM-TEXT
006160        PERFORM 4500-HOLD-FOR-APPROVAL THRU 4500-EXIT
006170        GO TO 4100-EXIT
006180     END-IF
006190     PERFORM 6000-OPEN-JOURNAL THRU 6000-EXIT
006200     IF NOT JOURNAL-FILE-OK
006210        GO TO 4100-EXIT
006220     END-IF
006230     MOVE IM-ITEM-DATA     TO OLD-AMOUNT
006240     MOVE SCREEN-AMOUNT    TO IM-ITEM-DATA
006250     MOVE RUN-DATE-NUMERIC TO IM-LAST-ACTIVITY-DATE
006260     REWRITE ITEM-MASTER-RECORD
006270        INVALID KEY
006280           CLOSE JOURNAL-FILE
006290           MOVE "ITEMMST REWRITE FAILED - NOT CORRECTED"
006300              TO SM-TEXT
006310           MOVE MASTER-FILE-STATUS TO SM-FILE-STATUS
006320           MOVE STATUS-MESSAGE TO SCREEN-MESSAGE
006330           GO TO 4100-EXIT
006340     END-REWRITE
006350
006360     MOVE "CHANGE"       TO MJ-ACTION
006370     MOVE OLD-AMOUNT     TO MJ-OLD-AMOUNT
006380     MOVE IM-ITEM-DATA   TO MJ-NEW-AMOUNT
006390     PERFORM 6100-WRITE-JOURNAL-ENTRY THRU 6100-EXIT
006400     MOVE ZERO           TO COUNT-MOVEMENT
006410     COMPUTE AMOUNT-MOVEMENT = IM-ITEM-DATA - OLD-AMOUNT
006420     PERFORM 7000-CARRY-CLOSING-FORWARD THRU 7000-EXIT
006430     ADD 1 TO CHANGE-COUNT
006440     PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT
006450     MOVE SPACES TO SCREEN-AMOUNT-IN
006460     MOVE IM-ITEM-KEY TO AM-ITEM-KEY
006470     MOVE "CORRECTED" TO AM-TEXT
006480     MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE.
006490 4100-EXIT.
006500     EXIT.
006510*--------------------------------------------------------------*
006520* 4200-DELETE-ACCOUNT - HOLDS A DELETE OF THE ACCOUNT KEYED FOR A
006530* SECOND OPERATOR'S APPROVAL (4500-HOLD-FOR-APPROVAL); MASTUPDT
006540* REMOVES THE ACCOUNT ONCE THE DELETE IS APPROVED.  ONLY THE
006550* ACCOUNT ALREADY SHOWN ON THE SCREEN CAN BE DELETED, SO THE
006560* OPERATOR HAS SEEN WHAT IS ABOUT TO GO.
006570*--------------------------------------------------------------*
006580 4200-DELETE-ACCOUNT.
006590     IF NO-ACCOUNT-SHOWN OR SCREEN-KEY NOT = DISPLAYED-ITEM-KEY
006600        MOVE "INQUIRE FIRST - D DELETES ONLY THE ACCOUNT SHOWN"
006610           TO SCREEN-MESSAGE
006620        GO TO 4200-EXIT
006630     END-IF
006640     MOVE SCREEN-KEY TO IM-ITEM-KEY
006650     READ MASTER-FILE
006660        KEY IS IM-ITEM-KEY
006670        INVALID KEY
006680           PERFORM 3950-CLEAR-ACCOUNT THRU 3950-EXIT
006690           MOVE SCREEN-KEY TO AM-ITEM-KEY
006700           MOVE "IS NO LONGER ON ITEMMST" TO AM-TEXT
006710           MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE
006720           GO TO 4200-EXIT
006730     END-READ
006740     PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT
006750     SET HOLD-DELETE TO TRUE
006760     MOVE DELETE-SENTINEL-AMOUNT TO HOLD-ITEM-DATA
006770     MOVE "DELETE" TO HOLD-ITEM-TEXT
006780     PERFORM 4500-HOLD-FOR-APPROVAL THRU 4500-EXIT.
006790 4200-EXIT.
006800     EXIT.
006810*--------------------------------------------------------------*
006820* 4500-HOLD-FOR-APPROVAL - APPENDS THE ITEM THE CALLER HAS LOADED
006830* INTO HOLD-ITEM-TYPE AND HOLD-ITEM-DATA TO APPRPND AS PENDING,
006840* UNDER THE OPERATOR'S ID AND THE NEXT HOLD NUMBER.  APPRPND IS
006850* READ THROUGH FOR ITS HIGHEST HOLD NUMBER EACH TIME, SO TWO
006860* SESSIONS DO NOT HAND OUT THE SAME ONE.  ITEMMST IS NOT TOUCHED.
006870* A HOLD THAT CANNOT BE WRITTEN IS NOT COUNTED, AND THE OPERATOR
006880* IS SHOWN THE FILE STATUS RATHER THAN A HOLD NUMBER.
006890*--------------------------------------------------------------*
006900 4500-HOLD-FOR-APPROVAL.
006910     MOVE ZERO TO HIGHEST-HOLD-NUMBER
006920     OPEN INPUT PENDING-FILE
006930     IF PENDING-FILE-OK
006940        SET PENDING-FILE-NOT-AT-END TO TRUE
006950        PERFORM UNTIL PENDING-FILE-AT-END
006960           READ PENDING-FILE
006970              AT END
006980                 SET PENDING-FILE-AT-END TO TRUE
006990              NOT AT END
007000                 IF AP-HOLD-NUMBER NUMERIC
007010                    AND AP-HOLD-NUMBER > HIGHEST-HOLD-NUMBER
007020                    MOVE AP-HOLD-NUMBER TO HIGHEST-HOLD-NUMBER
007030                 END-IF
007040           END-READ
007050        END-PERFORM
007060        CLOSE PENDING-FILE
007070     END-IF
007080     OPEN EXTEND PENDING-FILE
007090     IF NOT PENDING-FILE-OK
007100        OPEN OUTPUT PENDING-FILE
007110     END-IF
007120     IF NOT PENDING-FILE-OK
007130        MOVE "APPRPND UNAVAILABLE - NOTHING HELD" TO SM-TEXT
007140        MOVE PENDING-FILE-STATUS TO SM-FILE-STATUS
007150        MOVE STATUS-MESSAGE TO SCREEN-MESSAGE
007160        GO TO 4500-EXIT
007170     END-IF
007180     ADD 1 TO HIGHEST-HOLD-NUMBER
007190     ACCEPT RUN-TIME-NOW FROM TIME
007200     MOVE SPACES TO PENDING-APPROVAL-RECORD
007210     MOVE HOLD-ITEM-TYPE      TO AP-ITEM-TYPE
007220     MOVE HOLD-ITEM-DATA      TO AP-ITEM-DATA
007230     MOVE HIGHEST-HOLD-NUMBER TO AP-HOLD-NUMBER
007240     MOVE SCREEN-KEY          TO AP-ITEM-KEY
007250     MOVE "ITEMMNT"           TO AP-SOURCE-PROGRAM
007260     MOVE OPERATOR-ID         TO AP-PREPARER-ID
007270     MOVE RUN-DATE-NUMERIC    TO AP-HELD-DATE
007280     MOVE RUN-TIME-NOW        TO AP-HELD-TIME
007290     SET AP-PENDING TO TRUE
007300     MOVE ZERO TO AP-DECISION-DATE AP-RELEASE-DATE
007310     WRITE PENDING-APPROVAL-RECORD
007320     IF NOT PENDING-FILE-OK
007330        MOVE "APPRPND WRITE FAILED - NOTHING HELD" TO SM-TEXT
007340        MOVE PENDING-FILE-STATUS TO SM-FILE-STATUS
007350        MOVE STATUS-MESSAGE TO SCREEN-MESSAGE
007360        CLOSE PENDING-FILE
007370        GO TO 4500-EXIT
007380     END-IF
007390     CLOSE PENDING-FILE
007400     ADD 1 TO HELD-COUNT
007410     MOVE SPACES TO SCREEN-AMOUNT-IN
007420     MOVE SCREEN-KEY TO AM-ITEM-KEY
007430     MOVE SPACES TO AM-TEXT
007440     STRING HOLD-ITEM-TEXT DELIMITED BY SPACE
007450        " HELD FOR APPROVAL - HOLD " DELIMITED BY SIZE
007460        HIGHEST-HOLD-NUMBER DELIMITED BY SIZE
007470        INTO AM-TEXT
007480     MOVE ACCOUNT-MESSAGE TO SCREEN-MESSAGE.
007490 4500-EXIT.
007500     EXIT.
007510*--------------------------------------------------------------*
007520* 6000-OPEN-JOURNAL - OPENS THE CHANGE JOURNAL FOR EXTEND (FOR
007530* OUTPUT ON ITS VERY FIRST USE) BEFORE ITEMMST IS TOUCHED.  NO
007540* UPDATE IS MADE THAT CANNOT BE JOURNALED.
007550*--------------------------------------------------------------*
007560 6000-OPEN-JOURNAL.
007570     OPEN EXTEND JOURNAL-FILE
007580     IF NOT JOURNAL-FILE-OK
007590        OPEN OUTPUT JOURNAL-FILE
007600     END-IF
007610     IF NOT JOURNAL-FILE-OK
007620        MOVE "MSTJRNL UNAVAILABLE - NO UPDATE MADE" TO SM-TEXT
007630        MOVE JOURNAL-FILE-STATUS TO SM-FILE-STATUS
007640        MOVE STATUS-MESSAGE TO SCREEN-MESSAGE
007650     END-IF.
007660 6000-EXIT.
007670     EXIT.
007680*--------------------------------------------------------------*
007690* 6100-WRITE-JOURNAL-ENTRY - WRITES ONE JOURNAL ENTRY FOR THE
007700* UPDATE JUST MADE AND CLOSES THE JOURNAL AGAIN, SO THE ENTRY IS
007710* ON FILE EVEN IF THE SESSION IS LOST.  THE CALLER HAS LOADED
007720* THE ACTION AND THE OLD AND NEW AMOUNTS.
007730*--------------------------------------------------------------*
007740 6100-WRITE-JOURNAL-ENTRY.
007750     ACCEPT RUN-TIME-NOW FROM TIME
007760     MOVE RUN-DATE-NUMERIC TO MJ-RUN-DATE
007770     MOVE RUN-TIME-NOW     TO MJ-RUN-TIME
007780     MOVE IM-ITEM-KEY      TO MJ-ITEM-KEY
007790     MOVE "ITEMMNT"        TO MJ-PROGRAM-ID
007800     MOVE OPERATOR-ID      TO MJ-OPERATOR-ID
007810     WRITE MASTER-JOURNAL-RECORD
007820     CLOSE JOURNAL-FILE
007830     ADD 1 TO UPDATE-COUNT.
007840 6100-EXIT.
007850     EXIT.
007860*--------------------------------------------------------------*
007870* 7000-CARRY-CLOSING-FORWARD - READS MSTBAL THROUGH TO ITS LAST
007880* CLOSING AND APPENDS A NEW ONE MOVED ON BY THIS UPDATE'S COUNT
007890* AND AMOUNT MOVEMENT, MARKED AS AN ONLINE UPDATE.  THE LAST
007900* CLOSING IS READ AFRESH EACH TIME SO THAT TWO SESSIONS CANNOT
007910* CARRY FORWARD A STALE FIGURE.  NO CLOSING YET MEANS THERE IS
007920* NOTHING TO CARRY FORWARD; THE FIRST MASTUPDT RECORDS ONE.
007930*--------------------------------------------------------------*
007940 7000-CARRY-CLOSING-FORWARD.
007950     SET PRIOR-CLOSE-ABSENT TO TRUE
007960     OPEN INPUT BALANCE-FILE
007970     IF NOT BALANCE-FILE-OK
007980        GO TO 7000-EXIT
007990     END-IF
008000     SET BALANCE-FILE-NOT-AT-END TO TRUE
008010     PERFORM UNTIL BALANCE-FILE-AT-END
008020        READ BALANCE-FILE
008030           AT END
008040              SET BALANCE-FILE-AT-END TO TRUE
008050           NOT AT END
008060              MOVE MB-RECORD-COUNT TO LAST-CLOSE-COUNT
008070              MOVE MB-AMOUNT-TOTAL TO LAST-CLOSE-TOTAL
008080              SET PRIOR-CLOSE-FOUND TO TRUE
008090        END-READ
008100     END-PERFORM
008110     CLOSE BALANCE-FILE
008120     IF PRIOR-CLOSE-ABSENT
008130        GO TO 7000-EXIT
008140     END-IF
008150
008160     OPEN EXTEND BALANCE-FILE
008170     IF NOT BALANCE-FILE-OK
008180        MOVE "MSTBAL NOT UPDATED - TELL OPERATIONS" TO SM-TEXT
008190        MOVE BALANCE-FILE-STATUS TO SM-FILE-STATUS
008200        MOVE STATUS-MESSAGE TO SCREEN-MESSAGE
008210        GO TO 7000-EXIT
008220     END-IF
008230     ACCEPT RUN-TIME-NOW FROM TIME
008240     MOVE RUN-DATE-NUMERIC TO MB-CLOSE-DATE
008250     MOVE RUN-TIME-NOW     TO MB-CLOSE-TIME
008260     COMPUTE MB-RECORD-COUNT = LAST-CLOSE-COUNT + COUNT-MOVEMENT
008270     COMPUTE MB-AMOUNT-TOTAL = LAST-CLOSE-TOTAL + AMOUNT-MOVEMENT
008280     MOVE "ITEMMNT"        TO MB-PROGRAM-ID
008290     SET MB-ONLINE-UPDATE TO TRUE
008300     WRITE MASTER-BALANCE-RECORD
008310     CLOSE BALANCE-FILE.
008320 7000-EXIT.
008330     EXIT.
008340*--------------------------------------------------------------*
008350* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
008360* RUN-LOG FILE (RUNLOG.CPY) FOR THE SESSION, NAMING THE OPERATOR.
008370* RL-INPUT-COUNT IS THE NUMBER OF UPDATES MADE; RL-DETAIL SPLITS
008380* THEM INTO ADDS AND CORRECTIONS, WITH THE ITEMS HELD FOR
008390* APPROVAL.
008400*--------------------------------------------------------------*
008410 8000-WRITE-RUN-LOG-ENTRY.
008420     OPEN EXTEND RUN-LOG-FILE
008430     IF NOT RUN-LOG-FILE-OK
008440        OPEN OUTPUT RUN-LOG-FILE
008450     END-IF
008460     MOVE SPACES TO RUN-LOG-RECORD
008470     ACCEPT RUN-TIME-NOW FROM TIME
008480     MOVE ADD-COUNT        TO SD-ADD-COUNT
008490     MOVE CHANGE-COUNT     TO SD-CHANGE-COUNT
008500     MOVE HELD-COUNT       TO SD-HELD-COUNT
008510     MOVE "ITEMMNT"        TO RL-PROGRAM-ID
008520     MOVE RUN-DATE-NUMERIC TO RL-RUN-DATE
008530     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
008540     MOVE UPDATE-COUNT     TO RL-INPUT-COUNT
008550     MOVE SESSION-STATUS   TO RL-STATUS
008560     MOVE OPERATOR-ID      TO RL-OPERATOR-ID
008570     MOVE SESSION-DETAIL   TO RL-DETAIL
008580     WRITE RUN-LOG-RECORD
008590     CLOSE RUN-LOG-FILE.
008600 8000-EXIT.
008610     EXIT.
008620
008630 END PROGRAM ITEMMNT.
