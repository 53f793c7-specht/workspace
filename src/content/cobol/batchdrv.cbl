000530*                    46 TO 48 CHARACTERS.  BATCHDRV ITSELF NOW
000540*                    ENDS WITH CONDITION CODE 8 WHEN ANY ENTRY
000550*                    FAILED OR THE LIST WAS ABORTED.
000560*   2026-10-15  DO   CHECKPOINT/RESTART.  AS EACH ENTRY FINISHES
000570*                    ITS OUTCOME IS APPENDED TO A NEW CHECKPOINT
000580*                    FILE, BATCHCKP, WHICH A CLEAN START BEGINS
000590*                    WITH AN IMAGE OF THE WHOLE BATCHLST AND THE
000600*                    RUN DATE.  A NEW OPTIONAL CONTROL FILE,
000610*                    BATCHPRM, ASKS FOR A RESTART ('R'): ENTRIES
000620*                    THE CHECKPOINT SHOWS COMPLETED ARE NOT RUN
000630*                    AGAIN BUT REPORTED AS "SKIPPED - DONE ON
000640*                    PRIOR SUBMISSION", SO THE RUN PICKS UP AT THE
000650*                    FIRST FAILED OR UNRUN ENTRY.  A CHECKPOINT
000660*                    FROM ANOTHER RUN DATE, OR ONE WHOSE LIST
000670*                    IMAGE DOES NOT MATCH BATCHLST ENTRY FOR
000680*                    ENTRY, FORCES A CLEAN START.  OD-RESULT
000690*                    WIDENED TO HOLD THE NEW RESULT TEXT.
000700*--------------------------------------------------------------*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT BATCH-LIST-FILE ASSIGN TO "BATCHLST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BATCH-LIST-FILE-STATUS.
000770
000780     SELECT OUTCOME-REPORT-FILE ASSIGN TO "BATCHRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS OUTCOME-REPORT-FILE-STATUS.
000810
000820     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPRM"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS BATCH-PARM-FILE-STATUS.
000850
000860     SELECT CHECKPOINT-FILE ASSIGN TO "BATCHCKP"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CHECKPOINT-FILE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910*--------------------------------------------------------------*
000920* BATCH-LIST-RECORD - ONE PER RUN TO BE DRIVEN.
000930*    BL-ENTRY-TYPE  'I' = RUN BUBBLESORT AGAINST BL-FILE-NAME-1
000940*                        (THE ITEM-FILE), WRITING THE SORT REPORT
000950*                        TO BL-FILE-NAME-2 AND THE SORTED OUTPUT
000960*                        FILE TO BL-FILE-NAME-3; BL-FILE-NAME-4/5
000970*                        UNUSED.
000980*                   'N' = RUN FACTORS AGAINST BL-FILE-NAME-1 (THE
000990*                        NUMBER-FILE), WRITING FACTOR-OUT TO
001000*                        BL-FILE-NAME-2, PRIME-OUT TO
001010*                        BL-FILE-NAME-3, REJECTS TO
001020*                        BL-FILE-NAME-4 AND THE CONTROL REPORT
001030*                        TO BL-FILE-NAME-5.
001040*    A SPACE-FILLED NAME MEANS "USE THE CALLED PROGRAM'S
001050*    COMPILE-TIME DEFAULT" FOR THAT FILE.
001060*    BL-ERROR-POLICY  'A' = IF THIS ENTRY FAILS, ABORT THE REST
001070*                          OF THE LIST.
001080*                     'C' OR SPACE = IF THIS ENTRY FAILS, CARRY
001090*                          ON TO THE NEXT ENTRY (THE DEFAULT).
001100*--------------------------------------------------------------*
001110 FD  BATCH-LIST-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 48 CHARACTERS.
001140 01  BATCH-LIST-RECORD.
001150     03  BL-ENTRY-TYPE          PIC X(01).
001160         88  BL-ITEM-ENTRY      VALUE 'I'.
001170         88  BL-NUMBER-ENTRY    VALUE 'N'.
001180     03  FILLER                 PIC X(01).
001190     03  BL-FILE-NAME-1         PIC X(08).
001200     03  FILLER                 PIC X(01).
001210     03  BL-FILE-NAME-2         PIC X(08).
001220     03  FILLER                 PIC X(01).
001230     03  BL-FILE-NAME-3         PIC X(08).
001240     03  FILLER                 PIC X(01).
001250     03  BL-FILE-NAME-4         PIC X(08).
001260     03  FILLER                 PIC X(01).
001270     03  BL-FILE-NAME-5         PIC X(08).
001280     03  FILLER                 PIC X(01).
001290     03  BL-ERROR-POLICY        PIC X(01).
001300         88  BL-ABORT-ON-ERROR  VALUE 'A'.
001310         88  BL-CONTINUE-ON-ERROR VALUES 'C' ' '.
001320
001330 FD  OUTCOME-REPORT-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 80 CHARACTERS.
001360 01  OUTCOME-REPORT-LINE        PIC X(80).
001370
001380*--------------------------------------------------------------*
001390* BATCH-PARM-RECORD - OPTIONAL ONE-RECORD CONTROL FILE.
001400*    BP-RUN-MODE  'R' = RESTART - SKIP THE ENTRIES THE CHECKPOINT
001410*                       SHOWS COMPLETED FOR THIS LIST AND DATE.
001420*                 ANYTHING ELSE, OR NO BATCHPRM AT ALL, MEANS A
001430*                 CLEAN START THAT RUNS EVERY ENTRY.
001440*--------------------------------------------------------------*
001450 FD  BATCH-PARM-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 1 CHARACTERS.
001480 01  BATCH-PARM-RECORD.
001490     03  BP-RUN-MODE            PIC X(01).
001500         88  BP-RESTART-REQUESTED VALUE 'R'.
001510
001520*--------------------------------------------------------------*
001530* CHECKPOINT-RECORD - BATCHCKP.  A CLEAN START REWRITES THE FILE
001540* WITH ONE 'L' RECORD PER BATCHLST ENTRY (THE RUN DATE AND AN
001550* IMAGE OF THE ENTRY), THEN ONE 'E' RECORD IS APPENDED AS EACH
001560* ENTRY FINISHES ('C' = COMPLETED, 'F' = FAILED).  A RESTART
001570* ADDS ITS OWN 'E' RECORDS; THE LATEST ONE FOR AN ENTRY STANDS.
001580*--------------------------------------------------------------*
001590 FD  CHECKPOINT-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 65 CHARACTERS.
001620 01  CHECKPOINT-RECORD.
001630     03  CK-RECORD-TYPE         PIC X(01).
001640         88  CK-LIST-IMAGE      VALUE 'L'.
001650         88  CK-ENTRY-OUTCOME   VALUE 'E'.
001660     03  CK-RUN-DATE            PIC 9(08).
001670     03  CK-ENTRY-NUMBER        PIC 9(06).
001680     03  CK-ENTRY-STATUS        PIC X(01).
001690         88  CK-ENTRY-COMPLETED VALUE 'C'.
001700         88  CK-ENTRY-FAILED    VALUE 'F'.
001710     03  FILLER                 PIC X(01).
001720     03  CK-LIST-ENTRY          PIC X(48).
001730 WORKING-STORAGE SECTION.
001740*--------------------------------------------------------------*
001750* SWITCHES
001760*--------------------------------------------------------------*
001770 01  BATCH-LIST-EOF-SWITCH      PIC X(01).
001780     88  BATCH-LIST-AT-END      VALUE 'Y'.
001790     88  BATCH-LIST-NOT-AT-END  VALUE 'N'.
001800 01  BATCH-LIST-FILE-STATUS     PIC X(02).
001810     88  BATCH-LIST-FILE-OK     VALUE '00'.
001820 01  OUTCOME-REPORT-FILE-STATUS PIC X(02).
001830     88  OUTCOME-REPORT-FILE-OK VALUE '00'.
001840 01  ENTRY-FAILED-SWITCH        PIC X(01).
001850     88  ENTRY-WAS-FAILED       VALUE 'Y'.
001860     88  ENTRY-NOT-FAILED       VALUE 'N'.
001870 01  RUN-ABORTED-SWITCH         PIC X(01) VALUE 'N'.
001880     88  RUN-ABORTED            VALUE 'Y'.
001890     88  RUN-NOT-ABORTED        VALUE 'N'.
001900 01  BATCH-PARM-FILE-STATUS    PIC X(02).
001910     88  BATCH-PARM-FILE-OK     VALUE '00'.
001920 01  CHECKPOINT-FILE-STATUS     PIC X(02).
001930     88  CHECKPOINT-FILE-OK     VALUE '00'.
001940 01  CHECKPOINT-EOF-SWITCH      PIC X(01).
001950     88  CHECKPOINT-AT-END      VALUE 'Y'.
001960     88  CHECKPOINT-NOT-AT-END  VALUE 'N'.
001970 01  RUN-MODE-SWITCH            PIC X(01) VALUE 'N'.
001980     88  RESTART-RUN            VALUE 'R'.
001990     88  CLEAN-START-RUN        VALUE 'N' 'F'.
002000     88  RESTART-REFUSED        VALUE 'F'.
002010 01  CHECKPOINT-MATCH-SWITCH    PIC X(01).
002020     88  CHECKPOINT-MATCHES     VALUE 'Y'.
002030     88  CHECKPOINT-DOES-NOT-MATCH VALUE 'N'.
002040 01  CHECKPOINT-USABLE-SWITCH   PIC X(01) VALUE 'Y'.
002050     88  CHECKPOINT-USABLE      VALUE 'Y'.
002060     88  CHECKPOINT-UNUSABLE    VALUE 'N'.
002070 01  ENTRY-DONE-BEFORE-SWITCH   PIC X(01).
002080     88  ENTRY-DONE-BEFORE      VALUE 'Y'.
002090     88  ENTRY-NOT-DONE-BEFORE  VALUE 'N'.
002100*--------------------------------------------------------------*
002110* COUNTERS
002120*--------------------------------------------------------------*
002130 77  BATCH-ENTRY-COUNT          PIC 9(06) COMP VALUE ZERO.
002140 77  BATCH-COMPLETED-COUNT      PIC 9(06) COMP VALUE ZERO.
002150 77  BATCH-FAILED-COUNT         PIC 9(06) COMP VALUE ZERO.
002160 77  BATCH-SKIPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
002170 77  BATCH-PRIOR-DONE-COUNT     PIC 9(06) COMP VALUE ZERO.
002180 77  LIST-ENTRY-COUNT           PIC 9(06) COMP VALUE ZERO.
002190*--------------------------------------------------------------*
002200* CHECKPOINT TABLE - THE LIST IMAGE FROM BATCHCKP HELD IN STORAGE
002210* FOR A RESTART, SO BATCHLST CAN BE COMPARED WITH IT BEFORE ANY
002220* ENTRY RUNS.  CT-DONE-FLAG MARKS THE ENTRIES ALREADY COMPLETED.
002230* A LIST LONGER THAN THE TABLE CANNOT BE RESTARTED.
002240*--------------------------------------------------------------*
002250 01  CHECKPOINT-TABLE.
002260     03  CHECKPOINT-ENTRY OCCURS 500 TIMES INDEXED BY CKP-IDX.
002270         05  CT-LIST-ENTRY          PIC X(48).
002280         05  CT-DONE-FLAG           PIC X(01).
002290             88  CT-ENTRY-DONE      VALUE 'Y'.
002300 77  CHECKPOINT-ENTRY-COUNT     PIC 9(06) COMP VALUE ZERO.
002310 77  CHECKPOINT-TABLE-SIZE      PIC 9(06) COMP VALUE 500.
002320*--------------------------------------------------------------*
002330* OUTCOME REPORT WORK AREAS
002340*--------------------------------------------------------------*
002350 77  PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
002360 77  LINE-COUNT                 PIC 9(02) COMP VALUE ZERO.
002370 77  LINES-PER-PAGE             PIC 9(02) COMP VALUE 40.
002380 01  RUN-DATE-TODAY.
002390     03  RUN-DATE-CCYY          PIC 9(04).
002400     03  RUN-DATE-MM            PIC 9(02).
002410     03  RUN-DATE-DD            PIC 9(02).
002420 01  REPORT-HEADING-LINE-1.
002430     03  FILLER                 PIC X(26) VALUE
002440         "BATCH DRIVER ENTRY REPORT".
002450     03  FILLER                 PIC X(14) VALUE SPACES.
002460     03  FILLER                 PIC X(05) VALUE "DATE:".
002470     03  RH-RUN-MM              PIC 99.
002480     03  FILLER                 PIC X(01) VALUE "/".
002490     03  RH-RUN-DD              PIC 99.
002500     03  FILLER                 PIC X(01) VALUE "/".
002510     03  RH-RUN-CCYY            PIC 9(04).
002520     03  FILLER                 PIC X(05) VALUE SPACES.
002530     03  FILLER                 PIC X(05) VALUE "PAGE:".
002540     03  RH-PAGE-NUMBER         PIC ZZZ9.
002550 01  REPORT-HEADING-LINE-2.
002560     03  FILLER                 PIC X(06) VALUE "ENTRY".
002570     03  FILLER                 PIC X(03) VALUE SPACES.
002580     03  FILLER                 PIC X(10) VALUE "PROGRAM".
002590     03  FILLER                 PIC X(02) VALUE SPACES.
002600     03  FILLER                 PIC X(08) VALUE "FILE".
002610     03  FILLER                 PIC X(03) VALUE SPACES.
002620     03  FILLER                 PIC X(06) VALUE "RESULT".
002630 01  OUTCOME-DETAIL-LINE.
002640     03  OD-ENTRY-NUMBER        PIC ZZZZZ9.
002650     03  FILLER                 PIC X(03) VALUE SPACES.
002660     03  OD-PROGRAM             PIC X(10).
002670     03  FILLER                 PIC X(02) VALUE SPACES.
002680     03  OD-INPUT-FILE          PIC X(08).
002690     03  FILLER                 PIC X(03) VALUE SPACES.
002700     03  OD-RESULT              PIC X(34).
002710 01  FAILED-RESULT-TEXT.
002720     03  FILLER                 PIC X(10) VALUE "FAILED CC ".
002730     03  FR-COMPLETION-CODE     PIC ZZZ9.
002740 01  ABORT-NOTE-LINE.
002750     03  FILLER                 PIC X(52) VALUE
002760         "*** RUN ABORTED BY POLICY - REMAINING ENTRIES NOT".
002770     03  FILLER                 PIC X(16) VALUE " PROCESSED ***".
002780 01  RESTART-NOTE-LINE.
002790     03  FILLER                 PIC X(44) VALUE
002800         "*** RESTART - ENTRIES COMPLETED ON THE PRIOR".
002810     03  FILLER                 PIC X(26) VALUE
002820         " SUBMISSION NOT RERUN ***".
002830 01  RESTART-REFUSED-LINE.
002840     03  FILLER                 PIC X(44) VALUE
002850         "*** RESTART REQUESTED - NO CHECKPOINT FOR TH".
002860     03  FILLER                 PIC X(33) VALUE
002870         "IS LIST AND DATE, CLEAN START ***".
002880 01  SUMMARY-COUNT-LINE.
002890     03  SC-LABEL               PIC X(26).
002900     03  SC-COUNT               PIC Z(5)9.
002910 PROCEDURE DIVISION.
002920*--------------------------------------------------------------*
002930* 0000-MAINLINE - READS BATCHLST ONE ENTRY AT A TIME AND DRIVES
002940* THE RUN(S) IT NAMES THROUGH 1000-PROCESS-BATCH-ENTRY, WRITING
002950* ONE OUTCOME LINE PER ENTRY TO BATCHRPT.  THE LOOP ENDS EARLY
002960* ONLY WHEN AN ENTRY MARKED ABORT-ON-ERROR FAILS.  BATCHDRV ENDS
002970* WITH CONDITION CODE 8 WHEN ANY ENTRY FAILED OR THE LIST WAS
002980* ABORTED, SO THE JOB SCHEDULER SEES THE NIGHT WAS NOT CLEAN.
002990* BEFORE THE FIRST ENTRY RUNS, 0500-0800 DECIDE BETWEEN A CLEAN
003000* START AND A RESTART FROM THE BATCHCKP CHECKPOINT.
003010*--------------------------------------------------------------*
003020 0000-MAINLINE.
003030     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
003040     OPEN INPUT BATCH-LIST-FILE
003050     IF NOT BATCH-LIST-FILE-OK
003060        DISPLAY "BATCHDRV: UNABLE TO OPEN BATCHLST - STATUS "
003070           BATCH-LIST-FILE-STATUS
003080        MOVE 8 TO RETURN-CODE
003090        STOP RUN
003100     END-IF
003110     OPEN OUTPUT OUTCOME-REPORT-FILE
003120     IF NOT OUTCOME-REPORT-FILE-OK
003130        DISPLAY "BATCHDRV: UNABLE TO OPEN BATCHRPT - STATUS "
003140           OUTCOME-REPORT-FILE-STATUS
003150        CLOSE BATCH-LIST-FILE
003160        MOVE 8 TO RETURN-CODE
003170        STOP RUN
003180     END-IF
003190     MOVE LINES-PER-PAGE TO LINE-COUNT
003200     PERFORM 0500-READ-BATCH-PARM THRU 0500-EXIT
003210     IF RESTART-RUN
003220        PERFORM 0600-LOAD-CHECKPOINT THRU 0600-EXIT
003230        IF CHECKPOINT-MATCHES
003240           PERFORM 0700-COMPARE-BATCH-LIST THRU 0700-EXIT
003250        END-IF
003260        IF CHECKPOINT-DOES-NOT-MATCH
003270           SET RESTART-REFUSED TO TRUE
003280        END-IF
003290     END-IF
003300     IF CLEAN-START-RUN
003310        PERFORM 0800-START-CHECKPOINT THRU 0800-EXIT
003320     END-IF
003330     IF RESTART-RUN OR RESTART-REFUSED
003340        PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003350        IF RESTART-RUN
003360           DISPLAY "BATCHDRV: RESTART - ENTRIES DONE ON PRIOR "
003370              "SUBMISSION WILL BE SKIPPED"
003380           MOVE RESTART-NOTE-LINE TO OUTCOME-REPORT-LINE
003390        ELSE
003400           DISPLAY "BATCHDRV: RESTART REQUESTED BUT BATCHCKP "
003410              "DOES NOT MATCH - CLEAN START"
003420           MOVE RESTART-REFUSED-LINE TO OUTCOME-REPORT-LINE
003430        END-IF
003440        WRITE OUTCOME-REPORT-LINE
003450        ADD 1 TO LINE-COUNT
003460     END-IF
003470     SET BATCH-LIST-NOT-AT-END TO TRUE
003480     PERFORM 1000-PROCESS-BATCH-ENTRY THRU 1000-EXIT
003490        UNTIL BATCH-LIST-AT-END OR RUN-ABORTED
003500     CLOSE BATCH-LIST-FILE
003510     IF RUN-ABORTED
003520        PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003530        MOVE ABORT-NOTE-LINE TO OUTCOME-REPORT-LINE
003540        WRITE OUTCOME-REPORT-LINE
003550        ADD 1 TO LINE-COUNT
003560     END-IF
003570     PERFORM 5000-WRITE-OUTCOME-SUMMARY THRU 5000-EXIT
003580     CLOSE OUTCOME-REPORT-FILE
003590     DISPLAY "BATCHDRV: " BATCH-ENTRY-COUNT " ENTRY(S) READ, "
003600        BATCH-COMPLETED-COUNT " COMPLETED, "
003610        BATCH-FAILED-COUNT " FAILED, "
003620        BATCH-SKIPPED-COUNT " SKIPPED, "
003630        BATCH-PRIOR-DONE-COUNT " DONE ON PRIOR SUBMISSION"
003640     IF BATCH-FAILED-COUNT NOT = ZERO OR RUN-ABORTED
003650        MOVE 8 TO RETURN-CODE
003660     END-IF
003670     STOP RUN.
003680*--------------------------------------------------------------*
003690* 0500-READ-BATCH-PARM - READS THE OPTIONAL BATCHPRM CONTROL FILE.
003700* ONLY A RUN MODE OF 'R' ASKS FOR A RESTART; A MISSING OR EMPTY
003710* FILE, OR ANY OTHER VALUE, LEAVES THE RUN A CLEAN START.
003720*--------------------------------------------------------------*
003730 0500-READ-BATCH-PARM.
003740     SET CLEAN-START-RUN TO TRUE
003750     MOVE 'N' TO RUN-MODE-SWITCH
003760     OPEN INPUT BATCH-PARM-FILE
003770     IF NOT BATCH-PARM-FILE-OK
003780        GO TO 0500-EXIT
003790     END-IF
003800     READ BATCH-PARM-FILE
003810        AT END
003820           CLOSE BATCH-PARM-FILE
003830           GO TO 0500-EXIT
003840     END-READ
003850     IF BP-RESTART-REQUESTED
003860        SET RESTART-RUN TO TRUE
003870     END-IF
003880     CLOSE BATCH-PARM-FILE.
003890 0500-EXIT.
003900     EXIT.
003910*--------------------------------------------------------------*
003920* 0600-LOAD-CHECKPOINT - LOADS BATCHCKP INTO THE CHECKPOINT TABLE
003930* FOR A RESTART.  THE CHECKPOINT DOES NOT MATCH, AND THE RUN
003940* FALLS BACK TO A CLEAN START, WHEN THERE IS NO BATCHCKP, WHEN IT
003950* HOLDS NO LIST IMAGE, WHEN ITS LIST IMAGE WAS TAKEN ON ANOTHER
003960* RUN DATE, OR WHEN THE LIST IS TOO LONG FOR THE TABLE.
003970*--------------------------------------------------------------*
003980 0600-LOAD-CHECKPOINT.
003990     SET CHECKPOINT-MATCHES TO TRUE
004000     MOVE ZERO TO CHECKPOINT-ENTRY-COUNT
004010     MOVE SPACES TO CHECKPOINT-TABLE
004020     OPEN INPUT CHECKPOINT-FILE
004030     IF NOT CHECKPOINT-FILE-OK
004040        DISPLAY "BATCHDRV: NO BATCHCKP CHECKPOINT ON FILE"
004050        SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004060        GO TO 0600-EXIT
004070     END-IF
004080     SET CHECKPOINT-NOT-AT-END TO TRUE
004090     PERFORM 0610-LOAD-CHECKPOINT-RECORD THRU 0610-EXIT
004100        UNTIL CHECKPOINT-AT-END OR CHECKPOINT-DOES-NOT-MATCH
004110     CLOSE CHECKPOINT-FILE
004120     IF CHECKPOINT-ENTRY-COUNT = ZERO
004130        SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004140     END-IF.
004150 0600-EXIT.
004160     EXIT.
004170*--------------------------------------------------------------*
004180* 0610-LOAD-CHECKPOINT-RECORD - READS ONE BATCHCKP RECORD.  AN 'L'
004190* RECORD ADDS ITS LIST IMAGE TO THE TABLE; AN 'E' RECORD MARKS
004200* ITS ENTRY DONE OR NOT DONE, SO A LATER OUTCOME FOR THE SAME
004210* ENTRY REPLACES AN EARLIER ONE.
004220*--------------------------------------------------------------*
004230 0610-LOAD-CHECKPOINT-RECORD.
004240     READ CHECKPOINT-FILE
004250        AT END
004260           SET CHECKPOINT-AT-END TO TRUE
004270           GO TO 0610-EXIT
004280     END-READ
004290     IF CK-LIST-IMAGE
004300        IF CK-RUN-DATE NOT = RUN-DATE-TODAY
004310           DISPLAY "BATCHDRV: BATCHCKP IS FOR RUN DATE "
004320              CK-RUN-DATE
004330           SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004340           GO TO 0610-EXIT
004350        END-IF
004360        IF CHECKPOINT-ENTRY-COUNT NOT < CHECKPOINT-TABLE-SIZE
004370           DISPLAY "BATCHDRV: BATCHCKP LIST TOO LONG TO RESTART"
004380           SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004390           GO TO 0610-EXIT
004400        END-IF
004410        ADD 1 TO CHECKPOINT-ENTRY-COUNT
004420        SET CKP-IDX TO CHECKPOINT-ENTRY-COUNT
004430        MOVE CK-LIST-ENTRY TO CT-LIST-ENTRY (CKP-IDX)
004440        MOVE 'N'           TO CT-DONE-FLAG (CKP-IDX)
004450        GO TO 0610-EXIT
004460     END-IF
004470     IF CK-ENTRY-OUTCOME
004480        AND CK-ENTRY-NUMBER > ZERO
004490        AND CK-ENTRY-NUMBER NOT > CHECKPOINT-ENTRY-COUNT
004500        SET CKP-IDX TO CK-ENTRY-NUMBER
004510        IF CK-ENTRY-COMPLETED
004520           MOVE 'Y' TO CT-DONE-FLAG (CKP-IDX)
004530        ELSE
004540           MOVE 'N' TO CT-DONE-FLAG (CKP-IDX)
004550        END-IF
004560     END-IF.
004570 0610-EXIT.
004580     EXIT.
004590*--------------------------------------------------------------*
004600* 0700-COMPARE-BATCH-LIST - READS BATCHLST THROUGH ONCE AND
004610* COMPARES IT, ENTRY FOR ENTRY, WITH THE LIST IMAGE ON THE
004620* CHECKPOINT.  ANY ENTRY ADDED, DROPPED OR CHANGED MEANS THE
004630* CHECKPOINT BELONGS TO A DIFFERENT LIST AND MUST NOT BE USED.
004640* BATCHLST IS LEFT REWOUND FOR THE RUN ITSELF.
004650*--------------------------------------------------------------*
004660 0700-COMPARE-BATCH-LIST.
004670     MOVE ZERO TO LIST-ENTRY-COUNT
004680     SET BATCH-LIST-NOT-AT-END TO TRUE
004690     PERFORM 0710-COMPARE-LIST-ENTRY THRU 0710-EXIT
004700        UNTIL BATCH-LIST-AT-END OR CHECKPOINT-DOES-NOT-MATCH
004710     IF LIST-ENTRY-COUNT NOT = CHECKPOINT-ENTRY-COUNT
004720        SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004730     END-IF
004740     IF CHECKPOINT-DOES-NOT-MATCH
004750        DISPLAY "BATCHDRV: BATCHLST HAS CHANGED SINCE BATCHCKP "
004760           "WAS TAKEN"
004770     END-IF
004780     PERFORM 0900-REWIND-BATCH-LIST THRU 0900-EXIT.
004790 0700-EXIT.
004800     EXIT.
004810*--------------------------------------------------------------*
004820* 0710-COMPARE-LIST-ENTRY - READS ONE BATCHLST RECORD AND CHECKS
004830* IT AGAINST THE SAME ENTRY'S IMAGE ON THE CHECKPOINT.
004840*--------------------------------------------------------------*
004850 0710-COMPARE-LIST-ENTRY.
004860     READ BATCH-LIST-FILE
004870        AT END
004880           SET BATCH-LIST-AT-END TO TRUE
004890           GO TO 0710-EXIT
004900     END-READ
004910     ADD 1 TO LIST-ENTRY-COUNT
004920     IF LIST-ENTRY-COUNT > CHECKPOINT-ENTRY-COUNT
004930        SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004940        GO TO 0710-EXIT
004950     END-IF
004960     SET CKP-IDX TO LIST-ENTRY-COUNT
004970     IF BATCH-LIST-RECORD NOT = CT-LIST-ENTRY (CKP-IDX)
004980        SET CHECKPOINT-DOES-NOT-MATCH TO TRUE
004990     END-IF.
005000 0710-EXIT.
005010     EXIT.
005020*--------------------------------------------------------------*
005030* 0800-START-CHECKPOINT - BEGINS A FRESH BATCHCKP FOR A CLEAN
005040* START: ONE LIST IMAGE RECORD PER BATCHLST ENTRY, STAMPED WITH
005050* TODAY'S RUN DATE.  IF BATCHCKP CANNOT BE WRITTEN THE RUN STILL
005060* GOES AHEAD, BUT IT CANNOT LATER BE RESTARTED.
005070*--------------------------------------------------------------*
005080 0800-START-CHECKPOINT.
005090     OPEN OUTPUT CHECKPOINT-FILE
005100     IF NOT CHECKPOINT-FILE-OK
005110        DISPLAY "BATCHDRV: UNABLE TO OPEN BATCHCKP - STATUS "
005120           CHECKPOINT-FILE-STATUS " - RUN CANNOT BE RESTARTED"
005130        SET CHECKPOINT-UNUSABLE TO TRUE
005140        GO TO 0800-EXIT
005150     END-IF
005160     MOVE ZERO TO LIST-ENTRY-COUNT
005170     SET BATCH-LIST-NOT-AT-END TO TRUE
005180     PERFORM 0810-WRITE-LIST-IMAGE THRU 0810-EXIT
005190        UNTIL BATCH-LIST-AT-END
005200     CLOSE CHECKPOINT-FILE
005210     PERFORM 0900-REWIND-BATCH-LIST THRU 0900-EXIT.
005220 0800-EXIT.
005230     EXIT.
005240*--------------------------------------------------------------*
005250* 0810-WRITE-LIST-IMAGE - COPIES ONE BATCHLST ENTRY TO BATCHCKP.
005260*--------------------------------------------------------------*
005270 0810-WRITE-LIST-IMAGE.
005280     READ BATCH-LIST-FILE
005290        AT END
005300           SET BATCH-LIST-AT-END TO TRUE
005310           GO TO 0810-EXIT
005320     END-READ
005330     ADD 1 TO LIST-ENTRY-COUNT
005340     MOVE SPACES            TO CHECKPOINT-RECORD
005350     SET CK-LIST-IMAGE      TO TRUE
005360     MOVE RUN-DATE-TODAY    TO CK-RUN-DATE
005370     MOVE LIST-ENTRY-COUNT  TO CK-ENTRY-NUMBER
005380     MOVE BATCH-LIST-RECORD TO CK-LIST-ENTRY
005390     WRITE CHECKPOINT-RECORD.
005400 0810-EXIT.
005410     EXIT.
005420*--------------------------------------------------------------*
005430* 0900-REWIND-BATCH-LIST - CLOSES AND REOPENS BATCHLST SO THE RUN
005440* READS IT FROM THE FIRST ENTRY AFTER A CHECKPOINT PASS.
005450*--------------------------------------------------------------*
005460 0900-REWIND-BATCH-LIST.
005470     CLOSE BATCH-LIST-FILE
005480     OPEN INPUT BATCH-LIST-FILE
005490     IF NOT BATCH-LIST-FILE-OK
005500        DISPLAY "BATCHDRV: UNABLE TO REOPEN BATCHLST - STATUS "
005510           BATCH-LIST-FILE-STATUS
005520        CLOSE OUTCOME-REPORT-FILE
005530        MOVE 8 TO RETURN-CODE
005540        STOP RUN
005550     END-IF
005560     SET BATCH-LIST-NOT-AT-END TO TRUE.
005570 0900-EXIT.
005580     EXIT.
005590*--------------------------------------------------------------*
005600* 1000-PROCESS-BATCH-ENTRY - READS ONE BATCHLST RECORD,
005610* DISPATCHES IT TO THE PARAGRAPH THAT DRIVES THE RIGHT PROGRAM,
005620* WRITES THE ENTRY'S OUTCOME LINE, AND APPLIES THE ENTRY'S
005630* ERROR POLICY IF THE RUN FAILED.
005640*--------------------------------------------------------------*
005650 1000-PROCESS-BATCH-ENTRY.
005660     READ BATCH-LIST-FILE
005670        AT END
005680           SET BATCH-LIST-AT-END TO TRUE
005690        NOT AT END
005700           ADD 1 TO BATCH-ENTRY-COUNT
005710           SET ENTRY-NOT-FAILED TO TRUE
005720           MOVE SPACES TO OUTCOME-DETAIL-LINE
005730           MOVE BATCH-ENTRY-COUNT TO OD-ENTRY-NUMBER
005740           MOVE BL-FILE-NAME-1    TO OD-INPUT-FILE
005750           PERFORM 1100-CHECK-PRIOR-COMPLETION THRU 1100-EXIT
005760           IF BL-ITEM-ENTRY
005770              PERFORM 2000-RUN-BUBBLESORT THRU 2000-EXIT
005780           ELSE
005790              IF BL-NUMBER-ENTRY
005800                 PERFORM 3000-RUN-FACTORS THRU 3000-EXIT
005810              ELSE
005820                 DISPLAY "BATCHDRV: UNRECOGNIZED ENTRY TYPE '"
005830                    BL-ENTRY-TYPE "' - ENTRY SKIPPED"
005840                 MOVE BL-ENTRY-TYPE TO OD-PROGRAM
005850                 MOVE "SKIPPED - BAD TYPE" TO OD-RESULT
005860                 ADD 1 TO BATCH-SKIPPED-COUNT
005870              END-IF
005880           END-IF
005890           PERFORM 4000-WRITE-OUTCOME-LINE THRU 4000-EXIT
005900           IF ENTRY-WAS-FAILED AND BL-ABORT-ON-ERROR
005910              DISPLAY "BATCHDRV: ENTRY " BATCH-ENTRY-COUNT
005920                 " FAILED WITH ABORT POLICY - RUN ABORTED"
005930              SET RUN-ABORTED TO TRUE
005940           END-IF
005950     END-READ.
005960 1000-EXIT.
005970     EXIT.
005980*--------------------------------------------------------------*
005990* 1100-CHECK-PRIOR-COMPLETION - ON A RESTART, FLAGS THE CURRENT
006000* ENTRY IF THE CHECKPOINT SHOWS IT COMPLETED ON THE PRIOR
006010* SUBMISSION, SO THE PARAGRAPH THAT WOULD RUN IT SKIPS IT.
006020*--------------------------------------------------------------*
006030 1100-CHECK-PRIOR-COMPLETION.
006040     SET ENTRY-NOT-DONE-BEFORE TO TRUE
006050     IF NOT RESTART-RUN
006060        GO TO 1100-EXIT
006070     END-IF
006080     SET CKP-IDX TO BATCH-ENTRY-COUNT
006090     IF CT-ENTRY-DONE (CKP-IDX)
006100        SET ENTRY-DONE-BEFORE TO TRUE
006110     END-IF.
006120 1100-EXIT.
006130     EXIT.
006140*--------------------------------------------------------------*
006150* 2000-RUN-BUBBLESORT - CALLS BUBBLESORT AS A SUBPROGRAM AGAINST
006160* BL-FILE-NAME-1/2/3 AND CANCELS IT SO THE NEXT CALL (TO THIS OR
006170* ANY OTHER ENTRY) STARTS WITH FRESH WORKING-STORAGE.  AN ENTRY
006180* WITH NO ITEM-FILE NAME IS SKIPPED - PASSING IT THROUGH WOULD
006190* ONLY MAKE BUBBLESORT FAIL ITS OPEN.  THE COMPLETION CODE THE
006200* SUBPROGRAM HANDS BACK IN RETURN-CODE DECIDES THE OUTCOME.
006210*--------------------------------------------------------------*
006220 2000-RUN-BUBBLESORT.
006230     MOVE "BUBBLESORT" TO OD-PROGRAM
006240     IF ENTRY-DONE-BEFORE
006250        MOVE "SKIPPED - DONE ON PRIOR SUBMISSION" TO OD-RESULT
006260        ADD 1 TO BATCH-PRIOR-DONE-COUNT
006270        GO TO 2000-EXIT
006280     END-IF
006290     IF BL-FILE-NAME-1 = SPACES
006300        DISPLAY "BATCHDRV: ITEM ENTRY HAS NO FILE NAME - "
006310           "ENTRY SKIPPED"
006320        MOVE "SKIPPED - NO FILE" TO OD-RESULT
006330        ADD 1 TO BATCH-SKIPPED-COUNT
006340        GO TO 2000-EXIT
006350     END-IF
006360     DISPLAY "BATCHDRV: RUNNING BUBBLESORT - ITEM-FILE "
006370        BL-FILE-NAME-1
006380     MOVE ZERO TO RETURN-CODE
006390     CALL "BUBBLESORT" USING BL-FILE-NAME-1 BL-FILE-NAME-2
006400        BL-FILE-NAME-3
006410     CANCEL "BUBBLESORT"
006420     PERFORM 3500-RECORD-CALL-OUTCOME THRU 3500-EXIT.
006430 2000-EXIT.
006440     EXIT.
006450*--------------------------------------------------------------*
006460* 3000-RUN-FACTORS - CALLS FACTORS AS A SUBPROGRAM AGAINST
006470* BL-FILE-NAME-1/2/3/4/5 AND CANCELS IT SO THE NEXT CALL STARTS
006480* WITH FRESH WORKING-STORAGE.  AN ENTRY WITH NO NUMBER-FILE NAME
006490* IS SKIPPED FOR THE SAME REASON AS IN 2000-RUN-BUBBLESORT.
006500*--------------------------------------------------------------*
006510 3000-RUN-FACTORS.
006520     MOVE "FACTORS" TO OD-PROGRAM
006530     IF ENTRY-DONE-BEFORE
006540        MOVE "SKIPPED - DONE ON PRIOR SUBMISSION" TO OD-RESULT
006550        ADD 1 TO BATCH-PRIOR-DONE-COUNT
006560        GO TO 3000-EXIT
006570     END-IF
006580     IF BL-FILE-NAME-1 = SPACES
006590        DISPLAY "BATCHDRV: NUMBER ENTRY HAS NO FILE NAME - "
006600           "ENTRY SKIPPED"
006610        MOVE "SKIPPED - NO FILE" TO OD-RESULT
006620        ADD 1 TO BATCH-SKIPPED-COUNT
006630        GO TO 3000-EXIT
006640     END-IF
006650     DISPLAY "BATCHDRV: RUNNING FACTORS - NUMBER-FILE "
006660        BL-FILE-NAME-1
006670     MOVE ZERO TO RETURN-CODE
006680     CALL "FACTORS" USING BL-FILE-NAME-1 BL-FILE-NAME-2
006690        BL-FILE-NAME-3 BL-FILE-NAME-4 BL-FILE-NAME-5
006700     CANCEL "FACTORS"
006710     PERFORM 3500-RECORD-CALL-OUTCOME THRU 3500-EXIT.
006720 3000-EXIT.
006730     EXIT.
006740*--------------------------------------------------------------*
006750* 3500-RECORD-CALL-OUTCOME - TURNS THE COMPLETION CODE THE
006760* CALLED PROGRAM LEFT IN RETURN-CODE INTO THE ENTRY'S OUTCOME,
006770* THEN CLEARS RETURN-CODE SO THE NEXT CALL (AND BATCHDRV'S OWN
006780* FINAL CONDITION CODE) STARTS FROM ZERO.
006790*--------------------------------------------------------------*
006800 3500-RECORD-CALL-OUTCOME.
006810     IF RETURN-CODE NOT = ZERO
006820        SET ENTRY-WAS-FAILED TO TRUE
006830        MOVE RETURN-CODE TO FR-COMPLETION-CODE
006840        MOVE FAILED-RESULT-TEXT TO OD-RESULT
006850        ADD 1 TO BATCH-FAILED-COUNT
006860     ELSE
006870        MOVE "COMPLETED" TO OD-RESULT
006880        ADD 1 TO BATCH-COMPLETED-COUNT
006890     END-IF
006900     MOVE ZERO TO RETURN-CODE
006910     PERFORM 3600-WRITE-CHECKPOINT THRU 3600-EXIT.
006920 3500-EXIT.
006930     EXIT.
006940*--------------------------------------------------------------*
006950* 3600-WRITE-CHECKPOINT - APPENDS THE ENTRY'S OUTCOME TO BATCHCKP
006960* AND CLOSES THE FILE AGAIN AT ONCE, SO THE CHECKPOINT STAYS
006970* CURRENT EVEN IF A LATER ENTRY BRINGS THE WHOLE JOB DOWN.
006980*--------------------------------------------------------------*
006990 3600-WRITE-CHECKPOINT.
007000     IF CHECKPOINT-UNUSABLE
007010        GO TO 3600-EXIT
007020     END-IF
007030     OPEN EXTEND CHECKPOINT-FILE
007040     IF NOT CHECKPOINT-FILE-OK
007050        DISPLAY "BATCHDRV: UNABLE TO OPEN BATCHCKP - STATUS "
007060           CHECKPOINT-FILE-STATUS " - RUN CANNOT BE RESTARTED"
007070        SET CHECKPOINT-UNUSABLE TO TRUE
007080        GO TO 3600-EXIT
007090     END-IF
007100     MOVE SPACES            TO CHECKPOINT-RECORD
007110     SET CK-ENTRY-OUTCOME   TO TRUE
007120     MOVE RUN-DATE-TODAY    TO CK-RUN-DATE
007130     MOVE BATCH-ENTRY-COUNT TO CK-ENTRY-NUMBER
007140     IF ENTRY-WAS-FAILED
007150        SET CK-ENTRY-FAILED TO TRUE
007160     ELSE
007170        SET CK-ENTRY-COMPLETED TO TRUE
007180     END-IF
007190     MOVE BATCH-LIST-RECORD TO CK-LIST-ENTRY
007200     WRITE CHECKPOINT-RECORD
007210     CLOSE CHECKPOINT-FILE.
007220 3600-EXIT.
007230     EXIT.
007240*--------------------------------------------------------------*
007250* 4000-WRITE-OUTCOME-LINE - WRITES THE CURRENT ENTRY'S OUTCOME
007260* LINE TO BATCHRPT, STARTING A NEW PAGE FIRST IF NEEDED.
007270*--------------------------------------------------------------*
007280 4000-WRITE-OUTCOME-LINE.
007290     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
007300     MOVE OUTCOME-DETAIL-LINE TO OUTCOME-REPORT-LINE
007310     WRITE OUTCOME-REPORT-LINE
007320     ADD 1 TO LINE-COUNT.
007330 4000-EXIT.
007340     EXIT.
007350*--------------------------------------------------------------*
007360* 4100-WRITE-REPORT-LINE - STARTS A NEW REPORT PAGE WITH THE RUN
007370* DATE, PAGE NUMBER AND COLUMN HEADINGS IF THE CURRENT PAGE IS
007380* FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
007390*--------------------------------------------------------------*
007400 4100-WRITE-REPORT-LINE.
007410     IF LINE-COUNT < LINES-PER-PAGE
007420        GO TO 4100-EXIT
007430     END-IF
007440     ADD 1 TO PAGE-NUMBER
007450     MOVE ZERO TO LINE-COUNT
007460     MOVE RUN-DATE-MM   TO RH-RUN-MM
007470     MOVE RUN-DATE-DD   TO RH-RUN-DD
007480     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
007490     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
007500     WRITE OUTCOME-REPORT-LINE FROM REPORT-HEADING-LINE-1
007510     MOVE SPACES TO OUTCOME-REPORT-LINE
007520     WRITE OUTCOME-REPORT-LINE
007530     WRITE OUTCOME-REPORT-LINE FROM REPORT-HEADING-LINE-2
007540     ADD 2 TO LINE-COUNT.
007550 4100-EXIT.
007560     EXIT.
007570*--------------------------------------------------------------*
007580* 5000-WRITE-OUTCOME-SUMMARY - CLOSES BATCHRPT OUT WITH THE
007590* PER-RUN ENTRY COUNTS.
007600*--------------------------------------------------------------*
007610 5000-WRITE-OUTCOME-SUMMARY.
007620     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
007630     MOVE SPACES TO OUTCOME-REPORT-LINE
007640     WRITE OUTCOME-REPORT-LINE
007650     ADD 1 TO LINE-COUNT
007660
007670     MOVE "ENTRIES READ:" TO SC-LABEL
007680     MOVE BATCH-ENTRY-COUNT TO SC-COUNT
007690     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007700
007710     MOVE "ENTRIES COMPLETED:" TO SC-LABEL
007720     MOVE BATCH-COMPLETED-COUNT TO SC-COUNT
007730     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007740
007750     MOVE "ENTRIES FAILED:" TO SC-LABEL
007760     MOVE BATCH-FAILED-COUNT TO SC-COUNT
007770     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007780
007790     MOVE "ENTRIES SKIPPED:" TO SC-LABEL
007800     MOVE BATCH-SKIPPED-COUNT TO SC-COUNT
007810     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
007820
007830     MOVE "ENTRIES DONE ON PRIOR RUN:" TO SC-LABEL
007840     MOVE BATCH-PRIOR-DONE-COUNT TO SC-COUNT
007850     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
007860 5000-EXIT.
007870     EXIT.
007880*--------------------------------------------------------------*
007890* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
007900* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
007910*--------------------------------------------------------------*
007920 5100-WRITE-SUMMARY-LINE.
007930     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
007940     MOVE SUMMARY-COUNT-LINE TO OUTCOME-REPORT-LINE
007950     WRITE OUTCOME-REPORT-LINE
007960     ADD 1 TO LINE-COUNT.
007970 5100-EXIT.
007980     EXIT.
007990
008000 END PROGRAM BATCHDRV.
