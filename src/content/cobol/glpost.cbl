000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLPOST.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL VERSION.  GLPOST TURNS THE MASTER
000100*                    ACTIVITY APPLIED SINCE THE LAST POSTING
000110*                    INTO A GENERAL LEDGER INTERFACE BATCH
000120*                    (GLINTF), SO FINANCE NO LONGER RE-KEYS THE
000130*                    ADDS, CHANGES AND DELETES FROM MSTUPRPT.
000140*                    THE ACTIVITY IS READ FROM THE ITEM MASTER
000150*                    CHANGE JOURNAL (MSTJRNL), WHICH HOLDS ONLY
000160*                    CHANGES THAT WERE ACTUALLY APPLIED.  THE
000170*                    BATCH CARRIES A HEADER, ONE POSTING PER
000180*                    ACCOUNT MOVEMENT (AN ADD POSTS ITS FULL
000190*                    AMOUNT, A CHANGE ITS DELTA, A DELETE THE
000200*                    REVERSAL OF THE OLD AMOUNT) AND A TRAILER
000210*                    WITH THE POSTING COUNT AND THE DEBIT AND
000220*                    CREDIT TOTALS.  EACH BATCH IS NUMBERED WITH
000230*                    THE NEXT PRIME ON PRIMMST ABOVE THE LAST ONE
000240*                    ISSUED; THE GL BATCH REGISTER (GLBATCH)
000250*                    RECORDS EVERY NUMBER ISSUED AND HOW FAR
000260*                    INTO THE JOURNAL EACH BATCH POSTED, SO NO
000270*                    BATCH NUMBER IS ISSUED TWICE AND NO JOURNAL
000280*                    ENTRY IS POSTED TWICE.
000290*   2026-10-15  DO   THE BATCH IS NOW BUILT ON A SCRATCH FILE
000300*                    (GLINTFT) AND COPIED ONTO GLINTF ONLY ONCE
000310*                    ITS TRAILER IS WRITTEN, SO A REFUSED RUN
000320*                    LEAVES THE PREVIOUS BATCH ON GLINTF FOR THE
000330*                    LEDGER TO PICK UP.
000340*   2026-10-15  DO   A GLBATCH WRITE THAT FAILS NOW REFUSES THE
000350*                    RUN, NAMING THE BATCH NUMBER ALREADY ON
000360*                    GLINTF, SO IT IS NOT SILENTLY REISSUED.
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS JOURNAL-FILE-STATUS.
000440
000450     SELECT PRIME-MASTER-FILE ASSIGN TO "PRIMMST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRIME-MASTER-FILE-STATUS.
000480
000490     SELECT BATCH-REGISTER-FILE ASSIGN TO "GLBATCH"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS BATCH-REGISTER-FILE-STATUS.
000520
000530     SELECT INTERFACE-FILE ASSIGN TO "GLINTF"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS INTERFACE-FILE-STATUS.
000560
000570     SELECT INTERFACE-SCRATCH-FILE ASSIGN TO "GLINTFT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS INTERFACE-SCRATCH-FILE-STATUS.
000600
000610     SELECT CONTROL-REPORT-FILE ASSIGN TO "GLPRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CONTROL-REPORT-FILE-STATUS.
000640
000650     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RUN-LOG-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  JOURNAL-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 66 CHARACTERS.
000730     COPY "MSTJRNL.CPY".
000740
000750 FD  PRIME-MASTER-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 10 CHARACTERS.
000780 01  PRIME-MASTER-RECORD.
000790     03  PM-PRIME-VALUE         PIC 9(10).
000800
000810*--------------------------------------------------------------*
000820* BATCH-REGISTER-RECORD - ONE PER GL BATCH EVER ISSUED, APPENDED
000830* AND NEVER REWRITTEN.  GB-JOURNAL-POSITION IS THE NUMBER OF
000840* MSTJRNL RECORDS POSTED THROUGH BY THE END OF THE BATCH; THE
000850* NEXT BATCH STARTS WITH THE RECORD AFTER IT.
000860*--------------------------------------------------------------*
000870 FD  BATCH-REGISTER-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  BATCH-REGISTER-RECORD.
000910     03  GB-BATCH-NUMBER        PIC 9(10).
000920     03  GB-RUN-DATE            PIC 9(08).
000930     03  GB-RUN-TIME            PIC 9(08).
000940     03  GB-JOURNAL-POSITION    PIC 9(08).
000950     03  GB-POSTING-COUNT       PIC 9(06).
000960     03  GB-DEBIT-TOTAL         PIC 9(13)V99.
000970     03  GB-CREDIT-TOTAL        PIC 9(13)V99.
000980     03  FILLER                 PIC X(10).
000990
001000 FD  INTERFACE-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  INTERFACE-FILE-RECORD      PIC X(80).
001040
001050*--------------------------------------------------------------*
001060* GL INTERFACE RECORDS - GI-RECORD-TYPE 'H' (HEADER), 'D' (ONE
001070* POSTING) OR 'T' (TRAILER).  EVERY RECORD CARRIES THE BATCH
001080* NUMBER.  A POSTING IS DEBIT ('D') WHEN IT RAISES THE ACCOUNT
001090* AND CREDIT ('C') WHEN IT LOWERS IT.  THE BATCH IS BUILT ON THE
001100* SCRATCH FILE AND COPIED RECORD FOR RECORD ONTO GLINTF.
001110*--------------------------------------------------------------*
001120 FD  INTERFACE-SCRATCH-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  INTERFACE-HEADER-RECORD.
001160     03  GI-RECORD-TYPE         PIC X(01).
001170         88  GI-HEADER          VALUE 'H'.
001180         88  GI-POSTING         VALUE 'D'.
001190         88  GI-TRAILER         VALUE 'T'.
001200     03  GI-BATCH-NUMBER        PIC 9(10).
001210     03  GH-RUN-DATE            PIC 9(08).
001220     03  GH-RUN-TIME            PIC 9(08).
001230     03  GH-SOURCE-SYSTEM       PIC X(08).
001240     03  FILLER                 PIC X(45).
001250 01  INTERFACE-POSTING-RECORD.
001260     03  FILLER                 PIC X(11).
001270     03  GD-POSTING-SEQUENCE    PIC 9(06).
001280     03  GD-ITEM-KEY            PIC 9(06).
001290     03  GD-ACTION              PIC X(06).
001300     03  GD-DEBIT-CREDIT        PIC X(01).
001310         88  GD-DEBIT           VALUE 'D'.
001320         88  GD-CREDIT          VALUE 'C'.
001330     03  GD-AMOUNT              PIC 9(09)V99.
001340     03  GD-ACTIVITY-DATE       PIC 9(08).
001350     03  GD-PROGRAM-ID          PIC X(08).
001360     03  FILLER                 PIC X(23).
001370 01  INTERFACE-TRAILER-RECORD.
001380     03  FILLER                 PIC X(11).
001390     03  GT-POSTING-COUNT       PIC 9(06).
001400     03  GT-DEBIT-TOTAL         PIC 9(13)V99.
001410     03  GT-CREDIT-TOTAL        PIC 9(13)V99.
001420     03  FILLER                 PIC X(33).
001430
001440 FD  CONTROL-REPORT-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  CONTROL-REPORT-LINE        PIC X(80).
001480
001490 FD  RUN-LOG-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY "RUNLOG.CPY".
001520 WORKING-STORAGE SECTION.
001530*--------------------------------------------------------------*
001540* SWITCHES
001550*--------------------------------------------------------------*
001560 01  JOURNAL-EOF-SWITCH         PIC X(01).
001570     88  JOURNAL-AT-END         VALUE 'Y'.
001580     88  JOURNAL-NOT-AT-END     VALUE 'N'.
001590 01  PRIME-MASTER-EOF-SWITCH    PIC X(01).
001600     88  PRIME-MASTER-AT-END    VALUE 'Y'.
001610     88  PRIME-MASTER-NOT-AT-END VALUE 'N'.
001620 01  BATCH-REGISTER-EOF-SWITCH  PIC X(01).
001630     88  BATCH-REGISTER-AT-END  VALUE 'Y'.
001640     88  BATCH-REGISTER-NOT-AT-END VALUE 'N'.
001650 01  SCRATCH-FILE-EOF-SWITCH    PIC X(01).
001660     88  SCRATCH-FILE-AT-END    VALUE 'Y'.
001670     88  SCRATCH-FILE-NOT-AT-END VALUE 'N'.
001680 01  JOURNAL-FILE-STATUS        PIC X(02).
001690     88  JOURNAL-FILE-OK        VALUE '00'.
001700 01  PRIME-MASTER-FILE-STATUS   PIC X(02).
001710     88  PRIME-MASTER-FILE-OK   VALUE '00'.
001720 01  BATCH-REGISTER-FILE-STATUS PIC X(02).
001730     88  BATCH-REGISTER-FILE-OK VALUE '00'.
001740 01  INTERFACE-FILE-STATUS      PIC X(02).
001750     88  INTERFACE-FILE-OK      VALUE '00'.
001760 01  INTERFACE-SCRATCH-FILE-STATUS PIC X(02).
001770     88  INTERFACE-SCRATCH-FILE-OK VALUE '00'.
001780 01  CONTROL-REPORT-FILE-STATUS PIC X(02).
001790     88  CONTROL-REPORT-FILE-OK VALUE '00'.
001800 01  RUN-LOG-FILE-STATUS        PIC X(02).
001810     88  RUN-LOG-FILE-OK        VALUE '00'.
001820 01  JOURNAL-PRESENT-SWITCH     PIC X(01) VALUE 'N'.
001830     88  JOURNAL-WAS-PRESENT    VALUE 'Y'.
001840     88  JOURNAL-WAS-ABSENT     VALUE 'N'.
001850*--------------------------------------------------------------*
001860* COUNTERS AND WORK AREAS
001870*--------------------------------------------------------------*
001880 77  REGISTER-BATCH-COUNT     PIC 9(06)    COMP VALUE ZERO.
001890 77  LAST-BATCH-NUMBER        PIC 9(10)    VALUE ZERO.
001900 77  BATCH-NUMBER             PIC 9(10)    VALUE ZERO.
001910 77  POSTED-THROUGH-POSITION  PIC 9(08)    VALUE ZERO.
001920 77  JOURNAL-READ-COUNT       PIC 9(08)    COMP VALUE ZERO.
001930 77  ALREADY-POSTED-COUNT     PIC 9(06)    COMP VALUE ZERO.
001940 77  NEW-ENTRY-COUNT          PIC 9(06)    COMP VALUE ZERO.
001950 77  POSTING-COUNT            PIC 9(06)    COMP VALUE ZERO.
001960 77  NO-MOVEMENT-COUNT        PIC 9(06)    COMP VALUE ZERO.
001970 77  ADD-POSTING-COUNT        PIC 9(06)    COMP VALUE ZERO.
001980 77  CHANGE-POSTING-COUNT     PIC 9(06)    COMP VALUE ZERO.
001990 77  DELETE-POSTING-COUNT     PIC 9(06)    COMP VALUE ZERO.
002000 77  DEBIT-TOTAL              PIC 9(13)V99 COMP-3 VALUE ZERO.
002010 77  CREDIT-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
002020 77  MOVEMENT-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002030 01  RUN-DATE-NUMBER            PIC 9(08).
002040 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
002050     03  RUN-DATE-CCYY         PIC 9(04).
002060     03  RUN-DATE-MM           PIC 9(02).
002070     03  RUN-DATE-DD           PIC 9(02).
002080 77  RUN-TIME-NOW              PIC 9(08).
002090 01  RUN-LOG-STATUS-TEXT       PIC X(10) VALUE "COMPLETED".
002100 01  RUN-LOG-DETAIL-TEXT.
002110     03  FILLER                PIC X(09) VALUE "GL BATCH ".
002120     03  RD-BATCH-NUMBER       PIC 9(10).
002130     03  FILLER                PIC X(07) VALUE SPACES.
002140*--------------------------------------------------------------*
002150* CONTROL REPORT WORK AREAS
002160*--------------------------------------------------------------*
002170 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
002180 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
002190 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
002200 01  REPORT-HEADING-LINE-1.
002210     03  FILLER                PIC X(30) VALUE
002220         "GL POSTING INTERFACE CONTROL".
002230     03  FILLER                PIC X(10) VALUE SPACES.
002240     03  FILLER                PIC X(05) VALUE "DATE:".
002250     03  RH-RUN-MM             PIC 99.
002260     03  FILLER                PIC X(01) VALUE "/".
002270     03  RH-RUN-DD             PIC 99.
002280     03  FILLER                PIC X(01) VALUE "/".
002290     03  RH-RUN-CCYY           PIC 9(04).
002300     03  FILLER                PIC X(05) VALUE SPACES.
002310     03  FILLER                PIC X(05) VALUE "PAGE:".
002320     03  RH-PAGE-NUMBER        PIC ZZZ9.
002330 01  REPORT-HEADING-LINE-2.
002340     03  FILLER                PIC X(14) VALUE "BATCH NUMBER: ".
002350     03  RH-BATCH-NUMBER       PIC 9(10).
002360     03  FILLER                PIC X(04) VALUE SPACES.
002370     03  FILLER                PIC X(15) VALUE "JOURNAL AFTER: ".
002380     03  RH-POSTED-THROUGH     PIC Z(7)9.
002390 01  SUMMARY-COUNT-LINE.
002400     03  SC-LABEL              PIC X(28).
002410     03  SC-COUNT              PIC Z(5)9.
002420 01  SUMMARY-AMOUNT-LINE.
002430     03  SA-LABEL              PIC X(28).
002440     03  SA-AMOUNT             PIC Z(12)9.99.
002450 PROCEDURE DIVISION.
002460*--------------------------------------------------------------*
002470* 0000-MAINLINE - FINDS WHERE THE LAST BATCH LEFT OFF, TAKES
002480* THE NEXT BATCH NUMBER FROM PRIMMST, POSTS EVERY JOURNAL ENTRY
002490* SINCE THEN TO THE SCRATCH BATCH (GLINTFT), COPIES THE FINISHED
002500* BATCH ONTO GLINTF AND REGISTERS IT ON GLBATCH.  A BATCH IS
002510* WRITTEN EVEN WHEN THERE IS NO NEW ACTIVITY, SO THE LEDGER SEES
002520* A HEADER AND A ZERO TRAILER FOR THE NIGHT.
002530*--------------------------------------------------------------*
002540 0000-MAINLINE.
002550     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
002560     ACCEPT RUN-TIME-NOW FROM TIME
002570     PERFORM 0100-LOAD-BATCH-REGISTER THRU 0100-EXIT
002580     PERFORM 0200-ASSIGN-BATCH-NUMBER THRU 0200-EXIT
002590     PERFORM 0300-OPEN-POSTING-FILES THRU 0300-EXIT
002600
002610     PERFORM 1000-WRITE-BATCH-HEADER THRU 1000-EXIT
002620     SET JOURNAL-NOT-AT-END TO TRUE
002630     IF JOURNAL-WAS-ABSENT
002640        SET JOURNAL-AT-END TO TRUE
002650     END-IF
002660     PERFORM 2000-READ-JOURNAL-ENTRY THRU 2000-EXIT
002670        UNTIL JOURNAL-AT-END
002680     IF JOURNAL-WAS-PRESENT
002690        CLOSE JOURNAL-FILE
002700     END-IF
002710     IF JOURNAL-READ-COUNT < POSTED-THROUGH-POSITION
002720        DISPLAY "GLPOST: MSTJRNL HOLDS " JOURNAL-READ-COUNT
002730           " ENTRIES BUT " POSTED-THROUGH-POSITION
002740           " WERE ALREADY POSTED - JOURNAL HAS BEEN REPLACED"
002750        CLOSE INTERFACE-SCRATCH-FILE BATCH-REGISTER-FILE
002760        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
002770     END-IF
002780     PERFORM 3000-WRITE-BATCH-TRAILER THRU 3000-EXIT
002790     CLOSE INTERFACE-SCRATCH-FILE
002800     PERFORM 3500-REPLACE-INTERFACE-FILE THRU 3500-EXIT
002810     PERFORM 4000-REGISTER-BATCH THRU 4000-EXIT
002820
002830     PERFORM 5000-WRITE-CONTROL-REPORT THRU 5000-EXIT
002840     DISPLAY "GLPOST: GL BATCH " BATCH-NUMBER " - "
002850        POSTING-COUNT " POSTINGS FROM " NEW-ENTRY-COUNT
002860        " JOURNAL ENTRIES"
002870     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002880     STOP RUN.
002890*--------------------------------------------------------------*
002900* 0100-LOAD-BATCH-REGISTER - READS GLBATCH FOR THE HIGHEST
002910* BATCH NUMBER ISSUED SO FAR AND THE JOURNAL POSITION THE
002920* LATEST BATCH POSTED THROUGH.  NO REGISTER MEANS NO BATCH HAS
002930* EVER BEEN ISSUED AND THE WHOLE JOURNAL IS STILL TO POST.
002940*--------------------------------------------------------------*
002950 0100-LOAD-BATCH-REGISTER.
002960     OPEN INPUT BATCH-REGISTER-FILE
002970     IF NOT BATCH-REGISTER-FILE-OK
002980        GO TO 0100-EXIT
002990     END-IF
003000     SET BATCH-REGISTER-NOT-AT-END TO TRUE
003010     PERFORM UNTIL BATCH-REGISTER-AT-END
003020        READ BATCH-REGISTER-FILE
003030           AT END
003040              SET BATCH-REGISTER-AT-END TO TRUE
003050           NOT AT END
003060              ADD 1 TO REGISTER-BATCH-COUNT
003070              IF GB-BATCH-NUMBER > LAST-BATCH-NUMBER
003080                 MOVE GB-BATCH-NUMBER TO LAST-BATCH-NUMBER
003090              END-IF
003100              MOVE GB-JOURNAL-POSITION TO POSTED-THROUGH-POSITION
003110        END-READ
003120     END-PERFORM
003130     CLOSE BATCH-REGISTER-FILE.
003140 0100-EXIT.
003150     EXIT.
003160*--------------------------------------------------------------*
003170* 0200-ASSIGN-BATCH-NUMBER - TAKES THE FIRST PRIME ON PRIMMST
003180* (ASCENDING, AS PRIMEMST KEEPS IT) ABOVE THE HIGHEST BATCH
003190* NUMBER ALREADY ISSUED.  NUMBERS ARE ISSUED IN ASCENDING ORDER,
003200* SO EVERY PRIME ABOVE THE HIGHEST IS UNUSED.  WHEN PRIMMST HAS
003210* NO SUCH PRIME THE RUN IS REFUSED UNTIL FACTORS AND PRIMEMST
003220* HAVE EXTENDED IT.
003230*--------------------------------------------------------------*
003240 0200-ASSIGN-BATCH-NUMBER.
003250     OPEN INPUT PRIME-MASTER-FILE
003260     IF NOT PRIME-MASTER-FILE-OK
003270        DISPLAY "GLPOST: UNABLE TO OPEN PRIMMST - STATUS "
003280           PRIME-MASTER-FILE-STATUS
003290        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
003300     END-IF
003310     SET PRIME-MASTER-NOT-AT-END TO TRUE
003320     PERFORM UNTIL PRIME-MASTER-AT-END
003330        READ PRIME-MASTER-FILE
003340           AT END
003350              SET PRIME-MASTER-AT-END TO TRUE
003360           NOT AT END
003370              IF PM-PRIME-VALUE > LAST-BATCH-NUMBER
003380                 MOVE PM-PRIME-VALUE TO BATCH-NUMBER
003390                 SET PRIME-MASTER-AT-END TO TRUE
003400              END-IF
003410        END-READ
003420     END-PERFORM
003430     CLOSE PRIME-MASTER-FILE
003440     IF BATCH-NUMBER = ZERO
003450        DISPLAY "GLPOST: NO PRIME ON PRIMMST ABOVE LAST BATCH "
003460           LAST-BATCH-NUMBER " - PRIMMST MUST BE EXTENDED"
003470        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
003480     END-IF
003490     MOVE BATCH-NUMBER TO RD-BATCH-NUMBER.
003500 0200-EXIT.
003510     EXIT.
003520*--------------------------------------------------------------*
003530* 0300-OPEN-POSTING-FILES - THE REGISTER IS OPENED FIRST, SO A
003540* BATCH IS NEVER WRITTEN THAT CANNOT THEN BE REGISTERED.  AN
003550* ABSENT JOURNAL MEANS MASTUPDT HAS NOT YET APPLIED ANYTHING.
003560* GLINTF ITSELF IS NOT OPENED HERE; IT KEEPS THE PREVIOUS BATCH
003570* UNTIL 3500-REPLACE-INTERFACE-FILE COPIES THE NEW ONE OVER IT.
003580*--------------------------------------------------------------*
003590 0300-OPEN-POSTING-FILES.
003600     OPEN EXTEND BATCH-REGISTER-FILE
003610     IF NOT BATCH-REGISTER-FILE-OK
003620        OPEN OUTPUT BATCH-REGISTER-FILE
003630     END-IF
003640     IF NOT BATCH-REGISTER-FILE-OK
003650        DISPLAY "GLPOST: UNABLE TO OPEN GLBATCH - STATUS "
003660           BATCH-REGISTER-FILE-STATUS
003670        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
003680     END-IF
003690     OPEN INPUT JOURNAL-FILE
003700     IF JOURNAL-FILE-OK
003710        SET JOURNAL-WAS-PRESENT TO TRUE
003720     ELSE
003730        DISPLAY "GLPOST: NO MSTJRNL ON FILE - NO ACTIVITY TO POST"
003740     END-IF
003750     OPEN OUTPUT INTERFACE-SCRATCH-FILE
003760     IF NOT INTERFACE-SCRATCH-FILE-OK
003770        DISPLAY "GLPOST: UNABLE TO OPEN GLINTFT - STATUS "
003780           INTERFACE-SCRATCH-FILE-STATUS
003790        IF JOURNAL-WAS-PRESENT
003800           CLOSE JOURNAL-FILE
003810        END-IF
003820        CLOSE BATCH-REGISTER-FILE
003830        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
003840     END-IF.
003850 0300-EXIT.
003860     EXIT.
003870*--------------------------------------------------------------*
003880* 1000-WRITE-BATCH-HEADER - WRITES THE BATCH HEADER RECORD.
003890*--------------------------------------------------------------*
003900 1000-WRITE-BATCH-HEADER.
003910     MOVE SPACES          TO INTERFACE-HEADER-RECORD
003920     SET GI-HEADER        TO TRUE
003930     MOVE BATCH-NUMBER    TO GI-BATCH-NUMBER
003940     MOVE RUN-DATE-NUMBER TO GH-RUN-DATE
003950     MOVE RUN-TIME-NOW    TO GH-RUN-TIME
003960     MOVE "ITEMMST"       TO GH-SOURCE-SYSTEM
003970     WRITE INTERFACE-HEADER-RECORD.
003980 1000-EXIT.
003990     EXIT.
004000*--------------------------------------------------------------*
004010* 2000-READ-JOURNAL-ENTRY - READS ONE JOURNAL ENTRY.  ENTRIES UP
004020* TO THE POSITION THE LAST BATCH POSTED THROUGH ARE PASSED OVER;
004030* EVERY LATER ONE GOES TO 2100 TO BE POSTED.
004040*--------------------------------------------------------------*
004050 2000-READ-JOURNAL-ENTRY.
004060     READ JOURNAL-FILE
004070        AT END
004080           SET JOURNAL-AT-END TO TRUE
004090           GO TO 2000-EXIT
004100     END-READ
004110     ADD 1 TO JOURNAL-READ-COUNT
004120     IF JOURNAL-READ-COUNT NOT > POSTED-THROUGH-POSITION
004130        ADD 1 TO ALREADY-POSTED-COUNT
004140        GO TO 2000-EXIT
004150     END-IF
004160     ADD 1 TO NEW-ENTRY-COUNT
004170     PERFORM 2100-POST-MOVEMENT THRU 2100-EXIT.
004180 2000-EXIT.
004190     EXIT.
004200*--------------------------------------------------------------*
004210* 2100-POST-MOVEMENT - TURNS ONE JOURNAL ENTRY INTO A POSTING.
004220* AN ADD DEBITS ITS NEW AMOUNT, A DELETE CREDITS BACK ITS OLD
004230* AMOUNT, AND A CHANGE DEBITS OR CREDITS THE DIFFERENCE.  AN
004240* ENTRY THAT MOVES NOTHING (A CHANGE TO THE SAME AMOUNT, OR AN
004250* ADD OR DELETE OF A ZERO ACCOUNT) IS COUNTED BUT NOT POSTED.
004260*--------------------------------------------------------------*
004270 2100-POST-MOVEMENT.
004280     MOVE SPACES TO INTERFACE-POSTING-RECORD
004290     EVALUATE TRUE
004300        WHEN MJ-ACTION-ADD
004310           MOVE MJ-NEW-AMOUNT TO MOVEMENT-AMOUNT
004320           SET GD-DEBIT TO TRUE
004330        WHEN MJ-ACTION-DELETE
004340           MOVE MJ-OLD-AMOUNT TO MOVEMENT-AMOUNT
004350           SET GD-CREDIT TO TRUE
004360        WHEN MJ-NEW-AMOUNT > MJ-OLD-AMOUNT
004370           COMPUTE MOVEMENT-AMOUNT = MJ-NEW-AMOUNT - MJ-OLD-AMOUNT
004380           SET GD-DEBIT TO TRUE
004390        WHEN OTHER
004400           COMPUTE MOVEMENT-AMOUNT = MJ-OLD-AMOUNT - MJ-NEW-AMOUNT
004410           SET GD-CREDIT TO TRUE
004420     END-EVALUATE
004430     IF MOVEMENT-AMOUNT = ZERO
004440        ADD 1 TO NO-MOVEMENT-COUNT
004450        GO TO 2100-EXIT
004460     END-IF
004470     ADD 1 TO POSTING-COUNT
004480     SET GI-POSTING        TO TRUE
004490     MOVE BATCH-NUMBER     TO GI-BATCH-NUMBER
004500     MOVE POSTING-COUNT    TO GD-POSTING-SEQUENCE
004510     MOVE MJ-ITEM-KEY      TO GD-ITEM-KEY
004520     MOVE MJ-ACTION        TO GD-ACTION
004530     MOVE MOVEMENT-AMOUNT  TO GD-AMOUNT
004540     MOVE MJ-RUN-DATE      TO GD-ACTIVITY-DATE
004550     MOVE MJ-PROGRAM-ID    TO GD-PROGRAM-ID
004560     WRITE INTERFACE-POSTING-RECORD
004570     IF GD-DEBIT
004580        ADD MOVEMENT-AMOUNT TO DEBIT-TOTAL
004590     ELSE
004600        ADD MOVEMENT-AMOUNT TO CREDIT-TOTAL
004610     END-IF
004620     EVALUATE TRUE
004630        WHEN MJ-ACTION-ADD
004640           ADD 1 TO ADD-POSTING-COUNT
004650        WHEN MJ-ACTION-DELETE
004660           ADD 1 TO DELETE-POSTING-COUNT
004670        WHEN OTHER
004680           ADD 1 TO CHANGE-POSTING-COUNT
004690     END-EVALUATE.
004700 2100-EXIT.
004710     EXIT.
004720*--------------------------------------------------------------*
004730* 3000-WRITE-BATCH-TRAILER - WRITES THE BATCH TRAILER WITH THE
004740* POSTING COUNT AND THE DEBIT AND CREDIT TOTALS.
004750*--------------------------------------------------------------*
004760 3000-WRITE-BATCH-TRAILER.
004770     MOVE SPACES        TO INTERFACE-TRAILER-RECORD
004780     SET GI-TRAILER     TO TRUE
004790     MOVE BATCH-NUMBER  TO GI-BATCH-NUMBER
004800     MOVE POSTING-COUNT TO GT-POSTING-COUNT
004810     MOVE DEBIT-TOTAL   TO GT-DEBIT-TOTAL
004820     MOVE CREDIT-TOTAL  TO GT-CREDIT-TOTAL
004830     WRITE INTERFACE-TRAILER-RECORD.
004840 3000-EXIT.
004850     EXIT.
004860*--------------------------------------------------------------*
004870* 3500-REPLACE-INTERFACE-FILE - COPIES THE FINISHED BATCH FROM
004880* THE SCRATCH FILE ONTO GLINTF, OPENED FOR OUTPUT SO THE
004890* PREVIOUS BATCH IS REPLACED.  A RUN THAT FAILS HERE IS REFUSED
004900* BEFORE THE BATCH IS REGISTERED, AND THE BATCH IS LEFT ON
004910* GLINTFT.
004920*--------------------------------------------------------------*
004930 3500-REPLACE-INTERFACE-FILE.
004940     OPEN INPUT INTERFACE-SCRATCH-FILE
004950     IF NOT INTERFACE-SCRATCH-FILE-OK
004960        DISPLAY "GLPOST: UNABLE TO REOPEN GLINTFT - STATUS "
004970           INTERFACE-SCRATCH-FILE-STATUS
004980        CLOSE BATCH-REGISTER-FILE
004990        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
005000     END-IF
005010     OPEN OUTPUT INTERFACE-FILE
005020     IF NOT INTERFACE-FILE-OK
005030        DISPLAY "GLPOST: UNABLE TO OPEN GLINTF - STATUS "
005040           INTERFACE-FILE-STATUS
005050        DISPLAY "GLPOST: GL BATCH " BATCH-NUMBER
005060           " LEFT ON GLINTFT"
005070        CLOSE INTERFACE-SCRATCH-FILE BATCH-REGISTER-FILE
005080        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
005090     END-IF
005100     SET SCRATCH-FILE-NOT-AT-END TO TRUE
005110     PERFORM 3600-COPY-INTERFACE-RECORD THRU 3600-EXIT
005120        UNTIL SCRATCH-FILE-AT-END
005130     CLOSE INTERFACE-SCRATCH-FILE
005140     CLOSE INTERFACE-FILE.
005150 3500-EXIT.
005160     EXIT.
005170*--------------------------------------------------------------*
005180* 3600-COPY-INTERFACE-RECORD - COPIES ONE RECORD FROM GLINTFT TO
005190* GLINTF.  A FAILED WRITE LEAVES GLINTF INCOMPLETE, SO THE RUN IS
005200* REFUSED AND THE BATCH IS LEFT ON GLINTFT.
005210*--------------------------------------------------------------*
005220 3600-COPY-INTERFACE-RECORD.
005230     READ INTERFACE-SCRATCH-FILE
005240        AT END
005250           SET SCRATCH-FILE-AT-END TO TRUE
005260           GO TO 3600-EXIT
005270     END-READ
005280     WRITE INTERFACE-FILE-RECORD FROM INTERFACE-HEADER-RECORD
005290     IF NOT INTERFACE-FILE-OK
005300        DISPLAY "GLPOST: GLINTF WRITE FAILED - STATUS "
005310           INTERFACE-FILE-STATUS
005320        DISPLAY "GLPOST: GL BATCH " BATCH-NUMBER
005330           " LEFT ON GLINTFT"
005340        CLOSE INTERFACE-SCRATCH-FILE INTERFACE-FILE
005350        CLOSE BATCH-REGISTER-FILE
005360        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
005370     END-IF.
005380 3600-EXIT.
005390     EXIT.
005400*--------------------------------------------------------------*
005410* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
005420* RUN DATE, THE PAGE NUMBER AND THE BATCH BEING REPORTED.
005430*--------------------------------------------------------------*
005440 3100-PRINT-REPORT-HEADING.
005450     ADD 1 TO PAGE-NUMBER
005460     MOVE ZERO TO LINE-COUNT
005470     MOVE RUN-DATE-MM   TO RH-RUN-MM
005480     MOVE RUN-DATE-DD   TO RH-RUN-DD
005490     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
005500     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
005510     MOVE BATCH-NUMBER  TO RH-BATCH-NUMBER
005520     MOVE POSTED-THROUGH-POSITION TO RH-POSTED-THROUGH
005530     WRITE CONTROL-REPORT-LINE FROM REPORT-HEADING-LINE-1
005540     MOVE SPACES TO CONTROL-REPORT-LINE
005550     WRITE CONTROL-REPORT-LINE
005560     WRITE CONTROL-REPORT-LINE FROM REPORT-HEADING-LINE-2
005570     MOVE SPACES TO CONTROL-REPORT-LINE
005580     WRITE CONTROL-REPORT-LINE
005590     ADD 4 TO LINE-COUNT.
005600 3100-EXIT.
005610     EXIT.
005620*--------------------------------------------------------------*
005630* 3200-WRITE-REPORT-LINE - STARTS A NEW PAGE FIRST IF THE CURRENT
005640* ONE IS FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
005650*--------------------------------------------------------------*
005660 3200-WRITE-REPORT-LINE.
005670     IF LINE-COUNT >= LINES-PER-PAGE
005680        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
005690     END-IF.
005700 3200-EXIT.
005710     EXIT.
005720*--------------------------------------------------------------*
005730* 4000-REGISTER-BATCH - APPENDS THE BATCH TO GLBATCH, RECORDING
005740* THE BATCH NUMBER AS ISSUED AND THE JOURNAL POSITION THE NEXT
005750* BATCH STARTS AFTER.  GLINTF ALREADY CARRIES THE BATCH BY NOW,
005760* SO A REGISTER RECORD THAT CANNOT BE WRITTEN REFUSES THE RUN;
005770* THE BATCH MUST BE REGISTERED BY HAND BEFORE GLPOST RUNS AGAIN,
005780* OR THE NEXT RUN WOULD REISSUE THE NUMBER AND POST THE SAME
005790* JOURNAL ENTRIES TWICE.
005800*--------------------------------------------------------------*
005810 4000-REGISTER-BATCH.
005820     MOVE SPACES             TO BATCH-REGISTER-RECORD
005830     MOVE BATCH-NUMBER       TO GB-BATCH-NUMBER
005840     MOVE RUN-DATE-NUMBER    TO GB-RUN-DATE
005850     MOVE RUN-TIME-NOW       TO GB-RUN-TIME
005860     MOVE JOURNAL-READ-COUNT TO GB-JOURNAL-POSITION
005870     MOVE POSTING-COUNT      TO GB-POSTING-COUNT
005880     MOVE DEBIT-TOTAL        TO GB-DEBIT-TOTAL
005890     MOVE CREDIT-TOTAL       TO GB-CREDIT-TOTAL
005900     WRITE BATCH-REGISTER-RECORD
005910     IF NOT BATCH-REGISTER-FILE-OK
005920        DISPLAY "GLPOST: GLBATCH WRITE FAILED FOR GL BATCH "
005930           BATCH-NUMBER " - STATUS " BATCH-REGISTER-FILE-STATUS
005940        DISPLAY "GLPOST: GL BATCH " BATCH-NUMBER
005950           " IS ON GLINTF BUT NOT REGISTERED"
005960        CLOSE BATCH-REGISTER-FILE
005970        PERFORM 9000-REFUSE-POSTING THRU 9000-EXIT
005980     END-IF
005990     CLOSE BATCH-REGISTER-FILE.
006000 4000-EXIT.
006010     EXIT.
006020*--------------------------------------------------------------*
006030* 5000-WRITE-CONTROL-REPORT - ONE-PAGE CONTROL REPORT (GLPRPT)
006040* FOR FINANCE TO AGREE THE BATCH AGAINST THE LEDGER LOAD.
006050*--------------------------------------------------------------*
006060 5000-WRITE-CONTROL-REPORT.
006070     OPEN OUTPUT CONTROL-REPORT-FILE
006080     IF NOT CONTROL-REPORT-FILE-OK
006090        DISPLAY "GLPOST: UNABLE TO OPEN GLPRPT - STATUS "
006100           CONTROL-REPORT-FILE-STATUS
006110        GO TO 5000-EXIT
006120     END-IF
006130     MOVE LINES-PER-PAGE TO LINE-COUNT
006140
006150     MOVE "JOURNAL ENTRIES READ:" TO SC-LABEL
006160     MOVE JOURNAL-READ-COUNT TO SC-COUNT
006170     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006180
006190     MOVE "POSTED IN EARLIER BATCHES:" TO SC-LABEL
006200     MOVE ALREADY-POSTED-COUNT TO SC-COUNT
006210     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006220
006230     MOVE "NEW JOURNAL ENTRIES:" TO SC-LABEL
006240     MOVE NEW-ENTRY-COUNT TO SC-COUNT
006250     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006260
006270     MOVE "NO MOVEMENT - NOT POSTED:" TO SC-LABEL
006280     MOVE NO-MOVEMENT-COUNT TO SC-COUNT
006290     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006300
006310     MOVE "ADD POSTINGS:" TO SC-LABEL
006320     MOVE ADD-POSTING-COUNT TO SC-COUNT
006330     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006340
006350     MOVE "CHANGE POSTINGS:" TO SC-LABEL
006360     MOVE CHANGE-POSTING-COUNT TO SC-COUNT
006370     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006380
006390     MOVE "DELETE POSTINGS:" TO SC-LABEL
006400     MOVE DELETE-POSTING-COUNT TO SC-COUNT
006410     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006420
006430     MOVE "TOTAL POSTINGS:" TO SC-LABEL
006440     MOVE POSTING-COUNT TO SC-COUNT
006450     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
006460
006470     MOVE "DEBIT TOTAL:" TO SA-LABEL
006480     MOVE DEBIT-TOTAL TO SA-AMOUNT
006490     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT
006500
006510     MOVE "CREDIT TOTAL:" TO SA-LABEL
006520     MOVE CREDIT-TOTAL TO SA-AMOUNT
006530     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT
006540     CLOSE CONTROL-REPORT-FILE.
006550 5000-EXIT.
006560     EXIT.
006570*--------------------------------------------------------------*
006580* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
006590* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
006600*--------------------------------------------------------------*
006610 5100-WRITE-SUMMARY-LINE.
006620     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006630     MOVE SUMMARY-COUNT-LINE TO CONTROL-REPORT-LINE
006640     WRITE CONTROL-REPORT-LINE
006650     ADD 1 TO LINE-COUNT.
006660 5100-EXIT.
006670     EXIT.
006680*--------------------------------------------------------------*
006690* 5200-WRITE-AMOUNT-LINE - WRITES ONE LABELED AMOUNT LINE FROM
006700* SUMMARY-AMOUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
006710*--------------------------------------------------------------*
006720 5200-WRITE-AMOUNT-LINE.
006730     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006740     MOVE SUMMARY-AMOUNT-LINE TO CONTROL-REPORT-LINE
006750     WRITE CONTROL-REPORT-LINE
006760     ADD 1 TO LINE-COUNT.
006770 5200-EXIT.
006780     EXIT.
006790*--------------------------------------------------------------*
006800* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
006810* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE,
006820* WITH THE GL BATCH NUMBER (ONCE ONE IS TAKEN) IN THE DETAIL
006830* FIELD.  THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT
006840* EXIST YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT
006850* INSTEAD.
006860*--------------------------------------------------------------*
006870 8000-WRITE-RUN-LOG-ENTRY.
006880     OPEN EXTEND RUN-LOG-FILE
006890     IF NOT RUN-LOG-FILE-OK
006900        OPEN OUTPUT RUN-LOG-FILE
006910     END-IF
006920     MOVE SPACES TO RUN-LOG-RECORD
006930     ACCEPT RUN-TIME-NOW FROM TIME
006940     MOVE "GLPOST"            TO RL-PROGRAM-ID
006950     MOVE RUN-DATE-NUMBER     TO RL-RUN-DATE
006960     MOVE RUN-TIME-NOW        TO RL-RUN-TIME
006970     MOVE NEW-ENTRY-COUNT     TO RL-INPUT-COUNT
006980     MOVE RUN-LOG-STATUS-TEXT TO RL-STATUS
006990     IF BATCH-NUMBER NOT = ZERO
007000        MOVE RUN-LOG-DETAIL-TEXT TO RL-DETAIL
007010     END-IF
007020     WRITE RUN-LOG-RECORD
007030     CLOSE RUN-LOG-FILE.
007040 8000-EXIT.
007050     EXIT.
007060*--------------------------------------------------------------*
007070* 9000-REFUSE-POSTING - ENDS A RUN THAT CANNOT PRODUCE A SOUND
007080* BATCH.  NOTHING IS REGISTERED ON GLBATCH, SO THE NEXT RUN
007090* RE-ISSUES THE SAME BATCH NUMBER OVER THE SAME JOURNAL ENTRIES.
007100* UNLESS THE COPY ONTO GLINTF WAS ALREADY UNDER WAY, GLINTF STILL
007110* HOLDS THE PREVIOUS BATCH.  A RUN REFUSED BECAUSE GLBATCH ITSELF
007120* COULD NOT BE WRITTEN (4000) HAS ALREADY PUT ITS BATCH ON GLINTF,
007130* WHICH MUST THEN BE REGISTERED BY HAND.
007140*--------------------------------------------------------------*
007150 9000-REFUSE-POSTING.
007160     MOVE "FAILED" TO RUN-LOG-STATUS-TEXT
007170     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
007180     MOVE 8 TO RETURN-CODE
007190     STOP RUN.
007200 9000-EXIT.
007210     EXIT.
007220
007230 END PROGRAM GLPOST.
