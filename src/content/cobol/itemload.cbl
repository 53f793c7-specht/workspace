000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ITEMLOAD.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL PROGRAM.  LOADS THE INDEXED ITEM
000100*                    MASTER (ITEMMST) FROM A SEQUENTIAL UNLOAD IN
000110*                    THE ITEMMST LAYOUT (ITEMUNL).  RUN ONCE TO
000120*                    CONVERT THE OLD LINE SEQUENTIAL ITEMMST,
000130*                    RENAMED TO ITEMUNL BEFOREHAND, AND THEREAFTER
000140*                    TO REBUILD ITEMMST FROM ANY UNLOAD, SUCH AS A
000150*                    GENERATION TAKEN BY GENSAVE.  THE WHOLE
000160*                    UNLOAD IS CHECKED FIRST - KEYS NUMERIC, NOT
000170*                    ZERO AND ASCENDING WITH NO DUPLICATE,
000180*                    AMOUNTS NUMERIC - AND ANY FAULT REFUSES THE
000190*                    LOAD BEFORE ITEMMST IS TOUCHED.  THE CURRENT
000200*                    ITEMMST, IF ANY, IS SAVED THROUGH GENSAVE
000210*                    BEFORE IT IS REPLACED.  THE LOADED COUNT AND
000220*                    TOTAL ARE APPENDED TO MSTBAL AS A RESTORED
000230*                    CLOSING, SO THE NEXT MASTUPDT PROVES FROM
000240*                    THEM.
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT UNLOAD-FILE ASSIGN TO "ITEMUNL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS UNLOAD-FILE-STATUS.
000320
000330     SELECT MASTER-FILE ASSIGN TO "ITEMMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS IM-ITEM-KEY
000370         FILE STATUS IS MASTER-FILE-STATUS.
000380
000390     SELECT BALANCE-FILE ASSIGN TO "MSTBAL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BALANCE-FILE-STATUS.
000420
000430     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RUN-LOG-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  UNLOAD-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 25 CHARACTERS.
000510     COPY "ITEMMST.CPY"
000520        REPLACING ==ITEM-MASTER-RECORD== BY ==UNLOAD-RECORD==
000530           LEADING ==IM-== BY ==UL-==.
000540
000550 FD  MASTER-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 25 CHARACTERS.
000580     COPY "ITEMMST.CPY".
000590
000600 FD  BALANCE-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 46 CHARACTERS.
000630     COPY "MSTBAL.CPY".
000640
000650 FD  RUN-LOG-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY "RUNLOG.CPY".
000680 WORKING-STORAGE SECTION.
000690*--------------------------------------------------------------*
000700* SWITCHES
000710*--------------------------------------------------------------*
000720 01  UNLOAD-FILE-EOF-SWITCH     PIC X(01).
000730     88  UNLOAD-FILE-AT-END     VALUE 'Y'.
000740     88  UNLOAD-FILE-NOT-AT-END VALUE 'N'.
000750 01  UNLOAD-FILE-STATUS         PIC X(02).
000760     88  UNLOAD-FILE-OK         VALUE '00'.
000770 01  MASTER-FILE-STATUS         PIC X(02).
000780     88  MASTER-FILE-OK         VALUE '00'.
000790 01  BALANCE-FILE-STATUS        PIC X(02).
000800     88  BALANCE-FILE-OK        VALUE '00'.
000810 01  RUN-LOG-FILE-STATUS        PIC X(02).
000820     88  RUN-LOG-FILE-OK        VALUE '00'.
000830*--------------------------------------------------------------*
000840* COUNTERS AND WORK AREAS
000850*--------------------------------------------------------------*
000860 77  RECORDS-CHECKED          PIC 9(06) COMP VALUE ZERO.
000870 77  RECORDS-IN-ERROR         PIC 9(06) COMP VALUE ZERO.
000880 77  RECORDS-LOADED           PIC 9(06) COMP VALUE ZERO.
000890 77  LOADED-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
000900 77  PREVIOUS-ITEM-KEY        PIC 9(06) VALUE ZERO.
000910 01  RUN-DATE-TODAY           PIC 9(08).
000920 77  RUN-TIME-NOW             PIC 9(08).
000930 01  LOAD-STATUS              PIC X(10) VALUE SPACES.
000940 01  GENERATION-BASE-NAME     PIC X(08) VALUE "ITEMMST".
000950 01  GENERATION-NAME-TAKEN    PIC X(26) VALUE SPACES.
000960 PROCEDURE DIVISION.
000970*--------------------------------------------------------------*
000980* 0000-MAINLINE - CHECKS THE WHOLE UNLOAD, SAVES THE CURRENT
000990* ITEMMST, LOADS THE UNLOAD INTO A FRESH INDEXED ITEMMST AND
001000* RECORDS THE LOADED BALANCE.  ANY FAILURE BEFORE THE LOAD
001010* BEGINS REFUSES IT THROUGH 9000-REFUSE-LOAD.
001020*--------------------------------------------------------------*
001030 0000-MAINLINE.
001040     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001050     PERFORM 1000-CHECK-UNLOAD THRU 1000-EXIT
001060     PERFORM 2000-SAVE-CURRENT-MASTER THRU 2000-EXIT
001070     PERFORM 3000-LOAD-MASTER THRU 3000-EXIT
001080     PERFORM 4000-RECORD-LOADED-BALANCE THRU 4000-EXIT
001090
001100     MOVE "LOADED" TO LOAD-STATUS
001110     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
001120     DISPLAY "ITEMLOAD: ITEMMST LOADED FROM ITEMUNL - "
001130        RECORDS-LOADED " RECORDS"
001140     IF GENERATION-NAME-TAKEN NOT = SPACES
001150        DISPLAY "ITEMLOAD: REPLACED ITEMMST KEPT AS "
001160           GENERATION-NAME-TAKEN
001170     END-IF
001180     STOP RUN.
001190*--------------------------------------------------------------*
001200* 1000-CHECK-UNLOAD - READS THE UNLOAD FROM END TO END AND
001210* CHECKS EVERY RECORD WITH 1100.  AN UNLOAD THAT IS MISSING,
001220* EMPTY OR HOLDS ANY RECORD IN ERROR IS REFUSED.
001230*--------------------------------------------------------------*
001240 1000-CHECK-UNLOAD.
001250     OPEN INPUT UNLOAD-FILE
001260     IF NOT UNLOAD-FILE-OK
001270        DISPLAY "ITEMLOAD: UNABLE TO OPEN ITEMUNL - STATUS "
001280           UNLOAD-FILE-STATUS
001290        PERFORM 9000-REFUSE-LOAD THRU 9000-EXIT
001300     END-IF
001310     MOVE ZERO TO PREVIOUS-ITEM-KEY
001320     SET UNLOAD-FILE-NOT-AT-END TO TRUE
001330     PERFORM UNTIL UNLOAD-FILE-AT-END
001340        READ UNLOAD-FILE
001350           AT END
001360              SET UNLOAD-FILE-AT-END TO TRUE
001370           NOT AT END
001380              PERFORM 1100-CHECK-UNLOAD-RECORD THRU 1100-EXIT
001390        END-READ
001400     END-PERFORM
001410     CLOSE UNLOAD-FILE
001420
001430     IF RECORDS-CHECKED = ZERO
001440        DISPLAY "ITEMLOAD: ITEMUNL IS EMPTY - NOTHING TO LOAD"
001450        PERFORM 9000-REFUSE-LOAD THRU 9000-EXIT
001460     END-IF
001470     IF RECORDS-IN-ERROR > ZERO
001480        DISPLAY "ITEMLOAD: " RECORDS-IN-ERROR
001490           " ITEMUNL RECORDS IN ERROR"
001500        PERFORM 9000-REFUSE-LOAD THRU 9000-EXIT
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540*--------------------------------------------------------------*
001550* 1100-CHECK-UNLOAD-RECORD - A KEY MUST BE NUMERIC, NOT ZERO AND
001560* HIGHER THAN THE KEY BEFORE IT (SO NO DUPLICATES); THE AMOUNT
001570* AND LAST ACTIVITY DATE MUST BE NUMERIC.  EACH FAULT IS SHOWN
001580* ON THE CONSOLE WITH ITS RECORD NUMBER.
001590*--------------------------------------------------------------*
001600 1100-CHECK-UNLOAD-RECORD.
001610     ADD 1 TO RECORDS-CHECKED
001620     IF UL-ITEM-KEY IS NOT NUMERIC OR UL-ITEM-KEY = ZERO
001630        DISPLAY "ITEMLOAD: RECORD " RECORDS-CHECKED
001640           " - KEY NOT NUMERIC OR ZERO"
001650        ADD 1 TO RECORDS-IN-ERROR
001660        GO TO 1100-EXIT
001670     END-IF
001680     IF UL-ITEM-KEY NOT > PREVIOUS-ITEM-KEY
001690        DISPLAY "ITEMLOAD: RECORD " RECORDS-CHECKED " - KEY "
001700           UL-ITEM-KEY " OUT OF SEQUENCE OR DUPLICATED"
001710        ADD 1 TO RECORDS-IN-ERROR
001720        GO TO 1100-EXIT
001730     END-IF
001740     MOVE UL-ITEM-KEY TO PREVIOUS-ITEM-KEY
001750     IF UL-ITEM-DATA IS NOT NUMERIC
001760        OR UL-LAST-ACTIVITY-DATE IS NOT NUMERIC
001770        DISPLAY "ITEMLOAD: RECORD " RECORDS-CHECKED " - KEY "
001780           UL-ITEM-KEY " AMOUNT OR ACTIVITY DATE NOT NUMERIC"
001790        ADD 1 TO RECORDS-IN-ERROR
001800     END-IF.
001810 1100-EXIT.
001820     EXIT.
001830*--------------------------------------------------------------*
001840* 2000-SAVE-CURRENT-MASTER - SAVES THE ITEMMST ABOUT TO BE
001850* REPLACED AS A GENERATION (GENSAVE).  NO ITEMMST YET, AS ON THE
001860* CONVERSION RUN, LEAVES NOTHING TO SAVE.  A MASTER THAT CANNOT
001870* BE SAVED IS NOT REPLACED.
001880*--------------------------------------------------------------*
001890 2000-SAVE-CURRENT-MASTER.
001900     MOVE ZERO TO RETURN-CODE
001910     CALL "GENSAVE" USING GENERATION-BASE-NAME
001920        GENERATION-NAME-TAKEN
001930     CANCEL "GENSAVE"
001940     IF RETURN-CODE NOT = ZERO
001950        DISPLAY "ITEMLOAD: CURRENT ITEMMST NOT SAVED"
001960        PERFORM 9000-REFUSE-LOAD THRU 9000-EXIT
001970     END-IF.
001980 2000-EXIT.
001990     EXIT.
002000*--------------------------------------------------------------*
002010* 3000-LOAD-MASTER - OPENS ITEMMST FOR OUTPUT, SO IT IS BUILT
002020* AFRESH, AND WRITES THE CHECKED UNLOAD TO IT IN KEY ORDER.
002030* THE KEYS WERE PROVED ASCENDING IN 1000, SO A REJECTED WRITE
002040* MEANS THE INDEXED FILE ITSELF IS AT FAULT; THE LOAD STOPS AND
002050* THE OPERATOR IS TOLD WHERE THE REPLACED MASTER WAS SAVED.
002060*--------------------------------------------------------------*
002070 3000-LOAD-MASTER.
002080     OPEN INPUT UNLOAD-FILE
002090     IF NOT UNLOAD-FILE-OK
002100        DISPLAY "ITEMLOAD: UNABLE TO REOPEN ITEMUNL - STATUS "
002110           UNLOAD-FILE-STATUS
002120        PERFORM 9000-REFUSE-LOAD THRU 9000-EXIT
002130     END-IF
002140     OPEN OUTPUT MASTER-FILE
002150     IF NOT MASTER-FILE-OK
002160        DISPLAY "ITEMLOAD: UNABLE TO OPEN ITEMMST FOR OUTPUT "
002170           "- STATUS " MASTER-FILE-STATUS
002180        CLOSE UNLOAD-FILE
002190        PERFORM 9000-REFUSE-LOAD THRU 9000-EXIT
002200     END-IF
002210     SET UNLOAD-FILE-NOT-AT-END TO TRUE
002220     PERFORM UNTIL UNLOAD-FILE-AT-END
002230        READ UNLOAD-FILE
002240           AT END
002250              SET UNLOAD-FILE-AT-END TO TRUE
002260           NOT AT END
002270              PERFORM 3100-WRITE-MASTER-RECORD THRU 3100-EXIT
002280        END-READ
002290     END-PERFORM
002300     CLOSE UNLOAD-FILE
002310     CLOSE MASTER-FILE.
002320 3000-EXIT.
002330     EXIT.
002340*--------------------------------------------------------------*
002350* 3100-WRITE-MASTER-RECORD - WRITES ONE UNLOAD RECORD TO ITEMMST
002360* AND ADDS IT TO THE LOADED COUNT AND TOTAL.
002370*--------------------------------------------------------------*
002380 3100-WRITE-MASTER-RECORD.
002390     MOVE UNLOAD-RECORD TO ITEM-MASTER-RECORD
002400     WRITE ITEM-MASTER-RECORD
002410        INVALID KEY
002420           DISPLAY "ITEMLOAD: ITEMMST REJECTED KEY " IM-ITEM-KEY
002430              " - STATUS " MASTER-FILE-STATUS
002440           DISPLAY "ITEMLOAD: ITEMMST PARTLY LOADED - RESTORE "
002450              GENERATION-NAME-TAKEN " TO PUT IT BACK"
002460           CLOSE UNLOAD-FILE MASTER-FILE
002470           MOVE "FAILED" TO LOAD-STATUS
002480           PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002490           MOVE 8 TO RETURN-CODE
002500           STOP RUN
002510     END-WRITE
002520     ADD 1 TO RECORDS-LOADED
002530     ADD IM-ITEM-DATA TO LOADED-TOTAL.
002540 3100-EXIT.
002550     EXIT.
002560*--------------------------------------------------------------*
002570* 4000-RECORD-LOADED-BALANCE - APPENDS THE LOADED ITEMMST'S
002580* COUNT AND TOTAL TO MSTBAL AS A NEW CLOSING MARKED RESTORED.
002590* THE LOAD HAS ALREADY HAPPENED, SO A BALANCE FILE THAT CANNOT
002600* BE OPENED IS WARNED ABOUT RATHER THAN REFUSED; THE NEXT
002610* MASTUPDT WILL THEN SHOW THE LOAD AS OUT OF BALANCE.
002620*--------------------------------------------------------------*
002630 4000-RECORD-LOADED-BALANCE.
002640     OPEN EXTEND BALANCE-FILE
002650     IF NOT BALANCE-FILE-OK
002660        OPEN OUTPUT BALANCE-FILE
002670     END-IF
002680     IF NOT BALANCE-FILE-OK
002690        DISPLAY "ITEMLOAD: UNABLE TO OPEN MSTBAL - STATUS "
002700           BALANCE-FILE-STATUS " - LOADED CLOSING NOT RECORDED"
002710        GO TO 4000-EXIT
002720     END-IF
002730     ACCEPT RUN-TIME-NOW FROM TIME
002740     MOVE RUN-DATE-TODAY   TO MB-CLOSE-DATE
002750     MOVE RUN-TIME-NOW     TO MB-CLOSE-TIME
002760     MOVE RECORDS-LOADED   TO MB-RECORD-COUNT
002770     MOVE LOADED-TOTAL     TO MB-AMOUNT-TOTAL
002780     MOVE "ITEMLOAD"       TO MB-PROGRAM-ID
002790     SET MB-RESTORED TO TRUE
002800     WRITE MASTER-BALANCE-RECORD
002810     CLOSE BALANCE-FILE.
002820 4000-EXIT.
002830     EXIT.
002840*--------------------------------------------------------------*
002850* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
002860* RUN-LOG FILE (RUNLOG.CPY).  RL-INPUT-COUNT IS THE NUMBER OF
002870* RECORDS LOADED TO ITEMMST.
002880*--------------------------------------------------------------*
002890 8000-WRITE-RUN-LOG-ENTRY.
002900     OPEN EXTEND RUN-LOG-FILE
002910     IF NOT RUN-LOG-FILE-OK
002920        OPEN OUTPUT RUN-LOG-FILE
002930     END-IF
002940     MOVE SPACES TO RUN-LOG-RECORD
002950     ACCEPT RUN-TIME-NOW FROM TIME
002960     MOVE "ITEMLOAD"       TO RL-PROGRAM-ID
002970     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
002980     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
002990     MOVE RECORDS-LOADED   TO RL-INPUT-COUNT
003000     MOVE LOAD-STATUS      TO RL-STATUS
003010     MOVE "ITEMUNL"        TO RL-DETAIL
003020     WRITE RUN-LOG-RECORD
003030     CLOSE RUN-LOG-FILE.
003040 8000-EXIT.
003050     EXIT.
003060*--------------------------------------------------------------*
003070* 9000-REFUSE-LOAD - LOGS THE REFUSED LOAD AS FAILED, SO RUNALERT
003080* REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.
003090*--------------------------------------------------------------*
003100 9000-REFUSE-LOAD.
003110     MOVE "FAILED" TO LOAD-STATUS
003120     MOVE ZERO TO RECORDS-LOADED
003130     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
003140     DISPLAY "ITEMLOAD: LOAD REFUSED - ITEMMST NOT CHANGED"
003150     MOVE 8 TO RETURN-CODE
003160     STOP RUN.
003170 9000-EXIT.
003180     EXIT.
003190
003200 END PROGRAM ITEMLOAD.
