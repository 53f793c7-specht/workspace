000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GENRSTR.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL PROGRAM.  PUTS A GENERATION TAKEN
000100*                    BY GENSAVE BACK IN PLACE OF ITS BASE FILE IN
000110*                    ONE STEP.  THE GENRPRM CONTROL RECORD NAMES
000120*                    THE BASE FILE, THE GENERATION WANTED (BLANK
000130*                    FOR THE NEWEST) AND THE OPERATOR DOING THE
000140*                    RESTORE.  THE GENERATION MUST BE ACTIVE ON
000150*                    GENCAT AND STILL HOLD THE RECORD COUNT IT
000160*                    WAS CATALOGED WITH.  THE CURRENT BASE FILE
000170*                    IS ITSELF SAVED THROUGH GENSAVE BEFORE IT IS
000180*                    OVERWRITTEN, SO A RESTORE CAN BE UNDONE BY
000190*                    ANOTHER RESTORE.  EVERY RUN, GOOD OR
000200*                    REFUSED, LEAVES A RUNLOG ENTRY CARRYING THE
000210*                    OPERATOR ID AND THE GENERATION NAME.
000220*   2026-10-15  DO   A RESTORE OF ITEMMST NOW ALSO APPENDS A
000230*                    CLOSING TO THE MASTER BALANCE FILE (MSTBAL)
000240*                    WITH THE RESTORED COUNT AND TOTAL, SO THE
000250*                    NEXT MASTUPDT PROVES FROM THE MASTER AS IT
000260*                    WAS PUT BACK RATHER THAN FROM THE ONE IT
000270*                    REPLACED.
000280*   2026-10-15  DO   ITEMMST IS NOW AN INDEXED FILE.  ITS
000290*                    GENERATIONS ARE STILL PLAIN LINES IN KEY
000300*                    ORDER; A RESTORE OF ITEMMST RELOADS THEM INTO
000310*                    THE INDEXED FILE RECORD BY RECORD.  A KEY THE
000320*                    RELOAD REJECTS STOPS THE RESTORE WITH ITEMMST
000330*                    PARTLY LOADED AND NAMES THE GENERATION THE
000340*                    REPLACED MASTER WAS SAVED AS.
000350*--------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RESTORE-PARM-FILE ASSIGN TO "GENRPRM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RESTORE-PARM-FILE-STATUS.
000420
000430     SELECT CATALOG-FILE ASSIGN TO "GENCAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CATALOG-FILE-STATUS.
000460
000470     SELECT GENERATION-FILE ASSIGN TO GENERATION-FILE-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS GENERATION-FILE-STATUS.
000500
000510     SELECT SCRATCH-FILE ASSIGN TO "GENRSTRT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SCRATCH-FILE-STATUS.
000540
000550     SELECT BASE-FILE ASSIGN TO BASE-FILE-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BASE-FILE-STATUS.
000580
000590     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS IX-ITEM-KEY
000630         FILE STATUS IS ITEM-MASTER-FILE-STATUS.
000640
000650     SELECT BALANCE-FILE ASSIGN TO "MSTBAL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS BALANCE-FILE-STATUS.
000680
000690     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS RUN-LOG-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RESTORE-PARM-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 44 CHARACTERS.
000770 01  RESTORE-PARM-RECORD.
000780     03  RP-BASE-NAME           PIC X(08).
000790     03  FILLER                 PIC X(01).
000800     03  RP-GENERATION-NAME     PIC X(26).
000810     03  FILLER                 PIC X(01).
000820     03  RP-OPERATOR-ID         PIC X(08).
000830
000840 FD  CATALOG-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 57 CHARACTERS.
000870     COPY "GENCAT.CPY".
000880*--------------------------------------------------------------*
000890* GENERATION, SCRATCH AND BASE FILES ARE COPIED AS PLAIN LINES,
000900* SIZED FOR THE WIDEST FILE GENSAVE TAKES GENERATIONS OF.
000910*--------------------------------------------------------------*
000920 FD  GENERATION-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 160 CHARACTERS.
000950 01  GENERATION-RECORD          PIC X(160).
000960
000970 FD  SCRATCH-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 160 CHARACTERS.
001000 01  SCRATCH-RECORD             PIC X(160).
001010
001020 FD  BASE-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 160 CHARACTERS.
001050 01  BASE-RECORD                PIC X(160).
001060
001070*--------------------------------------------------------------*
001080* ITEMMST IS INDEXED, SO IT IS RELOADED THROUGH ITS OWN FD RATHER
001090* THAN COPIED AS PLAIN LINES THROUGH BASE-FILE.
001100*--------------------------------------------------------------*
001110 FD  ITEM-MASTER-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 25 CHARACTERS.
001140     COPY "ITEMMST.CPY"
001150        REPLACING ==ITEM-MASTER-RECORD==
001160                BY ==ITEM-MASTER-FILE-RECORD==
001170           LEADING ==IM-== BY ==IX-==.
001180
001190 FD  BALANCE-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 46 CHARACTERS.
001220     COPY "MSTBAL.CPY".
001230
001240 FD  RUN-LOG-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY "RUNLOG.CPY".
001270 WORKING-STORAGE SECTION.
001280*--------------------------------------------------------------*
001290* SWITCHES
001300*--------------------------------------------------------------*
001310 01  CATALOG-EOF-SWITCH         PIC X(01).
001320     88  CATALOG-AT-END         VALUE 'Y'.
001330     88  CATALOG-NOT-AT-END     VALUE 'N'.
001340 01  COPY-EOF-SWITCH            PIC X(01).
001350     88  COPY-AT-END            VALUE 'Y'.
001360     88  COPY-NOT-AT-END        VALUE 'N'.
001370 01  GENERATION-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001380     88  GENERATION-FOUND       VALUE 'Y'.
001390     88  GENERATION-NOT-FOUND   VALUE 'N'.
001400 01  RESTORE-PARM-FILE-STATUS   PIC X(02).
001410     88  RESTORE-PARM-FILE-OK   VALUE '00'.
001420 01  CATALOG-FILE-STATUS        PIC X(02).
001430     88  CATALOG-FILE-OK        VALUE '00'.
001440 01  GENERATION-FILE-STATUS     PIC X(02).
001450     88  GENERATION-FILE-OK     VALUE '00'.
001460 01  SCRATCH-FILE-STATUS        PIC X(02).
001470     88  SCRATCH-FILE-OK        VALUE '00'.
001480 01  BASE-FILE-STATUS           PIC X(02).
001490     88  BASE-FILE-OK           VALUE '00'.
001500 01  ITEM-MASTER-FILE-STATUS    PIC X(02).
001510     88  ITEM-MASTER-FILE-OK    VALUE '00'.
001520 01  BALANCE-FILE-STATUS        PIC X(02).
001530     88  BALANCE-FILE-OK        VALUE '00'.
001540 01  RUN-LOG-FILE-STATUS        PIC X(02).
001550     88  RUN-LOG-FILE-OK        VALUE '00'.
001560*--------------------------------------------------------------*
001570* COUNTERS AND WORK AREAS
001580*--------------------------------------------------------------*
001590 77  CATALOGED-COUNT          PIC 9(06) VALUE ZERO.
001600 77  RECORDS-STAGED           PIC 9(06) COMP VALUE ZERO.
001610 77  RECORDS-RESTORED         PIC 9(06) COMP VALUE ZERO.
001620 01  RUN-DATE-TODAY           PIC 9(08).
001630 77  RUN-TIME-NOW             PIC 9(08).
001640 01  BASE-FILE-NAME           PIC X(08) VALUE SPACES.
001650     88  RESTORING-ITEM-MASTER VALUE "ITEMMST".
001660 01  GENERATION-FILE-NAME     PIC X(26) VALUE SPACES.
001670 01  SAVED-GENERATION-NAME    PIC X(26) VALUE SPACES.
001680 01  RESTORE-STATUS           PIC X(10) VALUE SPACES.
001690*--------------------------------------------------------------*
001700* ITEM MASTER VIEW OF A RESTORED LINE - USED ONLY WHEN ITEMMST IS
001710* THE FILE BEING RESTORED, TO TOTAL THE AMOUNTS PUT BACK.
001720*--------------------------------------------------------------*
001730     COPY "ITEMMST.CPY".
001740 77  RESTORED-TOTAL           PIC 9(13)V99 COMP-3 VALUE ZERO.
001750 PROCEDURE DIVISION.
001760*--------------------------------------------------------------*
001770* 0000-MAINLINE - READS THE RESTORE REQUEST, FINDS AND STAGES
001780* THE GENERATION, SAVES THE CURRENT BASE FILE AND COPIES THE
001790* STAGED GENERATION OVER IT.  ANY CHECK THAT FAILS REFUSES THE
001800* RESTORE THROUGH 9000-REFUSE-RESTORE BEFORE THE BASE FILE HAS
001810* BEEN TOUCHED.
001820*--------------------------------------------------------------*
001830 0000-MAINLINE.
001840     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001850     OPEN INPUT RESTORE-PARM-FILE
001860     IF NOT RESTORE-PARM-FILE-OK
001870        DISPLAY "GENRSTR: UNABLE TO OPEN GENRPRM - STATUS "
001880           RESTORE-PARM-FILE-STATUS
001890        STOP RUN
001900     END-IF
001910     READ RESTORE-PARM-FILE
001920        AT END
001930           DISPLAY "GENRSTR: GENRPRM IS EMPTY - NO RESTORE "
001940              "REQUESTED"
001950           CLOSE RESTORE-PARM-FILE
001960           STOP RUN
001970     END-READ
001980     CLOSE RESTORE-PARM-FILE
001990     MOVE RP-BASE-NAME       TO BASE-FILE-NAME
002000     MOVE RP-GENERATION-NAME TO GENERATION-FILE-NAME
002010
002020     IF RP-BASE-NAME = SPACES
002030        DISPLAY "GENRSTR: NO BASE FILE NAMED ON GENRPRM"
002040        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
002050     END-IF
002060     IF RP-OPERATOR-ID = SPACES
002070        DISPLAY "GENRSTR: NO OPERATOR ID ON GENRPRM - A RESTORE "
002080           "MUST NAME WHO REQUESTED IT"
002090        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
002100     END-IF
002110
002120     PERFORM 1000-FIND-GENERATION THRU 1000-EXIT
002130     PERFORM 2000-STAGE-GENERATION THRU 2000-EXIT
002140     PERFORM 3000-SAVE-CURRENT-BASE THRU 3000-EXIT
002150     PERFORM 4000-REPLACE-BASE-FILE THRU 4000-EXIT
002160     IF RESTORING-ITEM-MASTER
002170        PERFORM 5000-RECORD-RESTORED-BALANCE THRU 5000-EXIT
002180     END-IF
002190
002200     MOVE "RESTORED" TO RESTORE-STATUS
002210     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002220     DISPLAY "GENRSTR: " BASE-FILE-NAME " RESTORED FROM "
002230        GENERATION-FILE-NAME " BY " RP-OPERATOR-ID " - "
002240        RECORDS-RESTORED " RECORDS"
002250     IF SAVED-GENERATION-NAME NOT = SPACES
002260        DISPLAY "GENRSTR: REPLACED " BASE-FILE-NAME
002270           " KEPT AS " SAVED-GENERATION-NAME
002280     END-IF
002290     STOP RUN.
002300*--------------------------------------------------------------*
002310* 1000-FIND-GENERATION - LOOKS FOR THE REQUESTED GENERATION
002320* AMONG THE BASE FILE'S ACTIVE ENTRIES ON GENCAT.  WITH NO
002330* GENERATION NAMED, THE LAST ACTIVE ENTRY FOR THE BASE FILE -
002340* ITS NEWEST GENERATION - IS TAKEN.  A SCRATCHED GENERATION
002350* CANNOT BE RESTORED; ITS FILE HAS BEEN DELETED.
002360*--------------------------------------------------------------*
002370 1000-FIND-GENERATION.
002380     OPEN INPUT CATALOG-FILE
002390     IF NOT CATALOG-FILE-OK
002400        DISPLAY "GENRSTR: UNABLE TO OPEN GENCAT - STATUS "
002410           CATALOG-FILE-STATUS
002420        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
002430     END-IF
002440     SET CATALOG-NOT-AT-END TO TRUE
002450     PERFORM UNTIL CATALOG-AT-END
002460        READ CATALOG-FILE
002470           AT END
002480              SET CATALOG-AT-END TO TRUE
002490           NOT AT END
002500              IF GC-BASE-NAME = BASE-FILE-NAME AND GC-ACTIVE
002510                 IF RP-GENERATION-NAME = SPACES
002520                    OR GC-GENERATION-NAME = RP-GENERATION-NAME
002530                    SET GENERATION-FOUND TO TRUE
002540                    MOVE GC-GENERATION-NAME
002550                       TO GENERATION-FILE-NAME
002560                    MOVE GC-RECORD-COUNT TO CATALOGED-COUNT
002570                 END-IF
002580              END-IF
002590        END-READ
002600     END-PERFORM
002610     CLOSE CATALOG-FILE
002620     IF GENERATION-NOT-FOUND
002630        DISPLAY "GENRSTR: NO ACTIVE GENERATION "
002640           RP-GENERATION-NAME " OF " BASE-FILE-NAME
002650           " ON GENCAT"
002660        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
002670     END-IF.
002680 1000-EXIT.
002690     EXIT.
002700*--------------------------------------------------------------*
002710* 2000-STAGE-GENERATION - COPIES THE GENERATION TO THE SCRATCH
002720* FILE BEFORE ANYTHING ELSE HAPPENS.  THE COPY IS NEEDED BECAUSE
002730* SAVING THE CURRENT BASE FILE IN 3000 MAY PRUNE THE VERY
002740* GENERATION BEING RESTORED WHEN IT IS THE OLDEST ONE KEPT.  A
002750* GENERATION THAT NO LONGER HOLDS THE RECORD COUNT IT WAS
002760* CATALOGED WITH IS NOT RESTORED.
002770*--------------------------------------------------------------*
002780 2000-STAGE-GENERATION.
002790     OPEN INPUT GENERATION-FILE
002800     IF NOT GENERATION-FILE-OK
002810        DISPLAY "GENRSTR: UNABLE TO OPEN " GENERATION-FILE-NAME
002820           " - STATUS " GENERATION-FILE-STATUS
002830        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
002840     END-IF
002850     OPEN OUTPUT SCRATCH-FILE
002860     IF NOT SCRATCH-FILE-OK
002870        DISPLAY "GENRSTR: UNABLE TO OPEN GENRSTRT - STATUS "
002880           SCRATCH-FILE-STATUS
002890        CLOSE GENERATION-FILE
002900        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
002910     END-IF
002920     SET COPY-NOT-AT-END TO TRUE
002930     PERFORM UNTIL COPY-AT-END
002940        READ GENERATION-FILE
002950           AT END
002960              SET COPY-AT-END TO TRUE
002970           NOT AT END
002980              MOVE GENERATION-RECORD TO SCRATCH-RECORD
002990              WRITE SCRATCH-RECORD
003000              ADD 1 TO RECORDS-STAGED
003010        END-READ
003020     END-PERFORM
003030     CLOSE GENERATION-FILE
003040     CLOSE SCRATCH-FILE
003050     IF RECORDS-STAGED NOT = CATALOGED-COUNT
003060        DISPLAY "GENRSTR: " GENERATION-FILE-NAME " HOLDS "
003070           RECORDS-STAGED " RECORDS, CATALOGED WITH "
003080           CATALOGED-COUNT
003090        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
003100     END-IF.
003110 2000-EXIT.
003120     EXIT.
003130*--------------------------------------------------------------*
003140* 3000-SAVE-CURRENT-BASE - TAKES A GENERATION OF THE BASE FILE
003150* AS IT STANDS, SO WHAT THE RESTORE OVERWRITES IS NOT LOST.
003160*--------------------------------------------------------------*
003170 3000-SAVE-CURRENT-BASE.
003180     MOVE ZERO TO RETURN-CODE
003190     CALL "GENSAVE" USING BASE-FILE-NAME SAVED-GENERATION-NAME
003200     CANCEL "GENSAVE"
003210     IF RETURN-CODE NOT = ZERO
003220        DISPLAY "GENRSTR: CURRENT " BASE-FILE-NAME
003230           " COULD NOT BE SAVED"
003240        MOVE ZERO TO RETURN-CODE
003250        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
003260     END-IF.
003270 3000-EXIT.
003280     EXIT.
003290*--------------------------------------------------------------*
003300* 4000-REPLACE-BASE-FILE - COPIES THE STAGED GENERATION ONTO THE
003310* BASE FILE, OPENED FOR OUTPUT SO ITS CONTENTS ARE REPLACED.
003320* ITEMMST IS RELOADED INTO ITS INDEXED FILE BY 4100.
003330*--------------------------------------------------------------*
003340 4000-REPLACE-BASE-FILE.
003350     OPEN INPUT SCRATCH-FILE
003360     IF NOT SCRATCH-FILE-OK
003370        DISPLAY "GENRSTR: UNABLE TO REOPEN GENRSTRT - STATUS "
003380           SCRATCH-FILE-STATUS
003390        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
003400     END-IF
003410     IF RESTORING-ITEM-MASTER
003420        OPEN OUTPUT ITEM-MASTER-FILE
003430        MOVE ITEM-MASTER-FILE-STATUS TO BASE-FILE-STATUS
003440     ELSE
003450        OPEN OUTPUT BASE-FILE
003460     END-IF
003470     IF NOT BASE-FILE-OK
003480        DISPLAY "GENRSTR: UNABLE TO OPEN " BASE-FILE-NAME
003490           " FOR OUTPUT - STATUS " BASE-FILE-STATUS
003500        CLOSE SCRATCH-FILE
003510        PERFORM 9000-REFUSE-RESTORE THRU 9000-EXIT
003520     END-IF
003530     SET COPY-NOT-AT-END TO TRUE
003540     PERFORM UNTIL COPY-AT-END
003550        READ SCRATCH-FILE
003560           AT END
003570              SET COPY-AT-END TO TRUE
003580           NOT AT END
003590              ADD 1 TO RECORDS-RESTORED
003600              IF RESTORING-ITEM-MASTER
003610                 PERFORM 4100-RELOAD-ITEM-MASTER THRU 4100-EXIT
003620              ELSE
003630                 MOVE SCRATCH-RECORD TO BASE-RECORD
003640                 WRITE BASE-RECORD
003650              END-IF
003660        END-READ
003670     END-PERFORM
003680     CLOSE SCRATCH-FILE
003690     IF RESTORING-ITEM-MASTER
003700        CLOSE ITEM-MASTER-FILE
003710     ELSE
003720        CLOSE BASE-FILE
003730     END-IF.
003740 4000-EXIT.
003750     EXIT.
003760*--------------------------------------------------------------*
003770* 4100-RELOAD-ITEM-MASTER - WRITES ONE STAGED ITEMMST LINE TO THE
003780* INDEXED MASTER AND ADDS ITS AMOUNT TO THE RESTORED TOTAL.  THE
003790* GENERATION WAS TAKEN IN KEY ORDER, SO A REJECTED KEY MEANS IT IS
003800* DAMAGED; THE RESTORE STOPS THERE AND THE OPERATOR IS TOLD WHICH
003810* GENERATION PUTS THE REPLACED MASTER BACK.
003820*--------------------------------------------------------------*
003830 4100-RELOAD-ITEM-MASTER.
003840     MOVE SCRATCH-RECORD TO ITEM-MASTER-RECORD
003850     ADD IM-ITEM-DATA TO RESTORED-TOTAL
003860     MOVE ITEM-MASTER-RECORD TO ITEM-MASTER-FILE-RECORD
003870     WRITE ITEM-MASTER-FILE-RECORD
003880        INVALID KEY
003890           DISPLAY "GENRSTR: ITEMMST REJECTED KEY " IM-ITEM-KEY
003900              " - STATUS " ITEM-MASTER-FILE-STATUS
003910           DISPLAY "GENRSTR: ITEMMST PARTLY RELOADED - RESTORE "
003920              SAVED-GENERATION-NAME " TO PUT IT BACK"
003930           CLOSE SCRATCH-FILE ITEM-MASTER-FILE
003940           MOVE "FAILED" TO RESTORE-STATUS
003950           PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
003960           MOVE 8 TO RETURN-CODE
003970           STOP RUN
003980     END-WRITE.
003990 4100-EXIT.
004000     EXIT.
004010*--------------------------------------------------------------*
004020* 5000-RECORD-RESTORED-BALANCE - APPENDS THE RESTORED ITEMMST'S
004030* COUNT AND TOTAL TO MSTBAL AS A NEW CLOSING MARKED RESTORED.  THE
004040* RESTORE ITSELF HAS ALREADY HAPPENED, SO A BALANCE FILE THAT
004050* CANNOT BE OPENED IS WARNED ABOUT RATHER THAN REFUSED; THE NEXT
004060* MASTUPDT WILL THEN SHOW THE RESTORE AS OUT OF BALANCE.
004070*--------------------------------------------------------------*
004080 5000-RECORD-RESTORED-BALANCE.
004090     OPEN EXTEND BALANCE-FILE
004100     IF NOT BALANCE-FILE-OK
004110        OPEN OUTPUT BALANCE-FILE
004120     END-IF
004130     IF NOT BALANCE-FILE-OK
004140        DISPLAY "GENRSTR: UNABLE TO OPEN MSTBAL - STATUS "
004150           BALANCE-FILE-STATUS " - RESTORED CLOSING NOT RECORDED"
004160        GO TO 5000-EXIT
004170     END-IF
004180     ACCEPT RUN-TIME-NOW FROM TIME
004190     MOVE RUN-DATE-TODAY   TO MB-CLOSE-DATE
004200     MOVE RUN-TIME-NOW     TO MB-CLOSE-TIME
004210     MOVE RECORDS-RESTORED TO MB-RECORD-COUNT
004220     MOVE RESTORED-TOTAL   TO MB-AMOUNT-TOTAL
004230     MOVE "GENRSTR "       TO MB-PROGRAM-ID
004240     SET MB-RESTORED TO TRUE
004250     WRITE MASTER-BALANCE-RECORD
004260     CLOSE BALANCE-FILE.
004270 5000-EXIT.
004280     EXIT.
004290*--------------------------------------------------------------*
004300* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
004310* RUN-LOG FILE (RUNLOG.CPY) NAMING THE OPERATOR WHO ASKED FOR
004320* THE RESTORE AND THE GENERATION RESTORED (OR REQUESTED, WHEN
004330* THE RESTORE WAS REFUSED).  RL-INPUT-COUNT IS THE NUMBER OF
004340* RECORDS PUT BACK ON THE BASE FILE.
004350*--------------------------------------------------------------*
004360 8000-WRITE-RUN-LOG-ENTRY.
004370     OPEN EXTEND RUN-LOG-FILE
004380     IF NOT RUN-LOG-FILE-OK
004390        OPEN OUTPUT RUN-LOG-FILE
004400     END-IF
004410     MOVE SPACES TO RUN-LOG-RECORD
004420     ACCEPT RUN-TIME-NOW FROM TIME
004430     MOVE "GENRSTR "       TO RL-PROGRAM-ID
004440     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
004450     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
004460     MOVE RECORDS-RESTORED TO RL-INPUT-COUNT
004470     MOVE RESTORE-STATUS   TO RL-STATUS
004480     MOVE RP-OPERATOR-ID   TO RL-OPERATOR-ID
004490     IF GENERATION-FILE-NAME = SPACES
004500        MOVE BASE-FILE-NAME       TO RL-DETAIL
004510     ELSE
004520        MOVE GENERATION-FILE-NAME TO RL-DETAIL
004530     END-IF
004540     WRITE RUN-LOG-RECORD
004550     CLOSE RUN-LOG-FILE.
004560 8000-EXIT.
004570     EXIT.
004580*--------------------------------------------------------------*
004590* 9000-REFUSE-RESTORE - LOGS THE REFUSED RESTORE AS FAILED, SO
004600* RUNALERT REPORTS IT, AND ENDS THE RUN WITH CONDITION CODE 8.
004610*--------------------------------------------------------------*
004620 9000-REFUSE-RESTORE.
004630     MOVE "FAILED" TO RESTORE-STATUS
004640     MOVE ZERO TO RECORDS-RESTORED
004650     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
004660     DISPLAY "GENRSTR: RESTORE REFUSED - " BASE-FILE-NAME
004670        " NOT CHANGED"
004680     MOVE 8 TO RETURN-CODE
004690     STOP RUN.
004700 9000-EXIT.
004710     EXIT.
004720
004730 END PROGRAM GENRSTR.
