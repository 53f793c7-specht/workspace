000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GENSAVE.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL PROGRAM.  MASTUPDT, PRIMEMST,
000100*                    RUNPURGE AND FACTORS EACH REPLACE A
000110*                    STANDING FILE WITH OPEN OUTPUT AND KEPT NO
000120*                    COPY OF WHAT THEY OVERWROTE.  EACH NOW CALLS
000130*                    THIS SUBPROGRAM JUST BEFORE ITS REPLACE, AND
000140*                    THE OUTGOING FILE IS COPIED TO A DATED
000150*                    GENERATION (BASE NAME + .G + CCYYMMDD +
000160*                    HHMMSSCC) AND CATALOGED ON GENCAT.  THE
000170*                    NUMBER OF GENERATIONS KEPT PER BASE FILE IS
000180*                    READ FROM GENPARM; ONCE A BASE FILE HOLDS
000190*                    MORE, ITS OLDEST GENERATIONS ARE DELETED AND
000200*                    MARKED SCRATCHED ON THE CATALOG.  GENRSTR
000210*                    PUTS A CATALOGED GENERATION BACK IN PLACE.
000220*   2026-10-15  DO   ITEMMST IS NOW AN INDEXED FILE.  IT IS READ
000230*                    IN KEY ORDER AND UNLOADED TO A GENERATION OF
000240*                    PLAIN LINES IN THE SAME LAYOUT AS BEFORE.
000250*   2026-10-15  DO   EVERY WRITE TO THE GENERATION FILE AND TO THE
000260*                    CATALOG IS NOW STATUS-CHECKED.  A WRITE THAT
000270*                    FAILS (A FULL DISK, SAY) FAILS THE SAVE, SO A
000280*                    TRUNCATED GENERATION IS NEVER HANDED BACK AS
000290*                    GOOD AND THE CALLER DOES NOT REPLACE ITS
000300*                    FILE.
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BASE-FILE ASSIGN TO BASE-FILE-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS BASE-FILE-STATUS.
000380
000390     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS IM-ITEM-KEY
000430         FILE STATUS IS ITEM-MASTER-FILE-STATUS.
000440
000450     SELECT GENERATION-FILE ASSIGN TO GENERATION-FILE-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS GENERATION-FILE-STATUS.
000480
000490     SELECT GEN-PARM-FILE ASSIGN TO "GENPARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS GEN-PARM-FILE-STATUS.
000520
000530     SELECT CATALOG-FILE ASSIGN TO "GENCAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CATALOG-FILE-STATUS.
000560
000570     SELECT CATALOG-SCRATCH-FILE ASSIGN TO "GENCATT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CATALOG-SCRATCH-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*--------------------------------------------------------------*
000630* THE BASE FILE AND ITS GENERATION ARE COPIED AS PLAIN LINES.
000640* 160 CHARACTERS COVERS THE WIDEST FILE SAVED (FACTCACH, 153);
000650* SHORTER LINES ARE SPACE-FILLED ON THE WAY IN AND THE FILL IS
000660* DROPPED AGAIN WHEN THE LINE IS WRITTEN.
000670*--------------------------------------------------------------*
000680 FD  BASE-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 160 CHARACTERS.
000710 01  BASE-RECORD               PIC X(160).
000720
000730*--------------------------------------------------------------*
000740* ITEMMST IS INDEXED AND IS UNLOADED THROUGH ITS OWN FD.
000750*--------------------------------------------------------------*
000760 FD  ITEM-MASTER-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 25 CHARACTERS.
000790     COPY "ITEMMST.CPY".
000800
000810 FD  GENERATION-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 160 CHARACTERS.
000840 01  GENERATION-RECORD         PIC X(160).
000850
000860 FD  GEN-PARM-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 11 CHARACTERS.
000890 01  GEN-PARM-RECORD.
000900     03  GP-BASE-NAME          PIC X(08).
000910     03  FILLER                PIC X(01).
000920     03  GP-KEEP-COUNT         PIC 9(02).
000930
000940 FD  CATALOG-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 57 CHARACTERS.
000970     COPY "GENCAT.CPY".
000980
000990 FD  CATALOG-SCRATCH-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 57 CHARACTERS.
001020     COPY "GENCAT.CPY"
001030        REPLACING ==GENERATION-CATALOG-RECORD==
001040                BY ==CATALOG-SCRATCH-RECORD==
001050           LEADING ==GC-== BY ==GS-==.
001060 WORKING-STORAGE SECTION.
001070*--------------------------------------------------------------*
001080* SWITCHES
001090*--------------------------------------------------------------*
001100 01  BASE-FILE-EOF-SWITCH        PIC X(01).
001110     88  BASE-FILE-AT-END        VALUE 'Y'.
001120     88  BASE-FILE-NOT-AT-END    VALUE 'N'.
001130 01  GEN-PARM-EOF-SWITCH         PIC X(01).
001140     88  GEN-PARM-AT-END         VALUE 'Y'.
001150     88  GEN-PARM-NOT-AT-END     VALUE 'N'.
001160 01  CATALOG-EOF-SWITCH          PIC X(01).
001170     88  CATALOG-AT-END          VALUE 'Y'.
001180     88  CATALOG-NOT-AT-END      VALUE 'N'.
001190 01  CATALOG-PRESENT-SWITCH      PIC X(01).
001200     88  CATALOG-WAS-PRESENT     VALUE 'Y'.
001210     88  CATALOG-WAS-ABSENT      VALUE 'N'.
001220 01  SAVE-RESULT-SWITCH          PIC X(01).
001230     88  SAVE-SUCCEEDED          VALUE 'Y'.
001240     88  SAVE-FAILED             VALUE 'N'.
001250 01  BASE-FILE-STATUS            PIC X(02).
001260     88  BASE-FILE-OK            VALUE '00'.
001270 01  ITEM-MASTER-FILE-STATUS     PIC X(02).
001280     88  ITEM-MASTER-FILE-OK     VALUE '00'.
001290 01  GENERATION-FILE-STATUS      PIC X(02).
001300     88  GENERATION-FILE-OK      VALUE '00'.
001310 01  GEN-PARM-FILE-STATUS        PIC X(02).
001320     88  GEN-PARM-FILE-OK        VALUE '00'.
001330 01  CATALOG-FILE-STATUS         PIC X(02).
001340     88  CATALOG-FILE-OK         VALUE '00'.
001350 01  CATALOG-SCRATCH-FILE-STATUS PIC X(02).
001360     88  CATALOG-SCRATCH-FILE-OK VALUE '00'.
001370*--------------------------------------------------------------*
001380* COUNTERS AND WORK AREAS
001390*--------------------------------------------------------------*
001400 77  DEFAULT-KEEP-COUNT       PIC 9(02) VALUE 5.
001410 77  KEEP-COUNT               PIC 9(02) VALUE ZERO.
001420 77  RECORDS-COPIED           PIC 9(06) COMP VALUE ZERO.
001430 77  ACTIVE-COUNT             PIC 9(06) COMP VALUE ZERO.
001440 77  SCRATCH-QUOTA            PIC 9(06) COMP VALUE ZERO.
001450 77  GENERATIONS-SCRATCHED    PIC 9(06) COMP VALUE ZERO.
001460 01  RUN-DATE-TODAY           PIC 9(08).
001470 01  RUN-TIME-NOW             PIC 9(08).
001480 01  BASE-FILE-NAME           PIC X(08) VALUE SPACES.
001490     88  SAVING-ITEM-MASTER    VALUE "ITEMMST".
001500 01  GENERATION-FILE-NAME     PIC X(26) VALUE SPACES.
001510 01  SCRATCHED-FILE-NAME      PIC X(27) VALUE SPACES.
001520 LINKAGE SECTION.
001530*--------------------------------------------------------------*
001540* LK-BASE-NAME NAMES THE FILE ABOUT TO BE REPLACED.  THE NAME OF
001550* THE GENERATION TAKEN IS HANDED BACK IN LK-GENERATION-NAME, OR
001560* SPACES WHEN THE BASE FILE DID NOT EXIST AND THERE WAS NOTHING
001570* TO SAVE.  RETURN-CODE IS 0 WHEN THE CALLER MAY GO AHEAD WITH
001580* ITS REPLACE AND 8 WHEN THE OUTGOING FILE COULD NOT BE SAVED.
001590*--------------------------------------------------------------*
001600 01  LK-BASE-NAME             PIC X(08).
001610 01  LK-GENERATION-NAME       PIC X(26).
001620 PROCEDURE DIVISION USING LK-BASE-NAME LK-GENERATION-NAME.
001630*--------------------------------------------------------------*
001640* 0000-MAINLINE - COPIES THE BASE FILE TO A NEW DATED
001650* GENERATION, CATALOGS IT AND PRUNES THE BASE FILE'S OLDEST
001660* GENERATIONS BEYOND ITS KEEP COUNT.
001670*--------------------------------------------------------------*
001680 0000-MAINLINE.
001690     MOVE SPACES TO LK-GENERATION-NAME
001700     MOVE LK-BASE-NAME TO BASE-FILE-NAME
001710     MOVE ZERO TO RECORDS-COPIED ACTIVE-COUNT SCRATCH-QUOTA
001720                  GENERATIONS-SCRATCHED
001730     SET SAVE-SUCCEEDED TO TRUE
001740     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001750     ACCEPT RUN-TIME-NOW FROM TIME
001760
001770     IF SAVING-ITEM-MASTER
001780        OPEN INPUT ITEM-MASTER-FILE
001790        MOVE ITEM-MASTER-FILE-STATUS TO BASE-FILE-STATUS
001800     ELSE
001810        OPEN INPUT BASE-FILE
001820     END-IF
001830     IF NOT BASE-FILE-OK
001840        DISPLAY "GENSAVE: NO " BASE-FILE-NAME
001850           " ON FILE - NO GENERATION TAKEN"
001860        MOVE ZERO TO RETURN-CODE
001870        GOBACK
001880     END-IF
001890     PERFORM 0500-NAME-GENERATION THRU 0500-EXIT
001900
001910     PERFORM 1000-COPY-BASE-FILE THRU 1000-EXIT
001920     IF SAVE-SUCCEEDED
001930        PERFORM 2000-LOAD-KEEP-COUNT THRU 2000-EXIT
001940        PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
001950     END-IF
001960     IF SAVE-SUCCEEDED
001970        PERFORM 4000-PRUNE-GENERATIONS THRU 4000-EXIT
001980     END-IF
001990     IF SAVE-FAILED
002000        DISPLAY "GENSAVE: " BASE-FILE-NAME
002010           " NOT SAVED - REPLACE MUST NOT GO AHEAD"
002020        MOVE 8 TO RETURN-CODE
002030        GOBACK
002040     END-IF
002050
002060     MOVE GENERATION-FILE-NAME TO LK-GENERATION-NAME
002070     DISPLAY "GENSAVE: " BASE-FILE-NAME " SAVED AS "
002080        GENERATION-FILE-NAME " - " RECORDS-COPIED " RECORDS, "
002090        GENERATIONS-SCRATCHED " OLD GENERATIONS SCRATCHED"
002100     MOVE ZERO TO RETURN-CODE
002110     GOBACK.
002120*--------------------------------------------------------------*
002130* 0500-NAME-GENERATION - BUILDS THE GENERATION NAME FROM THE
002140* BASE NAME AND THE DATE AND TIME OF THE SAVE.  SHOULD A
002150* GENERATION OF THAT NAME ALREADY EXIST (TWO SAVES OF ONE FILE
002160* INSIDE THE SAME HUNDREDTH OF A SECOND) THE TIME IS STEPPED
002170* ON BY ONE UNTIL THE NAME IS FREE.
002180*--------------------------------------------------------------*
002190 0500-NAME-GENERATION.
002200     MOVE SPACES TO GENERATION-FILE-NAME
002210     STRING BASE-FILE-NAME DELIMITED BY SPACE
002220        ".G" DELIMITED BY SIZE
002230        RUN-DATE-TODAY DELIMITED BY SIZE
002240        RUN-TIME-NOW DELIMITED BY SIZE
002250        INTO GENERATION-FILE-NAME
002260     OPEN INPUT GENERATION-FILE
002270     IF GENERATION-FILE-OK
002280        CLOSE GENERATION-FILE
002290        ADD 1 TO RUN-TIME-NOW
002300        GO TO 0500-NAME-GENERATION
002310     END-IF.
002320 0500-EXIT.
002330     EXIT.
002340*--------------------------------------------------------------*
002350* 1000-COPY-BASE-FILE - COPIES THE BASE FILE, ALREADY OPEN FOR
002360* INPUT, LINE FOR LINE TO THE NEW GENERATION FILE.  ITEMMST IS
002370* UNLOADED BY 1100 INSTEAD.
002380*--------------------------------------------------------------*
002390 1000-COPY-BASE-FILE.
002400     OPEN OUTPUT GENERATION-FILE
002410     IF NOT GENERATION-FILE-OK
002420        DISPLAY "GENSAVE: UNABLE TO OPEN " GENERATION-FILE-NAME
002430           " - STATUS " GENERATION-FILE-STATUS
002440        IF SAVING-ITEM-MASTER
002450           CLOSE ITEM-MASTER-FILE
002460        ELSE
002470           CLOSE BASE-FILE
002480        END-IF
002490        SET SAVE-FAILED TO TRUE
002500        GO TO 1000-EXIT
002510     END-IF
002520
002530     IF SAVING-ITEM-MASTER
002540        PERFORM 1100-UNLOAD-ITEM-MASTER THRU 1100-EXIT
002550        GO TO 1000-EXIT
002560     END-IF
002570
002580     SET BASE-FILE-NOT-AT-END TO TRUE
002590     PERFORM UNTIL BASE-FILE-AT-END
002600        READ BASE-FILE
002610           AT END
002620              SET BASE-FILE-AT-END TO TRUE
002630           NOT AT END
002640              MOVE BASE-RECORD TO GENERATION-RECORD
002650              WRITE GENERATION-RECORD
002660              IF NOT GENERATION-FILE-OK
002670                 PERFORM 1200-GENERATION-WRITE-FAILED
002680                    THRU 1200-EXIT
002690              ELSE
002700                 ADD 1 TO RECORDS-COPIED
002710              END-IF
002720        END-READ
002730     END-PERFORM
002740     CLOSE BASE-FILE
002750     CLOSE GENERATION-FILE.
002760 1000-EXIT.
002770     EXIT.
002780*--------------------------------------------------------------*
002790* 1100-UNLOAD-ITEM-MASTER - READS THE INDEXED ITEMMST IN KEY
002800* ORDER AND WRITES EACH RECORD AS A LINE OF THE NEW GENERATION.
002810*--------------------------------------------------------------*
002820 1100-UNLOAD-ITEM-MASTER.
002830     SET BASE-FILE-NOT-AT-END TO TRUE
002840     PERFORM UNTIL BASE-FILE-AT-END
002850        READ ITEM-MASTER-FILE
002860           AT END
002870              SET BASE-FILE-AT-END TO TRUE
002880           NOT AT END
002890              MOVE ITEM-MASTER-RECORD TO GENERATION-RECORD
002900              WRITE GENERATION-RECORD
002910              IF NOT GENERATION-FILE-OK
002920                 PERFORM 1200-GENERATION-WRITE-FAILED
002930                    THRU 1200-EXIT
002940              ELSE
002950                 ADD 1 TO RECORDS-COPIED
002960              END-IF
002970        END-READ
002980     END-PERFORM
002990     CLOSE ITEM-MASTER-FILE
003000     CLOSE GENERATION-FILE.
003010 1100-EXIT.
003020     EXIT.
003030*--------------------------------------------------------------*
003040* 1200-GENERATION-WRITE-FAILED - A LINE COULD NOT BE WRITTEN TO
003050* THE NEW GENERATION, SO IT IS INCOMPLETE.  THE COPY IS STOPPED,
003060* THE SAVE FAILS AND THE GENERATION IS NOT CATALOGED.
003070*--------------------------------------------------------------*
003080 1200-GENERATION-WRITE-FAILED.
003090     DISPLAY "GENSAVE: WRITE TO " GENERATION-FILE-NAME
003100        " FAILED - STATUS " GENERATION-FILE-STATUS
003110     SET SAVE-FAILED TO TRUE
003120     SET BASE-FILE-AT-END TO TRUE.
003130 1200-EXIT.
003140     EXIT.
003150*--------------------------------------------------------------*
003160* 2000-LOAD-KEEP-COUNT - LOOKS UP THE BASE FILE ON GENPARM (ONE
003170* RECORD PER FILE: BASE NAME, A SPACE, GENERATIONS TO KEEP).  A
003180* FILE NOT LISTED, A ZERO COUNT OR NO GENERATION PARAMETER FILE
003190* AT ALL MEANS THE DEFAULT OF FIVE GENERATIONS.
003200*--------------------------------------------------------------*
003210 2000-LOAD-KEEP-COUNT.
003220     MOVE DEFAULT-KEEP-COUNT TO KEEP-COUNT
003230     OPEN INPUT GEN-PARM-FILE
003240     IF NOT GEN-PARM-FILE-OK
003250        GO TO 2000-EXIT
003260     END-IF
003270     SET GEN-PARM-NOT-AT-END TO TRUE
003280     PERFORM UNTIL GEN-PARM-AT-END
003290        READ GEN-PARM-FILE
003300           AT END
003310              SET GEN-PARM-AT-END TO TRUE
003320           NOT AT END
003330              IF GP-BASE-NAME = BASE-FILE-NAME
003340                 AND GP-KEEP-COUNT IS NUMERIC
003350                 AND GP-KEEP-COUNT > ZERO
003360                 MOVE GP-KEEP-COUNT TO KEEP-COUNT
003370              END-IF
003380        END-READ
003390     END-PERFORM
003400     CLOSE GEN-PARM-FILE.
003410 2000-EXIT.
003420     EXIT.
003430*--------------------------------------------------------------*
003440* 3000-CATALOG-GENERATION - COPIES THE CATALOG TO ITS SCRATCH
003450* FILE, COUNTING THE BASE FILE'S ACTIVE GENERATIONS ON THE WAY,
003460* AND ADDS THE NEW GENERATION ON THE END.  NO CATALOG YET MEANS
003470* THIS IS THE FIRST GENERATION TAKEN OF ANY FILE.
003480*--------------------------------------------------------------*
003490 3000-CATALOG-GENERATION.
003500     OPEN OUTPUT CATALOG-SCRATCH-FILE
003510     IF NOT CATALOG-SCRATCH-FILE-OK
003520        DISPLAY "GENSAVE: UNABLE TO OPEN GENCATT - STATUS "
003530           CATALOG-SCRATCH-FILE-STATUS
003540        SET SAVE-FAILED TO TRUE
003550        GO TO 3000-EXIT
003560     END-IF
003570     OPEN INPUT CATALOG-FILE
003580     IF CATALOG-FILE-OK
003590        SET CATALOG-WAS-PRESENT TO TRUE
003600        SET CATALOG-NOT-AT-END TO TRUE
003610     ELSE
003620        SET CATALOG-WAS-ABSENT TO TRUE
003630        SET CATALOG-AT-END TO TRUE
003640     END-IF
003650     PERFORM UNTIL CATALOG-AT-END
003660        READ CATALOG-FILE
003670           AT END
003680              SET CATALOG-AT-END TO TRUE
003690           NOT AT END
003700              IF GC-BASE-NAME = BASE-FILE-NAME AND GC-ACTIVE
003710                 ADD 1 TO ACTIVE-COUNT
003720              END-IF
003730              MOVE GENERATION-CATALOG-RECORD
003740                 TO CATALOG-SCRATCH-RECORD
003750              WRITE CATALOG-SCRATCH-RECORD
003760              IF NOT CATALOG-SCRATCH-FILE-OK
003770                 DISPLAY "GENSAVE: WRITE TO GENCATT FAILED - "
003780                    "STATUS " CATALOG-SCRATCH-FILE-STATUS
003790                 SET SAVE-FAILED TO TRUE
003800                 SET CATALOG-AT-END TO TRUE
003810              END-IF
003820        END-READ
003830     END-PERFORM
003840     IF CATALOG-WAS-PRESENT
003850        CLOSE CATALOG-FILE
003860     END-IF
003870
003880     MOVE BASE-FILE-NAME       TO GS-BASE-NAME
003890     MOVE GENERATION-FILE-NAME TO GS-GENERATION-NAME
003900     MOVE RUN-DATE-TODAY       TO GS-SAVED-DATE
003910     MOVE RUN-TIME-NOW         TO GS-SAVED-TIME
003920     MOVE RECORDS-COPIED       TO GS-RECORD-COUNT
003930     SET GS-ACTIVE TO TRUE
003940     WRITE CATALOG-SCRATCH-RECORD
003950     IF NOT CATALOG-SCRATCH-FILE-OK
003960        DISPLAY "GENSAVE: WRITE TO GENCATT FAILED - "
003970           "STATUS " CATALOG-SCRATCH-FILE-STATUS
003980        SET SAVE-FAILED TO TRUE
003990     END-IF
004000     ADD 1 TO ACTIVE-COUNT
004010     CLOSE CATALOG-SCRATCH-FILE.
004020 3000-EXIT.
004030     EXIT.
004040*--------------------------------------------------------------*
004050* 4000-PRUNE-GENERATIONS - COPIES THE SCRATCH CATALOG BACK ONTO
004060* GENCAT.  WHEN THE BASE FILE NOW HAS MORE ACTIVE GENERATIONS
004070* THAN ITS KEEP COUNT, THE OLDEST (FIRST-CATALOGED) OF THEM ARE
004080* DELETED AND MARKED SCRATCHED ON THE WAY THROUGH.  A GENERATION
004090* FILE ALREADY GONE IS NOTED AND STILL MARKED SCRATCHED.  A
004100* CATALOG RECORD THAT CANNOT BE WRITTEN FAILS THE SAVE; THE FULL
004110* CATALOG IS STILL ON GENCATT TO BE COPIED BACK BY HAND.
004120*--------------------------------------------------------------*
004130 4000-PRUNE-GENERATIONS.
004140     IF ACTIVE-COUNT > KEEP-COUNT
004150        SUBTRACT KEEP-COUNT FROM ACTIVE-COUNT GIVING SCRATCH-QUOTA
004160     END-IF
004170     OPEN INPUT CATALOG-SCRATCH-FILE
004180     IF NOT CATALOG-SCRATCH-FILE-OK
004190        DISPLAY "GENSAVE: UNABLE TO REOPEN GENCATT - STATUS "
004200           CATALOG-SCRATCH-FILE-STATUS
004210        SET SAVE-FAILED TO TRUE
004220        GO TO 4000-EXIT
004230     END-IF
004240     OPEN OUTPUT CATALOG-FILE
004250     IF NOT CATALOG-FILE-OK
004260        DISPLAY "GENSAVE: UNABLE TO OPEN GENCAT FOR OUTPUT - "
004270           "STATUS " CATALOG-FILE-STATUS
004280        CLOSE CATALOG-SCRATCH-FILE
004290        SET SAVE-FAILED TO TRUE
004300        GO TO 4000-EXIT
004310     END-IF
004320
004330     SET CATALOG-NOT-AT-END TO TRUE
004340     PERFORM UNTIL CATALOG-AT-END
004350        READ CATALOG-SCRATCH-FILE
004360           AT END
004370              SET CATALOG-AT-END TO TRUE
004380           NOT AT END
004390              MOVE CATALOG-SCRATCH-RECORD
004400                 TO GENERATION-CATALOG-RECORD
004410              IF GC-BASE-NAME = BASE-FILE-NAME AND GC-ACTIVE
004420                 AND GENERATIONS-SCRATCHED < SCRATCH-QUOTA
004430                 PERFORM 4100-SCRATCH-GENERATION THRU 4100-EXIT
004440              END-IF
004450              WRITE GENERATION-CATALOG-RECORD
004460              IF NOT CATALOG-FILE-OK
004470                 DISPLAY "GENSAVE: WRITE TO GENCAT FAILED - "
004480                    "STATUS " CATALOG-FILE-STATUS
004490                    " - CATALOG LEFT ON GENCATT"
004500                 SET SAVE-FAILED TO TRUE
004510                 SET CATALOG-AT-END TO TRUE
004520              END-IF
004530        END-READ
004540     END-PERFORM
004550     CLOSE CATALOG-SCRATCH-FILE
004560     CLOSE CATALOG-FILE.
004570 4000-EXIT.
004580     EXIT.
004590*--------------------------------------------------------------*
004600* 4100-SCRATCH-GENERATION - DELETES THE GENERATION FILE NAMED ON
004610* THE CURRENT CATALOG RECORD AND MARKS THE RECORD SCRATCHED.
004620*--------------------------------------------------------------*
004630 4100-SCRATCH-GENERATION.
004640     MOVE GC-GENERATION-NAME TO SCRATCHED-FILE-NAME
004650     CALL "CBL_DELETE_FILE" USING SCRATCHED-FILE-NAME
004660     IF RETURN-CODE NOT = ZERO
004670        DISPLAY "GENSAVE: " GC-GENERATION-NAME
004680           " ALREADY GONE - MARKED SCRATCHED"
004690     END-IF
004700     SET GC-SCRATCHED TO TRUE
004710     ADD 1 TO GENERATIONS-SCRATCHED.
004720 4100-EXIT.
004730     EXIT.
004740
004750 END PROGRAM GENSAVE.
