000230*                    READ, DUPLICATES WITHIN THE RUN, PRIMES
000240*                    ADDED VERSUS ALREADY KNOWN, AND THE RUNNING
000250*                    MASTER SIZE.
000260*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
000270*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
000280*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
000290*                    BLANK ON THIS PROGRAM'S ENTRIES.
000300*   2026-10-15  DO   THE OUTGOING PRIMMST IS NOW SAVED AS A DATED
000310*                    GENERATION THROUGH GENSAVE BEFORE 6000-
000320*                    REPLACE-MASTER OVERWRITES IT.  IF IT CANNOT
000330*                    BE SAVED THE MASTER IS NOT REPLACED AND THE
000340*                    RUN ENDS WITH CONDITION CODE 8.
000350*--------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PRIME-IN-FILE ASSIGN TO "PRIMOUT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PRIME-IN-FILE-STATUS.
000420
000430     SELECT SORT-WORK-FILE ASSIGN TO "PRIMWK"
000440         FILE STATUS IS SORT-WORK-FILE-STATUS.
000450
000460     SELECT MASTER-FILE ASSIGN TO "PRIMMST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS MASTER-FILE-STATUS.
000490
000500     SELECT SCRATCH-FILE ASSIGN TO "PRIMMSTT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SCRATCH-FILE-STATUS.
000530
000540     SELECT MERGE-REPORT-FILE ASSIGN TO "PRIMMRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS MERGE-REPORT-FILE-STATUS.
000570
000580     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RUN-LOG-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRIME-IN-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 10 CHARACTERS.
000660 01  PRIME-IN-RECORD        PIC 9(10).
000670
000680 SD  SORT-WORK-FILE.
000690 01  SORT-RECORD.
000700     03  SW-PRIME-VALUE     PIC 9(10).
000710
000720 FD  MASTER-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 10 CHARACTERS.
000750 01  MASTER-RECORD.
000760     03  PM-PRIME-VALUE     PIC 9(10).
000770
000780 FD  SCRATCH-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 10 CHARACTERS.
000810 01  SCRATCH-RECORD.
000820     03  SM-PRIME-VALUE     PIC 9(10).
000830
000840 FD  MERGE-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  MERGE-REPORT-LINE          PIC X(80).
000880
000890 FD  RUN-LOG-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "RUNLOG.CPY".
000920 WORKING-STORAGE SECTION.
000930*--------------------------------------------------------------*
000940* SWITCHES
000950*--------------------------------------------------------------*
000960 01  PRIME-IN-EOF-SWITCH        PIC X(01).
000970     88  PRIME-IN-AT-END        VALUE 'Y'.
000980     88  PRIME-IN-NOT-AT-END    VALUE 'N'.
000990 01  SORT-FILE-EOF-SWITCH       PIC X(01).
001000     88  SORT-FILE-AT-END       VALUE 'Y'.
001010     88  SORT-FILE-NOT-AT-END   VALUE 'N'.
001020 01  MASTER-FILE-EOF-SWITCH     PIC X(01).
001030     88  MASTER-FILE-AT-END     VALUE 'Y'.
001040     88  MASTER-FILE-NOT-AT-END VALUE 'N'.
001050 01  SCRATCH-FILE-EOF-SWITCH    PIC X(01).
001060     88  SCRATCH-FILE-AT-END     VALUE 'Y'.
001070     88  SCRATCH-FILE-NOT-AT-END VALUE 'N'.
001080 01  PRIME-IN-FILE-STATUS       PIC X(02).
001090     88  PRIME-IN-FILE-OK       VALUE '00'.
001100 01  SORT-WORK-FILE-STATUS      PIC X(02).
001110     88  SORT-WORK-FILE-OK      VALUE '00'.
001120 01  MASTER-FILE-STATUS         PIC X(02).
001130     88  MASTER-FILE-OK         VALUE '00'.
001140 01  SCRATCH-FILE-STATUS        PIC X(02).
001150     88  SCRATCH-FILE-OK        VALUE '00'.
001160 01  MERGE-REPORT-FILE-STATUS   PIC X(02).
001170     88  MERGE-REPORT-FILE-OK   VALUE '00'.
001180 01  RUN-LOG-FILE-STATUS        PIC X(02).
001190     88  RUN-LOG-FILE-OK        VALUE '00'.
001200 01  MASTER-ABSENT-SWITCH       PIC X(01) VALUE 'N'.
001210     88  MASTER-WAS-ABSENT      VALUE 'Y'.
001220     88  MASTER-WAS-PRESENT     VALUE 'N'.
001230 01  FIRST-PRIME-SWITCH         PIC X(01).
001240     88  FIRST-PRIME            VALUE 'Y'.
001250     88  NOT-FIRST-PRIME        VALUE 'N'.
001260*--------------------------------------------------------------*
001270* COUNTERS AND WORK AREAS
001280*--------------------------------------------------------------*
001290 77  PRIME-READ-COUNT         PIC 9(06)    COMP VALUE ZERO.
001300 77  RUN-DUPLICATE-COUNT      PIC 9(06)    COMP VALUE ZERO.
001310 77  ADDED-COUNT              PIC 9(06)    COMP VALUE ZERO.
001320 77  KNOWN-COUNT              PIC 9(06)    COMP VALUE ZERO.
001330 77  MASTER-OUT-COUNT         PIC 9(06)    COMP VALUE ZERO.
001340 77  PREVIOUS-PRIME           PIC 9(10)    COMP-3 VALUE ZERO.
001350 01  RUN-DATE-TODAY             PIC 9(08).
001360 77  RUN-TIME-NOW               PIC 9(08).
001370 01  GENERATION-BASE-NAME       PIC X(08) VALUE "PRIMMST".
001380 01  GENERATION-NAME-TAKEN      PIC X(26) VALUE SPACES.
001390*--------------------------------------------------------------*
001400* MERGE REPORT LINE LAYOUTS - SAME SINGLE-PAGE CONTROL-REPORT
001410* SHAPE AS FACTRPT, WHOSE OUTPUT THIS PROGRAM CONSUMES.
001420*--------------------------------------------------------------*
001430 01  MERGE-REPORT-HEADING.
001440     03  FILLER                 PIC X(26) VALUE
001450         "PRIME MASTER MERGE REPORT".
001460     03  FILLER                 PIC X(06) VALUE "DATE:".
001470     03  MRH-RUN-DATE           PIC 9(08).
001480 01  MERGE-REPORT-COUNT-LINE.
001490     03  MRC-LABEL              PIC X(28).
001500     03  MRC-COUNT              PIC Z(5)9.
001510 01  MASTER-ABSENT-LINE.
001520     03  FILLER                PIC X(46) VALUE
001530         "*** MASTER FILE NOT FOUND - CREATED THIS RUN".
001540     03  FILLER                PIC X(04) VALUE " ***".
001550 PROCEDURE DIVISION.
001560*--------------------------------------------------------------*
001570* 0000-MAINLINE - SORTS THE RUN'S PRIMOUT INTO ORDER AND MERGES
001580* IT AGAINST THE PRIME MASTER ON THE WAY OUT OF THE SORT, THEN
001590* REPLACES THE MASTER FROM THE SCRATCH FILE AND WRITES THE
001600* CONTROL REPORT AND RUN-LOG ENTRY.
001610*--------------------------------------------------------------*
001620 0000-MAINLINE.
001630     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001640     OPEN OUTPUT MERGE-REPORT-FILE
001650     IF NOT MERGE-REPORT-FILE-OK
001660        DISPLAY "PRIMEMST: UNABLE TO OPEN PRIMMRPT - STATUS "
001670           MERGE-REPORT-FILE-STATUS
001680        STOP RUN
001690     END-IF
001700
001710     SORT SORT-WORK-FILE
001720        ON ASCENDING KEY SW-PRIME-VALUE
001730        INPUT PROCEDURE IS 1000-LOAD-PRIMES THRU 1000-EXIT
001740        OUTPUT PROCEDURE IS 2000-MERGE-PRIMES THRU 2000-EXIT
001750     IF NOT SORT-WORK-FILE-OK
001760        DISPLAY "PRIMEMST: SORT FAILED - STATUS "
001770           SORT-WORK-FILE-STATUS
001780        STOP RUN
001790     END-IF
001800
001810     PERFORM 6000-REPLACE-MASTER THRU 6000-EXIT
001820     PERFORM 5000-WRITE-MERGE-REPORT THRU 5000-EXIT
001830     CLOSE MERGE-REPORT-FILE
001840     DISPLAY "PRIMEMST: " ADDED-COUNT " ADDED, " KNOWN-COUNT
001850        " KNOWN, " MASTER-OUT-COUNT " ON MASTER"
001860     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
001870     STOP RUN.
001880*--------------------------------------------------------------*
001890* 1000-LOAD-PRIMES - SORT INPUT PROCEDURE.  RELEASES EVERY
001900* PRIMOUT RECORD TO THE SORT.  PRIMOUT CARRIES NO TRAILER, SO
001910* THERE IS NO LOOKAHEAD HERE.
001920*--------------------------------------------------------------*
001930 1000-LOAD-PRIMES.
001940     SET PRIME-IN-NOT-AT-END TO TRUE
001950     OPEN INPUT PRIME-IN-FILE
001960     IF NOT PRIME-IN-FILE-OK
001970        DISPLAY "PRIMEMST: UNABLE TO OPEN PRIMOUT - STATUS "
001980           PRIME-IN-FILE-STATUS
001990        STOP RUN
002000     END-IF
002010     PERFORM UNTIL PRIME-IN-AT-END
002020        READ PRIME-IN-FILE
002030           AT END
002040              SET PRIME-IN-AT-END TO TRUE
002050           NOT AT END
002060              ADD 1 TO PRIME-READ-COUNT
002070                 ON SIZE ERROR
002080                    DISPLAY "*** PRIME-READ-COUNT OVERFLOW ***"
002090              END-ADD
002100              MOVE PRIME-IN-RECORD TO SW-PRIME-VALUE
002110              RELEASE SORT-RECORD
002120        END-READ
002130     END-PERFORM
002140     CLOSE PRIME-IN-FILE.
002150 1000-EXIT.
002160     EXIT.
002170*--------------------------------------------------------------*
002180* 2000-MERGE-PRIMES - SORT OUTPUT PROCEDURE.  RETURNS THE RUN'S
002190* PRIMES IN ASCENDING ORDER AND MERGES THEM AGAINST THE SORTED
002200* MASTER: A PRIME EQUAL TO THE ONE JUST PROCESSED IS A DUPLICATE
002210* WITHIN THE RUN, A PRIME ALREADY ON THE MASTER COUNTS AS KNOWN,
002220* AND ANYTHING ELSE IS WRITTEN INTO PLACE AS AN ADDITION.  WHEN
002230* THE RUN'S PRIMES ARE EXHAUSTED THE REST OF THE MASTER IS
002240* COPIED ACROSS UNCHANGED.
002250*--------------------------------------------------------------*
002260 2000-MERGE-PRIMES.
002270     PERFORM 2050-OPEN-MASTER-FILES THRU 2050-EXIT
002280     SET FIRST-PRIME TO TRUE
002290     SET SORT-FILE-NOT-AT-END TO TRUE
002300     PERFORM UNTIL SORT-FILE-AT-END
002310        RETURN SORT-WORK-FILE
002320           AT END
002330              SET SORT-FILE-AT-END TO TRUE
002340           NOT AT END
002350              PERFORM 2100-MERGE-ONE-PRIME THRU 2100-EXIT
002360        END-RETURN
002370     END-PERFORM
002380     PERFORM UNTIL MASTER-FILE-AT-END
002390        PERFORM 2800-COPY-MASTER-TO-SCRATCH THRU 2800-EXIT
002400        PERFORM 2900-READ-MASTER THRU 2900-EXIT
002410     END-PERFORM
002420     IF MASTER-WAS-PRESENT
002430        CLOSE MASTER-FILE
002440     END-IF
002450     CLOSE SCRATCH-FILE.
002460 2000-EXIT.
002470     EXIT.
002480*--------------------------------------------------------------*
002490* 2050-OPEN-MASTER-FILES - OPENS THE STANDING MASTER FOR INPUT
002500* AND THE SCRATCH FILE FOR OUTPUT.  A MASTER THAT CANNOT BE
002510* OPENED MEANS THIS IS THE FIRST RUN, SO THE MERGE PROCEEDS
002520* AGAINST AN EMPTY MASTER AND EVERY DISTINCT PRIME IS AN
002530* ADDITION; A NOTE GOES ON THE REPORT.
002540*--------------------------------------------------------------*
002550 2050-OPEN-MASTER-FILES.
002560     OPEN INPUT MASTER-FILE
002570     IF NOT MASTER-FILE-OK
002580        SET MASTER-WAS-ABSENT TO TRUE
002590        SET MASTER-FILE-AT-END TO TRUE
002600        DISPLAY MASTER-ABSENT-LINE
002610     ELSE
002620        SET MASTER-FILE-NOT-AT-END TO TRUE
002630        PERFORM 2900-READ-MASTER THRU 2900-EXIT
002640     END-IF
002650     OPEN OUTPUT SCRATCH-FILE
002660     IF NOT SCRATCH-FILE-OK
002670        DISPLAY "PRIMEMST: UNABLE TO OPEN PRIMMSTT - STATUS "
002680           SCRATCH-FILE-STATUS
002690        STOP RUN
002700     END-IF.
002710 2050-EXIT.
002720     EXIT.
002730*--------------------------------------------------------------*
002740* 2100-MERGE-ONE-PRIME - MERGES THE PRIME JUST RETURNED FROM THE
002750* SORT INTO THE MASTER STREAM.
002760*--------------------------------------------------------------*
002770 2100-MERGE-ONE-PRIME.
002780     IF NOT-FIRST-PRIME
002790        AND SW-PRIME-VALUE = PREVIOUS-PRIME
002800        ADD 1 TO RUN-DUPLICATE-COUNT
002810        GO TO 2100-EXIT
002820     END-IF
002830     MOVE SW-PRIME-VALUE TO PREVIOUS-PRIME
002840     SET NOT-FIRST-PRIME TO TRUE
002850     PERFORM UNTIL MASTER-FILE-AT-END
002860        OR PM-PRIME-VALUE >= SW-PRIME-VALUE
002870        PERFORM 2800-COPY-MASTER-TO-SCRATCH THRU 2800-EXIT
002880        PERFORM 2900-READ-MASTER THRU 2900-EXIT
002890     END-PERFORM
002900     IF NOT MASTER-FILE-AT-END
002910        AND PM-PRIME-VALUE = SW-PRIME-VALUE
002920        ADD 1 TO KNOWN-COUNT
002930        PERFORM 2800-COPY-MASTER-TO-SCRATCH THRU 2800-EXIT
002940        PERFORM 2900-READ-MASTER THRU 2900-EXIT
002950     ELSE
002960        MOVE SW-PRIME-VALUE TO SM-PRIME-VALUE
002970        WRITE SCRATCH-RECORD
002980        ADD 1 TO MASTER-OUT-COUNT
002990        ADD 1 TO ADDED-COUNT
003000     END-IF.
003010 2100-EXIT.
003020     EXIT.
003030*--------------------------------------------------------------*
003040* 2800-COPY-MASTER-TO-SCRATCH - COPIES THE CURRENT MASTER RECORD
003050* TO THE SCRATCH FILE UNCHANGED.
003060*--------------------------------------------------------------*
003070 2800-COPY-MASTER-TO-SCRATCH.
003080     MOVE PM-PRIME-VALUE TO SM-PRIME-VALUE
003090     WRITE SCRATCH-RECORD
003100     ADD 1 TO MASTER-OUT-COUNT.
003110 2800-EXIT.
003120     EXIT.
003130*--------------------------------------------------------------*
003140* 2900-READ-MASTER - READS THE NEXT MASTER RECORD, IF THE MASTER
003150* IS PRESENT AND NOT YET EXHAUSTED.
003160*--------------------------------------------------------------*
003170 2900-READ-MASTER.
003180     IF MASTER-FILE-AT-END
003190        GO TO 2900-EXIT
003200     END-IF
003210     READ MASTER-FILE
003220        AT END
003230           SET MASTER-FILE-AT-END TO TRUE
003240     END-READ.
003250 2900-EXIT.
003260     EXIT.
003270*--------------------------------------------------------------*
003280* 5000-WRITE-MERGE-REPORT - WRITES THE RUN'S CONTROL REPORT TO
003290* PRIMMRPT: PRIMES READ, DUPLICATES WITHIN THE RUN, ADDED VS
003300* ALREADY KNOWN, AND THE RUNNING MASTER SIZE.
003310*--------------------------------------------------------------*
003320 5000-WRITE-MERGE-REPORT.
003330     MOVE RUN-DATE-TODAY TO MRH-RUN-DATE
003340     WRITE MERGE-REPORT-LINE FROM MERGE-REPORT-HEADING
003350     MOVE SPACES TO MERGE-REPORT-LINE
003360     WRITE MERGE-REPORT-LINE
003370     IF MASTER-WAS-ABSENT
003380        WRITE MERGE-REPORT-LINE FROM MASTER-ABSENT-LINE
003390     END-IF
003400
003410     MOVE "PRIMES READ FROM PRIMOUT:" TO MRC-LABEL
003420     MOVE PRIME-READ-COUNT TO MRC-COUNT
003430     WRITE MERGE-REPORT-LINE FROM MERGE-REPORT-COUNT-LINE
003440
003450     MOVE "DUPLICATES WITHIN RUN:" TO MRC-LABEL
003460     MOVE RUN-DUPLICATE-COUNT TO MRC-COUNT
003470     WRITE MERGE-REPORT-LINE FROM MERGE-REPORT-COUNT-LINE
003480
003490     MOVE "PRIMES ADDED TO MASTER:" TO MRC-LABEL
003500     MOVE ADDED-COUNT TO MRC-COUNT
003510     WRITE MERGE-REPORT-LINE FROM MERGE-REPORT-COUNT-LINE
003520
003530     MOVE "PRIMES ALREADY KNOWN:" TO MRC-LABEL
003540     MOVE KNOWN-COUNT TO MRC-COUNT
003550     WRITE MERGE-REPORT-LINE FROM MERGE-REPORT-COUNT-LINE
003560
003570     MOVE "PRIMES NOW ON MASTER:" TO MRC-LABEL
003580     MOVE MASTER-OUT-COUNT TO MRC-COUNT
003590     WRITE MERGE-REPORT-LINE FROM MERGE-REPORT-COUNT-LINE.
003600 5000-EXIT.
003610     EXIT.
003620*--------------------------------------------------------------*
003630* 6000-REPLACE-MASTER - COPIES THE MERGED MASTER FROM THE
003640* SCRATCH FILE BACK ONTO PRIMMST, OPENED FOR OUTPUT SO THE OLD
003650* CONTENTS ARE REPLACED RATHER THAN APPENDED TO.
003660*--------------------------------------------------------------*
003670 6000-REPLACE-MASTER.
003680     MOVE ZERO TO RETURN-CODE
003690     CALL "GENSAVE" USING GENERATION-BASE-NAME
003700        GENERATION-NAME-TAKEN
003710     CANCEL "GENSAVE"
003720     IF RETURN-CODE NOT = ZERO
003730        DISPLAY "PRIMEMST: PRIMMST NOT SAVED - NOT REPLACED, "
003740           "MERGED MASTER LEFT ON PRIMMSTT"
003750        STOP RUN
003760     END-IF
003770     OPEN INPUT SCRATCH-FILE
003780     IF NOT SCRATCH-FILE-OK
003790        DISPLAY "PRIMEMST: UNABLE TO REOPEN PRIMMSTT - STATUS "
003800           SCRATCH-FILE-STATUS
003810        STOP RUN
003820     END-IF
003830     OPEN OUTPUT MASTER-FILE
003840     IF NOT MASTER-FILE-OK
003850        DISPLAY "PRIMEMST: UNABLE TO REOPEN PRIMMST FOR OUTPUT "
003860           "- STATUS " MASTER-FILE-STATUS
003870        STOP RUN
003880     END-IF
003890
003900     SET SCRATCH-FILE-NOT-AT-END TO TRUE
003910     PERFORM UNTIL SCRATCH-FILE-AT-END
003920        READ SCRATCH-FILE
003930           AT END
003940              SET SCRATCH-FILE-AT-END TO TRUE
003950           NOT AT END
003960              MOVE SM-PRIME-VALUE TO PM-PRIME-VALUE
003970              WRITE MASTER-RECORD
003980        END-READ
003990     END-PERFORM
004000     CLOSE SCRATCH-FILE
004010     CLOSE MASTER-FILE.
004020 6000-EXIT.
004030     EXIT.
004040*--------------------------------------------------------------*
004050* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
004060* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE.
004070* THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST
004080* YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
004090*--------------------------------------------------------------*
004100 8000-WRITE-RUN-LOG-ENTRY.
004110     OPEN EXTEND RUN-LOG-FILE
004120     IF NOT RUN-LOG-FILE-OK
004130        OPEN OUTPUT RUN-LOG-FILE
004140     END-IF
004150     MOVE SPACES TO RUN-LOG-RECORD
004160     ACCEPT RUN-TIME-NOW FROM TIME
004170     MOVE "PRIMEMST"       TO RL-PROGRAM-ID
004180     MOVE RUN-DATE-TODAY   TO RL-RUN-DATE
004190     MOVE RUN-TIME-NOW     TO RL-RUN-TIME
004200     MOVE PRIME-READ-COUNT TO RL-INPUT-COUNT
004210     MOVE "COMPLETED"      TO RL-STATUS
004220     WRITE RUN-LOG-RECORD
004230     CLOSE RUN-LOG-FILE.
004240 8000-EXIT.
004250     EXIT.
004260
004270 END PROGRAM PRIMEMST.
