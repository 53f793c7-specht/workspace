000300*                    RUNLOG.CPY REPLACING THE RECORD AND
000310*                    FIELD-PREFIX NAMES SO ALL THREE RECORDS
000320*                    SHARE THE ONE DEFINITION.
000330*   2026-10-15  DO   THE OUTGOING RUNLOG IS NOW SAVED AS A DATED
000340*                    GENERATION THROUGH GENSAVE BEFORE 2000-
000350*                    REPLACE-RUN-LOG OVERWRITES IT, AND THE NEW
000360*                    RL-OPERATOR-ID AND RL-DETAIL FIELDS ARE
000370*                    CARRIED THROUGH TO THE ARCHIVE AND BACK.
000380*                    IF RUNLOG CANNOT BE SAVED IT IS NOT
000390*                    REPLACED AND THE RUN ENDS WITH CONDITION
000400*                    CODE 8.
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PURGE-PARM-FILE ASSIGN TO "PURGEPRM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PURGE-PARM-FILE-STATUS.
000480
000490     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RUN-LOG-FILE-STATUS.
000520
000530     SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ARCHIVE-FILE-STATUS.
000560
000570     SELECT SCRATCH-FILE ASSIGN TO "RUNLOGT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SCRATCH-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PURGE-PARM-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 08 CHARACTERS.
000650 01  PURGE-PARM-RECORD.
000660     03  PP-CUTOFF-DATE         PIC 9(08).
000670
000680 FD  RUN-LOG-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "RUNLOG.CPY".
000710
000720 FD  ARCHIVE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "RUNLOG.CPY"
000750        REPLACING ==RUN-LOG-RECORD== BY ==ARCHIVE-RECORD==
000760           LEADING ==RL-== BY ==AR-==.
000770
000780 FD  SCRATCH-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "RUNLOG.CPY"
000810        REPLACING ==RUN-LOG-RECORD== BY ==SCRATCH-RECORD==
000820           LEADING ==RL-== BY ==SR-==.
000830 WORKING-STORAGE SECTION.
000840*--------------------------------------------------------------*
000850* SWITCHES
000860*--------------------------------------------------------------*
000870 01  RUN-LOG-EOF-SWITCH      PIC X(01).
000880     88  RUN-LOG-AT-END      VALUE 'Y'.
000890     88  RUN-LOG-NOT-AT-END  VALUE 'N'.
000900 01  SCRATCH-FILE-EOF-SWITCH PIC X(01).
000910     88  SCRATCH-FILE-AT-END     VALUE 'Y'.
000920     88  SCRATCH-FILE-NOT-AT-END VALUE 'N'.
000930 01  PURGE-PARM-FILE-STATUS  PIC X(02).
000940     88  PURGE-PARM-FILE-OK  VALUE '00'.
000950 01  RUN-LOG-FILE-STATUS     PIC X(02).
000960     88  RUN-LOG-FILE-OK     VALUE '00'.
000970 01  ARCHIVE-FILE-STATUS     PIC X(02).
000980     88  ARCHIVE-FILE-OK     VALUE '00'.
000990 01  SCRATCH-FILE-STATUS     PIC X(02).
001000     88  SCRATCH-FILE-OK     VALUE '00'.
001010*--------------------------------------------------------------*
001020* COUNTERS AND WORK AREAS
001030*--------------------------------------------------------------*
001040 77  CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001050 77  ARCHIVED-COUNT           PIC 9(06) COMP VALUE ZERO.
001060 77  RETAINED-COUNT           PIC 9(06) COMP VALUE ZERO.
001070 01  RUN-DATE-TODAY           PIC 9(08).
001080 01  ARCHIVE-FILE-NAME        PIC X(20) VALUE SPACES.
001090 01  GENERATION-BASE-NAME     PIC X(08) VALUE "RUNLOG".
001100 01  GENERATION-NAME-TAKEN    PIC X(26) VALUE SPACES.
001110 PROCEDURE DIVISION.
001120*--------------------------------------------------------------*
001130* 0000-MAINLINE - READS THE CUTOFF DATE FROM PURGEPRM, SPLITS
001140* RUNLOG INTO ARCHIVED (OLDER THAN CUTOFF) AND RETAINED ENTRIES,
001150* THEN REPLACES RUNLOG WITH THE RETAINED ENTRIES ONLY.
001160*--------------------------------------------------------------*
001170 0000-MAINLINE.
001180     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001190     OPEN INPUT PURGE-PARM-FILE
001200     IF NOT PURGE-PARM-FILE-OK
001210        DISPLAY "RUNPURGE: UNABLE TO OPEN PURGEPRM - STATUS "
001220           PURGE-PARM-FILE-STATUS
001230        STOP RUN
001240     END-IF
001250     READ PURGE-PARM-FILE
001260        AT END
001270           DISPLAY "RUNPURGE: PURGEPRM IS EMPTY - NO CUTOFF "
001280              "DATE SUPPLIED"
001290           CLOSE PURGE-PARM-FILE
001300           STOP RUN
001310     END-READ
001320     MOVE PP-CUTOFF-DATE TO CUTOFF-DATE
001330     CLOSE PURGE-PARM-FILE
001340
001350     STRING "RUNARC" DELIMITED BY SIZE
001360        RUN-DATE-TODAY DELIMITED BY SIZE
001370        INTO ARCHIVE-FILE-NAME
001380
001390     PERFORM 1000-SPLIT-RUN-LOG THRU 1000-EXIT
001400     PERFORM 2000-REPLACE-RUN-LOG THRU 2000-EXIT
001410
001420     DISPLAY "RUNPURGE: " ARCHIVED-COUNT
001430        " ENTRIES ARCHIVED TO " ARCHIVE-FILE-NAME
001440     DISPLAY "RUNPURGE: " RETAINED-COUNT
001450        " ENTRIES RETAINED ON RUNLOG"
001460     STOP RUN.
001470*--------------------------------------------------------------*
001480* 1000-SPLIT-RUN-LOG - READS RUNLOG ONCE, ROUTING EACH RECORD TO
001490* THE DATED ARCHIVE FILE (RUN DATE OLDER THAN THE CUTOFF) OR TO
001500* THE SCRATCH FILE (RUN DATE ON OR AFTER THE CUTOFF).  THE
001510* ARCHIVE FILE IS OPENED FOR EXTEND SO A SECOND PURGE RUN ON THE
001520* SAME DAY ADDS TO THAT DAY'S ARCHIVE RATHER THAN REPLACING IT;
001530* WHEN THE FILE DOES NOT EXIST YET IT IS OPENED FOR OUTPUT
001540* INSTEAD, THE SAME WAY THE SUITE CREATES RUNLOG ON FIRST USE.
001550*--------------------------------------------------------------*
001560 1000-SPLIT-RUN-LOG.
001570     OPEN INPUT RUN-LOG-FILE
001580     IF NOT RUN-LOG-FILE-OK
001590        DISPLAY "RUNPURGE: UNABLE TO OPEN RUNLOG - STATUS "
001600           RUN-LOG-FILE-STATUS
001610        STOP RUN
001620     END-IF
001630     OPEN EXTEND ARCHIVE-FILE
001640     IF NOT ARCHIVE-FILE-OK
001650        OPEN OUTPUT ARCHIVE-FILE
001660     END-IF
001670     IF NOT ARCHIVE-FILE-OK
001680        DISPLAY "RUNPURGE: UNABLE TO OPEN " ARCHIVE-FILE-NAME
001690           " - STATUS " ARCHIVE-FILE-STATUS
001700        STOP RUN
001710     END-IF
001720     OPEN OUTPUT SCRATCH-FILE
001730     IF NOT SCRATCH-FILE-OK
001740        DISPLAY "RUNPURGE: UNABLE TO OPEN RUNLOGT - STATUS "
001750           SCRATCH-FILE-STATUS
001760        STOP RUN
001770     END-IF
001780
001790     SET RUN-LOG-NOT-AT-END TO TRUE
001800     PERFORM UNTIL RUN-LOG-AT-END
001810        READ RUN-LOG-FILE
001820           AT END
001830              SET RUN-LOG-AT-END TO TRUE
001840           NOT AT END
001850              IF RL-RUN-DATE < CUTOFF-DATE
001860                 MOVE RL-PROGRAM-ID TO AR-PROGRAM-ID
001870                 MOVE RL-RUN-DATE   TO AR-RUN-DATE
001880                 MOVE RL-RUN-TIME   TO AR-RUN-TIME
001890                 MOVE RL-INPUT-COUNT TO AR-INPUT-COUNT
001900                 MOVE RL-STATUS     TO AR-STATUS
001910                 MOVE RL-OPERATOR-ID TO AR-OPERATOR-ID
001920                 MOVE RL-DETAIL     TO AR-DETAIL
001930                 WRITE ARCHIVE-RECORD
001940                 ADD 1 TO ARCHIVED-COUNT
001950              ELSE
001960                 MOVE RL-PROGRAM-ID TO SR-PROGRAM-ID
001970                 MOVE RL-RUN-DATE   TO SR-RUN-DATE
001980                 MOVE RL-RUN-TIME   TO SR-RUN-TIME
001990                 MOVE RL-INPUT-COUNT TO SR-INPUT-COUNT
002000                 MOVE RL-STATUS     TO SR-STATUS
002010                 MOVE RL-OPERATOR-ID TO SR-OPERATOR-ID
002020                 MOVE RL-DETAIL     TO SR-DETAIL
002030                 WRITE SCRATCH-RECORD
002040                 ADD 1 TO RETAINED-COUNT
002050              END-IF
002060        END-READ
002070     END-PERFORM
002080     CLOSE RUN-LOG-FILE
002090     CLOSE ARCHIVE-FILE
002100     CLOSE SCRATCH-FILE.
002110 1000-EXIT.
002120     EXIT.
002130*--------------------------------------------------------------*
002140* 2000-REPLACE-RUN-LOG - COPIES THE RETAINED ENTRIES FROM THE
002150* SCRATCH FILE BACK ONTO RUNLOG, OPENED FOR OUTPUT SO THE OLD
002160* CONTENTS ARE REPLACED RATHER THAN APPENDED TO.
002170*--------------------------------------------------------------*
002180 2000-REPLACE-RUN-LOG.
002190     MOVE ZERO TO RETURN-CODE
002200     CALL "GENSAVE" USING GENERATION-BASE-NAME
002210        GENERATION-NAME-TAKEN
002220     CANCEL "GENSAVE"
002230     IF RETURN-CODE NOT = ZERO
002240        DISPLAY "RUNPURGE: RUNLOG NOT SAVED - NOT REPLACED, "
002250           "RETAINED ENTRIES LEFT ON RUNLOGT"
002260        STOP RUN
002270     END-IF
002280     OPEN INPUT SCRATCH-FILE
002290     IF NOT SCRATCH-FILE-OK
002300        DISPLAY "RUNPURGE: UNABLE TO REOPEN RUNLOGT - STATUS "
002310           SCRATCH-FILE-STATUS
002320        STOP RUN
002330     END-IF
002340     OPEN OUTPUT RUN-LOG-FILE
002350     IF NOT RUN-LOG-FILE-OK
002360        DISPLAY "RUNPURGE: UNABLE TO REOPEN RUNLOG FOR OUTPUT "
002370           "- STATUS " RUN-LOG-FILE-STATUS
002380        STOP RUN
002390     END-IF
002400
002410     SET SCRATCH-FILE-NOT-AT-END TO TRUE
002420     PERFORM UNTIL SCRATCH-FILE-AT-END
002430        READ SCRATCH-FILE
002440           AT END
002450              SET SCRATCH-FILE-AT-END TO TRUE
002460           NOT AT END
002470              MOVE SR-PROGRAM-ID  TO RL-PROGRAM-ID
002480              MOVE SR-RUN-DATE    TO RL-RUN-DATE
002490              MOVE SR-RUN-TIME    TO RL-RUN-TIME
002500              MOVE SR-INPUT-COUNT TO RL-INPUT-COUNT
002510              MOVE SR-STATUS      TO RL-STATUS
002520              MOVE SR-OPERATOR-ID TO RL-OPERATOR-ID
002530              MOVE SR-DETAIL      TO RL-DETAIL
002540              WRITE RUN-LOG-RECORD
002550        END-READ
002560     END-PERFORM
002570     CLOSE SCRATCH-FILE
002580     CLOSE RUN-LOG-FILE.
002590 2000-EXIT.
002600     EXIT.
002610
002620 END PROGRAM RUNPURGE.
