000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCTHIST.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL VERSION.  ACCTHIST ANSWERS "WHAT
000100*                    WAS THIS ACCOUNT CARRYING ON THAT DATE?" FROM
000110*                    THE ITEM MASTER CHANGE JOURNAL (MSTJRNL, SEE
000120*                    MSTJRNL.CPY) THAT MASTUPDT APPENDS TO.  THE
000130*                    INQUIRY CONTROL RECORD (HISTPRM) NAMES ONE
000140*                    ACCOUNT KEY AND, OPTIONALLY, AN AS-OF DATE.
000150*                    EVERY JOURNAL ENTRY FOR THE ACCOUNT IS LISTED
000160*                    ON THE HISTORY REPORT (HISTRPT) IN THE ORDER
000170*                    IT WAS APPLIED, AND THE ACCOUNT'S AMOUNT AS
000180*                    OF THE CLOSE OF THE AS-OF DATE (OR AS OF THE
000190*                    LATEST ENTRY WHEN NO DATE IS GIVEN) IS
000200*                    REBUILT FROM THOSE ENTRIES.  AN ACCOUNT THAT
000210*                    WAS ALREADY ON THE MASTER BEFORE THE JOURNAL
000220*                    WAS STARTED IS REBUILT FROM THE OLD AMOUNT ON
000230*                    ITS FIRST LATER CHANGE OR DELETE.
000240*   2026-10-15  DO   JOURNAL RECORD NOW 66 CHARACTERS.  THE
000250*                    OPERATOR WHO KEYED EACH CHANGE AT THE ITEMMNT
000260*                    SCREEN IS SHOWN AFTER THE PROGRAM NAME; BATCH
000270*                    ENTRIES SHOW IT BLANK.
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HISTORY-PARM-FILE ASSIGN TO "HISTPRM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS HISTORY-PARM-FILE-STATUS.
000350
000360     SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS JOURNAL-FILE-STATUS.
000390
000400     SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS HISTORY-REPORT-FILE-STATUS.
000430
000440     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RUN-LOG-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*--------------------------------------------------------------*
000500* HISTORY-PARM-RECORD - THE ACCOUNT TO LOOK UP AND AN OPTIONAL
000510* AS-OF DATE (CCYYMMDD).  A BLANK OR ZERO AS-OF DATE MEANS "AS
000520* OF THE LATEST JOURNAL ENTRY".
000530*--------------------------------------------------------------*
000540 FD  HISTORY-PARM-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 15 CHARACTERS.
000570 01  HISTORY-PARM-RECORD.
000580     03  HP-ITEM-KEY            PIC X(06).
000590     03  HP-ITEM-KEY-NUMBER REDEFINES HP-ITEM-KEY
000600                                PIC 9(06).
000610     03  FILLER                 PIC X(01).
000620     03  HP-AS-OF-DATE          PIC X(08).
000630     03  HP-AS-OF-DATE-NUMBER REDEFINES HP-AS-OF-DATE
000640                                PIC 9(08).
000650
000660 FD  JOURNAL-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 66 CHARACTERS.
000690     COPY "MSTJRNL.CPY".
000700
000710 FD  HISTORY-REPORT-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  HISTORY-REPORT-LINE        PIC X(80).
000750
000760 FD  RUN-LOG-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY "RUNLOG.CPY".
000790 WORKING-STORAGE SECTION.
000800*--------------------------------------------------------------*
000810* SWITCHES
000820*--------------------------------------------------------------*
000830 01  JOURNAL-EOF-SWITCH         PIC X(01).
000840     88  JOURNAL-AT-END         VALUE 'Y'.
000850     88  JOURNAL-NOT-AT-END     VALUE 'N'.
000860 01  HISTORY-PARM-FILE-STATUS   PIC X(02).
000870     88  HISTORY-PARM-FILE-OK   VALUE '00'.
000880 01  JOURNAL-FILE-STATUS        PIC X(02).
000890     88  JOURNAL-FILE-OK        VALUE '00'.
000900 01  HISTORY-REPORT-FILE-STATUS PIC X(02).
000910     88  HISTORY-REPORT-FILE-OK VALUE '00'.
000920 01  RUN-LOG-FILE-STATUS        PIC X(02).
000930     88  RUN-LOG-FILE-OK        VALUE '00'.
000940*--------------------------------------------------------------*
000950* AS-OF STATE - WHAT THE REBUILD KNOWS ABOUT THE ACCOUNT AS OF
000960* THE AS-OF DATE.  IT STARTS UNKNOWN AND IS SETTLED BY THE FIRST
000970* JOURNAL ENTRY FOR THE ACCOUNT: AN ENTRY ON OR BEFORE THE AS-OF
000980* DATE IS APPLIED; THE FIRST ENTRY AFTER IT SETTLES AN UNKNOWN
000990* STATE FROM ITS OLD AMOUNT (A CHANGE OR DELETE PROVES THE
001000* ACCOUNT WAS ALREADY ON FILE CARRYING THAT AMOUNT, AN ADD PROVES
001010* IT WAS NOT).
001020*--------------------------------------------------------------*
001030 01  AS-OF-STATE-SWITCH         PIC X(01) VALUE 'U'.
001040     88  AS-OF-STATE-UNKNOWN    VALUE 'U'.
001050     88  AS-OF-ON-FILE          VALUE 'Y'.
001060     88  AS-OF-NOT-ON-FILE      VALUE 'N'.
001070 01  AS-OF-GIVEN-SWITCH         PIC X(01) VALUE 'N'.
001080     88  AS-OF-DATE-GIVEN       VALUE 'Y'.
001090     88  AS-OF-DATE-NOT-GIVEN   VALUE 'N'.
001100 77  AS-OF-AMOUNT               PIC 9(09)V99 VALUE ZERO.
001110*--------------------------------------------------------------*
001120* COUNTERS AND WORK AREAS
001130*--------------------------------------------------------------*
001140 77  INQUIRY-ITEM-KEY         PIC 9(06)    VALUE ZERO.
001150 77  AS-OF-DATE               PIC 9(08)    VALUE ZERO.
001160 77  JOURNAL-READ-COUNT       PIC 9(06)    COMP VALUE ZERO.
001170 77  HISTORY-ENTRY-COUNT      PIC 9(06)    COMP VALUE ZERO.
001180 01  JOURNAL-TIME-WORK        PIC 9(08).
001190 01  JOURNAL-TIME-PARTS REDEFINES JOURNAL-TIME-WORK.
001200     03  JT-HH                PIC 9(02).
001210     03  JT-MM                PIC 9(02).
001220     03  JT-SS                PIC 9(02).
001230     03  JT-HS                PIC 9(02).
001240*--------------------------------------------------------------*
001250* HISTORY REPORT WORK AREAS
001260*--------------------------------------------------------------*
001270 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
001280 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
001290 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
001300 01  RUN-DATE-NUMBER            PIC 9(08).
001310 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
001320     03  RUN-DATE-CCYY         PIC 9(04).
001330     03  RUN-DATE-MM           PIC 9(02).
001340     03  RUN-DATE-DD           PIC 9(02).
001350 77  RUN-TIME-NOW              PIC 9(08).
001360 01  REPORT-HEADING-LINE-1.
001370     03  FILLER                PIC X(23) VALUE
001380         "ACCOUNT HISTORY INQUIRY".
001390     03  FILLER                PIC X(17) VALUE SPACES.
001400     03  FILLER                PIC X(05) VALUE "DATE:".
001410     03  RH-RUN-MM             PIC 99.
001420     03  FILLER                PIC X(01) VALUE "/".
001430     03  RH-RUN-DD             PIC 99.
001440     03  FILLER                PIC X(01) VALUE "/".
001450     03  RH-RUN-CCYY           PIC 9(04).
001460     03  FILLER                PIC X(05) VALUE SPACES.
001470     03  FILLER                PIC X(05) VALUE "PAGE:".
001480     03  RH-PAGE-NUMBER        PIC ZZZ9.
001490 01  REPORT-HEADING-LINE-2.
001500     03  FILLER                PIC X(09) VALUE "ACCOUNT: ".
001510     03  RH-ITEM-KEY           PIC 9(06).
001520     03  FILLER                PIC X(05) VALUE SPACES.
001530     03  RH-AS-OF-CAPTION      PIC X(07).
001540     03  RH-AS-OF-DATE         PIC X(08).
001550 01  REPORT-HEADING-LINE-3.
001560     03  FILLER                PIC X(08) VALUE "RUN DATE".
001570     03  FILLER                PIC X(02) VALUE SPACES.
001580     03  FILLER                PIC X(08) VALUE "RUN TIME".
001590     03  FILLER                PIC X(02) VALUE SPACES.
001600     03  FILLER                PIC X(06) VALUE "ACTION".
001610     03  FILLER                PIC X(06) VALUE SPACES.
001620     03  FILLER                PIC X(10) VALUE "OLD AMOUNT".
001630     03  FILLER                PIC X(06) VALUE SPACES.
001640     03  FILLER                PIC X(10) VALUE "NEW AMOUNT".
001650     03  FILLER                PIC X(02) VALUE SPACES.
001660     03  FILLER                PIC X(07) VALUE "PROGRAM".
001670     03  FILLER                PIC X(03) VALUE SPACES.
001680     03  FILLER                PIC X(08) VALUE "OPERATOR".
001690 01  HISTORY-DETAIL-LINE.
001700     03  HD-RUN-DATE           PIC 9(08).
001710     03  FILLER                PIC X(02) VALUE SPACES.
001720     03  HD-RUN-HH             PIC 99.
001730     03  FILLER                PIC X(01) VALUE ":".
001740     03  HD-RUN-MM             PIC 99.
001750     03  FILLER                PIC X(01) VALUE ":".
001760     03  HD-RUN-SS             PIC 99.
001770     03  FILLER                PIC X(02) VALUE SPACES.
001780     03  HD-ACTION             PIC X(06).
001790     03  FILLER                PIC X(04) VALUE SPACES.
001800     03  HD-OLD-AMOUNT         PIC Z(8)9.99.
001810     03  FILLER                PIC X(04) VALUE SPACES.
001820     03  HD-NEW-AMOUNT         PIC Z(8)9.99.
001830     03  FILLER                PIC X(02) VALUE SPACES.
001840     03  HD-PROGRAM-ID         PIC X(08).
001850     03  FILLER                PIC X(02) VALUE SPACES.
001860     03  HD-OPERATOR-ID        PIC X(08).
001870     03  FILLER                PIC X(01) VALUE SPACES.
001880     03  HD-AFTER-FLAG         PIC X(01).
001890 01  AS-OF-AMOUNT-LINE.
001900     03  FILLER                PIC X(13) VALUE
001910         "AMOUNT AS OF ".
001920     03  AL-AS-OF-DATE         PIC X(08).
001930     03  FILLER                PIC X(03) VALUE ":".
001940     03  AL-AS-OF-AMOUNT       PIC Z(8)9.99.
001950 01  AS-OF-STATUS-LINE.
001960     03  FILLER                PIC X(14) VALUE
001970         "ACCOUNT AS OF ".
001980     03  AS-AS-OF-DATE         PIC X(08).
001990     03  FILLER                PIC X(03) VALUE ":".
002000     03  AS-STATUS-TEXT        PIC X(40).
002010 01  AFTER-FLAG-NOTE-LINE.
002020     03  FILLER                PIC X(33) VALUE
002030         "* - APPLIED AFTER THE AS-OF DATE;".
002040     03  FILLER                PIC X(20) VALUE
002050         " NOT IN AS-OF AMOUNT".
002060 01  SUMMARY-COUNT-LINE.
002070     03  SC-LABEL              PIC X(28).
002080     03  SC-COUNT              PIC Z(5)9.
002090 PROCEDURE DIVISION.
002100*--------------------------------------------------------------*
002110* 0000-MAINLINE - READS THE INQUIRY FROM HISTPRM, LISTS AND
002120* APPLIES EVERY JOURNAL ENTRY FOR THE ACCOUNT, THEN CLOSES THE
002130* REPORT OUT WITH THE ACCOUNT'S AMOUNT AS OF THE AS-OF DATE.
002140*--------------------------------------------------------------*
002150 0000-MAINLINE.
002160     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
002170     PERFORM 0100-READ-HISTORY-PARM THRU 0100-EXIT
002180     OPEN OUTPUT HISTORY-REPORT-FILE
002190     IF NOT HISTORY-REPORT-FILE-OK
002200        DISPLAY "ACCTHIST: UNABLE TO OPEN HISTRPT - STATUS "
002210           HISTORY-REPORT-FILE-STATUS
002220        STOP RUN
002230     END-IF
002240     MOVE INQUIRY-ITEM-KEY TO RH-ITEM-KEY
002250     IF AS-OF-DATE-GIVEN
002260        MOVE "AS OF: " TO RH-AS-OF-CAPTION
002270        MOVE AS-OF-DATE TO RH-AS-OF-DATE
002280     ELSE
002290        MOVE SPACES TO RH-AS-OF-CAPTION
002300        MOVE SPACES TO RH-AS-OF-DATE
002310     END-IF
002320     MOVE LINES-PER-PAGE TO LINE-COUNT
002330
002340     PERFORM 1000-SCAN-JOURNAL THRU 1000-EXIT
002350     PERFORM 5000-WRITE-HISTORY-SUMMARY THRU 5000-EXIT
002360     CLOSE HISTORY-REPORT-FILE
002370     DISPLAY "ACCTHIST: " HISTORY-ENTRY-COUNT
002380        " JOURNAL ENTRIES FOR ACCOUNT " INQUIRY-ITEM-KEY
002390     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002400     STOP RUN.
002410*--------------------------------------------------------------*
002420* 0100-READ-HISTORY-PARM - READS AND EDITS THE INQUIRY.  THE
002430* ACCOUNT KEY MUST PASS THE SAME NUMERIC/NONZERO EDIT ITEMEDIT
002440* APPLIES; A BLANK OR ZERO AS-OF DATE MEANS NO AS-OF DATE, AND
002450* ANY OTHER NON-NUMERIC VALUE STOPS THE INQUIRY.
002460*--------------------------------------------------------------*
002470 0100-READ-HISTORY-PARM.
002480     OPEN INPUT HISTORY-PARM-FILE
002490     IF NOT HISTORY-PARM-FILE-OK
002500        DISPLAY "ACCTHIST: UNABLE TO OPEN HISTPRM - STATUS "
002510           HISTORY-PARM-FILE-STATUS
002520        STOP RUN
002530     END-IF
002540     READ HISTORY-PARM-FILE
002550        AT END
002560           DISPLAY "ACCTHIST: HISTPRM IS EMPTY - NO ACCOUNT "
002570              "SUPPLIED"
002580           CLOSE HISTORY-PARM-FILE
002590           STOP RUN
002600     END-READ
002610     CLOSE HISTORY-PARM-FILE
002620     IF HP-ITEM-KEY NOT NUMERIC
002630        OR HP-ITEM-KEY-NUMBER = ZERO
002640        DISPLAY "ACCTHIST: HISTPRM ACCOUNT KEY " HP-ITEM-KEY
002650           " IS NOT A VALID ITEM KEY"
002660        STOP RUN
002670     END-IF
002680     MOVE HP-ITEM-KEY-NUMBER TO INQUIRY-ITEM-KEY
002690     IF HP-AS-OF-DATE = SPACES
002700        GO TO 0100-EXIT
002710     END-IF
002720     IF HP-AS-OF-DATE NOT NUMERIC
002730        DISPLAY "ACCTHIST: HISTPRM AS-OF DATE " HP-AS-OF-DATE
002740           " IS NOT NUMERIC"
002750        STOP RUN
002760     END-IF
002770     IF HP-AS-OF-DATE-NUMBER NOT = ZERO
002780        MOVE HP-AS-OF-DATE-NUMBER TO AS-OF-DATE
002790        SET AS-OF-DATE-GIVEN TO TRUE
002800     END-IF.
002810 0100-EXIT.
002820     EXIT.
002830*--------------------------------------------------------------*
002840* 1000-SCAN-JOURNAL - READS THE WHOLE JOURNAL IN THE ORDER IT WAS
002850* WRITTEN (WHICH IS THE ORDER THE CHANGES WERE APPLIED) AND
002860* HANDS EACH ENTRY FOR THE INQUIRY ACCOUNT TO 1100.
002870*--------------------------------------------------------------*
002880 1000-SCAN-JOURNAL.
002890     OPEN INPUT JOURNAL-FILE
002900     IF NOT JOURNAL-FILE-OK
002910        DISPLAY "ACCTHIST: UNABLE TO OPEN MSTJRNL - STATUS "
002920           JOURNAL-FILE-STATUS
002930        STOP RUN
002940     END-IF
002950     SET JOURNAL-NOT-AT-END TO TRUE
002960     PERFORM UNTIL JOURNAL-AT-END
002970        READ JOURNAL-FILE
002980           AT END
002990              SET JOURNAL-AT-END TO TRUE
003000           NOT AT END
003010              ADD 1 TO JOURNAL-READ-COUNT
003020              IF MJ-ITEM-KEY = INQUIRY-ITEM-KEY
003030                 PERFORM 1100-POST-HISTORY-ENTRY THRU 1100-EXIT
003040              END-IF
003050        END-READ
003060     END-PERFORM
003070     CLOSE JOURNAL-FILE.
003080 1000-EXIT.
003090     EXIT.
003100*--------------------------------------------------------------*
003110* 1100-POST-HISTORY-ENTRY - LISTS ONE JOURNAL ENTRY FOR THE
003120* ACCOUNT AND APPLIES IT TO THE AS-OF STATE.  ENTRIES APPLIED
003130* AFTER THE AS-OF DATE ARE STILL LISTED (THE REPORT IS THE FULL
003140* HISTORY) BUT ARE FLAGGED AND DO NOT MOVE THE AS-OF AMOUNT.
003150*--------------------------------------------------------------*
003160 1100-POST-HISTORY-ENTRY.
003170     ADD 1 TO HISTORY-ENTRY-COUNT
003180     MOVE SPACE         TO HD-AFTER-FLAG
003190     MOVE MJ-RUN-DATE   TO HD-RUN-DATE
003200     MOVE MJ-RUN-TIME   TO JOURNAL-TIME-WORK
003210     MOVE JT-HH         TO HD-RUN-HH
003220     MOVE JT-MM         TO HD-RUN-MM
003230     MOVE JT-SS         TO HD-RUN-SS
003240     MOVE MJ-ACTION     TO HD-ACTION
003250     MOVE MJ-OLD-AMOUNT TO HD-OLD-AMOUNT
003260     MOVE MJ-NEW-AMOUNT TO HD-NEW-AMOUNT
003270     MOVE MJ-PROGRAM-ID TO HD-PROGRAM-ID
003280     MOVE MJ-OPERATOR-ID TO HD-OPERATOR-ID
003290     IF AS-OF-DATE-GIVEN
003300        AND MJ-RUN-DATE > AS-OF-DATE
003310        MOVE "*" TO HD-AFTER-FLAG
003320        PERFORM 1200-SETTLE-FROM-LATER-ENTRY THRU 1200-EXIT
003330     ELSE
003340        PERFORM 1300-APPLY-HISTORY-ENTRY THRU 1300-EXIT
003350     END-IF
003360     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
003370     MOVE HISTORY-DETAIL-LINE TO HISTORY-REPORT-LINE
003380     WRITE HISTORY-REPORT-LINE
003390     ADD 1 TO LINE-COUNT.
003400 1100-EXIT.
003410     EXIT.
003420*--------------------------------------------------------------*
003430* 1200-SETTLE-FROM-LATER-ENTRY - AN ENTRY AFTER THE AS-OF DATE
003440* ONLY MATTERS WHEN NOTHING EARLIER HAS SETTLED THE AS-OF STATE:
003450* THE ACCOUNT THEN PRE-DATES THE JOURNAL (CHANGE OR DELETE, ON
003460* FILE AT ITS OLD AMOUNT) OR DID NOT YET EXIST (ADD).
003470*--------------------------------------------------------------*
003480 1200-SETTLE-FROM-LATER-ENTRY.
003490     IF NOT AS-OF-STATE-UNKNOWN
003500        GO TO 1200-EXIT
003510     END-IF
003520     IF MJ-ACTION-ADD
003530        SET AS-OF-NOT-ON-FILE TO TRUE
003540        MOVE ZERO TO AS-OF-AMOUNT
003550     ELSE
003560        SET AS-OF-ON-FILE TO TRUE
003570        MOVE MJ-OLD-AMOUNT TO AS-OF-AMOUNT
003580     END-IF.
003590 1200-EXIT.
003600     EXIT.
003610*--------------------------------------------------------------*
003620* 1300-APPLY-HISTORY-ENTRY - APPLIES AN ENTRY ON OR BEFORE THE
003630* AS-OF DATE: AN ADD OR CHANGE LEAVES THE ACCOUNT ON FILE AT ITS
003640* NEW AMOUNT, A DELETE TAKES IT OFF FILE.
003650*--------------------------------------------------------------*
003660 1300-APPLY-HISTORY-ENTRY.
003670     IF MJ-ACTION-DELETE
003680        SET AS-OF-NOT-ON-FILE TO TRUE
003690        MOVE ZERO TO AS-OF-AMOUNT
003700     ELSE
003710        SET AS-OF-ON-FILE TO TRUE
003720        MOVE MJ-NEW-AMOUNT TO AS-OF-AMOUNT
003730     END-IF.
003740 1300-EXIT.
003750     EXIT.
003760*--------------------------------------------------------------*
003770* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
003780* RUN DATE, THE PAGE NUMBER, THE INQUIRY AND COLUMN HEADINGS.
003790*--------------------------------------------------------------*
003800 3100-PRINT-REPORT-HEADING.
003810     ADD 1 TO PAGE-NUMBER
003820     MOVE ZERO TO LINE-COUNT
003830     MOVE RUN-DATE-MM   TO RH-RUN-MM
003840     MOVE RUN-DATE-DD   TO RH-RUN-DD
003850     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
003860     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
003870     WRITE HISTORY-REPORT-LINE FROM REPORT-HEADING-LINE-1
003880     MOVE SPACES TO HISTORY-REPORT-LINE
003890     WRITE HISTORY-REPORT-LINE
003900     WRITE HISTORY-REPORT-LINE FROM REPORT-HEADING-LINE-2
003910     MOVE SPACES TO HISTORY-REPORT-LINE
003920     WRITE HISTORY-REPORT-LINE
003930     WRITE HISTORY-REPORT-LINE FROM REPORT-HEADING-LINE-3
003940     ADD 4 TO LINE-COUNT.
003950 3100-EXIT.
003960     EXIT.
003970*--------------------------------------------------------------*
003980* 3200-WRITE-REPORT-LINE - STARTS A NEW PAGE FIRST IF THE CURRENT
003990* ONE IS FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
004000*--------------------------------------------------------------*
004010 3200-WRITE-REPORT-LINE.
004020     IF LINE-COUNT >= LINES-PER-PAGE
004030        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
004040     END-IF.
004050 3200-EXIT.
004060     EXIT.
004070*--------------------------------------------------------------*
004080* 5000-WRITE-HISTORY-SUMMARY - CLOSES THE REPORT OUT WITH THE
004090* REBUILT AS-OF AMOUNT (OR WHY THERE IS NONE) AND THE COUNTS.
004100*--------------------------------------------------------------*
004110 5000-WRITE-HISTORY-SUMMARY.
004120     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004130     MOVE SPACES TO HISTORY-REPORT-LINE
004140     WRITE HISTORY-REPORT-LINE
004150     ADD 1 TO LINE-COUNT
004160     IF AS-OF-DATE-GIVEN
004170        MOVE AS-OF-DATE TO AL-AS-OF-DATE
004180        MOVE AS-OF-DATE TO AS-AS-OF-DATE
004190        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004200        MOVE AFTER-FLAG-NOTE-LINE TO HISTORY-REPORT-LINE
004210        WRITE HISTORY-REPORT-LINE
004220        ADD 1 TO LINE-COUNT
004230     ELSE
004240        MOVE "LATEST" TO AL-AS-OF-DATE
004250        MOVE "LATEST" TO AS-AS-OF-DATE
004260     END-IF
004270     EVALUATE TRUE
004280        WHEN AS-OF-ON-FILE
004290           MOVE AS-OF-AMOUNT TO AL-AS-OF-AMOUNT
004300           MOVE AS-OF-AMOUNT-LINE TO HISTORY-REPORT-LINE
004310        WHEN AS-OF-NOT-ON-FILE
004320           MOVE "NOT ON FILE" TO AS-STATUS-TEXT
004330           MOVE AS-OF-STATUS-LINE TO HISTORY-REPORT-LINE
004340        WHEN OTHER
004350           MOVE "NO JOURNAL ENTRIES - CANNOT BE REBUILT"
004360              TO AS-STATUS-TEXT
004370           MOVE AS-OF-STATUS-LINE TO HISTORY-REPORT-LINE
004380     END-EVALUATE
004390     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004400     WRITE HISTORY-REPORT-LINE
004410     ADD 1 TO LINE-COUNT
004420
004430     MOVE "JOURNAL ENTRIES READ:" TO SC-LABEL
004440     MOVE JOURNAL-READ-COUNT TO SC-COUNT
004450     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004460
004470     MOVE "ENTRIES FOR ACCOUNT:" TO SC-LABEL
004480     MOVE HISTORY-ENTRY-COUNT TO SC-COUNT
004490     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
004500 5000-EXIT.
004510     EXIT.
004520*--------------------------------------------------------------*
004530* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABELED COUNT LINE FROM
004540* SUMMARY-COUNT-LINE, STARTING A NEW PAGE FIRST IF NEEDED.
004550*--------------------------------------------------------------*
004560 5100-WRITE-SUMMARY-LINE.
004570     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004580     MOVE SUMMARY-COUNT-LINE TO HISTORY-REPORT-LINE
004590     WRITE HISTORY-REPORT-LINE
004600     ADD 1 TO LINE-COUNT.
004610 5100-EXIT.
004620     EXIT.
004630*--------------------------------------------------------------*
004640* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
004650* RUN-LOG FILE (RUNLOG.CPY), MATCHING THE REST OF THE SUITE.
004660* THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST
004670* YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
004680*--------------------------------------------------------------*
004690 8000-WRITE-RUN-LOG-ENTRY.
004700     OPEN EXTEND RUN-LOG-FILE
004710     IF NOT RUN-LOG-FILE-OK
004720        OPEN OUTPUT RUN-LOG-FILE
004730     END-IF
004740     MOVE SPACES TO RUN-LOG-RECORD
004750     ACCEPT RUN-TIME-NOW FROM TIME
004760     MOVE "ACCTHIST"         TO RL-PROGRAM-ID
004770     MOVE RUN-DATE-NUMBER    TO RL-RUN-DATE
004780     MOVE RUN-TIME-NOW       TO RL-RUN-TIME
004790     MOVE JOURNAL-READ-COUNT TO RL-INPUT-COUNT
004800     MOVE "COMPLETED"        TO RL-STATUS
004810     WRITE RUN-LOG-RECORD
004820     CLOSE RUN-LOG-FILE.
004830 8000-EXIT.
004840     EXIT.
004850
004860 END PROGRAM ACCTHIST.
