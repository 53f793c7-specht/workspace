000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TRENDRPT.
000030 AUTHOR.        D. OKAFOR.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090*   2026-10-15  DO   ORIGINAL VERSION.  TRENDRPT READS THE
000100*                    MONTH-END SUMMARIES MTHCLOSE KEEPS ON
000110*                    MTHHIST (MTHHIST.CPY) AND PRINTS A ROLLING
000120*                    TWELVE-MONTH TREND REPORT (TRENDRPT): FOR
000130*                    EACH FIGURE - ACCOUNTS ON FILE, TOTAL
000140*                    AMOUNT, ACCOUNTS OPENED, ACCOUNTS CLOSED,
000150*                    AND THE COUNT AND AMOUNT IN EACH OF THE FOUR
000160*                    BUBBLESORT AMOUNT BANDS - ONE LINE PER MONTH,
000170*                    OLDEST FIRST, WITH THE CHANGE AND PERCENT
000180*                    CHANGE FROM THE MONTH BEFORE.  THE THIRTEENTH
000190*                    MONTH-END MTHHIST HOLDS GIVES THE OLDEST
000200*                    MONTH SHOWN ITS CHANGE FIGURES.
000210*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT HISTORY-FILE ASSIGN TO "MTHHIST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS HISTORY-FILE-STATUS.
000280
000290     SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS TREND-REPORT-FILE-STATUS.
000320
000330     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS RUN-LOG-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  HISTORY-FILE
000390     LABEL RECORDS ARE STANDARD
000400     RECORD CONTAINS 150 CHARACTERS.
000410     COPY "MTHHIST.CPY".
000420
000430 FD  TREND-REPORT-FILE
000440     LABEL RECORDS ARE STANDARD
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  TREND-REPORT-LINE          PIC X(80).
000470
000480 FD  RUN-LOG-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY "RUNLOG.CPY".
000510 WORKING-STORAGE SECTION.
000520*--------------------------------------------------------------*
000530* SWITCHES
000540*--------------------------------------------------------------*
000550 01  HISTORY-FILE-EOF-SWITCH    PIC X(01).
000560     88  HISTORY-FILE-AT-END    VALUE 'Y'.
000570     88  HISTORY-FILE-NOT-AT-END VALUE 'N'.
000580 01  COMPARE-SWITCH             PIC X(01).
000590     88  PREVIOUS-MONTH-USABLE  VALUE 'Y'.
000600     88  NO-PREVIOUS-MONTH      VALUE 'N'.
000610 01  HISTORY-FILE-STATUS        PIC X(02).
000620     88  HISTORY-FILE-OK        VALUE '00'.
000630 01  TREND-REPORT-FILE-STATUS   PIC X(02).
000640     88  TREND-REPORT-FILE-OK   VALUE '00'.
000650 01  RUN-LOG-FILE-STATUS        PIC X(02).
000660     88  RUN-LOG-FILE-OK        VALUE '00'.
000670*--------------------------------------------------------------*
000680* MONTH-END TABLE - ONE ENTRY PER SUMMARY RECORD ON MTHHIST,
000690* OLDEST FIRST.  THIRTEEN ARE HELD: TWELVE TO SHOW AND THE ONE
000700* BEFORE THEM TO COMPARE THE FIRST AGAINST.  THE TWELVE FIGURES
000710* ARE IN FIGURE-LABEL-TABLE ORDER.
000720*--------------------------------------------------------------*
000730 01  TREND-TABLE.
000740     03  TREND-ENTRY OCCURS 13 TIMES.
000750         05  TT-MONTH-END.
000760             07  TT-MONTH-CCYY  PIC 9(04).
000770             07  TT-MONTH-MM    PIC 9(02).
000780         05  TT-PRIOR-SWITCH    PIC X(01).
000790             88  TT-PRIOR-MONTH-FOUND VALUE 'Y'.
000800         05  TT-FIGURE          PIC S9(13)V99 COMP-3
000810                                OCCURS 12 TIMES.
000820 77  MONTHS-ON-FILE             PIC 9(02) COMP VALUE ZERO.
000830 77  MONTHS-HELD-LIMIT          PIC 9(02) COMP VALUE 13.
000840 77  MONTHS-SHOWN               PIC 9(02) COMP VALUE ZERO.
000850 77  FIRST-MONTH-SHOWN          PIC 9(02) COMP VALUE ZERO.
000860 77  MONTH-SUB                  PIC 9(02) COMP VALUE ZERO.
000870 77  PREVIOUS-SUB               PIC 9(02) COMP VALUE ZERO.
000880 77  FIGURE-SUB                 PIC 9(02) COMP VALUE ZERO.
000890 77  BAND-SUB                   PIC 9(02) COMP VALUE ZERO.
000900*--------------------------------------------------------------*
000910* FIGURE LABELS - TYPE 'C' FIGURES ARE COUNTS, TYPE 'A' AMOUNTS.
000920* FIGURES 3 AND 4 (OPENED AND CLOSED) ARE NOT AVAILABLE FOR A
000930* MONTH-END THAT HAD NO EARLIER ONE TO COMPARE AGAINST.
000940*--------------------------------------------------------------*
000950 01  FIGURE-LABEL-VALUES.
000960     03  FILLER PIC X(30) VALUE "ACCOUNTS ON FILE             C".
000970     03  FILLER PIC X(30) VALUE "TOTAL AMOUNT ON FILE         A".
000980     03  FILLER PIC X(30) VALUE "ACCOUNTS OPENED              C".
000990     03  FILLER PIC X(30) VALUE "ACCOUNTS CLOSED              C".
001000     03  FILLER PIC X(30) VALUE "UNDER 100 - COUNT            C".
001010     03  FILLER PIC X(30) VALUE "UNDER 100 - AMOUNT           A".
001020     03  FILLER PIC X(30) VALUE "100 TO 999.99 - COUNT        C".
001030     03  FILLER PIC X(30) VALUE "100 TO 999.99 - AMOUNT       A".
001040     03  FILLER PIC X(30) VALUE "1,000 TO 9,999.99 - COUNT    C".
001050     03  FILLER PIC X(30) VALUE "1,000 TO 9,999.99 - AMOUNT   A".
001060     03  FILLER PIC X(30) VALUE "10,000 AND UP - COUNT        C".
001070     03  FILLER PIC X(30) VALUE "10,000 AND UP - AMOUNT       A".
001080 01  FIGURE-LABEL-TABLE REDEFINES FIGURE-LABEL-VALUES.
001090     03  FIGURE-ENTRY OCCURS 12 TIMES.
001100         05  FIGURE-LABEL       PIC X(29).
001110         05  FIGURE-TYPE        PIC X(01).
001120             88  COUNT-FIGURE   VALUE 'C'.
001130             88  AMOUNT-FIGURE  VALUE 'A'.
001140*--------------------------------------------------------------*
001150* COUNTERS AND WORK AREAS
001160*--------------------------------------------------------------*
001170 77  HISTORY-READ-COUNT       PIC 9(06) COMP VALUE ZERO.
001180 77  CURRENT-VALUE            PIC S9(13)V99 COMP-3 VALUE ZERO.
001190 77  PREVIOUS-VALUE           PIC S9(13)V99 COMP-3 VALUE ZERO.
001200 77  CHANGE-VALUE             PIC S9(13)V99 COMP-3 VALUE ZERO.
001210 77  PERCENT-CHANGE           PIC S9(06)V9 COMP-3 VALUE ZERO.
001220 77  LINES-NEEDED             PIC 9(02) COMP VALUE ZERO.
001230 01  VALUE-EDIT-AREAS.
001240     03  COUNT-EDIT           PIC Z(16)9.
001250     03  AMOUNT-EDIT          PIC Z(13)9.99.
001260     03  CHANGE-COUNT-EDIT    PIC -(17)9.
001270     03  CHANGE-AMOUNT-EDIT   PIC -(14)9.99.
001280     03  PERCENT-EDIT         PIC -(6)9.9.
001290 01  NOT-AVAILABLE-TEXT       PIC X(03) VALUE "N/A".
001300 01  RUN-LOG-DETAIL.
001310     03  FILLER               PIC X(13) VALUE "MONTHS SHOWN".
001320     03  LD-MONTHS-SHOWN      PIC Z9.
001330*--------------------------------------------------------------*
001340* TREND REPORT WORK AREAS
001350*--------------------------------------------------------------*
001360 77  PAGE-NUMBER               PIC 9(04) COMP VALUE ZERO.
001370 77  LINE-COUNT                PIC 9(02) COMP VALUE ZERO.
001380 77  LINES-PER-PAGE            PIC 9(02) COMP VALUE 40.
001390 01  RUN-DATE-NUMBER            PIC 9(08).
001400 01  RUN-DATE-TODAY REDEFINES RUN-DATE-NUMBER.
001410     03  RUN-DATE-CCYY         PIC 9(04).
001420     03  RUN-DATE-MM           PIC 9(02).
001430     03  RUN-DATE-DD           PIC 9(02).
001440 77  RUN-TIME-NOW              PIC 9(08).
001450 01  REPORT-HEADING-LINE-1.
001460     03  FILLER                PIC X(22) VALUE
001470         "MONTH-END TREND REPORT".
001480     03  FILLER                PIC X(18) VALUE SPACES.
001490     03  FILLER                PIC X(05) VALUE "DATE:".
001500     03  RH-RUN-MM             PIC 99.
001510     03  FILLER                PIC X(01) VALUE "/".
001520     03  RH-RUN-DD             PIC 99.
001530     03  FILLER                PIC X(01) VALUE "/".
001540     03  RH-RUN-CCYY           PIC 9(04).
001550     03  FILLER                PIC X(05) VALUE SPACES.
001560     03  FILLER                PIC X(05) VALUE "PAGE:".
001570     03  RH-PAGE-NUMBER        PIC ZZZ9.
001580 01  REPORT-HEADING-LINE-2.
001590     03  FILLER                PIC X(02) VALUE SPACES.
001600     03  FILLER                PIC X(09) VALUE "MONTH-END".
001610     03  FILLER                PIC X(14) VALUE SPACES.
001620     03  FILLER                PIC X(05) VALUE "VALUE".
001630     03  FILLER                PIC X(14) VALUE SPACES.
001640     03  FILLER                PIC X(06) VALUE "CHANGE".
001650     03  FILLER                PIC X(04) VALUE SPACES.
001660     03  FILLER                PIC X(08) VALUE "% CHANGE".
001670 01  FIGURE-HEADING-LINE.
001680     03  FH-FIGURE-LABEL       PIC X(29).
001690 01  TREND-DETAIL-LINE.
001700     03  FILLER                PIC X(02) VALUE SPACES.
001710     03  TD-MONTH-CCYY         PIC 9(04).
001720     03  FILLER                PIC X(01) VALUE "-".
001730     03  TD-MONTH-MM           PIC 99.
001740     03  FILLER                PIC X(04) VALUE SPACES.
001750     03  TD-VALUE              PIC X(17) JUSTIFIED RIGHT.
001760     03  FILLER                PIC X(02) VALUE SPACES.
001770     03  TD-CHANGE             PIC X(18) JUSTIFIED RIGHT.
001780     03  FILLER                PIC X(02) VALUE SPACES.
001790     03  TD-PERCENT            PIC X(09) JUSTIFIED RIGHT.
001800     03  TD-PERCENT-SIGN       PIC X(01).
001810 01  SUMMARY-COUNT-LINE.
001820     03  SC-LABEL              PIC X(28).
001830     03  SC-COUNT              PIC Z(5)9.
001840 01  NO-HISTORY-LINE.
001850     03  FILLER                PIC X(40) VALUE
001860         "NO MONTH-END HISTORY ON FILE".
001870 PROCEDURE DIVISION.
001880*--------------------------------------------------------------*
001890* 0000-MAINLINE - LOADS THE MONTH-END SUMMARIES, THEN PRINTS ONE
001900* SECTION PER FIGURE COVERING THE LAST TWELVE MONTH-ENDS.
001910*--------------------------------------------------------------*
001920 0000-MAINLINE.
001930     ACCEPT RUN-DATE-NUMBER FROM DATE YYYYMMDD
001940     PERFORM 1000-LOAD-MONTH-SUMMARIES THRU 1000-EXIT
001950     IF MONTHS-ON-FILE > 12
001960        COMPUTE FIRST-MONTH-SHOWN = MONTHS-ON-FILE - 11
001970     ELSE
001980        MOVE 1 TO FIRST-MONTH-SHOWN
001990     END-IF
002000     COMPUTE MONTHS-SHOWN = MONTHS-ON-FILE - FIRST-MONTH-SHOWN + 1
002010
002020     OPEN OUTPUT TREND-REPORT-FILE
002030     IF NOT TREND-REPORT-FILE-OK
002040        DISPLAY "TRENDRPT: UNABLE TO OPEN TRENDRPT - STATUS "
002050           TREND-REPORT-FILE-STATUS
002060        STOP RUN
002070     END-IF
002080     PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
002090
002100     IF MONTHS-SHOWN = ZERO
002110        PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
002120        MOVE NO-HISTORY-LINE TO TREND-REPORT-LINE
002130        WRITE TREND-REPORT-LINE
002140        ADD 1 TO LINE-COUNT
002150     ELSE
002160        PERFORM 2000-PRINT-FIGURE THRU 2000-EXIT
002170           VARYING FIGURE-SUB FROM 1 BY 1 UNTIL FIGURE-SUB > 12
002180     END-IF
002190
002200     PERFORM 5000-WRITE-TREND-SUMMARY THRU 5000-EXIT
002210     CLOSE TREND-REPORT-FILE
002220     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
002230     STOP RUN.
002240*--------------------------------------------------------------*
002250* 1000-LOAD-MONTH-SUMMARIES - READS MTHHIST AND KEEPS THE LAST
002260* THIRTEEN SUMMARY RECORDS.  NO MTHHIST YET (NO MONTH HAS BEEN
002270* CLOSED) IS REPORTED AS NO HISTORY, NOT AS AN ERROR.
002280*--------------------------------------------------------------*
002290 1000-LOAD-MONTH-SUMMARIES.
002300     MOVE ZERO TO MONTHS-ON-FILE
002310     OPEN INPUT HISTORY-FILE
002320     IF NOT HISTORY-FILE-OK
002330        DISPLAY "TRENDRPT: NO MTHHIST - NO MONTH-END HISTORY"
002340        GO TO 1000-EXIT
002350     END-IF
002360     SET HISTORY-FILE-NOT-AT-END TO TRUE
002370     PERFORM UNTIL HISTORY-FILE-AT-END
002380        READ HISTORY-FILE
002390           AT END
002400              SET HISTORY-FILE-AT-END TO TRUE
002410           NOT AT END
002420              ADD 1 TO HISTORY-READ-COUNT
002430              IF MH-SUMMARY-RECORD
002440                 PERFORM 1100-LOAD-ONE-SUMMARY THRU 1100-EXIT
002450              END-IF
002460        END-READ
002470     END-PERFORM
002480     CLOSE HISTORY-FILE.
002490 1000-EXIT.
002500     EXIT.
002510*--------------------------------------------------------------*
002520* 1100-LOAD-ONE-SUMMARY - ADDS ONE MONTH-END TO THE TABLE.  WHEN
002530* THE TABLE IS FULL THE OLDEST ENTRY IS DROPPED TO MAKE ROOM.
002540*--------------------------------------------------------------*
002550 1100-LOAD-ONE-SUMMARY.
002560     IF MONTHS-ON-FILE < MONTHS-HELD-LIMIT
002570        ADD 1 TO MONTHS-ON-FILE
002580     ELSE
002590        PERFORM 1200-SHIFT-ONE-ENTRY THRU 1200-EXIT
002600           VARYING MONTH-SUB FROM 1 BY 1
002610           UNTIL MONTH-SUB NOT < MONTHS-HELD-LIMIT
002620     END-IF
002630     MOVE MONTHS-ON-FILE TO MONTH-SUB
002640     MOVE MH-MONTH-END    TO TT-MONTH-END (MONTH-SUB)
002650     MOVE MH-PRIOR-SWITCH TO TT-PRIOR-SWITCH (MONTH-SUB)
002660     MOVE MH-ACCOUNT-COUNT TO TT-FIGURE (MONTH-SUB 1)
002670     MOVE MH-AMOUNT-TOTAL  TO TT-FIGURE (MONTH-SUB 2)
002680     MOVE MH-OPENED-COUNT  TO TT-FIGURE (MONTH-SUB 3)
002690     MOVE MH-CLOSED-COUNT  TO TT-FIGURE (MONTH-SUB 4)
002700     MOVE 5 TO FIGURE-SUB
002710     PERFORM 1300-LOAD-ONE-BAND THRU 1300-EXIT
002720        VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4.
002730 1100-EXIT.
002740     EXIT.
002750*--------------------------------------------------------------*
002760* 1200-SHIFT-ONE-ENTRY - MOVES A TABLE ENTRY DOWN ONE PLACE.
002770*--------------------------------------------------------------*
002780 1200-SHIFT-ONE-ENTRY.
002790     MOVE TREND-ENTRY (MONTH-SUB + 1) TO TREND-ENTRY (MONTH-SUB).
002800 1200-EXIT.
002810     EXIT.
002820*--------------------------------------------------------------*
002830* 1300-LOAD-ONE-BAND - MOVES ONE AMOUNT BAND'S COUNT AND TOTAL
002840* TO THE NEXT TWO FIGURES OF THE ENTRY BEING LOADED.
002850*--------------------------------------------------------------*
002860 1300-LOAD-ONE-BAND.
002870     MOVE MH-BAND-COUNT (BAND-SUB)
002880        TO TT-FIGURE (MONTH-SUB FIGURE-SUB)
002890     ADD 1 TO FIGURE-SUB
002900     MOVE MH-BAND-TOTAL (BAND-SUB)
002910        TO TT-FIGURE (MONTH-SUB FIGURE-SUB)
002920     ADD 1 TO FIGURE-SUB.
002930 1300-EXIT.
002940     EXIT.
002950*--------------------------------------------------------------*
002960* 2000-PRINT-FIGURE - PRINTS ONE FIGURE'S SECTION: ITS LABEL AND
002970* ONE LINE PER MONTH SHOWN.  A SECTION THAT WILL NOT FIT ON WHAT
002980* IS LEFT OF THE PAGE STARTS A NEW ONE, SO NO TREND IS SPLIT.
002990*--------------------------------------------------------------*
003000 2000-PRINT-FIGURE.
003010     COMPUTE LINES-NEEDED = MONTHS-SHOWN + 2
003020     IF LINE-COUNT + LINES-NEEDED > LINES-PER-PAGE
003030        MOVE LINES-PER-PAGE TO LINE-COUNT
003040     END-IF
003050     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
003060     MOVE SPACES TO TREND-REPORT-LINE
003070     WRITE TREND-REPORT-LINE
003080     MOVE FIGURE-LABEL (FIGURE-SUB) TO FH-FIGURE-LABEL
003090     MOVE FIGURE-HEADING-LINE TO TREND-REPORT-LINE
003100     WRITE TREND-REPORT-LINE
003110     ADD 2 TO LINE-COUNT
003120     PERFORM 2100-PRINT-MONTH-LINE THRU 2100-EXIT
003130        VARYING MONTH-SUB FROM FIRST-MONTH-SHOWN BY 1
003140        UNTIL MONTH-SUB > MONTHS-ON-FILE.
003150 2000-EXIT.
003160     EXIT.
003170*--------------------------------------------------------------*
003180* 2100-PRINT-MONTH-LINE - PRINTS ONE MONTH'S LINE FOR THE
003190* CURRENT FIGURE.
003200*--------------------------------------------------------------*
003210 2100-PRINT-MONTH-LINE.
003220     MOVE TT-MONTH-CCYY (MONTH-SUB) TO TD-MONTH-CCYY
003230     MOVE TT-MONTH-MM (MONTH-SUB)   TO TD-MONTH-MM
003240     MOVE NOT-AVAILABLE-TEXT TO TD-VALUE
003250     MOVE NOT-AVAILABLE-TEXT TO TD-CHANGE
003260     MOVE NOT-AVAILABLE-TEXT TO TD-PERCENT
003270     MOVE SPACES TO TD-PERCENT-SIGN
003280     PERFORM 2200-FORMAT-MONTH-FIGURES THRU 2200-EXIT
003290     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
003300     MOVE TREND-DETAIL-LINE TO TREND-REPORT-LINE
003310     WRITE TREND-REPORT-LINE
003320     ADD 1 TO LINE-COUNT.
003330 2100-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------*
003360* 2200-FORMAT-MONTH-FIGURES - PUTS THE MONTH'S VALUE, AND ITS
003370* CHANGE AND PERCENT CHANGE FROM THE MONTH-END BEFORE, ON THE
003380* DETAIL LINE.  WHAT CANNOT BE WORKED OUT IS LEFT AS N/A: A
003390* CHANGE WHEN THERE IS NO MONTH BEFORE OR EITHER VALUE IS NOT
003400* AVAILABLE, AND A PERCENT ALSO WHEN THE MONTH BEFORE WAS ZERO
003410* OR THE PERCENT IS TOO LARGE TO PRINT.
003420*--------------------------------------------------------------*
003430 2200-FORMAT-MONTH-FIGURES.
003440     IF (FIGURE-SUB = 3 OR FIGURE-SUB = 4)
003450        AND NOT TT-PRIOR-MONTH-FOUND (MONTH-SUB)
003460        GO TO 2200-EXIT
003470     END-IF
003480     MOVE TT-FIGURE (MONTH-SUB FIGURE-SUB) TO CURRENT-VALUE
003490     IF COUNT-FIGURE (FIGURE-SUB)
003500        MOVE CURRENT-VALUE TO COUNT-EDIT
003510        MOVE COUNT-EDIT TO TD-VALUE
003520     ELSE
003530        MOVE CURRENT-VALUE TO AMOUNT-EDIT
003540        MOVE AMOUNT-EDIT TO TD-VALUE
003550     END-IF
003560
003570     SET NO-PREVIOUS-MONTH TO TRUE
003580     IF MONTH-SUB > 1
003590        COMPUTE PREVIOUS-SUB = MONTH-SUB - 1
003600        SET PREVIOUS-MONTH-USABLE TO TRUE
003610        IF (FIGURE-SUB = 3 OR FIGURE-SUB = 4)
003620           AND NOT TT-PRIOR-MONTH-FOUND (PREVIOUS-SUB)
003630           SET NO-PREVIOUS-MONTH TO TRUE
003640        END-IF
003650     END-IF
003660     IF NO-PREVIOUS-MONTH
003670        GO TO 2200-EXIT
003680     END-IF
003690
003700     MOVE TT-FIGURE (PREVIOUS-SUB FIGURE-SUB) TO PREVIOUS-VALUE
003710     COMPUTE CHANGE-VALUE = CURRENT-VALUE - PREVIOUS-VALUE
003720     IF COUNT-FIGURE (FIGURE-SUB)
003730        MOVE CHANGE-VALUE TO CHANGE-COUNT-EDIT
003740        MOVE CHANGE-COUNT-EDIT TO TD-CHANGE
003750     ELSE
003760        MOVE CHANGE-VALUE TO CHANGE-AMOUNT-EDIT
003770        MOVE CHANGE-AMOUNT-EDIT TO TD-CHANGE
003780     END-IF
003790     IF PREVIOUS-VALUE = ZERO
003800        GO TO 2200-EXIT
003810     END-IF
003820     COMPUTE PERCENT-CHANGE ROUNDED =
003830        CHANGE-VALUE * 100 / PREVIOUS-VALUE
003840        ON SIZE ERROR
003850           GO TO 2200-EXIT
003860     END-COMPUTE
003870     MOVE PERCENT-CHANGE TO PERCENT-EDIT
003880     MOVE PERCENT-EDIT TO TD-PERCENT
003890     MOVE "%" TO TD-PERCENT-SIGN.
003900 2200-EXIT.
003910     EXIT.
003920*--------------------------------------------------------------*
003930* 3100-PRINT-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH THE
003940* RUN DATE, THE PAGE NUMBER AND THE COLUMN HEADINGS.
003950*--------------------------------------------------------------*
003960 3100-PRINT-REPORT-HEADING.
003970     ADD 1 TO PAGE-NUMBER
003980     MOVE ZERO TO LINE-COUNT
003990     MOVE RUN-DATE-MM   TO RH-RUN-MM
004000     MOVE RUN-DATE-DD   TO RH-RUN-DD
004010     MOVE RUN-DATE-CCYY TO RH-RUN-CCYY
004020     MOVE PAGE-NUMBER   TO RH-PAGE-NUMBER
004030     WRITE TREND-REPORT-LINE FROM REPORT-HEADING-LINE-1
004040     MOVE SPACES TO TREND-REPORT-LINE
004050     WRITE TREND-REPORT-LINE
004060     WRITE TREND-REPORT-LINE FROM REPORT-HEADING-LINE-2
004070     ADD 2 TO LINE-COUNT.
004080 3100-EXIT.
004090     EXIT.
004100*--------------------------------------------------------------*
004110* 3200-WRITE-REPORT-LINE - STARTS A NEW PAGE FIRST IF THE CURRENT
004120* ONE IS FULL.  THE CALLER WRITES ITS OWN LINE AFTERWARD.
004130*--------------------------------------------------------------*
004140 3200-WRITE-REPORT-LINE.
004150     IF LINE-COUNT >= LINES-PER-PAGE
004160        PERFORM 3100-PRINT-REPORT-HEADING THRU 3100-EXIT
004170     END-IF.
004180 3200-EXIT.
004190     EXIT.
004200*--------------------------------------------------------------*
004210* 5000-WRITE-TREND-SUMMARY - CLOSES THE REPORT OUT WITH THE
004220* NUMBER OF MONTH-ENDS ON FILE AND THE NUMBER SHOWN.
004230*--------------------------------------------------------------*
004240 5000-WRITE-TREND-SUMMARY.
004250     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004260     MOVE SPACES TO TREND-REPORT-LINE
004270     WRITE TREND-REPORT-LINE
004280     ADD 1 TO LINE-COUNT
004290
004300     MOVE "MONTH-ENDS ON FILE:" TO SC-LABEL
004310     MOVE MONTHS-ON-FILE TO SC-COUNT
004320     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
004330
004340     MOVE "MONTH-ENDS SHOWN:" TO SC-LABEL
004350     MOVE MONTHS-SHOWN TO SC-COUNT
004360     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
004370 5000-EXIT.
004380     EXIT.
004390*--------------------------------------------------------------*
004400* 5100-WRITE-SUMMARY-LINE - WRITES ONE LABEL AND COUNT LINE.
004410*--------------------------------------------------------------*
004420 5100-WRITE-SUMMARY-LINE.
004430     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004440     MOVE SUMMARY-COUNT-LINE TO TREND-REPORT-LINE
004450     WRITE TREND-REPORT-LINE
004460     ADD 1 TO LINE-COUNT.
004470 5100-EXIT.
004480     EXIT.
004490*--------------------------------------------------------------*
004500* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
004510* RUN-LOG FILE (RUNLOG.CPY).  RL-INPUT-COUNT IS THE NUMBER OF
004520* MTHHIST RECORDS READ.
004530*--------------------------------------------------------------*
004540 8000-WRITE-RUN-LOG-ENTRY.
004550     OPEN EXTEND RUN-LOG-FILE
004560     IF NOT RUN-LOG-FILE-OK
004570        OPEN OUTPUT RUN-LOG-FILE
004580     END-IF
004590     MOVE SPACES TO RUN-LOG-RECORD
004600     ACCEPT RUN-TIME-NOW FROM TIME
004610     MOVE MONTHS-SHOWN       TO LD-MONTHS-SHOWN
004620     MOVE "TRENDRPT"         TO RL-PROGRAM-ID
004630     MOVE RUN-DATE-NUMBER    TO RL-RUN-DATE
004640     MOVE RUN-TIME-NOW       TO RL-RUN-TIME
004650     MOVE HISTORY-READ-COUNT TO RL-INPUT-COUNT
004660     MOVE "COMPLETED"        TO RL-STATUS
004670     MOVE RUN-LOG-DETAIL     TO RL-DETAIL
004680     WRITE RUN-LOG-RECORD
004690     CLOSE RUN-LOG-FILE.
004700 8000-EXIT.
004710     EXIT.
004720
004730 END PROGRAM TRENDRPT.
