000440*                    WIDENED FROM 65 TO 75), SO THE ITEMFIX
000450*                    CORRECTION CYCLE CAN REPORT HOW MANY DAYS
000460*                    EACH OUTSTANDING EXCEPTION HAS BEEN OPEN.
000470*   2026-10-15  DO   RUN-LOG RECORD IS NOW CLEARED TO SPACES
000480*                    BEFORE IT IS BUILT, SO THE OPERATOR-ID AND
000490*                    DETAIL FIELDS ADDED TO RUNLOG.CPY ARE LEFT
000500*                    BLANK ON THIS PROGRAM'S ENTRIES.
000510*   2026-10-15  DO   A DELETE (ITEM-FILE-DATA 999999999.99) NOW
000520*                    CARRIES THE PREPARER'S OPERATOR ID IN
000530*                    COLUMNS 18-25 (ITEM-FILE AND ITEMCLN
000540*                    RECORDS WIDENED FROM 17 TO 25).  THE ID IS
000550*                    COPIED THROUGH TO ITEMCLN SO MASTUPDT CAN
000560*                    HOLD THE DELETE FOR DUAL-CONTROL APPROVAL,
000570*                    AND A DELETE WITHOUT ONE IS REJECTED TO
000580*                    ITEMEXC HERE.  A 17-CHARACTER RECORD STILL
000590*                    READS, WITH THE ID LEFT BLANK.
000600*--------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ITEM-FILE ASSIGN TO "ITEMIN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS ITEM-FILE-STATUS.
000670
000680     SELECT CLEAN-OUT-FILE ASSIGN TO "ITEMCLN"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CLEAN-OUT-FILE-STATUS.
000710
000720     SELECT EDIT-EXCEPTION-FILE ASSIGN TO "ITEMEXC"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS EDIT-EXCEPTION-FILE-STATUS.
000750
000760     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS RUN-LOG-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ITEM-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 25 CHARACTERS.
000840 01  ITEM-FILE-RECORD.
000850     03  ITEM-FILE-KEY      PIC 9(06).
000860     03  ITEM-FILE-DATA     PIC 9(09)V99.
000870     03  ITEM-FILE-PREPARER-ID PIC X(08).
000880
000890*--------------------------------------------------------------*
000900* CLEAN-OUT-FILE CARRIES EXACTLY THE SAME LAYOUT AS ITEM-FILE,
000910* TRAILER RECORD INCLUDED, SO BUBBLESORT CAN READ IT UNCHANGED.
000920*--------------------------------------------------------------*
000930 FD  CLEAN-OUT-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 25 CHARACTERS.
000960 01  CLEAN-OUT-RECORD.
000970     03  CO-ITEM-KEY        PIC 9(06).
000980     03  CO-ITEM-DATA       PIC 9(09)V99.
000990     03  CO-PREPARER-ID     PIC X(08).
001000
001010 FD  EDIT-EXCEPTION-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 75 CHARACTERS.
001040 01  EDIT-EXCEPTION-RECORD.
001050     03  EX-ITEM-KEY        PIC 9(06).
001060     03  FILLER             PIC X(02).
001070     03  EX-ITEM-DATA       PIC 9(09)V99.
001080     03  FILLER             PIC X(02).
001090     03  EX-REASON          PIC X(44).
001100     03  FILLER             PIC X(02).
001110     03  EX-RUN-DATE        PIC 9(08).
001120
001130 FD  RUN-LOG-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY "RUNLOG.CPY".
001160 WORKING-STORAGE SECTION.
001170*--------------------------------------------------------------*
001180* SWITCHES
001190*--------------------------------------------------------------*
001200 01  ITEM-FILE-EOF-SWITCH       PIC X(01).
001210     88  ITEM-FILE-AT-END       VALUE 'Y'.
001220     88  ITEM-FILE-NOT-AT-END   VALUE 'N'.
001230 01  ITEM-FILE-STATUS           PIC X(02).
001240     88  ITEM-FILE-OK           VALUE '00'.
001250 01  CLEAN-OUT-FILE-STATUS      PIC X(02).
001260     88  CLEAN-OUT-FILE-OK      VALUE '00'.
001270 01  EDIT-EXCEPTION-FILE-STATUS PIC X(02).
001280     88  EDIT-EXCEPTION-FILE-OK VALUE '00'.
001290 01  RUN-LOG-FILE-STATUS        PIC X(02).
001300     88  RUN-LOG-FILE-OK        VALUE '00'.
001310*--------------------------------------------------------------*
001320* COUNTERS AND WORK AREAS
001330*--------------------------------------------------------------*
001340 77  VALID-RECORD-COUNT         PIC 9(06)    COMP VALUE ZERO.
001350 77  REJECTED-RECORD-COUNT      PIC 9(06)    COMP VALUE ZERO.
001360 77  TOTAL-RECORD-COUNT         PIC 9(06)    COMP VALUE ZERO.
001370 77  CLEAN-CONTROL-TOTAL        PIC 9(11)V99 COMP-3 VALUE ZERO.
001380 01  LOOKAHEAD-RECORD.
001390     03  LA-ITEM-KEY            PIC 9(06).
001400     03  LA-ITEM-DATA           PIC 9(09)V99.
001410     03  LA-PREPARER-ID         PIC X(08).
001420 01  EDIT-REASON-TEXT           PIC X(44).
001430 01  DELETE-SENTINEL-AMOUNT     PIC 9(09)V99 VALUE 999999999.99.
001440 01  RUN-DATE-TODAY             PIC 9(08).
001450 77  RUN-TIME-NOW               PIC 9(08).
001460 PROCEDURE DIVISION.
001470*--------------------------------------------------------------*
001480* 0000-MAINLINE - OPENS THE FOUR FILES AND DRIVES THE EDIT PASS
001490* THROUGH 1000-EDIT-ITEMS.  ITEM-FILE CARRIES ONE VALUE PER
001500* RECORD WITH A TRAILER RECORD AT END OF FILE, JUST AS IT DOES
001510* FOR BUBBLESORT, SO THE SAME LOOKAHEAD-RECORD TECHNIQUE IS USED
001520* HERE TO KEEP THE TRAILER OUT OF THE EDIT LOOP.
001530*--------------------------------------------------------------*
001540 0000-MAINLINE.
001550     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001560     OPEN INPUT ITEM-FILE
001570     IF NOT ITEM-FILE-OK
001580        DISPLAY "ITEMEDIT: UNABLE TO OPEN ITEMIN - STATUS "
001590           ITEM-FILE-STATUS
001600        STOP RUN
001610     END-IF
001620     OPEN OUTPUT CLEAN-OUT-FILE
001630     IF NOT CLEAN-OUT-FILE-OK
001640        DISPLAY "ITEMEDIT: UNABLE TO OPEN ITEMCLN - STATUS "
001650           CLEAN-OUT-FILE-STATUS
001660        STOP RUN
001670     END-IF
001680     OPEN OUTPUT EDIT-EXCEPTION-FILE
001690     IF NOT EDIT-EXCEPTION-FILE-OK
001700        DISPLAY "ITEMEDIT: UNABLE TO OPEN ITEMEXC - STATUS "
001710           EDIT-EXCEPTION-FILE-STATUS
001720        STOP RUN
001730     END-IF
001740
001750     PERFORM 1000-EDIT-ITEMS THRU 1000-EXIT
001760
001770     MOVE VALID-RECORD-COUNT  TO CO-ITEM-KEY
001780     MOVE CLEAN-CONTROL-TOTAL TO CO-ITEM-DATA
001790     MOVE SPACES              TO CO-PREPARER-ID
001800     WRITE CLEAN-OUT-RECORD
001810
001820     CLOSE ITEM-FILE
001830     CLOSE CLEAN-OUT-FILE
001840     CLOSE EDIT-EXCEPTION-FILE
001850     DISPLAY "ITEMEDIT: " VALID-RECORD-COUNT " VALID, "
001860        REJECTED-RECORD-COUNT " REJECTED"
001870     PERFORM 8000-WRITE-RUN-LOG-ENTRY THRU 8000-EXIT
001880     STOP RUN.
001890*--------------------------------------------------------------*
001900* 1000-EDIT-ITEMS - READS ITEM-FILE ONE RECORD AHEAD SO THE
001910* TRAILER IS RECOGNIZED AND NEVER TREATED AS A DETAIL RECORD,
001920* THEN CLASS- AND RANGE-CHECKS EACH DETAIL RECORD IN TURN.
001930*--------------------------------------------------------------*
001940 1000-EDIT-ITEMS.
001950     SET ITEM-FILE-NOT-AT-END TO TRUE
001960     READ ITEM-FILE
001970        AT END
001980           SET ITEM-FILE-AT-END TO TRUE
001990     END-READ
002000     PERFORM UNTIL ITEM-FILE-AT-END
002010        MOVE ITEM-FILE-KEY  TO LA-ITEM-KEY
002020        MOVE ITEM-FILE-DATA TO LA-ITEM-DATA
002030        MOVE ITEM-FILE-PREPARER-ID TO LA-PREPARER-ID
002040        READ ITEM-FILE
002050           AT END
002060              SET ITEM-FILE-AT-END TO TRUE
002070        END-READ
002080        IF NOT ITEM-FILE-AT-END
002090           PERFORM 1100-EDIT-ONE-RECORD THRU 1100-EXIT
002100        END-IF
002110     END-PERFORM.
002120 1000-EXIT.
002130     EXIT.
002140*--------------------------------------------------------------*
002150* 1100-EDIT-ONE-RECORD - CLASS- AND RANGE-CHECKS THE RECORD HELD
002160* IN LOOKAHEAD-RECORD.  A RECORD FAILS IF LA-ITEM-KEY OR
002170* LA-ITEM-DATA IS NOT NUMERIC (THE FILE IS LINE SEQUENTIAL, SO
002180* NOTHING STOPS A DAMAGED LINE FROM REACHING A PIC 9 FIELD), IF
002190* LA-ITEM-KEY IS ZERO, WHICH IS NOT A VALID ACCOUNT NUMBER, OR
002200* IF LA-ITEM-DATA IS ZERO, WHICH USUALLY MEANS A SHORT OR PADDED
002210* INPUT LINE RATHER THAN A REAL ITEM.
002220* A DELETE (LA-ITEM-DATA 999999999.99) ALSO FAILS IF IT CARRIES
002230* NO PREPARER ID, SINCE MASTUPDT HOLDS EVERY DELETE FOR APPROVAL
002240* UNDER THE ID OF THE OPERATOR WHO PREPARED IT.
002250* A RECORD THAT PASSES IS WRITTEN TO CLEAN-OUT-FILE AND ADDED
002260* INTO CLEAN-CONTROL-TOTAL FOR THE RECOMPUTED TRAILER.
002270*--------------------------------------------------------------*
002280 1100-EDIT-ONE-RECORD.
002290     IF LA-ITEM-KEY NOT NUMERIC
002300        MOVE "*** INVALID - ITEM KEY IS NOT NUMERIC ***"
002310           TO EDIT-REASON-TEXT
002320        GO TO 1100-WRITE-EXCEPTION
002330     END-IF
002340     IF LA-ITEM-DATA NOT NUMERIC
002350        MOVE "*** INVALID - ITEM AMOUNT IS NOT NUMERIC ***"
002360           TO EDIT-REASON-TEXT
002370        GO TO 1100-WRITE-EXCEPTION
002380     END-IF
002390     IF LA-ITEM-KEY = ZERO
002400        MOVE "*** INVALID - ITEM KEY MUST BE NONZERO ***"
002410           TO EDIT-REASON-TEXT
002420        GO TO 1100-WRITE-EXCEPTION
002430     END-IF
002440     IF LA-ITEM-DATA = ZERO
002450        MOVE "*** INVALID - ITEM AMOUNT IS ZERO ***"
002460           TO EDIT-REASON-TEXT
002470        GO TO 1100-WRITE-EXCEPTION
002480     END-IF
002490
002500     IF LA-ITEM-DATA = DELETE-SENTINEL-AMOUNT
002510        AND LA-PREPARER-ID = SPACES
002520        MOVE "*** INVALID - DELETE HAS NO PREPARER ID ***"
002530           TO EDIT-REASON-TEXT
002540        GO TO 1100-WRITE-EXCEPTION
002550     END-IF
002560
002570     MOVE LA-ITEM-KEY  TO CO-ITEM-KEY
002580     MOVE LA-ITEM-DATA TO CO-ITEM-DATA
002590     MOVE LA-PREPARER-ID TO CO-PREPARER-ID
002600     WRITE CLEAN-OUT-RECORD
002610     ADD 1 TO VALID-RECORD-COUNT
002620     ADD LA-ITEM-DATA TO CLEAN-CONTROL-TOTAL
002630        ON SIZE ERROR
002640           DISPLAY "*** CLEAN-CONTROL-TOTAL OVERFLOW ***"
002650     END-ADD
002660     GO TO 1100-EXIT.
002670 1100-WRITE-EXCEPTION.
002680     MOVE SPACES TO EDIT-EXCEPTION-RECORD
002690     MOVE LA-ITEM-KEY  TO EX-ITEM-KEY
002700     MOVE LA-ITEM-DATA TO EX-ITEM-DATA
002710     MOVE EDIT-REASON-TEXT TO EX-REASON
002720     MOVE RUN-DATE-TODAY TO EX-RUN-DATE
002730     DISPLAY "ITEMEDIT: REJECTED ITEM " EX-ITEM-KEY " - "
002740        EX-REASON
002750     WRITE EDIT-EXCEPTION-RECORD
002760     ADD 1 TO REJECTED-RECORD-COUNT.
002770 1100-EXIT.
002780     EXIT.
002790*--------------------------------------------------------------*
002800* 8000-WRITE-RUN-LOG-ENTRY - APPENDS ONE RECORD TO THE SHARED
002810* RUN-LOG FILE (RUNLOG.CPY), MATCHING BUBBLESORT AND FACTORS.
002820* THE FILE IS OPENED FOR EXTEND (APPEND); IF IT DOES NOT EXIST
002830* YET THIS IS ITS FIRST RUN, SO IT IS OPENED FOR OUTPUT INSTEAD.
002840*--------------------------------------------------------------*
002850 8000-WRITE-RUN-LOG-ENTRY.
002860     OPEN EXTEND RUN-LOG-FILE
002870     IF NOT RUN-LOG-FILE-OK
002880        OPEN OUTPUT RUN-LOG-FILE
002890     END-IF
002900     MOVE SPACES TO RUN-LOG-RECORD
002910     ACCEPT RUN-TIME-NOW FROM TIME
002920     MOVE "ITEMEDIT" TO RL-PROGRAM-ID
002930     MOVE RUN-DATE-TODAY      TO RL-RUN-DATE
002940     MOVE RUN-TIME-NOW        TO RL-RUN-TIME
002950     ADD VALID-RECORD-COUNT REJECTED-RECORD-COUNT
002960        GIVING TOTAL-RECORD-COUNT
002970     MOVE TOTAL-RECORD-COUNT  TO RL-INPUT-COUNT
002980     IF REJECTED-RECORD-COUNT = ZERO
002990        MOVE "COMPLETED"      TO RL-STATUS
003000     ELSE
003010        MOVE "EXCEPTIONS"     TO RL-STATUS
003020     END-IF
003030     WRITE RUN-LOG-RECORD
003040     CLOSE RUN-LOG-FILE.
003050 8000-EXIT.
003060     EXIT.
003070
003080 END PROGRAM ITEMEDIT.
