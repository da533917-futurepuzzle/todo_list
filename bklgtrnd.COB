000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: weekly backlog trend report over SNAPHIST, the history
000050*          BKLGSNAP appends to each night. For the last N weeks
000060*          (SYSIN card 1, two digits, default 8, at most 26) it
000070*          takes the latest snapshot run in each week and shows,
000080*          for the section as a whole and then for each category,
000090*          the open, overdue and blocked counts and the open tasks
000100*          over 90 days old, week by week with the change from the
000110*          week before. A category whose open or overdue count
000120*          grew for G weeks running (SYSIN card 2, default 3, at
000130*          least 2) is flagged. A week with no snapshot shows as
000140*          such and breaks a run of growth.
000150* Tectonics: cobc
000160******************************************************************
000170* Modification History
000180*   oct.15, 2026  spk  original program
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. BKLGTRND.
000220 AUTHOR. SPEAKER.
000230 INSTALLATION. DATA PROCESSING.
000240 DATE-WRITTEN. OCT 15 2026.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SNAP-HIST ASSIGN TO "SNAPHIST"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS TD-SNAP-HIST-STATUS.
000330
000340     SELECT TREND-RPT ASSIGN TO "TRENDRPT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS TD-TREND-RPT-STATUS.
000370
000380     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS TD-RUN-LOG-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SNAP-HIST.
000450     COPY SNAPREC.
000460
000470 FD  TREND-RPT.
000480 01  TREND-RPT-LINE              PIC X(80).
000490
000500 FD  RUN-LOG.
000510     COPY RUNREC.
000520
000530 WORKING-STORAGE SECTION.
000540 77  TD-SNAP-HIST-STATUS          PIC X(02)      VALUE "00".
000550     88  TD-SNAP-HIST-OK              VALUE "00".
000560 77  TD-TREND-RPT-STATUS          PIC X(02)      VALUE "00".
000570 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
000580     88  TD-END-OF-FILE               VALUE "Y".
000590 77  TD-HIST-AVAIL-SWITCH         PIC X(01)      VALUE "N".
000600     88  TD-HIST-AVAILABLE            VALUE "Y".
000610 77  TD-FOUND-SWITCH              PIC X(01)      VALUE "N".
000620     88  TD-ENTRY-FOUND               VALUE "Y".
000630 77  TD-CAT-FULL-SWITCH           PIC X(01)      VALUE "N".
000640     88  TD-CAT-TABLE-FULL            VALUE "Y".
000650 77  TD-IN-WINDOW-SWITCH          PIC X(01)      VALUE "N".
000660     88  TD-IN-WINDOW                 VALUE "Y".
000670 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
000680
000690*----------------------------------------------------------------
000700* The SYSIN cards are accepted as characters so blank or garbled
000710* cards can be caught and defaulted
000720*----------------------------------------------------------------
000730 01  WEEKS-ENTRY.
000740     05  WEEKS-X                 PIC X(02).
000750 01  WEEKS-N REDEFINES WEEKS-ENTRY
000760                                 PIC 9(02).
000770 01  GROWTH-ENTRY.
000780     05  GROWTH-X                PIC X(01).
000790 01  GROWTH-N REDEFINES GROWTH-ENTRY
000800                                 PIC 9(01).
000810
000820 77  TD-WEEKS-BACK                PIC 9(02)      COMP VALUE 8.
000830 77  TD-MAX-WEEKS                 PIC 9(02)      COMP VALUE 26.
000840 77  TD-GROWTH-WEEKS              PIC 9(02)      COMP VALUE 3.
000850
000860*----------------------------------------------------------------
000870* Week window - a week serial is the number of whole weeks since
000880* the day-serial epoch (weeks run monday to sunday). Week index 1
000890* is the oldest week shown, TD-WEEKS-BACK the current week
000900*----------------------------------------------------------------
000910 77  TD-CURRENT-WEEK              PIC 9(07)      COMP VALUE ZERO.
000920 77  TD-FIRST-WEEK                PIC 9(07)      COMP VALUE ZERO.
000930 77  TD-WORK-WEEK-SERIAL          PIC 9(07)      COMP VALUE ZERO.
000940 77  TD-WEEK-IDX                  PIC 9(02)      COMP VALUE ZERO.
000950 77  TD-PREV-WEEK-IDX             PIC 9(02)      COMP VALUE ZERO.
000960 77  TD-RUN-STAMP                 PIC 9(14)      VALUE ZERO.
000970 77  TD-LAST-SER-DATE             PIC 9(08)      VALUE ZERO.
000980 77  TD-LAST-WEEK-SERIAL          PIC 9(07)      COMP VALUE ZERO.
000990
001000 01  WEEK-TABLE.
001010     05  WEEK-ENTRY OCCURS 26 TIMES.
001020         10  WK-SNAP-SWITCH      PIC X(01).
001030             88  WK-HAS-SNAPSHOT     VALUE "Y".
001040         10  WK-RUN-STAMP        PIC 9(14).
001050         10  WK-SNAP-DATE        PIC 9(08).
001060
001070*----------------------------------------------------------------
001080* Category table - per category, per week, the counts summed
001090* over every owner and priority in the week's chosen run
001100*----------------------------------------------------------------
001110 77  TD-CAT-COUNT                 PIC 9(04)      COMP VALUE ZERO.
001120 77  TD-CAT-IDX                   PIC 9(04)      COMP VALUE ZERO.
001130 77  TD-MAX-CATEGORIES            PIC 9(04)      COMP VALUE 50.
001140 77  TD-SORT-I                    PIC 9(04)      COMP VALUE ZERO.
001150 77  TD-SORT-J                    PIC 9(04)      COMP VALUE ZERO.
001160 77  TD-SORT-J-START              PIC 9(04)      COMP VALUE ZERO.
001170
001180 01  CAT-TABLE.
001190     05  CAT-ENTRY OCCURS 50 TIMES.
001200         10  CAT-NAME            PIC X(10).
001210         10  CAT-WEEK OCCURS 26 TIMES.
001220             15  CAT-OPEN-COUNT  PIC 9(06)      COMP.
001230             15  CAT-OVERDUE-COUNT
001240                                 PIC 9(06)      COMP.
001250             15  CAT-BLOCKED-COUNT
001260                                 PIC 9(06)      COMP.
001270             15  CAT-OLD-COUNT   PIC 9(06)      COMP.
001280
001290 01  SWAP-CAT-ENTRY.
001300     05  SWAP-CAT-NAME           PIC X(10).
001310     05  SWAP-CAT-WEEK OCCURS 26 TIMES.
001320         10  SWAP-OPEN-COUNT     PIC 9(06)      COMP.
001330         10  SWAP-OVERDUE-COUNT  PIC 9(06)      COMP.
001340         10  SWAP-BLOCKED-COUNT  PIC 9(06)      COMP.
001350         10  SWAP-OLD-COUNT      PIC 9(06)      COMP.
001360
001370*----------------------------------------------------------------
001380* Section totals, and the block being printed - the totals and
001390* each category are copied here in turn so one set of print
001400* paragraphs serves both
001410*----------------------------------------------------------------
001420 01  TOTAL-TABLE.
001430     05  TOT-WEEK OCCURS 26 TIMES.
001440         10  TOT-OPEN-COUNT      PIC 9(06)      COMP.
001450         10  TOT-OVERDUE-COUNT   PIC 9(06)      COMP.
001460         10  TOT-BLOCKED-COUNT   PIC 9(06)      COMP.
001470         10  TOT-OLD-COUNT       PIC 9(06)      COMP.
001480
001490 01  BLOCK-TABLE.
001500     05  BLK-WEEK OCCURS 26 TIMES.
001510         10  BLK-OPEN-COUNT      PIC 9(06)      COMP.
001520         10  BLK-OVERDUE-COUNT   PIC 9(06)      COMP.
001530         10  BLK-BLOCKED-COUNT   PIC 9(06)      COMP.
001540         10  BLK-OLD-COUNT       PIC 9(06)      COMP.
001550
001560 77  TD-BLOCK-TITLE               PIC X(20)      VALUE SPACES.
001570 77  TD-OPEN-RUN                  PIC 9(02)      COMP VALUE ZERO.
001580 77  TD-OPEN-LONGEST              PIC 9(02)      COMP VALUE ZERO.
001590 77  TD-OVERDUE-RUN               PIC 9(02)      COMP VALUE ZERO.
001600 77  TD-OVERDUE-LONGEST           PIC 9(02)      COMP VALUE ZERO.
001610 77  TD-CHANGE                    PIC S9(06)     COMP VALUE ZERO.
001620 77  TD-BLOCK-FLAG-SWITCH         PIC X(01)      VALUE "N".
001630     88  TD-BLOCK-FLAGGED             VALUE "Y".
001640
001650*----------------------------------------------------------------
001660* Counts
001670*----------------------------------------------------------------
001680 77  TD-READ-COUNT                PIC 9(08)      COMP VALUE ZERO.
001690 77  TD-USED-COUNT                PIC 9(08)      COMP VALUE ZERO.
001700 77  TD-FLAGGED-COUNT             PIC 9(04)      COMP VALUE ZERO.
001710
001720*----------------------------------------------------------------
001730* Day-serial work fields - days since the proleptic gregorian
001740* epoch, the same days-per-month table the entry validation
001750* programs keep. Serial 1 is a monday
001760*----------------------------------------------------------------
001770 01  MAX-DAYS-LITERALS.
001780     05  FILLER                  PIC X(24) VALUE
001790         "312831303130313130313031".
001800 01  MAX-DAYS-TABLE REDEFINES MAX-DAYS-LITERALS.
001810     05  MAX-DAYS-ENTRY OCCURS 12 TIMES PIC 9(02).
001820
001830 77  TD-SER-DATE                  PIC 9(08)      VALUE ZERO.
001840 77  TD-SER-YEAR                  PIC 9(04)      COMP VALUE ZERO.
001850 77  TD-SER-MONTH                 PIC 9(02)      COMP VALUE ZERO.
001860 77  TD-SER-DAY                   PIC 9(02)      COMP VALUE ZERO.
001870 77  TD-SER-PRIOR-YEAR            PIC 9(04)      COMP VALUE ZERO.
001880 77  TD-SER-LEAPS-4               PIC 9(09)      COMP VALUE ZERO.
001890 77  TD-SER-LEAPS-100             PIC 9(09)      COMP VALUE ZERO.
001900 77  TD-SER-LEAPS-400             PIC 9(09)      COMP VALUE ZERO.
001910 77  TD-SER-MONTH-IDX             PIC 9(02)      COMP VALUE ZERO.
001920 77  TD-DAY-SERIAL                PIC 9(09)      COMP VALUE ZERO.
001930 77  TD-DIVIDE-QUOTIENT           PIC 9(09)      COMP VALUE ZERO.
001940 77  TD-YEAR-REMAINDER-4          PIC 9(04)      COMP VALUE ZERO.
001950 77  TD-YEAR-REMAINDER-100        PIC 9(04)      COMP VALUE ZERO.
001960 77  TD-YEAR-REMAINDER-400        PIC 9(04)      COMP VALUE ZERO.
001970 77  TD-LEAP-YEAR-SWITCH          PIC X(01)      VALUE "N".
001980     88  TD-IS-LEAP-YEAR              VALUE "Y".
001990
002000 01  RPT-HEADING-1.
002010     05  FILLER                  PIC X(28) VALUE
002020         "BACKLOG TREND REPORT".
002030     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002040     05  RH1-RUN-DATE            PIC 9(08).
002050
002060 01  RPT-HEADING-2.
002070     05  FILLER                  PIC X(13) VALUE "WEEKS SHOWN: ".
002080     05  RH2-WEEKS-BACK          PIC Z9.
002090     05  FILLER                  PIC X(27) VALUE
002100         "   GROWTH FLAGGED AFTER:  ".
002110     05  RH2-GROWTH-WEEKS        PIC Z9.
002120     05  FILLER                  PIC X(14) VALUE
002130         " WEEKS RUNNING".
002140
002150 01  RPT-BLOCK-HEADING.
002160     05  FILLER                  PIC X(10) VALUE "CATEGORY: ".
002170     05  RB-BLOCK-TITLE          PIC X(20).
002180
002190 01  RPT-COLUMN-HEADING.
002200     05  FILLER                  PIC X(10) VALUE "SNAPSHOT".
002210     05  FILLER                  PIC X(08) VALUE "    OPEN".
002220     05  FILLER                  PIC X(08) VALUE "  CHANGE".
002230     05  FILLER                  PIC X(09) VALUE "  OVERDUE".
002240     05  FILLER                  PIC X(08) VALUE "  CHANGE".
002250     05  FILLER                  PIC X(09) VALUE "  BLOCKED".
002260     05  FILLER                  PIC X(09) VALUE "  OVER 90".
002270
002280 01  RPT-WEEK-LINE.
002290     05  RW-SNAP-DATE            PIC 9(08).
002300     05  FILLER                  PIC X(02) VALUE SPACE.
002310     05  RW-OPEN-COUNT           PIC ZZZ,ZZ9.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  RW-OPEN-CHANGE          PIC ++++,++9.
002340     05  FILLER                  PIC X(02) VALUE SPACE.
002350     05  RW-OVERDUE-COUNT        PIC ZZZ,ZZ9.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  RW-OVERDUE-CHANGE       PIC ++++,++9.
002380     05  FILLER                  PIC X(02) VALUE SPACE.
002390     05  RW-BLOCKED-COUNT        PIC ZZZ,ZZ9.
002400     05  FILLER                  PIC X(02) VALUE SPACE.
002410     05  RW-OLD-COUNT            PIC ZZZ,ZZ9.
002420
002430 01  RPT-NO-SNAPSHOT-LINE.
002440     05  FILLER                  PIC X(10) VALUE "WEEK ".
002450     05  FILLER                  PIC X(30) VALUE
002460         "NO SNAPSHOT TAKEN THIS WEEK".
002470
002480 01  RPT-FLAG-LINE.
002490     05  FILLER                  PIC X(04) VALUE "*** ".
002500     05  RF-COUNT-NAME           PIC X(08).
002510     05  FILLER                  PIC X(17) VALUE
002520         " COUNT GREW FOR  ".
002530     05  RF-WEEKS                PIC Z9.
002540     05  FILLER                  PIC X(14) VALUE
002550         " WEEKS RUNNING".
002560
002570 01  RPT-FINAL-TRAILER.
002580     05  FILLER                  PIC X(24) VALUE
002590         "CATEGORIES FLAGGED:".
002600     05  RT-FLAGGED-COUNT        PIC ZZZ9.
002610
002620*----------------------------------------------------------------
002630* Run-log posting fields - every batch job appends one
002640* completion record to RUNLOG at termination, the page RUNSUM
002650* reads at the end of the nightly stream
002660*----------------------------------------------------------------
002670 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
002680     88  TD-RUN-LOG-OK                VALUE "00".
002690 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
002700
002710 PROCEDURE DIVISION.
002720******************************************************************
002730* 0000-MAINLINE
002740******************************************************************
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     IF TD-HIST-AVAILABLE
002780         PERFORM 2000-PICK-WEEKLY-RUNS THRU 2000-EXIT
002790         PERFORM 3000-TALLY-WEEKS THRU 3000-EXIT
002800         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002810     END-IF.
002820     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002830     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
002840     STOP RUN.
002850
002860******************************************************************
002870* 1000-INITIALIZE - settle the window from SYSIN and clear the
002880*                   tables
002890******************************************************************
002900 1000-INITIALIZE.
002910     OPEN OUTPUT TREND-RPT.
002920     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
002930     MOVE SPACES TO WEEKS-X.
002940     ACCEPT WEEKS-X.
002950     IF WEEKS-X NOT NUMERIC
002960         DISPLAY "NO WEEKS CARD SUPPLIED - SHOWING 8 WEEKS"
002970     ELSE
002980         IF WEEKS-N < 2 OR WEEKS-N > TD-MAX-WEEKS
002990             DISPLAY "WEEKS CARD MUST BE 02 TO 26 - SHOWING "
003000                 "8 WEEKS"
003010         ELSE
003020             MOVE WEEKS-N TO TD-WEEKS-BACK
003030         END-IF
003040     END-IF.
003050     MOVE SPACES TO GROWTH-X.
003060     ACCEPT GROWTH-X.
003070     IF GROWTH-X NOT NUMERIC
003080         DISPLAY "NO GROWTH CARD SUPPLIED - FLAGGING AFTER "
003090             "3 WEEKS"
003100     ELSE
003110         IF GROWTH-N < 2
003120             DISPLAY "GROWTH CARD MUST BE 2 TO 9 - FLAGGING "
003130                 "AFTER 3 WEEKS"
003140         ELSE
003150             MOVE GROWTH-N TO TD-GROWTH-WEEKS
003160         END-IF
003170     END-IF.
003180     MOVE TD-CURRENT-DATE TO TD-SER-DATE.
003190     PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
003200     COMPUTE TD-CURRENT-WEEK = (TD-DAY-SERIAL - 1) / 7.
003210     COMPUTE TD-FIRST-WEEK = TD-CURRENT-WEEK - TD-WEEKS-BACK + 1.
003220     PERFORM 1100-CLEAR-WEEK THRU 1100-EXIT
003230         VARYING TD-WEEK-IDX FROM 1 BY 1
003240         UNTIL TD-WEEK-IDX > TD-MAX-WEEKS.
003250     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
003260     MOVE RPT-HEADING-1 TO TREND-RPT-LINE.
003270     WRITE TREND-RPT-LINE.
003280     MOVE TD-WEEKS-BACK TO RH2-WEEKS-BACK.
003290     MOVE TD-GROWTH-WEEKS TO RH2-GROWTH-WEEKS.
003300     MOVE RPT-HEADING-2 TO TREND-RPT-LINE.
003310     WRITE TREND-RPT-LINE.
003320     OPEN INPUT SNAP-HIST.
003330     IF TD-SNAP-HIST-OK
003340         MOVE "Y" TO TD-HIST-AVAIL-SWITCH
003350         CLOSE SNAP-HIST
003360     ELSE
003370         DISPLAY "SNAPSHOT HISTORY NOT AVAILABLE, STATUS "
003380             TD-SNAP-HIST-STATUS " - NO TREND REPORTED"
003390         MOVE 8 TO RETURN-CODE
003400     END-IF.
003410 1000-EXIT.
003420     EXIT.
003430
003440 1100-CLEAR-WEEK.
003450     MOVE "N"  TO WK-SNAP-SWITCH (TD-WEEK-IDX).
003460     MOVE ZERO TO WK-RUN-STAMP (TD-WEEK-IDX).
003470     MOVE ZERO TO WK-SNAP-DATE (TD-WEEK-IDX).
003480     MOVE ZERO TO TOT-OPEN-COUNT (TD-WEEK-IDX)
003490                  TOT-OVERDUE-COUNT (TD-WEEK-IDX)
003500                  TOT-BLOCKED-COUNT (TD-WEEK-IDX)
003510                  TOT-OLD-COUNT (TD-WEEK-IDX).
003520 1100-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560* 2000-PICK-WEEKLY-RUNS - first pass: the latest run (date and
003570*                         time) in each week of the window is the
003580*                         one that week is judged by, so a rerun
003590*                         replaces the run before it rather than
003600*                         doubling it
003610******************************************************************
003620 2000-PICK-WEEKLY-RUNS.
003630     OPEN INPUT SNAP-HIST.
003640     MOVE "N" TO TD-EOF-SWITCH.
003650     PERFORM 2100-PICK-ONE THRU 2100-EXIT
003660         UNTIL TD-END-OF-FILE.
003670     CLOSE SNAP-HIST.
003680 2000-EXIT.
003690     EXIT.
003700
003710 2100-PICK-ONE.
003720     READ SNAP-HIST
003730         AT END MOVE "Y" TO TD-EOF-SWITCH
003740     END-READ.
003750     IF TD-END-OF-FILE
003760         GO TO 2100-EXIT
003770     END-IF.
003780     ADD 1 TO TD-READ-COUNT.
003790     PERFORM 2200-PLACE-IN-WINDOW THRU 2200-EXIT.
003800     IF NOT TD-IN-WINDOW
003810         GO TO 2100-EXIT
003820     END-IF.
003830     IF TD-RUN-STAMP > WK-RUN-STAMP (TD-WEEK-IDX)
003840         MOVE TD-RUN-STAMP TO WK-RUN-STAMP (TD-WEEK-IDX)
003850         MOVE SN-SNAP-DATE TO WK-SNAP-DATE (TD-WEEK-IDX)
003860         MOVE "Y" TO WK-SNAP-SWITCH (TD-WEEK-IDX)
003870     END-IF.
003880 2100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 2200-PLACE-IN-WINDOW - week index and run stamp for the record
003930*                        just read. One run's records share a
003940*                        date, so the serial is only worked out
003950*                        when the date changes
003960******************************************************************
003970 2200-PLACE-IN-WINDOW.
003980     MOVE "N" TO TD-IN-WINDOW-SWITCH.
003990     IF SN-SNAP-DATE NOT NUMERIC OR SN-SNAP-TIME NOT NUMERIC
004000         GO TO 2200-EXIT
004010     END-IF.
004020     IF SN-SNAP-DATE = ZERO OR SN-SNAP-DATE > TD-CURRENT-DATE
004030         GO TO 2200-EXIT
004040     END-IF.
004050     IF SN-SNAP-DATE NOT = TD-LAST-SER-DATE
004060         MOVE SN-SNAP-DATE TO TD-SER-DATE
004070         PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT
004080         COMPUTE TD-LAST-WEEK-SERIAL = (TD-DAY-SERIAL - 1) / 7
004090         MOVE SN-SNAP-DATE TO TD-LAST-SER-DATE
004100     END-IF.
004110     MOVE TD-LAST-WEEK-SERIAL TO TD-WORK-WEEK-SERIAL.
004120     IF TD-WORK-WEEK-SERIAL < TD-FIRST-WEEK
004130             OR TD-WORK-WEEK-SERIAL > TD-CURRENT-WEEK
004140         GO TO 2200-EXIT
004150     END-IF.
004160     COMPUTE TD-WEEK-IDX =
004170         TD-WORK-WEEK-SERIAL - TD-FIRST-WEEK + 1.
004180     COMPUTE TD-RUN-STAMP = SN-SNAP-DATE * 1000000 + SN-SNAP-TIME.
004190     MOVE "Y" TO TD-IN-WINDOW-SWITCH.
004200 2200-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240* 3000-TALLY-WEEKS - second pass: sum the chosen run of each week
004250*                    into the section totals and the category
004260*                    table
004270******************************************************************
004280 3000-TALLY-WEEKS.
004290     OPEN INPUT SNAP-HIST.
004300     MOVE "N" TO TD-EOF-SWITCH.
004310     MOVE ZERO TO TD-LAST-SER-DATE.
004320     PERFORM 3100-TALLY-ONE THRU 3100-EXIT
004330         UNTIL TD-END-OF-FILE.
004340     CLOSE SNAP-HIST.
004350 3000-EXIT.
004360     EXIT.
004370
004380 3100-TALLY-ONE.
004390     READ SNAP-HIST
004400         AT END MOVE "Y" TO TD-EOF-SWITCH
004410     END-READ.
004420     IF TD-END-OF-FILE
004430         GO TO 3100-EXIT
004440     END-IF.
004450     PERFORM 2200-PLACE-IN-WINDOW THRU 2200-EXIT.
004460     IF NOT TD-IN-WINDOW
004470         GO TO 3100-EXIT
004480     END-IF.
004490     IF TD-RUN-STAMP NOT = WK-RUN-STAMP (TD-WEEK-IDX)
004500         GO TO 3100-EXIT
004510     END-IF.
004520     ADD 1 TO TD-USED-COUNT.
004530     IF SN-OPEN-COUNT = ZERO
004540         GO TO 3100-EXIT
004550     END-IF.
004560     ADD SN-OPEN-COUNT    TO TOT-OPEN-COUNT (TD-WEEK-IDX).
004570     ADD SN-OVERDUE-COUNT TO TOT-OVERDUE-COUNT (TD-WEEK-IDX).
004580     ADD SN-BLOCKED-COUNT TO TOT-BLOCKED-COUNT (TD-WEEK-IDX).
004590     ADD SN-AGE-OVER-90-COUNT TO TOT-OLD-COUNT (TD-WEEK-IDX).
004600     PERFORM 3200-POST-CATEGORY THRU 3200-EXIT.
004610 3100-EXIT.
004620     EXIT.
004630
004640 3200-POST-CATEGORY.
004650     MOVE "N" TO TD-FOUND-SWITCH.
004660     PERFORM 3210-SCAN-CAT-TABLE THRU 3210-EXIT
004670         VARYING TD-CAT-IDX FROM 1 BY 1
004680         UNTIL TD-CAT-IDX > TD-CAT-COUNT
004690            OR TD-ENTRY-FOUND.
004700     IF TD-ENTRY-FOUND
004710         GO TO 3200-EXIT
004720     END-IF.
004730     IF TD-CAT-COUNT NOT < TD-MAX-CATEGORIES
004740         IF NOT TD-CAT-TABLE-FULL
004750             DISPLAY "TOO MANY CATEGORIES, SOME WILL NOT"
004760                 " APPEAR ON THE REPORT"
004770             MOVE "Y" TO TD-CAT-FULL-SWITCH
004780         END-IF
004790         GO TO 3200-EXIT
004800     END-IF.
004810     ADD 1 TO TD-CAT-COUNT.
004820     MOVE TD-CAT-COUNT TO TD-CAT-IDX.
004830     MOVE SN-CATEGORY-CD TO CAT-NAME (TD-CAT-IDX).
004840     PERFORM 3220-CLEAR-CAT-WEEK THRU 3220-EXIT
004850         VARYING TD-PREV-WEEK-IDX FROM 1 BY 1
004860         UNTIL TD-PREV-WEEK-IDX > TD-MAX-WEEKS.
004870     PERFORM 3230-ADD-TO-CATEGORY THRU 3230-EXIT.
004880 3200-EXIT.
004890     EXIT.
004900
004910 3210-SCAN-CAT-TABLE.
004920     IF CAT-NAME (TD-CAT-IDX) = SN-CATEGORY-CD
004930         PERFORM 3230-ADD-TO-CATEGORY THRU 3230-EXIT
004940         MOVE "Y" TO TD-FOUND-SWITCH
004950     END-IF.
004960 3210-EXIT.
004970     EXIT.
004980
004990 3220-CLEAR-CAT-WEEK.
005000     MOVE ZERO TO CAT-OPEN-COUNT (TD-CAT-IDX TD-PREV-WEEK-IDX)
005010                  CAT-OVERDUE-COUNT (TD-CAT-IDX TD-PREV-WEEK-IDX)
005020                  CAT-BLOCKED-COUNT (TD-CAT-IDX TD-PREV-WEEK-IDX)
005030                  CAT-OLD-COUNT (TD-CAT-IDX TD-PREV-WEEK-IDX).
005040 3220-EXIT.
005050     EXIT.
005060
005070 3230-ADD-TO-CATEGORY.
005080     ADD SN-OPEN-COUNT
005090         TO CAT-OPEN-COUNT (TD-CAT-IDX TD-WEEK-IDX).
005100     ADD SN-OVERDUE-COUNT
005110         TO CAT-OVERDUE-COUNT (TD-CAT-IDX TD-WEEK-IDX).
005120     ADD SN-BLOCKED-COUNT
005130         TO CAT-BLOCKED-COUNT (TD-CAT-IDX TD-WEEK-IDX).
005140     ADD SN-AGE-OVER-90-COUNT
005150         TO CAT-OLD-COUNT (TD-CAT-IDX TD-WEEK-IDX).
005160 3230-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 4000-PRINT-REPORT - the section totals first, then each
005210*                     category in name order
005220******************************************************************
005230 4000-PRINT-REPORT.
005240     MOVE "ALL CATEGORIES" TO TD-BLOCK-TITLE.
005250     MOVE TOTAL-TABLE TO BLOCK-TABLE.
005260     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
005270     PERFORM 4100-SORT-CAT-TABLE THRU 4100-EXIT.
005280     PERFORM 4200-PRINT-ONE-CATEGORY THRU 4200-EXIT
005290         VARYING TD-CAT-IDX FROM 1 BY 1
005300         UNTIL TD-CAT-IDX > TD-CAT-COUNT.
005310     MOVE SPACES TO TREND-RPT-LINE.
005320     WRITE TREND-RPT-LINE.
005330     MOVE TD-FLAGGED-COUNT TO RT-FLAGGED-COUNT.
005340     MOVE RPT-FINAL-TRAILER TO TREND-RPT-LINE.
005350     WRITE TREND-RPT-LINE.
005360 4000-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 4100-SORT-CAT-TABLE - straight selection sort on the category
005410*                       name, as THRURPT sorts its week table
005420******************************************************************
005430 4100-SORT-CAT-TABLE.
005440     PERFORM 4110-SORT-OUTER THRU 4110-EXIT
005450         VARYING TD-SORT-I FROM 1 BY 1
005460         UNTIL TD-SORT-I >= TD-CAT-COUNT.
005470 4100-EXIT.
005480     EXIT.
005490
005500 4110-SORT-OUTER.
005510     COMPUTE TD-SORT-J-START = TD-SORT-I + 1.
005520     PERFORM 4120-SORT-INNER THRU 4120-EXIT
005530         VARYING TD-SORT-J FROM TD-SORT-J-START BY 1
005540         UNTIL TD-SORT-J > TD-CAT-COUNT.
005550 4110-EXIT.
005560     EXIT.
005570
005580 4120-SORT-INNER.
005590     IF CAT-NAME (TD-SORT-J) < CAT-NAME (TD-SORT-I)
005600         MOVE CAT-ENTRY (TD-SORT-I) TO SWAP-CAT-ENTRY
005610         MOVE CAT-ENTRY (TD-SORT-J) TO CAT-ENTRY (TD-SORT-I)
005620         MOVE SWAP-CAT-ENTRY TO CAT-ENTRY (TD-SORT-J)
005630     END-IF.
005640 4120-EXIT.
005650     EXIT.
005660
005670 4200-PRINT-ONE-CATEGORY.
005680     IF CAT-NAME (TD-CAT-IDX) = SPACES
005690         MOVE "(NONE)" TO TD-BLOCK-TITLE
005700     ELSE
005710         MOVE CAT-NAME (TD-CAT-IDX) TO TD-BLOCK-TITLE
005720     END-IF.
005730     PERFORM 4210-COPY-CAT-WEEK THRU 4210-EXIT
005740         VARYING TD-WEEK-IDX FROM 1 BY 1
005750         UNTIL TD-WEEK-IDX > TD-WEEKS-BACK.
005760     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
005770     IF TD-BLOCK-FLAGGED
005780         ADD 1 TO TD-FLAGGED-COUNT
005790     END-IF.
005800 4200-EXIT.
005810     EXIT.
005820
005830 4210-COPY-CAT-WEEK.
005840     MOVE CAT-OPEN-COUNT (TD-CAT-IDX TD-WEEK-IDX)
005850         TO BLK-OPEN-COUNT (TD-WEEK-IDX).
005860     MOVE CAT-OVERDUE-COUNT (TD-CAT-IDX TD-WEEK-IDX)
005870         TO BLK-OVERDUE-COUNT (TD-WEEK-IDX).
005880     MOVE CAT-BLOCKED-COUNT (TD-CAT-IDX TD-WEEK-IDX)
005890         TO BLK-BLOCKED-COUNT (TD-WEEK-IDX).
005900     MOVE CAT-OLD-COUNT (TD-CAT-IDX TD-WEEK-IDX)
005910         TO BLK-OLD-COUNT (TD-WEEK-IDX).
005920 4210-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 5000-PRINT-BLOCK - one line per week of the window with the
005970*                    change from the week before, tracking the
005980*                    longest run of week-on-week growth in the
005990*                    open and overdue counts; a run as long as the
006000*                    growth card flags the block
006010******************************************************************
006020 5000-PRINT-BLOCK.
006030     MOVE "N" TO TD-BLOCK-FLAG-SWITCH.
006040     MOVE ZERO TO TD-OPEN-RUN TD-OPEN-LONGEST
006050                  TD-OVERDUE-RUN TD-OVERDUE-LONGEST.
006060     MOVE SPACES TO TREND-RPT-LINE.
006070     WRITE TREND-RPT-LINE.
006080     MOVE TD-BLOCK-TITLE TO RB-BLOCK-TITLE.
006090     MOVE RPT-BLOCK-HEADING TO TREND-RPT-LINE.
006100     WRITE TREND-RPT-LINE.
006110     MOVE RPT-COLUMN-HEADING TO TREND-RPT-LINE.
006120     WRITE TREND-RPT-LINE.
006130     PERFORM 5100-PRINT-ONE-WEEK THRU 5100-EXIT
006140         VARYING TD-WEEK-IDX FROM 1 BY 1
006150         UNTIL TD-WEEK-IDX > TD-WEEKS-BACK.
006160     IF TD-OPEN-LONGEST NOT < TD-GROWTH-WEEKS
006170         MOVE "OPEN" TO RF-COUNT-NAME
006180         MOVE TD-OPEN-LONGEST TO RF-WEEKS
006190         MOVE RPT-FLAG-LINE TO TREND-RPT-LINE
006200         WRITE TREND-RPT-LINE
006210         MOVE "Y" TO TD-BLOCK-FLAG-SWITCH
006220     END-IF.
006230     IF TD-OVERDUE-LONGEST NOT < TD-GROWTH-WEEKS
006240         MOVE "OVERDUE" TO RF-COUNT-NAME
006250         MOVE TD-OVERDUE-LONGEST TO RF-WEEKS
006260         MOVE RPT-FLAG-LINE TO TREND-RPT-LINE
006270         WRITE TREND-RPT-LINE
006280         MOVE "Y" TO TD-BLOCK-FLAG-SWITCH
006290     END-IF.
006300 5000-EXIT.
006310     EXIT.
006320
006330 5100-PRINT-ONE-WEEK.
006340     IF NOT WK-HAS-SNAPSHOT (TD-WEEK-IDX)
006350         MOVE ZERO TO TD-OPEN-RUN TD-OVERDUE-RUN
006360         MOVE RPT-NO-SNAPSHOT-LINE TO TREND-RPT-LINE
006370         WRITE TREND-RPT-LINE
006380         GO TO 5100-EXIT
006390     END-IF.
006400     MOVE WK-SNAP-DATE (TD-WEEK-IDX)      TO RW-SNAP-DATE.
006410     MOVE BLK-OPEN-COUNT (TD-WEEK-IDX)    TO RW-OPEN-COUNT.
006420     MOVE BLK-OVERDUE-COUNT (TD-WEEK-IDX) TO RW-OVERDUE-COUNT.
006430     MOVE BLK-BLOCKED-COUNT (TD-WEEK-IDX) TO RW-BLOCKED-COUNT.
006440     MOVE BLK-OLD-COUNT (TD-WEEK-IDX)     TO RW-OLD-COUNT.
006450     MOVE ZERO TO RW-OPEN-CHANGE RW-OVERDUE-CHANGE.
006460     IF TD-WEEK-IDX > 1
006470         COMPUTE TD-PREV-WEEK-IDX = TD-WEEK-IDX - 1
006480         IF WK-HAS-SNAPSHOT (TD-PREV-WEEK-IDX)
006490             PERFORM 5200-COMPARE-WEEKS THRU 5200-EXIT
006500         END-IF
006510     END-IF.
006520     MOVE RPT-WEEK-LINE TO TREND-RPT-LINE.
006530     WRITE TREND-RPT-LINE.
006540 5100-EXIT.
006550     EXIT.
006560
006570 5200-COMPARE-WEEKS.
006580     COMPUTE TD-CHANGE = BLK-OPEN-COUNT (TD-WEEK-IDX)
006590         - BLK-OPEN-COUNT (TD-PREV-WEEK-IDX).
006600     MOVE TD-CHANGE TO RW-OPEN-CHANGE.
006610     IF TD-CHANGE > ZERO
006620         ADD 1 TO TD-OPEN-RUN
006630         IF TD-OPEN-RUN > TD-OPEN-LONGEST
006640             MOVE TD-OPEN-RUN TO TD-OPEN-LONGEST
006650         END-IF
006660     ELSE
006670         MOVE ZERO TO TD-OPEN-RUN
006680     END-IF.
006690     COMPUTE TD-CHANGE = BLK-OVERDUE-COUNT (TD-WEEK-IDX)
006700         - BLK-OVERDUE-COUNT (TD-PREV-WEEK-IDX).
006710     MOVE TD-CHANGE TO RW-OVERDUE-CHANGE.
006720     IF TD-CHANGE > ZERO
006730         ADD 1 TO TD-OVERDUE-RUN
006740         IF TD-OVERDUE-RUN > TD-OVERDUE-LONGEST
006750             MOVE TD-OVERDUE-RUN TO TD-OVERDUE-LONGEST
006760         END-IF
006770     ELSE
006780         MOVE ZERO TO TD-OVERDUE-RUN
006790     END-IF.
006800 5200-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 7100-DATE-TO-SERIAL - days since the proleptic gregorian epoch
006850*                       for the CCYYMMDD date in TD-SER-DATE:
006860*                       365 per elapsed year, plus one per
006870*                       elapsed leap year, plus the days of the
006880*                       elapsed months of the current year (with
006890*                       february's leap day), plus the day
006900******************************************************************
006910 7100-DATE-TO-SERIAL.
006920     MOVE TD-SER-DATE (1:4) TO TD-SER-YEAR.
006930     MOVE TD-SER-DATE (5:2) TO TD-SER-MONTH.
006940     MOVE TD-SER-DATE (7:2) TO TD-SER-DAY.
006950     COMPUTE TD-SER-PRIOR-YEAR = TD-SER-YEAR - 1.
006960*    The leap-day counts must each be floored BEFORE they are
006970*    summed - a single COMPUTE carries the fractions through
006980*    and can land the serial one day short
006990     DIVIDE TD-SER-PRIOR-YEAR BY 4
007000         GIVING TD-SER-LEAPS-4.
007010     DIVIDE TD-SER-PRIOR-YEAR BY 100
007020         GIVING TD-SER-LEAPS-100.
007030     DIVIDE TD-SER-PRIOR-YEAR BY 400
007040         GIVING TD-SER-LEAPS-400.
007050     COMPUTE TD-DAY-SERIAL =
007060         (365 * TD-SER-PRIOR-YEAR)
007070         + TD-SER-LEAPS-4
007080         - TD-SER-LEAPS-100
007090         + TD-SER-LEAPS-400
007100         + TD-SER-DAY.
007110     IF TD-SER-MONTH > 1
007120         PERFORM 7110-ADD-MONTH-DAYS THRU 7110-EXIT
007130             VARYING TD-SER-MONTH-IDX FROM 1 BY 1
007140             UNTIL TD-SER-MONTH-IDX >= TD-SER-MONTH
007150     END-IF.
007160     IF TD-SER-MONTH > 2
007170         DIVIDE TD-SER-YEAR BY 4
007180             GIVING TD-DIVIDE-QUOTIENT
007190             REMAINDER TD-YEAR-REMAINDER-4
007200         DIVIDE TD-SER-YEAR BY 100
007210             GIVING TD-DIVIDE-QUOTIENT
007220             REMAINDER TD-YEAR-REMAINDER-100
007230         DIVIDE TD-SER-YEAR BY 400
007240             GIVING TD-DIVIDE-QUOTIENT
007250             REMAINDER TD-YEAR-REMAINDER-400
007260         MOVE "N" TO TD-LEAP-YEAR-SWITCH
007270         IF TD-YEAR-REMAINDER-4 = 0
007280                 AND (TD-YEAR-REMAINDER-100 NOT = 0
007290                 OR TD-YEAR-REMAINDER-400 = 0)
007300             MOVE "Y" TO TD-LEAP-YEAR-SWITCH
007310         END-IF
007320         IF TD-IS-LEAP-YEAR
007330             ADD 1 TO TD-DAY-SERIAL
007340         END-IF
007350     END-IF.
007360 7100-EXIT.
007370     EXIT.
007380
007390 7110-ADD-MONTH-DAYS.
007400     ADD MAX-DAYS-ENTRY (TD-SER-MONTH-IDX) TO TD-DAY-SERIAL.
007410 7110-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 8000-TERMINATE
007460******************************************************************
007470 8000-TERMINATE.
007480     CLOSE TREND-RPT.
007490     DISPLAY "BKLGTRND COMPLETE - " TD-USED-COUNT
007500         " SNAPSHOT RECORDS USED, " TD-FLAGGED-COUNT
007510         " CATEGORIES FLAGGED".
007520 8000-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 8900-POST-RUN-LOG - append this run's completion record (job
007570*                     name, date/time, records processed,
007580*                     exceptions, return code) to RUNLOG so
007590*                     RUNSUM can show the whole night on one
007600*                     page. A log that will not open is
007610*                     reported, never fatal
007620******************************************************************
007630 8900-POST-RUN-LOG.
007640     OPEN EXTEND RUN-LOG.
007650     IF NOT TD-RUN-LOG-OK
007660         OPEN OUTPUT RUN-LOG
007670         CLOSE RUN-LOG
007680         OPEN EXTEND RUN-LOG
007690     END-IF
007700     IF NOT TD-RUN-LOG-OK
007710         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
007720             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
007730         GO TO 8900-EXIT
007740     END-IF.
007750     MOVE "BKLGTRND" TO RL-JOB-NAME.
007760     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
007770     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
007780     ACCEPT TD-TIME-OF-DAY FROM TIME.
007790     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
007800     MOVE TD-READ-COUNT TO RL-RECORDS-PROCESSED.
007810     MOVE TD-FLAGGED-COUNT TO RL-EXCEPTION-COUNT.
007820     MOVE RETURN-CODE TO RL-RETURN-CODE.
007830     WRITE RL-RUN-RECORD.
007840     CLOSE RUN-LOG.
007850 8900-EXIT.
007860     EXIT.
007870
007880 END PROGRAM BKLGTRND.
