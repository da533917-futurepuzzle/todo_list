000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: weekly forward capacity forecast. For each active
000050*          operator on OPERFILE and each of the next N weeks
000060*          (SYSIN card 1, two digits, default 4, at most 13 -
000070*          week 1 is the current monday to sunday week) it totals
000080*          the estimated hours still outstanding on the operator's
000090*          open tasks due that week - the estimate less the
000100*          WORKFILE hours already booked against the task - and
000110*          sets it against the hours the operator has that week:
000120*          the standard weekly hours on the operator record (the
000130*          shop standard, SYSIN card 2, three digits with the
000140*          tenths implied, default 400 = 40.0, where the record
000150*          carries none) less a fifth for each weekday HOLFILE
000160*          has the shop closed. A week with more outstanding than
000170*          available is flagged OVER-BOOKED. Overdue work counts
000180*          against week 1; work due after the last week shown is
000190*          left out and counted. Open tasks with no estimate, and
000200*          those with no due date, are counted per operator
000210*          rather than spread over the weeks. The unassigned pile
000220*          is shown as its own block, and so is work still owned
000230*          by an operator who is inactive or not on file (for
000240*          OPERREAS to move on).
000250* Tectonics: cobc
000260******************************************************************
000270* Modification History
000280*   oct.15, 2026  spk  original program
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CAPFCST.
000320 AUTHOR. SPEAKER.
000330 INSTALLATION. DATA PROCESSING.
000340 DATE-WRITTEN. OCT 15 2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT TASK-FILE ASSIGN TO "TASKFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TR-TASK-ID
000440         FILE STATUS IS TD-TASK-FILE-STATUS.
000450
000460     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OP-OPERATOR-ID
000500         FILE STATUS IS TD-OPER-FILE-STATUS.
000510
000520     SELECT WORK-FILE ASSIGN TO "WORKFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS WK-WORK-KEY
000560         FILE STATUS IS TD-WORK-FILE-STATUS.
000570
000580     SELECT HOL-FILE ASSIGN TO "HOLFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS HO-HOLIDAY-DATE
000620         FILE STATUS IS TD-HOL-FILE-STATUS.
000630
000640     SELECT CAP-RPT ASSIGN TO "CAPRPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS TD-CAP-RPT-STATUS.
000670
000680     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS TD-RUN-LOG-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TASK-FILE.
000750     COPY TASKREC.
000760
000770 FD  OPER-FILE.
000780     COPY OPERREC.
000790
000800 FD  WORK-FILE.
000810     COPY WORKREC.
000820
000830 FD  HOL-FILE.
000840     COPY HOLREC.
000850
000860 FD  CAP-RPT.
000870 01  CAP-RPT-LINE                PIC X(80).
000880
000890 FD  RUN-LOG.
000900     COPY RUNREC.
000910
000920 WORKING-STORAGE SECTION.
000930 77  TD-TASK-FILE-STATUS          PIC X(02)      VALUE "00".
000940     88  TD-TASK-FILE-OK              VALUE "00".
000950 77  TD-OPER-FILE-STATUS          PIC X(02)      VALUE "00".
000960     88  TD-OPER-FILE-OK              VALUE "00".
000970 77  TD-WORK-FILE-STATUS          PIC X(02)      VALUE "00".
000980     88  TD-WORK-FILE-OK              VALUE "00".
000990 77  TD-HOL-FILE-STATUS           PIC X(02)      VALUE "00".
001000     88  TD-HOL-FILE-OK               VALUE "00".
001010 77  TD-CAP-RPT-STATUS            PIC X(02)      VALUE "00".
001020 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
001030     88  TD-END-OF-FILE               VALUE "Y".
001040 77  TD-OPER-EOF-SWITCH           PIC X(01)      VALUE "N".
001050     88  TD-OPER-END-OF-FILE          VALUE "Y".
001060 77  TD-WORK-EOF-SWITCH           PIC X(01)      VALUE "N".
001070     88  TD-WORK-END-OF-FILE          VALUE "Y".
001080 77  TD-HOL-EOF-SWITCH            PIC X(01)      VALUE "N".
001090     88  TD-HOL-END-OF-FILE           VALUE "Y".
001100 77  TD-FILES-SWITCH              PIC X(01)      VALUE "N".
001110     88  TD-FILES-AVAILABLE           VALUE "Y".
001120 77  TD-WORK-AVAIL-SWITCH         PIC X(01)      VALUE "N".
001130     88  TD-WORK-AVAILABLE            VALUE "Y".
001140 77  TD-FOUND-SWITCH              PIC X(01)      VALUE "N".
001150     88  TD-ENTRY-FOUND               VALUE "Y".
001160 77  TD-OPER-FULL-SWITCH          PIC X(01)      VALUE "N".
001170     88  TD-OPER-TABLE-FULL           VALUE "Y".
001180 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
001190
001200*----------------------------------------------------------------
001210* The SYSIN cards are accepted as characters so blank or garbled
001220* cards can be caught and defaulted
001230*----------------------------------------------------------------
001240 01  WEEKS-ENTRY.
001250     05  WEEKS-X                 PIC X(02).
001260 01  WEEKS-N REDEFINES WEEKS-ENTRY
001270                                 PIC 9(02).
001280 01  STANDARD-ENTRY.
001290     05  STANDARD-X              PIC X(03).
001300 01  STANDARD-N REDEFINES STANDARD-ENTRY
001310                                 PIC 9(02)V9(01).
001320
001330 77  TD-WEEKS-AHEAD               PIC 9(02)      COMP VALUE 4.
001340 77  TD-MAX-WEEKS                 PIC 9(02)      COMP VALUE 13.
001350 77  TD-STANDARD-HOURS            PIC 9(02)V9(01) VALUE 40.0.
001360
001370*----------------------------------------------------------------
001380* Week window - a week serial is the number of whole weeks since
001390* the day-serial epoch (weeks run monday to sunday). Week index 1
001400* is the current week; each week carries its sunday date and the
001410* weekdays HOLFILE has the shop closed
001420*----------------------------------------------------------------
001430 77  TD-CURRENT-WEEK              PIC 9(07)      COMP VALUE ZERO.
001440 77  TD-SERIAL-OFFSET             PIC 9(09)      COMP VALUE ZERO.
001450 77  TD-WORK-WEEK-SERIAL          PIC 9(07)      COMP VALUE ZERO.
001460 77  TD-WEEKDAY                   PIC 9(01)      COMP VALUE ZERO.
001470 77  TD-DAYS-TO-SUNDAY            PIC 9(01)      COMP VALUE ZERO.
001480 77  TD-WEEK-IDX                  PIC 9(02)      COMP VALUE ZERO.
001490 77  TD-DAY-IDX                   PIC 9(02)      COMP VALUE ZERO.
001500
001510 01  FORECAST-WEEK-TABLE.
001520     05  FORECAST-WEEK OCCURS 13 TIMES.
001530         10  FW-WEEK-END-DATE    PIC 9(08).
001540         10  FW-CLOSED-DAYS      PIC 9(01)      COMP.
001550
001560*----------------------------------------------------------------
001570* Operator table - the active operators in OPERFILE key order,
001580* then one slot for the unassigned pile and one for work owned by
001590* anyone else (inactive, or not on file)
001600*----------------------------------------------------------------
001610 77  TD-OPER-COUNT                PIC 9(04)      COMP VALUE ZERO.
001620 77  TD-OPER-IDX                  PIC 9(04)      COMP VALUE ZERO.
001630 77  TD-SLOT-IDX                  PIC 9(04)      COMP VALUE ZERO.
001640 77  TD-MAX-OPERATORS             PIC 9(04)      COMP VALUE 200.
001650 77  TD-UNASSIGNED-SLOT           PIC 9(04)      COMP VALUE 201.
001660 77  TD-OTHER-SLOT                PIC 9(04)      COMP VALUE 202.
001670
001680 01  OPER-TABLE.
001690     05  OPER-ENTRY OCCURS 202 TIMES.
001700         10  OT-OPERATOR-ID      PIC X(08).
001710         10  OT-OPERATOR-NAME    PIC X(30).
001720         10  OT-WEEKLY-HOURS     PIC 9(02)V9(01).
001730         10  OT-ASSUMED-SWITCH   PIC X(01).
001740             88  OT-HOURS-ASSUMED    VALUE "Y".
001750         10  OT-NO-EST-COUNT     PIC 9(05)      COMP.
001760         10  OT-NO-DUE-COUNT     PIC 9(05)      COMP.
001770         10  OT-NO-DUE-HOURS     PIC 9(05)V9(01) COMP.
001780         10  OT-WEEK OCCURS 13 TIMES.
001790             15  OT-DUE-HOURS    PIC 9(05)V9(01) COMP.
001800             15  OT-TASK-COUNT   PIC 9(05)      COMP.
001810
001820*----------------------------------------------------------------
001830* Per-task and per-week work fields
001840*----------------------------------------------------------------
001850 77  TD-BOOKED-HOURS              PIC 9(05)V9(01)
001860                                                 COMP VALUE ZERO.
001870 77  TD-OUTSTANDING-HOURS         PIC S9(05)V9(01)
001880                                                 COMP VALUE ZERO.
001890 77  TD-AVAILABLE-HOURS           PIC 9(03)V9(01)
001900                                                 COMP VALUE ZERO.
001910 77  TD-BALANCE-HOURS             PIC S9(05)V9(01)
001920                                                 COMP VALUE ZERO.
001930 77  TD-BLOCK-TITLE               PIC X(44)      VALUE SPACES.
001940 77  TD-CAPACITY-SWITCH           PIC X(01)      VALUE "N".
001950     88  TD-BLOCK-HAS-CAPACITY        VALUE "Y".
001960
001970*----------------------------------------------------------------
001980* Counts
001990*----------------------------------------------------------------
002000 77  TD-READ-COUNT                PIC 9(08)      COMP VALUE ZERO.
002010 77  TD-OPEN-COUNT                PIC 9(08)      COMP VALUE ZERO.
002020 77  TD-NO-EST-TOTAL              PIC 9(06)      COMP VALUE ZERO.
002030 77  TD-NO-DUE-TOTAL              PIC 9(06)      COMP VALUE ZERO.
002040 77  TD-BEYOND-COUNT              PIC 9(06)      COMP VALUE ZERO.
002050 77  TD-SPENT-COUNT               PIC 9(06)      COMP VALUE ZERO.
002060 77  TD-OVERBOOKED-COUNT          PIC 9(04)      COMP VALUE ZERO.
002070 77  TD-OTHER-TASK-COUNT          PIC 9(06)      COMP VALUE ZERO.
002080
002090*----------------------------------------------------------------
002100* Day-serial work fields - days since the proleptic gregorian
002110* epoch, the same days-per-month table the entry validation
002120* programs keep. Serial 1 is a monday
002130*----------------------------------------------------------------
002140 01  MAX-DAYS-LITERALS.
002150     05  FILLER                  PIC X(24) VALUE
002160         "312831303130313130313031".
002170 01  MAX-DAYS-TABLE REDEFINES MAX-DAYS-LITERALS.
002180     05  MAX-DAYS-ENTRY OCCURS 12 TIMES PIC 9(02).
002190
002200 77  TD-SER-DATE                  PIC 9(08)      VALUE ZERO.
002210 77  TD-SER-YEAR                  PIC 9(04)      COMP VALUE ZERO.
002220 77  TD-SER-MONTH                 PIC 9(02)      COMP VALUE ZERO.
002230 77  TD-SER-DAY                   PIC 9(02)      COMP VALUE ZERO.
002240 77  TD-SER-PRIOR-YEAR            PIC 9(04)      COMP VALUE ZERO.
002250 77  TD-SER-LEAPS-4               PIC 9(09)      COMP VALUE ZERO.
002260 77  TD-SER-LEAPS-100             PIC 9(09)      COMP VALUE ZERO.
002270 77  TD-SER-LEAPS-400             PIC 9(09)      COMP VALUE ZERO.
002280 77  TD-SER-MONTH-IDX             PIC 9(02)      COMP VALUE ZERO.
002290 77  TD-DAY-SERIAL                PIC 9(09)      COMP VALUE ZERO.
002300 77  TD-DIVIDE-QUOTIENT           PIC 9(09)      COMP VALUE ZERO.
002310 77  TD-YEAR-REMAINDER-4          PIC 9(04)      COMP VALUE ZERO.
002320 77  TD-YEAR-REMAINDER-100        PIC 9(04)      COMP VALUE ZERO.
002330 77  TD-YEAR-REMAINDER-400        PIC 9(04)      COMP VALUE ZERO.
002340 77  TD-LEAP-YEAR-SWITCH          PIC X(01)      VALUE "N".
002350     88  TD-IS-LEAP-YEAR              VALUE "Y".
002360
002370*----------------------------------------------------------------
002380* Date-stepping fields - the sunday closing each week is found by
002390* walking forward a day at a time from the run date
002400*----------------------------------------------------------------
002410 77  TD-STEP-YEAR                 PIC 9(04)      COMP VALUE ZERO.
002420 77  TD-STEP-MONTH                PIC 9(02)      COMP VALUE ZERO.
002430 77  TD-STEP-DAY                  PIC 9(02)      COMP VALUE ZERO.
002440 77  TD-MAX-DAY-FOR-MONTH         PIC 9(02)      COMP VALUE ZERO.
002450 01  STEP-DATE.
002460     05  STEP-DATE-YEAR          PIC 9(04).
002470     05  STEP-DATE-MONTH         PIC 9(02).
002480     05  STEP-DATE-DAY           PIC 9(02).
002490 01  STEP-DATE-N REDEFINES STEP-DATE
002500                                 PIC 9(08).
002510
002520 01  RPT-HEADING-1.
002530     05  FILLER                  PIC X(28) VALUE
002540         "CAPACITY FORECAST".
002550     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002560     05  RH1-RUN-DATE            PIC 9(08).
002570
002580 01  RPT-HEADING-2.
002590     05  FILLER                  PIC X(13) VALUE "WEEKS SHOWN: ".
002600     05  RH2-WEEKS-AHEAD         PIC Z9.
002610     05  FILLER                  PIC X(25) VALUE
002620         "   SHOP STANDARD WEEK:  ".
002630     05  RH2-STANDARD-HOURS      PIC Z9.9.
002640     05  FILLER                  PIC X(06) VALUE " HOURS".
002650
002660 01  RPT-HEADING-3.
002670     05  FILLER                  PIC X(48) VALUE
002680         "WEEK 1 IS THE CURRENT WEEK AND CARRIES ALL WORK ".
002690     05  FILLER                  PIC X(15) VALUE
002700         "ALREADY OVERDUE".
002710
002720 01  RPT-BLOCK-HEADING.
002730     05  RB-BLOCK-TITLE          PIC X(44).
002740     05  RB-HOURS-LABEL          PIC X(14).
002750     05  RB-WEEKLY-HOURS         PIC Z9.9.
002760     05  RB-WEEKLY-HOURS-X REDEFINES RB-WEEKLY-HOURS
002770                                 PIC X(04).
002780     05  RB-ASSUMED-NOTE         PIC X(10).
002790
002800 01  RPT-COLUMN-HEADING.
002810     05  FILLER                  PIC X(11) VALUE "WEEK ENDING".
002820     05  FILLER                  PIC X(08) VALUE "  CLOSED".
002830     05  FILLER                  PIC X(11) VALUE "  AVAILABLE".
002840     05  FILLER                  PIC X(13) VALUE "  OUTSTANDING".
002850     05  FILLER                  PIC X(11) VALUE "    BALANCE".
002860     05  FILLER                  PIC X(07) VALUE "  TASKS".
002870
002880 01  RPT-WEEK-LINE.
002890     05  RW-WEEK-END-DATE        PIC 9(08).
002900     05  FILLER                  PIC X(09) VALUE SPACE.
002910     05  RW-CLOSED-DAYS          PIC 9(01).
002920     05  FILLER                  PIC X(06) VALUE SPACE.
002930     05  RW-AVAILABLE-HOURS      PIC ZZ9.9.
002940     05  RW-AVAILABLE-HOURS-X REDEFINES RW-AVAILABLE-HOURS
002950                                 PIC X(05).
002960     05  FILLER                  PIC X(05) VALUE SPACE.
002970     05  RW-OUTSTANDING-HOURS    PIC ZZ,ZZ9.9.
002980     05  FILLER                  PIC X(02) VALUE SPACE.
002990     05  RW-BALANCE-HOURS        PIC -ZZ,ZZ9.9.
003000     05  RW-BALANCE-HOURS-X REDEFINES RW-BALANCE-HOURS
003010                                 PIC X(09).
003020     05  FILLER                  PIC X(02) VALUE SPACE.
003030     05  RW-TASK-COUNT           PIC ZZZZ9.
003040     05  FILLER                  PIC X(02) VALUE SPACE.
003050     05  RW-FLAG                 PIC X(11).
003060
003070 01  RPT-BLOCK-TRAILER.
003080     05  FILLER                  PIC X(22) VALUE
003090         "  NO ESTIMATE (TASKS):".
003100     05  RBT-NO-EST-COUNT        PIC ZZZZ9.
003110     05  FILLER                  PIC X(25) VALUE
003120         "   NO DUE DATE (TASKS):".
003130     05  RBT-NO-DUE-COUNT        PIC ZZZZ9.
003140     05  FILLER                  PIC X(08) VALUE "  HOURS:".
003150     05  RBT-NO-DUE-HOURS        PIC ZZ,ZZ9.9.
003160
003170 01  RPT-FINAL-TRAILER.
003180     05  RT-LABEL                PIC X(44).
003190     05  RT-COUNT                PIC ZZZ,ZZ9.
003200
003210*----------------------------------------------------------------
003220* Run-log posting fields - every batch job appends one
003230* completion record to RUNLOG at termination, the page RUNSUM
003240* reads at the end of the nightly stream
003250*----------------------------------------------------------------
003260 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
003270     88  TD-RUN-LOG-OK                VALUE "00".
003280 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
003290
003300 PROCEDURE DIVISION.
003310******************************************************************
003320* 0000-MAINLINE
003330******************************************************************
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     IF TD-FILES-AVAILABLE
003370         PERFORM 2000-TALLY-TASKS THRU 2000-EXIT
003380         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
003390     END-IF.
003400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003410     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
003420     STOP RUN.
003430
003440******************************************************************
003450* 1000-INITIALIZE - settle the window and the shop standard from
003460*                   SYSIN, date the weeks, and load the operators
003470*                   and the closures. TASKFILE and OPERFILE must
003480*                   both open; WORKFILE and HOLFILE are reported
003490*                   and read as empty when they will not
003500******************************************************************
003510 1000-INITIALIZE.
003520     OPEN OUTPUT CAP-RPT.
003530     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
003540     MOVE SPACES TO WEEKS-X.
003550     ACCEPT WEEKS-X.
003560     IF WEEKS-X NOT NUMERIC
003570         DISPLAY "NO WEEKS CARD SUPPLIED - SHOWING 4 WEEKS"
003580     ELSE
003590         IF WEEKS-N < 1 OR WEEKS-N > TD-MAX-WEEKS
003600             DISPLAY "WEEKS CARD MUST BE 01 TO 13 - SHOWING "
003610                 "4 WEEKS"
003620         ELSE
003630             MOVE WEEKS-N TO TD-WEEKS-AHEAD
003640         END-IF
003650     END-IF.
003660     MOVE SPACES TO STANDARD-X.
003670     ACCEPT STANDARD-X.
003680     IF STANDARD-X NOT NUMERIC
003690         DISPLAY "NO STANDARD HOURS CARD SUPPLIED - USING 40.0"
003700     ELSE
003710         IF STANDARD-N = ZERO
003720             DISPLAY "STANDARD HOURS CARD CANNOT BE ZERO - USING "
003730                 "40.0"
003740         ELSE
003750             MOVE STANDARD-N TO TD-STANDARD-HOURS
003760         END-IF
003770     END-IF.
003780     MOVE TD-CURRENT-DATE TO TD-SER-DATE.
003790     PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
003800     COMPUTE TD-CURRENT-WEEK = (TD-DAY-SERIAL - 1) / 7.
003810     COMPUTE TD-SERIAL-OFFSET = TD-DAY-SERIAL - 1.
003820     DIVIDE TD-SERIAL-OFFSET BY 7
003830         GIVING TD-DIVIDE-QUOTIENT
003840         REMAINDER TD-WEEKDAY.
003850     COMPUTE TD-DAYS-TO-SUNDAY = 6 - TD-WEEKDAY.
003860     PERFORM 1100-DATE-WEEKS THRU 1100-EXIT.
003870     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
003880     MOVE RPT-HEADING-1 TO CAP-RPT-LINE.
003890     WRITE CAP-RPT-LINE.
003900     MOVE TD-WEEKS-AHEAD TO RH2-WEEKS-AHEAD.
003910     MOVE TD-STANDARD-HOURS TO RH2-STANDARD-HOURS.
003920     MOVE RPT-HEADING-2 TO CAP-RPT-LINE.
003930     WRITE CAP-RPT-LINE.
003940     MOVE RPT-HEADING-3 TO CAP-RPT-LINE.
003950     WRITE CAP-RPT-LINE.
003960     OPEN INPUT TASK-FILE.
003970     IF NOT TD-TASK-FILE-OK
003980         DISPLAY "TASK FILE NOT AVAILABLE, STATUS "
003990             TD-TASK-FILE-STATUS " - NO FORECAST REPORTED"
004000         MOVE 8 TO RETURN-CODE
004010         GO TO 1000-EXIT
004020     END-IF.
004030     OPEN INPUT OPER-FILE.
004040     IF NOT TD-OPER-FILE-OK
004050         DISPLAY "OPERATOR FILE NOT AVAILABLE, STATUS "
004060             TD-OPER-FILE-STATUS " - NO FORECAST REPORTED"
004070         CLOSE TASK-FILE
004080         MOVE 8 TO RETURN-CODE
004090         GO TO 1000-EXIT
004100     END-IF.
004110     MOVE "Y" TO TD-FILES-SWITCH.
004120     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
004130     CLOSE OPER-FILE.
004140     PERFORM 1300-LOAD-CLOSURES THRU 1300-EXIT.
004150     OPEN INPUT WORK-FILE.
004160     IF TD-WORK-FILE-OK
004170         MOVE "Y" TO TD-WORK-AVAIL-SWITCH
004180     ELSE
004190         DISPLAY "WORK FILE NOT AVAILABLE, STATUS "
004200             TD-WORK-FILE-STATUS " - NO BOOKED HOURS TAKEN OFF"
004210     END-IF.
004220 1000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 1100-DATE-WEEKS - each week of the window is labelled with the
004270*                   sunday that closes it: the current week's
004280*                   sunday is TD-DAYS-TO-SUNDAY days on from the
004290*                   run date, each later one seven days on again
004300******************************************************************
004310 1100-DATE-WEEKS.
004320     MOVE TD-SER-YEAR  TO TD-STEP-YEAR.
004330     MOVE TD-SER-MONTH TO TD-STEP-MONTH.
004340     MOVE TD-SER-DAY   TO TD-STEP-DAY.
004350     PERFORM 7200-ADD-ONE-DAY THRU 7200-EXIT
004360         TD-DAYS-TO-SUNDAY TIMES.
004370     PERFORM 1110-DATE-ONE-WEEK THRU 1110-EXIT
004380         VARYING TD-WEEK-IDX FROM 1 BY 1
004390         UNTIL TD-WEEK-IDX > TD-WEEKS-AHEAD.
004400 1100-EXIT.
004410     EXIT.
004420
004430 1110-DATE-ONE-WEEK.
004440     IF TD-WEEK-IDX > 1
004450         PERFORM 7200-ADD-ONE-DAY THRU 7200-EXIT 7 TIMES
004460     END-IF.
004470     MOVE TD-STEP-YEAR  TO STEP-DATE-YEAR.
004480     MOVE TD-STEP-MONTH TO STEP-DATE-MONTH.
004490     MOVE TD-STEP-DAY   TO STEP-DATE-DAY.
004500     MOVE STEP-DATE-N TO FW-WEEK-END-DATE (TD-WEEK-IDX).
004510     MOVE ZERO TO FW-CLOSED-DAYS (TD-WEEK-IDX).
004520 1110-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 1200-LOAD-OPERATORS - the active operators in key order, each
004570*                       with the standard weekly hours off the
004580*                       record or, where it carries none, the shop
004590*                       standard (marked as assumed on the report)
004600******************************************************************
004610 1200-LOAD-OPERATORS.
004620     MOVE "N" TO TD-OPER-EOF-SWITCH.
004630     MOVE LOW-VALUE TO OP-OPERATOR-ID.
004640     START OPER-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
004650         INVALID KEY MOVE "Y" TO TD-OPER-EOF-SWITCH.
004660     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
004670         UNTIL TD-OPER-END-OF-FILE.
004680     MOVE TD-UNASSIGNED-SLOT TO TD-SLOT-IDX.
004690     PERFORM 1220-CLEAR-SLOT THRU 1220-EXIT.
004700     MOVE "UNASSIGNED" TO OT-OPERATOR-NAME (TD-SLOT-IDX).
004710     MOVE TD-OTHER-SLOT TO TD-SLOT-IDX.
004720     PERFORM 1220-CLEAR-SLOT THRU 1220-EXIT.
004730     MOVE "INACTIVE OR NOT ON FILE"
004740         TO OT-OPERATOR-NAME (TD-SLOT-IDX).
004750 1200-EXIT.
004760     EXIT.
004770
004780 1210-LOAD-ONE-OPERATOR.
004790     READ OPER-FILE NEXT RECORD
004800         AT END MOVE "Y" TO TD-OPER-EOF-SWITCH
004810     END-READ.
004820     IF TD-OPER-END-OF-FILE
004830         GO TO 1210-EXIT
004840     END-IF.
004850     IF NOT OP-IS-ACTIVE
004860         GO TO 1210-EXIT
004870     END-IF.
004880     IF TD-OPER-COUNT NOT < TD-MAX-OPERATORS
004890         IF NOT TD-OPER-TABLE-FULL
004900             DISPLAY "TOO MANY OPERATORS, SOME WILL BE REPORTED"
004910                 " AS NOT ON FILE"
004920             MOVE "Y" TO TD-OPER-FULL-SWITCH
004930         END-IF
004940         GO TO 1210-EXIT
004950     END-IF.
004960     ADD 1 TO TD-OPER-COUNT.
004970     MOVE TD-OPER-COUNT TO TD-SLOT-IDX.
004980     PERFORM 1220-CLEAR-SLOT THRU 1220-EXIT.
004990     MOVE OP-OPERATOR-ID   TO OT-OPERATOR-ID (TD-SLOT-IDX).
005000     MOVE OP-OPERATOR-NAME TO OT-OPERATOR-NAME (TD-SLOT-IDX).
005010     IF OP-NO-WEEKLY-HOURS
005020         MOVE ZERO TO OP-WEEKLY-HOURS
005030     END-IF.
005040     IF OP-WEEKLY-HOURS NOT NUMERIC OR OP-WEEKLY-HOURS = ZERO
005050         MOVE TD-STANDARD-HOURS TO OT-WEEKLY-HOURS (TD-SLOT-IDX)
005060         MOVE "Y" TO OT-ASSUMED-SWITCH (TD-SLOT-IDX)
005070     ELSE
005080         MOVE OP-WEEKLY-HOURS TO OT-WEEKLY-HOURS (TD-SLOT-IDX)
005090     END-IF.
005100 1210-EXIT.
005110     EXIT.
005120
005130 1220-CLEAR-SLOT.
005140     MOVE SPACES TO OT-OPERATOR-ID (TD-SLOT-IDX)
005150                    OT-OPERATOR-NAME (TD-SLOT-IDX).
005160     MOVE "N"  TO OT-ASSUMED-SWITCH (TD-SLOT-IDX).
005170     MOVE ZERO TO OT-WEEKLY-HOURS (TD-SLOT-IDX)
005180                  OT-NO-EST-COUNT (TD-SLOT-IDX)
005190                  OT-NO-DUE-COUNT (TD-SLOT-IDX)
005200                  OT-NO-DUE-HOURS (TD-SLOT-IDX).
005210     PERFORM 1230-CLEAR-SLOT-WEEK THRU 1230-EXIT
005220         VARYING TD-WEEK-IDX FROM 1 BY 1
005230         UNTIL TD-WEEK-IDX > TD-MAX-WEEKS.
005240 1220-EXIT.
005250     EXIT.
005260
005270 1230-CLEAR-SLOT-WEEK.
005280     MOVE ZERO TO OT-DUE-HOURS (TD-SLOT-IDX TD-WEEK-IDX)
005290                  OT-TASK-COUNT (TD-SLOT-IDX TD-WEEK-IDX).
005300 1230-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340* 1300-LOAD-CLOSURES - count, per week of the window, the HOLFILE
005350*                      closures that fall on a weekday (a closure
005360*                      on a saturday or sunday costs no hours)
005370******************************************************************
005380 1300-LOAD-CLOSURES.
005390     OPEN INPUT HOL-FILE.
005400     IF NOT TD-HOL-FILE-OK
005410         DISPLAY "HOLIDAY FILE NOT AVAILABLE, STATUS "
005420             TD-HOL-FILE-STATUS " - NO CLOSURES TAKEN OFF"
005430         GO TO 1300-EXIT
005440     END-IF.
005450     MOVE "N" TO TD-HOL-EOF-SWITCH.
005460     MOVE ZERO TO HO-HOLIDAY-DATE.
005470     START HOL-FILE KEY IS NOT LESS THAN HO-HOLIDAY-DATE
005480         INVALID KEY MOVE "Y" TO TD-HOL-EOF-SWITCH.
005490     PERFORM 1310-LOAD-ONE-CLOSURE THRU 1310-EXIT
005500         UNTIL TD-HOL-END-OF-FILE.
005510     CLOSE HOL-FILE.
005520 1300-EXIT.
005530     EXIT.
005540
005550 1310-LOAD-ONE-CLOSURE.
005560     READ HOL-FILE NEXT RECORD
005570         AT END MOVE "Y" TO TD-HOL-EOF-SWITCH
005580     END-READ.
005590     IF TD-HOL-END-OF-FILE
005600         GO TO 1310-EXIT
005610     END-IF.
005620     IF HO-HOLIDAY-DATE NOT NUMERIC OR HO-HOLIDAY-DATE = ZERO
005630         GO TO 1310-EXIT
005640     END-IF.
005650     IF HO-HOLIDAY-DATE > FW-WEEK-END-DATE (TD-WEEKS-AHEAD)
005660         MOVE "Y" TO TD-HOL-EOF-SWITCH
005670         GO TO 1310-EXIT
005680     END-IF.
005690     MOVE HO-HOLIDAY-DATE TO TD-SER-DATE.
005700     PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
005710     COMPUTE TD-WORK-WEEK-SERIAL = (TD-DAY-SERIAL - 1) / 7.
005720     IF TD-WORK-WEEK-SERIAL < TD-CURRENT-WEEK
005730         GO TO 1310-EXIT
005740     END-IF.
005750     COMPUTE TD-SERIAL-OFFSET = TD-DAY-SERIAL - 1.
005760     DIVIDE TD-SERIAL-OFFSET BY 7
005770         GIVING TD-DIVIDE-QUOTIENT
005780         REMAINDER TD-WEEKDAY.
005790     IF TD-WEEKDAY > 4
005800         GO TO 1310-EXIT
005810     END-IF.
005820     COMPUTE TD-WEEK-IDX =
005830         TD-WORK-WEEK-SERIAL - TD-CURRENT-WEEK + 1.
005840     ADD 1 TO FW-CLOSED-DAYS (TD-WEEK-IDX).
005850 1310-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 2000-TALLY-TASKS - one pass of TASKFILE: each open task's
005900*                    outstanding hours go to its owner's slot in
005910*                    the week it falls due
005920******************************************************************
005930 2000-TALLY-TASKS.
005940     MOVE "N" TO TD-EOF-SWITCH.
005950     MOVE ZERO TO TR-TASK-ID.
005960     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
005970         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
005980     PERFORM 2100-TALLY-ONE THRU 2100-EXIT
005990         UNTIL TD-END-OF-FILE.
006000 2000-EXIT.
006010     EXIT.
006020
006030 2100-TALLY-ONE.
006040     READ TASK-FILE NEXT RECORD
006050         AT END MOVE "Y" TO TD-EOF-SWITCH
006060     END-READ.
006070     IF TD-END-OF-FILE
006080         GO TO 2100-EXIT
006090     END-IF.
006100     ADD 1 TO TD-READ-COUNT.
006110     IF NOT TR-STATUS-OPEN
006120         GO TO 2100-EXIT
006130     END-IF.
006140     ADD 1 TO TD-OPEN-COUNT.
006150     PERFORM 2200-FIND-OWNER-SLOT THRU 2200-EXIT.
006160     IF TR-EST-HOURS NOT NUMERIC OR TR-EST-HOURS = ZERO
006170         ADD 1 TO OT-NO-EST-COUNT (TD-SLOT-IDX)
006180         ADD 1 TO TD-NO-EST-TOTAL
006190         GO TO 2100-EXIT
006200     END-IF.
006210     PERFORM 2300-SUM-BOOKED-HOURS THRU 2300-EXIT.
006220     COMPUTE TD-OUTSTANDING-HOURS =
006230         TR-EST-HOURS - TD-BOOKED-HOURS.
006240     IF TD-OUTSTANDING-HOURS NOT > ZERO
006250         ADD 1 TO TD-SPENT-COUNT
006260         GO TO 2100-EXIT
006270     END-IF.
006280     IF TR-DUE-DATE NOT NUMERIC OR TR-DUE-DATE = ZERO
006290         ADD 1 TO OT-NO-DUE-COUNT (TD-SLOT-IDX)
006300         ADD TD-OUTSTANDING-HOURS TO OT-NO-DUE-HOURS (TD-SLOT-IDX)
006310         ADD 1 TO TD-NO-DUE-TOTAL
006320         GO TO 2100-EXIT
006330     END-IF.
006340     IF TR-DUE-DATE > FW-WEEK-END-DATE (TD-WEEKS-AHEAD)
006350         ADD 1 TO TD-BEYOND-COUNT
006360         GO TO 2100-EXIT
006370     END-IF.
006380     MOVE TR-DUE-DATE TO TD-SER-DATE.
006390     PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
006400     COMPUTE TD-WORK-WEEK-SERIAL = (TD-DAY-SERIAL - 1) / 7.
006410     IF TD-WORK-WEEK-SERIAL < TD-CURRENT-WEEK
006420         MOVE 1 TO TD-WEEK-IDX
006430     ELSE
006440         COMPUTE TD-WEEK-IDX =
006450             TD-WORK-WEEK-SERIAL - TD-CURRENT-WEEK + 1
006460     END-IF.
006470     ADD TD-OUTSTANDING-HOURS
006480         TO OT-DUE-HOURS (TD-SLOT-IDX TD-WEEK-IDX).
006490     ADD 1 TO OT-TASK-COUNT (TD-SLOT-IDX TD-WEEK-IDX).
006500 2100-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 2200-FIND-OWNER-SLOT - the owner's row in the operator table;
006550*                        the unassigned pile and owners not loaded
006560*                        as active have slots of their own
006570******************************************************************
006580 2200-FIND-OWNER-SLOT.
006590     IF TR-UNASSIGNED
006600         MOVE TD-UNASSIGNED-SLOT TO TD-SLOT-IDX
006610         GO TO 2200-EXIT
006620     END-IF.
006630     MOVE TD-OTHER-SLOT TO TD-SLOT-IDX.
006640     MOVE "N" TO TD-FOUND-SWITCH.
006650     PERFORM 2210-SCAN-OPER-TABLE THRU 2210-EXIT
006660         VARYING TD-OPER-IDX FROM 1 BY 1
006670         UNTIL TD-OPER-IDX > TD-OPER-COUNT
006680            OR TD-ENTRY-FOUND.
006690 2200-EXIT.
006700     EXIT.
006710
006720 2210-SCAN-OPER-TABLE.
006730     IF OT-OPERATOR-ID (TD-OPER-IDX) = TR-OWNER-ID
006740         MOVE TD-OPER-IDX TO TD-SLOT-IDX
006750         MOVE "Y" TO TD-FOUND-SWITCH
006760     END-IF.
006770 2210-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 2300-SUM-BOOKED-HOURS - total of the WORKFILE lines booked
006820*                         against the task, read by key from the
006830*                         task's first line
006840******************************************************************
006850 2300-SUM-BOOKED-HOURS.
006860     MOVE ZERO TO TD-BOOKED-HOURS.
006870     IF NOT TD-WORK-AVAILABLE
006880         GO TO 2300-EXIT
006890     END-IF.
006900     MOVE "N" TO TD-WORK-EOF-SWITCH.
006910     MOVE TR-TASK-ID TO WK-TASK-ID.
006920     MOVE ZERO TO WK-WORK-SEQ.
006930     START WORK-FILE KEY IS NOT LESS THAN WK-WORK-KEY
006940         INVALID KEY MOVE "Y" TO TD-WORK-EOF-SWITCH.
006950     PERFORM 2310-SUM-ONE-LINE THRU 2310-EXIT
006960         UNTIL TD-WORK-END-OF-FILE.
006970 2300-EXIT.
006980     EXIT.
006990
007000 2310-SUM-ONE-LINE.
007010     READ WORK-FILE NEXT RECORD
007020         AT END MOVE "Y" TO TD-WORK-EOF-SWITCH
007030     END-READ.
007040     IF TD-WORK-END-OF-FILE
007050         GO TO 2310-EXIT
007060     END-IF.
007070     IF WK-TASK-ID NOT = TR-TASK-ID
007080         MOVE "Y" TO TD-WORK-EOF-SWITCH
007090         GO TO 2310-EXIT
007100     END-IF.
007110     IF WK-HOURS NUMERIC
007120         ADD WK-HOURS TO TD-BOOKED-HOURS
007130     END-IF.
007140 2310-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* 4000-PRINT-REPORT - each active operator in id order, then the
007190*                     unassigned pile, then work owned elsewhere
007200*                     (only when there is some), then the totals
007210******************************************************************
007220 4000-PRINT-REPORT.
007230     MOVE "Y" TO TD-CAPACITY-SWITCH.
007240     PERFORM 4100-PRINT-ONE-OPERATOR THRU 4100-EXIT
007250         VARYING TD-SLOT-IDX FROM 1 BY 1
007260         UNTIL TD-SLOT-IDX > TD-OPER-COUNT.
007270     MOVE "N" TO TD-CAPACITY-SWITCH.
007280     MOVE TD-UNASSIGNED-SLOT TO TD-SLOT-IDX.
007290     MOVE "UNASSIGNED" TO TD-BLOCK-TITLE.
007300     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
007310     MOVE TD-OTHER-SLOT TO TD-SLOT-IDX.
007320     MOVE ZERO TO TD-OTHER-TASK-COUNT.
007330     PERFORM 4200-COUNT-OTHER-WEEK THRU 4200-EXIT
007340         VARYING TD-WEEK-IDX FROM 1 BY 1
007350         UNTIL TD-WEEK-IDX > TD-WEEKS-AHEAD.
007360     IF TD-OTHER-TASK-COUNT > ZERO
007370             OR OT-NO-EST-COUNT (TD-SLOT-IDX) > ZERO
007380             OR OT-NO-DUE-COUNT (TD-SLOT-IDX) > ZERO
007390         MOVE "OWNER INACTIVE OR NOT ON FILE" TO TD-BLOCK-TITLE
007400         PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT
007410     END-IF.
007420     PERFORM 4900-PRINT-TOTALS THRU 4900-EXIT.
007430 4000-EXIT.
007440     EXIT.
007450
007460 4100-PRINT-ONE-OPERATOR.
007470     MOVE SPACES TO TD-BLOCK-TITLE.
007480     STRING "OPERATOR: " DELIMITED BY SIZE
007490            OT-OPERATOR-ID (TD-SLOT-IDX) DELIMITED BY SIZE
007500            "  " DELIMITED BY SIZE
007510            OT-OPERATOR-NAME (TD-SLOT-IDX) DELIMITED BY "  "
007520         INTO TD-BLOCK-TITLE.
007530     PERFORM 5000-PRINT-BLOCK THRU 5000-EXIT.
007540 4100-EXIT.
007550     EXIT.
007560
007570 4200-COUNT-OTHER-WEEK.
007580     ADD OT-TASK-COUNT (TD-SLOT-IDX TD-WEEK-IDX)
007590         TO TD-OTHER-TASK-COUNT.
007600 4200-EXIT.
007610     EXIT.
007620
007630 4900-PRINT-TOTALS.
007640     MOVE SPACES TO CAP-RPT-LINE.
007650     WRITE CAP-RPT-LINE.
007660     MOVE "OVER-BOOKED OPERATOR-WEEKS:" TO RT-LABEL.
007670     MOVE TD-OVERBOOKED-COUNT TO RT-COUNT.
007680     MOVE RPT-FINAL-TRAILER TO CAP-RPT-LINE.
007690     WRITE CAP-RPT-LINE.
007700     MOVE "OPEN TASKS READ:" TO RT-LABEL.
007710     MOVE TD-OPEN-COUNT TO RT-COUNT.
007720     MOVE RPT-FINAL-TRAILER TO CAP-RPT-LINE.
007730     WRITE CAP-RPT-LINE.
007740     MOVE "OPEN TASKS WITH NO ESTIMATE:" TO RT-LABEL.
007750     MOVE TD-NO-EST-TOTAL TO RT-COUNT.
007760     MOVE RPT-FINAL-TRAILER TO CAP-RPT-LINE.
007770     WRITE CAP-RPT-LINE.
007780     MOVE "OPEN TASKS WITH NO DUE DATE:" TO RT-LABEL.
007790     MOVE TD-NO-DUE-TOTAL TO RT-COUNT.
007800     MOVE RPT-FINAL-TRAILER TO CAP-RPT-LINE.
007810     WRITE CAP-RPT-LINE.
007820     MOVE "OPEN TASKS WITH THE ESTIMATE ALREADY BOOKED:"
007830         TO RT-LABEL.
007840     MOVE TD-SPENT-COUNT TO RT-COUNT.
007850     MOVE RPT-FINAL-TRAILER TO CAP-RPT-LINE.
007860     WRITE CAP-RPT-LINE.
007870     MOVE "OPEN TASKS DUE AFTER THE LAST WEEK SHOWN:" TO RT-LABEL.
007880     MOVE TD-BEYOND-COUNT TO RT-COUNT.
007890     MOVE RPT-FINAL-TRAILER TO CAP-RPT-LINE.
007900     WRITE CAP-RPT-LINE.
007910 4900-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 5000-PRINT-BLOCK - one line per week for the slot in
007960*                    TD-SLOT-IDX. An operator's lines carry the
007970*                    hours available and the balance, and a week
007980*                    with more outstanding than available is
007990*                    flagged; the unassigned and elsewhere blocks
008000*                    have no hours of their own to set it against
008010******************************************************************
008020 5000-PRINT-BLOCK.
008030     MOVE SPACES TO CAP-RPT-LINE.
008040     WRITE CAP-RPT-LINE.
008050     MOVE TD-BLOCK-TITLE TO RB-BLOCK-TITLE.
008060     IF TD-BLOCK-HAS-CAPACITY
008070         MOVE "WEEKLY HOURS: " TO RB-HOURS-LABEL
008080         MOVE OT-WEEKLY-HOURS (TD-SLOT-IDX) TO RB-WEEKLY-HOURS
008090         IF OT-HOURS-ASSUMED (TD-SLOT-IDX)
008100             MOVE " (SHOP)" TO RB-ASSUMED-NOTE
008110         ELSE
008120             MOVE SPACES TO RB-ASSUMED-NOTE
008130         END-IF
008140     ELSE
008150         MOVE SPACES TO RB-HOURS-LABEL RB-WEEKLY-HOURS-X
008160                        RB-ASSUMED-NOTE
008170     END-IF.
008180     MOVE RPT-BLOCK-HEADING TO CAP-RPT-LINE.
008190     WRITE CAP-RPT-LINE.
008200     MOVE RPT-COLUMN-HEADING TO CAP-RPT-LINE.
008210     WRITE CAP-RPT-LINE.
008220     PERFORM 5100-PRINT-ONE-WEEK THRU 5100-EXIT
008230         VARYING TD-WEEK-IDX FROM 1 BY 1
008240         UNTIL TD-WEEK-IDX > TD-WEEKS-AHEAD.
008250     MOVE OT-NO-EST-COUNT (TD-SLOT-IDX) TO RBT-NO-EST-COUNT.
008260     MOVE OT-NO-DUE-COUNT (TD-SLOT-IDX) TO RBT-NO-DUE-COUNT.
008270     MOVE OT-NO-DUE-HOURS (TD-SLOT-IDX) TO RBT-NO-DUE-HOURS.
008280     MOVE RPT-BLOCK-TRAILER TO CAP-RPT-LINE.
008290     WRITE CAP-RPT-LINE.
008300 5000-EXIT.
008310     EXIT.
008320
008330 5100-PRINT-ONE-WEEK.
008340     MOVE FW-WEEK-END-DATE (TD-WEEK-IDX) TO RW-WEEK-END-DATE.
008350     MOVE FW-CLOSED-DAYS (TD-WEEK-IDX) TO RW-CLOSED-DAYS.
008360     MOVE OT-DUE-HOURS (TD-SLOT-IDX TD-WEEK-IDX)
008370         TO RW-OUTSTANDING-HOURS.
008380     MOVE OT-TASK-COUNT (TD-SLOT-IDX TD-WEEK-IDX)
008390         TO RW-TASK-COUNT.
008400     MOVE SPACES TO RW-FLAG.
008410     IF TD-BLOCK-HAS-CAPACITY
008420         PERFORM 5200-SET-BALANCE THRU 5200-EXIT
008430     ELSE
008440         MOVE SPACES TO RW-AVAILABLE-HOURS-X RW-BALANCE-HOURS-X
008450     END-IF.
008460     MOVE RPT-WEEK-LINE TO CAP-RPT-LINE.
008470     WRITE CAP-RPT-LINE.
008480 5100-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 5200-SET-BALANCE - available is the operator's weekly hours
008530*                    less a fifth for each weekday the shop is
008540*                    closed; a week whose outstanding hours pass
008550*                    it is over-booked
008560******************************************************************
008570 5200-SET-BALANCE.
008580     IF FW-CLOSED-DAYS (TD-WEEK-IDX) NOT < 5
008590         MOVE ZERO TO TD-AVAILABLE-HOURS
008600     ELSE
008610         COMPUTE TD-AVAILABLE-HOURS ROUNDED =
008620             OT-WEEKLY-HOURS (TD-SLOT-IDX)
008630             * (5 - FW-CLOSED-DAYS (TD-WEEK-IDX)) / 5
008640     END-IF.
008650     MOVE TD-AVAILABLE-HOURS TO RW-AVAILABLE-HOURS.
008660     COMPUTE TD-BALANCE-HOURS = TD-AVAILABLE-HOURS
008670         - OT-DUE-HOURS (TD-SLOT-IDX TD-WEEK-IDX).
008680     MOVE TD-BALANCE-HOURS TO RW-BALANCE-HOURS.
008690     IF TD-BALANCE-HOURS < ZERO
008700         MOVE "OVER-BOOKED" TO RW-FLAG
008710         ADD 1 TO TD-OVERBOOKED-COUNT
008720     END-IF.
008730 5200-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770* 7100-DATE-TO-SERIAL - days since the proleptic gregorian epoch
008780*                       for the CCYYMMDD date in TD-SER-DATE:
008790*                       365 per elapsed year, plus one per
008800*                       elapsed leap year, plus the days of the
008810*                       elapsed months of the current year (with
008820*                       february's leap day), plus the day
008830******************************************************************
008840 7100-DATE-TO-SERIAL.
008850     MOVE TD-SER-DATE (1:4) TO TD-SER-YEAR.
008860     MOVE TD-SER-DATE (5:2) TO TD-SER-MONTH.
008870     MOVE TD-SER-DATE (7:2) TO TD-SER-DAY.
008880     COMPUTE TD-SER-PRIOR-YEAR = TD-SER-YEAR - 1.
008890*    The leap-day counts must each be floored BEFORE they are
008900*    summed - a single COMPUTE carries the fractions through
008910*    and can land the serial one day short
008920     DIVIDE TD-SER-PRIOR-YEAR BY 4
008930         GIVING TD-SER-LEAPS-4.
008940     DIVIDE TD-SER-PRIOR-YEAR BY 100
008950         GIVING TD-SER-LEAPS-100.
008960     DIVIDE TD-SER-PRIOR-YEAR BY 400
008970         GIVING TD-SER-LEAPS-400.
008980     COMPUTE TD-DAY-SERIAL =
008990         (365 * TD-SER-PRIOR-YEAR)
009000         + TD-SER-LEAPS-4
009010         - TD-SER-LEAPS-100
009020         + TD-SER-LEAPS-400
009030         + TD-SER-DAY.
009040     IF TD-SER-MONTH > 1
009050         PERFORM 7110-ADD-MONTH-DAYS THRU 7110-EXIT
009060             VARYING TD-SER-MONTH-IDX FROM 1 BY 1
009070             UNTIL TD-SER-MONTH-IDX >= TD-SER-MONTH
009080     END-IF.
009090     IF TD-SER-MONTH > 2
009100         DIVIDE TD-SER-YEAR BY 4
009110             GIVING TD-DIVIDE-QUOTIENT
009120             REMAINDER TD-YEAR-REMAINDER-4
009130         DIVIDE TD-SER-YEAR BY 100
009140             GIVING TD-DIVIDE-QUOTIENT
009150             REMAINDER TD-YEAR-REMAINDER-100
009160         DIVIDE TD-SER-YEAR BY 400
009170             GIVING TD-DIVIDE-QUOTIENT
009180             REMAINDER TD-YEAR-REMAINDER-400
009190         MOVE "N" TO TD-LEAP-YEAR-SWITCH
009200         IF TD-YEAR-REMAINDER-4 = 0
009210                 AND (TD-YEAR-REMAINDER-100 NOT = 0
009220                 OR TD-YEAR-REMAINDER-400 = 0)
009230             MOVE "Y" TO TD-LEAP-YEAR-SWITCH
009240         END-IF
009250         IF TD-IS-LEAP-YEAR
009260             ADD 1 TO TD-DAY-SERIAL
009270         END-IF
009280     END-IF.
009290 7100-EXIT.
009300     EXIT.
009310
009320 7110-ADD-MONTH-DAYS.
009330     ADD MAX-DAYS-ENTRY (TD-SER-MONTH-IDX) TO TD-DAY-SERIAL.
009340 7110-EXIT.
009350     EXIT.
009360
009370******************************************************************
009380* 7200-ADD-ONE-DAY - step TD-STEP-YEAR/MONTH/DAY on by one day
009390******************************************************************
009400 7200-ADD-ONE-DAY.
009410     PERFORM 7210-SET-MAX-DAY THRU 7210-EXIT.
009420     ADD 1 TO TD-STEP-DAY.
009430     IF TD-STEP-DAY > TD-MAX-DAY-FOR-MONTH
009440         MOVE 1 TO TD-STEP-DAY
009450         ADD 1 TO TD-STEP-MONTH
009460         IF TD-STEP-MONTH > 12
009470             MOVE 1 TO TD-STEP-MONTH
009480             ADD 1 TO TD-STEP-YEAR
009490         END-IF
009500     END-IF.
009510 7200-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550* 7210-SET-MAX-DAY - last day of TD-STEP-MONTH in TD-STEP-YEAR,
009560*                    with february's leap year extra day
009570******************************************************************
009580 7210-SET-MAX-DAY.
009590     MOVE MAX-DAYS-ENTRY (TD-STEP-MONTH) TO TD-MAX-DAY-FOR-MONTH.
009600     IF TD-STEP-MONTH = 2
009610         DIVIDE TD-STEP-YEAR BY 4
009620             GIVING TD-DIVIDE-QUOTIENT
009630             REMAINDER TD-YEAR-REMAINDER-4
009640         DIVIDE TD-STEP-YEAR BY 100
009650             GIVING TD-DIVIDE-QUOTIENT
009660             REMAINDER TD-YEAR-REMAINDER-100
009670         DIVIDE TD-STEP-YEAR BY 400
009680             GIVING TD-DIVIDE-QUOTIENT
009690             REMAINDER TD-YEAR-REMAINDER-400
009700         MOVE "N" TO TD-LEAP-YEAR-SWITCH
009710         IF TD-YEAR-REMAINDER-4 = 0
009720                 AND (TD-YEAR-REMAINDER-100 NOT = 0
009730                 OR TD-YEAR-REMAINDER-400 = 0)
009740             MOVE "Y" TO TD-LEAP-YEAR-SWITCH
009750         END-IF
009760         IF TD-IS-LEAP-YEAR
009770             MOVE 29 TO TD-MAX-DAY-FOR-MONTH
009780         END-IF
009790     END-IF.
009800 7210-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 8000-TERMINATE
009850******************************************************************
009860 8000-TERMINATE.
009870     IF TD-FILES-AVAILABLE
009880         CLOSE TASK-FILE
009890         IF TD-WORK-AVAILABLE
009900             CLOSE WORK-FILE
009910         END-IF
009920     END-IF.
009930     CLOSE CAP-RPT.
009940     DISPLAY "CAPFCST COMPLETE - " TD-OPEN-COUNT
009950         " OPEN TASKS READ, " TD-OVERBOOKED-COUNT
009960         " OPERATOR-WEEKS OVER-BOOKED".
009970 8000-EXIT.
009980     EXIT.
009990
010000******************************************************************
010010* 8900-POST-RUN-LOG - append this run's completion record (job
010020*                     name, date/time, records processed,
010030*                     exceptions, return code) to RUNLOG so
010040*                     RUNSUM can show the whole night on one
010050*                     page. A log that will not open is
010060*                     reported, never fatal
010070******************************************************************
010080 8900-POST-RUN-LOG.
010090     OPEN EXTEND RUN-LOG.
010100     IF NOT TD-RUN-LOG-OK
010110         OPEN OUTPUT RUN-LOG
010120         CLOSE RUN-LOG
010130         OPEN EXTEND RUN-LOG
010140     END-IF
010150     IF NOT TD-RUN-LOG-OK
010160         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
010170             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
010180         GO TO 8900-EXIT
010190     END-IF.
010200     MOVE "CAPFCST" TO RL-JOB-NAME.
010210     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
010220     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
010230     ACCEPT TD-TIME-OF-DAY FROM TIME.
010240     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
010250     MOVE TD-READ-COUNT TO RL-RECORDS-PROCESSED.
010260     MOVE TD-OVERBOOKED-COUNT TO RL-EXCEPTION-COUNT.
010270     MOVE RETURN-CODE TO RL-RETURN-CODE.
010280     WRITE RL-RUN-RECORD.
010290     CLOSE RUN-LOG.
010300 8900-EXIT.
010310     EXIT.
010320
010330 END PROGRAM CAPFCST.
