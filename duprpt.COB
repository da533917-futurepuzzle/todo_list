000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: nightly likely-duplicates report. Every pair of open
000050*          tasks on TASK-FILE is scored out of 100 - up to 60 for
000060*          the words their descriptions share, 15 for the same
000070*          category, 10 for the same owner (5 where one of them
000080*          is unassigned) and up to 15 for due dates close
000090*          together - and each pair at or over the threshold
000100*          (SYSIN card, two digits, default 60) is listed, best
000110*          score first. A pair must share at least one word to
000120*          be scored at all. The listing is for a person to
000130*          judge: a real duplicate is folded into the task worth
000140*          keeping with a MERGE transaction through TASKMNT.
000150* Tectonics: cobc
000160******************************************************************
000170* Modification History
000180*   oct.15, 2026  spk  original program
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. DUPRPT.
000220 AUTHOR. SPEAKER.
000230 INSTALLATION. DATA PROCESSING.
000240 DATE-WRITTEN. OCT 15 2026.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TASK-FILE ASSIGN TO "TASKFILE"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TR-TASK-ID
000340         FILE STATUS IS TD-TASK-FILE-STATUS.
000350
000360     SELECT DUP-RPT ASSIGN TO "DUPRPT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS TD-DUP-RPT-STATUS.
000390
000400     SELECT SORT-WORK ASSIGN TO "SORTWORK".
000410
000420     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS TD-RUN-LOG-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TASK-FILE.
000490     COPY TASKREC.
000500
000510 FD  DUP-RPT.
000520 01  DUP-RPT-LINE                PIC X(80).
000530
000540 SD  SORT-WORK.
000550 01  SW-SORT-RECORD.
000560     05  SW-SCORE                PIC 9(03).
000570     05  SW-SHARED-WORDS         PIC 9(02).
000580     05  SW-DUE-GAP              PIC 9(05).
000590     05  SW-DUE-GAP-SWITCH       PIC X(01).
000600         88  SW-DUE-GAP-KNOWN        VALUE "Y".
000610     05  SW-TASK-A.
000620         10  SW-TASK-ID-A        PIC 9(06).
000630         10  SW-CATEGORY-CD-A    PIC X(10).
000640         10  SW-OWNER-ID-A       PIC X(08).
000650         10  SW-DUE-DATE-A       PIC 9(08).
000660         10  SW-TASK-DESC-A      PIC X(40).
000670     05  SW-TASK-B.
000680         10  SW-TASK-ID-B        PIC 9(06).
000690         10  SW-CATEGORY-CD-B    PIC X(10).
000700         10  SW-OWNER-ID-B       PIC X(08).
000710         10  SW-DUE-DATE-B       PIC 9(08).
000720         10  SW-TASK-DESC-B      PIC X(40).
000730
000740 FD  RUN-LOG.
000750     COPY RUNREC.
000760
000770 WORKING-STORAGE SECTION.
000780 77  TD-TASK-FILE-STATUS          PIC X(02)      VALUE "00".
000790     88  TD-TASK-FILE-OK              VALUE "00".
000800 77  TD-DUP-RPT-STATUS            PIC X(02)      VALUE "00".
000810 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
000820     88  TD-END-OF-FILE               VALUE "Y".
000830 77  TD-TASK-AVAIL-SWITCH         PIC X(01)      VALUE "N".
000840     88  TD-TASK-AVAILABLE            VALUE "Y".
000850 77  TD-TABLE-FULL-SWITCH         PIC X(01)      VALUE "N".
000860     88  TD-TASK-TABLE-FULL           VALUE "Y".
000870 77  TD-FOUND-SWITCH              PIC X(01)      VALUE "N".
000880     88  TD-WORD-FOUND                VALUE "Y".
000890 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
000900
000910*----------------------------------------------------------------
000920* The SYSIN card is accepted as characters so a blank or garbled
000930* card can be caught and defaulted
000940*----------------------------------------------------------------
000950 01  THRESHOLD-ENTRY.
000960     05  THRESHOLD-X             PIC X(02).
000970 01  THRESHOLD-N REDEFINES THRESHOLD-ENTRY
000980                                 PIC 9(02).
000990
001000 77  TD-THRESHOLD                 PIC 9(03)      COMP VALUE 60.
001010
001020*----------------------------------------------------------------
001030* Scoring weights - the description share is scaled so two
001040* descriptions made of exactly the same words earn the full 60
001050*----------------------------------------------------------------
001060 77  TD-DESC-WEIGHT               PIC 9(03)      COMP VALUE 60.
001070 77  TD-CATEGORY-POINTS           PIC 9(03)      COMP VALUE 15.
001080 77  TD-SAME-OWNER-POINTS         PIC 9(03)      COMP VALUE 10.
001090 77  TD-UNASSIGNED-POINTS         PIC 9(03)      COMP VALUE 5.
001100 77  TD-DUE-3-DAY-POINTS          PIC 9(03)      COMP VALUE 15.
001110 77  TD-DUE-7-DAY-POINTS          PIC 9(03)      COMP VALUE 10.
001120 77  TD-DUE-14-DAY-POINTS         PIC 9(03)      COMP VALUE 5.
001130
001140*----------------------------------------------------------------
001150* Open-task table - each description is broken into its words
001160* once, when the task is loaded: upper-cased, punctuation taken
001170* out, words under three letters and the common filler words
001180* dropped, and a word repeated in one description kept once
001190*----------------------------------------------------------------
001200 77  TD-TASK-COUNT                PIC 9(04)      COMP VALUE ZERO.
001210 77  TD-MAX-TASKS                 PIC 9(04)      COMP VALUE 2000.
001220 77  TD-I                         PIC 9(04)      COMP VALUE ZERO.
001230 77  TD-J                         PIC 9(04)      COMP VALUE ZERO.
001240 77  TD-J-START                   PIC 9(04)      COMP VALUE ZERO.
001250 77  TD-WI                        PIC 9(02)      COMP VALUE ZERO.
001260 77  TD-WJ                        PIC 9(02)      COMP VALUE ZERO.
001270 77  TD-MAX-WORDS                 PIC 9(02)      COMP VALUE 8.
001280
001290 01  TASK-TABLE.
001300     05  TT-ENTRY OCCURS 2000 TIMES.
001310         10  TT-TASK-ID          PIC 9(06).
001320         10  TT-CATEGORY-CD      PIC X(10).
001330         10  TT-OWNER-ID         PIC X(08).
001340             88  TT-UNASSIGNED       VALUE SPACES.
001350         10  TT-DUE-DATE         PIC 9(08).
001360         10  TT-DUE-SERIAL       PIC 9(09)      COMP.
001370         10  TT-TASK-DESC        PIC X(40).
001380         10  TT-WORD-COUNT       PIC 9(02)      COMP.
001390         10  TT-WORD OCCURS 8 TIMES
001400                                 PIC X(12).
001410
001420 01  DESC-WORK                   PIC X(40).
001430 01  RAW-WORD-TABLE.
001440     05  RAW-WORD OCCURS 12 TIMES
001450                                 PIC X(15).
001460 77  TD-RAW-IDX                   PIC 9(02)      COMP VALUE ZERO.
001470 01  CANDIDATE-WORD              PIC X(12).
001480     88  COMMON-WORD             VALUE "THE" "AND" "FOR" "WITH"
001490                                       "FROM" "INTO" "THAT"
001500                                       "THIS" "ARE" "NOT" "ALL".
001510
001520 01  CASE-LITERALS.
001530     05  LOWER-CASE-LETTERS      PIC X(26) VALUE
001540         "abcdefghijklmnopqrstuvwxyz".
001550     05  UPPER-CASE-LETTERS      PIC X(26) VALUE
001560         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001570     05  PUNCTUATION-MARKS       PIC X(10) VALUE
001580         ".,;:-/()'!".
001590
001600*----------------------------------------------------------------
001610* Pair scoring fields
001620*----------------------------------------------------------------
001630 77  TD-SHARED-WORDS              PIC 9(02)      COMP VALUE ZERO.
001640 77  TD-WORD-TOTAL                PIC 9(03)      COMP VALUE ZERO.
001650 77  TD-SCORE                     PIC 9(03)      COMP VALUE ZERO.
001660 77  TD-DESC-POINTS               PIC 9(03)      COMP VALUE ZERO.
001670 77  TD-DUE-GAP                   PIC 9(09)      COMP VALUE ZERO.
001680 77  TD-DUE-GAP-SWITCH            PIC X(01)      VALUE "N".
001690     88  TD-DUE-GAP-KNOWN             VALUE "Y".
001700
001710*----------------------------------------------------------------
001720* Counts
001730*----------------------------------------------------------------
001740 77  TD-READ-COUNT                PIC 9(08)      COMP VALUE ZERO.
001750 77  TD-PAIR-COUNT                PIC 9(08)      COMP VALUE ZERO.
001760 77  TD-LISTED-COUNT              PIC 9(06)      COMP VALUE ZERO.
001770 77  TD-SKIPPED-COUNT             PIC 9(06)      COMP VALUE ZERO.
001780
001790*----------------------------------------------------------------
001800* Day-serial work fields - days since the proleptic gregorian
001810* epoch, the same days-per-month table the entry validation
001820* programs keep
001830*----------------------------------------------------------------
001840 01  MAX-DAYS-LITERALS.
001850     05  FILLER                  PIC X(24) VALUE
001860         "312831303130313130313031".
001870 01  MAX-DAYS-TABLE REDEFINES MAX-DAYS-LITERALS.
001880     05  MAX-DAYS-ENTRY OCCURS 12 TIMES PIC 9(02).
001890
001900 77  TD-SER-DATE                  PIC 9(08)      VALUE ZERO.
001910 77  TD-SER-YEAR                  PIC 9(04)      COMP VALUE ZERO.
001920 77  TD-SER-MONTH                 PIC 9(02)      COMP VALUE ZERO.
001930 77  TD-SER-DAY                   PIC 9(02)      COMP VALUE ZERO.
001940 77  TD-SER-PRIOR-YEAR            PIC 9(04)      COMP VALUE ZERO.
001950 77  TD-SER-LEAPS-4               PIC 9(09)      COMP VALUE ZERO.
001960 77  TD-SER-LEAPS-100             PIC 9(09)      COMP VALUE ZERO.
001970 77  TD-SER-LEAPS-400             PIC 9(09)      COMP VALUE ZERO.
001980 77  TD-SER-MONTH-IDX             PIC 9(02)      COMP VALUE ZERO.
001990 77  TD-DAY-SERIAL                PIC 9(09)      COMP VALUE ZERO.
002000 77  TD-DIVIDE-QUOTIENT           PIC 9(09)      COMP VALUE ZERO.
002010 77  TD-YEAR-REMAINDER-4          PIC 9(04)      COMP VALUE ZERO.
002020 77  TD-YEAR-REMAINDER-100        PIC 9(04)      COMP VALUE ZERO.
002030 77  TD-YEAR-REMAINDER-400        PIC 9(04)      COMP VALUE ZERO.
002040 77  TD-LEAP-YEAR-SWITCH          PIC X(01)      VALUE "N".
002050     88  TD-IS-LEAP-YEAR              VALUE "Y".
002060
002070 01  RPT-HEADING-1.
002080     05  FILLER                  PIC X(28) VALUE
002090         "LIKELY DUPLICATE TASKS".
002100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002110     05  RH1-RUN-DATE            PIC 9(08).
002120
002130 01  RPT-HEADING-2.
002140     05  FILLER                  PIC X(23) VALUE
002150         "PAIRS SCORING AT LEAST ".
002160     05  RH2-THRESHOLD           PIC Z9.
002170     05  FILLER                  PIC X(40) VALUE
002180         " OF 100 - WORDS 60, CATEGORY 15,".
002190
002200 01  RPT-HEADING-3.
002210     05  FILLER                  PIC X(50) VALUE
002220         "OWNER 10 (ONE UNASSIGNED 5), DUE DATES 15/10/5 FOR".
002230     05  FILLER                  PIC X(25) VALUE
002240         " 3/7/14 DAYS APART".
002250
002260 01  RPT-COLUMN-HEADING.
002270     05  FILLER                  PIC X(07) VALUE "ID".
002280     05  FILLER                  PIC X(11) VALUE "CATEGORY".
002290     05  FILLER                  PIC X(09) VALUE "OWNER".
002300     05  FILLER                  PIC X(09) VALUE "DUE DATE".
002310     05  FILLER                  PIC X(40) VALUE "DESCRIPTION".
002320
002330 01  RPT-PAIR-LINE.
002340     05  FILLER                  PIC X(07) VALUE "SCORE: ".
002350     05  RP-SCORE                PIC ZZ9.
002360     05  FILLER                  PIC X(18) VALUE
002370         "   SHARED WORDS: ".
002380     05  RP-SHARED-WORDS         PIC Z9.
002390     05  FILLER                  PIC X(03) VALUE SPACE.
002400     05  RP-DUE-GAP-TEXT         PIC X(30).
002410
002420 01  RPT-DUE-GAP-TEXT.
002430     05  FILLER                  PIC X(10) VALUE "DUE DATES ".
002440     05  RG-DUE-GAP              PIC ZZ,ZZ9.
002450     05  FILLER                  PIC X(11) VALUE " DAYS APART".
002460
002470 01  RPT-TASK-LINE.
002480     05  RT-TASK-ID              PIC 9(06).
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  RT-CATEGORY-CD          PIC X(10).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  RT-OWNER-ID             PIC X(08).
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  RT-DUE-DATE             PIC 9(08).
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  RT-TASK-DESC            PIC X(40).
002570
002580 01  RPT-NONE-LINE.
002590     05  FILLER                  PIC X(40) VALUE
002600         "NO LIKELY DUPLICATES FOUND".
002610
002620 01  RPT-FINAL-TRAILER.
002630     05  FILLER                  PIC X(21) VALUE
002640         "OPEN TASKS COMPARED: ".
002650     05  RF-TASK-COUNT           PIC ZZZ,ZZ9.
002660     05  FILLER                  PIC X(18) VALUE
002670         "   PAIRS LISTED: ".
002680     05  RF-LISTED-COUNT         PIC ZZZ,ZZ9.
002690
002700*----------------------------------------------------------------
002710* Run-log posting fields - every batch job appends one
002720* completion record to RUNLOG at termination, the page RUNSUM
002730* reads at the end of the nightly stream
002740*----------------------------------------------------------------
002750 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
002760     88  TD-RUN-LOG-OK                VALUE "00".
002770 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
002780
002790 PROCEDURE DIVISION.
002800******************************************************************
002810* 0000-MAINLINE
002820******************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     IF TD-TASK-AVAILABLE
002860         SORT SORT-WORK
002870             ON DESCENDING KEY SW-SCORE
002880             ON ASCENDING KEY SW-TASK-ID-A
002890             ON ASCENDING KEY SW-TASK-ID-B
002900             INPUT PROCEDURE IS 2000-SORT-INPUT
002910             OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
002920     END-IF.
002930     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002940     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
002950     STOP RUN.
002960
002970******************************************************************
002980* 1000-INITIALIZE - settle the threshold from SYSIN and print the
002990*                   headings
003000******************************************************************
003010 1000-INITIALIZE.
003020     OPEN OUTPUT DUP-RPT.
003030     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
003040     MOVE SPACES TO THRESHOLD-X.
003050     ACCEPT THRESHOLD-X.
003060     IF THRESHOLD-X NOT NUMERIC
003070         DISPLAY "NO THRESHOLD CARD SUPPLIED - LISTING PAIRS "
003080             "SCORING 60 OR MORE"
003090     ELSE
003100         IF THRESHOLD-N < 30
003110             DISPLAY "THRESHOLD CARD MUST BE 30 TO 99 - LISTING "
003120                 "PAIRS SCORING 60 OR MORE"
003130         ELSE
003140             MOVE THRESHOLD-N TO TD-THRESHOLD
003150         END-IF
003160     END-IF.
003170     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
003180     MOVE RPT-HEADING-1 TO DUP-RPT-LINE.
003190     WRITE DUP-RPT-LINE.
003200     MOVE TD-THRESHOLD TO RH2-THRESHOLD.
003210     MOVE RPT-HEADING-2 TO DUP-RPT-LINE.
003220     WRITE DUP-RPT-LINE.
003230     MOVE RPT-HEADING-3 TO DUP-RPT-LINE.
003240     WRITE DUP-RPT-LINE.
003250     OPEN INPUT TASK-FILE.
003260     IF TD-TASK-FILE-OK
003270         MOVE "Y" TO TD-TASK-AVAIL-SWITCH
003280     ELSE
003290         DISPLAY "TASK FILE NOT AVAILABLE, STATUS "
003300             TD-TASK-FILE-STATUS " - NOTHING COMPARED"
003310         MOVE 8 TO RETURN-CODE
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 2000-SORT-INPUT - load the open tasks, then score every pair
003380*                   once and release those at or over the
003390*                   threshold
003400******************************************************************
003410 2000-SORT-INPUT.
003420     MOVE "N" TO TD-EOF-SWITCH.
003430     MOVE LOW-VALUE TO TR-TASK-ID.
003440     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
003450         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
003460     PERFORM 2100-LOAD-ONE-TASK THRU 2100-EXIT
003470         UNTIL TD-END-OF-FILE.
003480     IF TD-TASK-COUNT > 1
003490         PERFORM 2300-SCORE-FROM-ONE THRU 2300-EXIT
003500             VARYING TD-I FROM 1 BY 1
003510             UNTIL TD-I >= TD-TASK-COUNT
003520     END-IF.
003530 2000-EXIT.
003540     EXIT.
003550
003560 2100-LOAD-ONE-TASK.
003570     READ TASK-FILE NEXT RECORD
003580         AT END MOVE "Y" TO TD-EOF-SWITCH
003590     END-READ.
003600     IF TD-END-OF-FILE
003610         GO TO 2100-EXIT
003620     END-IF.
003630     ADD 1 TO TD-READ-COUNT.
003640     IF NOT TR-STATUS-OPEN
003650         GO TO 2100-EXIT
003660     END-IF.
003670     IF TD-TASK-COUNT NOT < TD-MAX-TASKS
003680         IF NOT TD-TASK-TABLE-FULL
003690             DISPLAY "TOO MANY OPEN TASKS, SOME WILL NOT BE"
003700                 " COMPARED"
003710             MOVE "Y" TO TD-TABLE-FULL-SWITCH
003720         END-IF
003730         ADD 1 TO TD-SKIPPED-COUNT
003740         GO TO 2100-EXIT
003750     END-IF.
003760     ADD 1 TO TD-TASK-COUNT.
003770     MOVE TD-TASK-COUNT TO TD-I.
003780     MOVE TR-TASK-ID     TO TT-TASK-ID (TD-I).
003790     MOVE TR-CATEGORY-CD TO TT-CATEGORY-CD (TD-I).
003800     MOVE TR-OWNER-ID    TO TT-OWNER-ID (TD-I).
003810     MOVE TR-DUE-DATE    TO TT-DUE-DATE (TD-I).
003820     MOVE TR-TASK-DESC   TO TT-TASK-DESC (TD-I).
003830     MOVE ZERO TO TT-DUE-SERIAL (TD-I).
003840     IF TR-DUE-DATE NUMERIC
003850             AND TR-DUE-DATE NOT = ZERO
003860         MOVE TR-DUE-DATE TO TD-SER-DATE
003870         PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT
003880         MOVE TD-DAY-SERIAL TO TT-DUE-SERIAL (TD-I)
003890     END-IF.
003900     PERFORM 2200-SPLIT-WORDS THRU 2200-EXIT.
003910 2100-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 2200-SPLIT-WORDS - the description of task TD-I into its word
003960*                    list
003970******************************************************************
003980 2200-SPLIT-WORDS.
003990     MOVE ZERO TO TT-WORD-COUNT (TD-I).
004000     MOVE TR-TASK-DESC TO DESC-WORK.
004010     INSPECT DESC-WORK
004020         CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
004030     INSPECT DESC-WORK
004040         CONVERTING PUNCTUATION-MARKS TO SPACES.
004050     MOVE SPACES TO RAW-WORD-TABLE.
004060     UNSTRING DESC-WORK DELIMITED BY ALL SPACE
004070         INTO RAW-WORD (1)  RAW-WORD (2)  RAW-WORD (3)
004080              RAW-WORD (4)  RAW-WORD (5)  RAW-WORD (6)
004090              RAW-WORD (7)  RAW-WORD (8)  RAW-WORD (9)
004100              RAW-WORD (10) RAW-WORD (11) RAW-WORD (12)
004110     END-UNSTRING.
004120     PERFORM 2210-KEEP-ONE-WORD THRU 2210-EXIT
004130         VARYING TD-RAW-IDX FROM 1 BY 1
004140         UNTIL TD-RAW-IDX > 12
004150            OR TT-WORD-COUNT (TD-I) NOT < TD-MAX-WORDS.
004160 2200-EXIT.
004170     EXIT.
004180
004190 2210-KEEP-ONE-WORD.
004200     IF RAW-WORD (TD-RAW-IDX) (3:1) = SPACE
004210         GO TO 2210-EXIT
004220     END-IF.
004230     MOVE RAW-WORD (TD-RAW-IDX) TO CANDIDATE-WORD.
004240     IF COMMON-WORD
004250         GO TO 2210-EXIT
004260     END-IF.
004270     MOVE "N" TO TD-FOUND-SWITCH.
004280     PERFORM 2220-CHECK-KEPT-WORD THRU 2220-EXIT
004290         VARYING TD-WI FROM 1 BY 1
004300         UNTIL TD-WI > TT-WORD-COUNT (TD-I)
004310            OR TD-WORD-FOUND.
004320     IF TD-WORD-FOUND
004330         GO TO 2210-EXIT
004340     END-IF.
004350     ADD 1 TO TT-WORD-COUNT (TD-I).
004360     MOVE TT-WORD-COUNT (TD-I) TO TD-WI.
004370     MOVE CANDIDATE-WORD TO TT-WORD (TD-I TD-WI).
004380 2210-EXIT.
004390     EXIT.
004400
004410 2220-CHECK-KEPT-WORD.
004420     IF TT-WORD (TD-I TD-WI) = CANDIDATE-WORD
004430         MOVE "Y" TO TD-FOUND-SWITCH
004440     END-IF.
004450 2220-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 2300-SCORE-FROM-ONE - task TD-I against every task after it in
004500*                       the table, so each pair is scored once
004510******************************************************************
004520 2300-SCORE-FROM-ONE.
004530     IF TT-WORD-COUNT (TD-I) = ZERO
004540         GO TO 2300-EXIT
004550     END-IF.
004560     COMPUTE TD-J-START = TD-I + 1.
004570     PERFORM 2310-SCORE-PAIR THRU 2310-EXIT
004580         VARYING TD-J FROM TD-J-START BY 1
004590         UNTIL TD-J > TD-TASK-COUNT.
004600 2300-EXIT.
004610     EXIT.
004620
004630 2310-SCORE-PAIR.
004640     ADD 1 TO TD-PAIR-COUNT.
004650     MOVE ZERO TO TD-SHARED-WORDS.
004660     PERFORM 2320-MATCH-ONE-WORD THRU 2320-EXIT
004670         VARYING TD-WI FROM 1 BY 1
004680         UNTIL TD-WI > TT-WORD-COUNT (TD-I).
004690     IF TD-SHARED-WORDS = ZERO
004700         GO TO 2310-EXIT
004710     END-IF.
004720     COMPUTE TD-WORD-TOTAL = TT-WORD-COUNT (TD-I)
004730         + TT-WORD-COUNT (TD-J).
004740     COMPUTE TD-DESC-POINTS =
004750         (TD-SHARED-WORDS * 2 * TD-DESC-WEIGHT) / TD-WORD-TOTAL.
004760     MOVE TD-DESC-POINTS TO TD-SCORE.
004770     IF TT-CATEGORY-CD (TD-I) = TT-CATEGORY-CD (TD-J)
004780             AND TT-CATEGORY-CD (TD-I) NOT = SPACES
004790         ADD TD-CATEGORY-POINTS TO TD-SCORE
004800     END-IF.
004810     IF TT-UNASSIGNED (TD-I) OR TT-UNASSIGNED (TD-J)
004820         IF NOT (TT-UNASSIGNED (TD-I) AND TT-UNASSIGNED (TD-J))
004830             ADD TD-UNASSIGNED-POINTS TO TD-SCORE
004840         END-IF
004850     ELSE
004860         IF TT-OWNER-ID (TD-I) = TT-OWNER-ID (TD-J)
004870             ADD TD-SAME-OWNER-POINTS TO TD-SCORE
004880         END-IF
004890     END-IF.
004900     PERFORM 2340-SCORE-DUE-DATES THRU 2340-EXIT.
004910     IF TD-SCORE < TD-THRESHOLD
004920         GO TO 2310-EXIT
004930     END-IF.
004940     PERFORM 2350-RELEASE-PAIR THRU 2350-EXIT.
004950 2310-EXIT.
004960     EXIT.
004970
004980 2320-MATCH-ONE-WORD.
004990     MOVE "N" TO TD-FOUND-SWITCH.
005000     PERFORM 2330-COMPARE-WORD THRU 2330-EXIT
005010         VARYING TD-WJ FROM 1 BY 1
005020         UNTIL TD-WJ > TT-WORD-COUNT (TD-J)
005030            OR TD-WORD-FOUND.
005040     IF TD-WORD-FOUND
005050         ADD 1 TO TD-SHARED-WORDS
005060     END-IF.
005070 2320-EXIT.
005080     EXIT.
005090
005100 2330-COMPARE-WORD.
005110     IF TT-WORD (TD-I TD-WI) = TT-WORD (TD-J TD-WJ)
005120         MOVE "Y" TO TD-FOUND-SWITCH
005130     END-IF.
005140 2330-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180* 2340-SCORE-DUE-DATES - points for due dates within 3, 7 or 14
005190*                        days of each other; a task with no due
005200*                        date earns none
005210******************************************************************
005220 2340-SCORE-DUE-DATES.
005230     MOVE "N" TO TD-DUE-GAP-SWITCH.
005240     MOVE ZERO TO TD-DUE-GAP.
005250     IF TT-DUE-SERIAL (TD-I) = ZERO
005260             OR TT-DUE-SERIAL (TD-J) = ZERO
005270         GO TO 2340-EXIT
005280     END-IF.
005290     MOVE "Y" TO TD-DUE-GAP-SWITCH.
005300     IF TT-DUE-SERIAL (TD-I) > TT-DUE-SERIAL (TD-J)
005310         COMPUTE TD-DUE-GAP = TT-DUE-SERIAL (TD-I)
005320             - TT-DUE-SERIAL (TD-J)
005330     ELSE
005340         COMPUTE TD-DUE-GAP = TT-DUE-SERIAL (TD-J)
005350             - TT-DUE-SERIAL (TD-I)
005360     END-IF.
005370     EVALUATE TRUE
005380         WHEN TD-DUE-GAP NOT > 3
005390             ADD TD-DUE-3-DAY-POINTS TO TD-SCORE
005400         WHEN TD-DUE-GAP NOT > 7
005410             ADD TD-DUE-7-DAY-POINTS TO TD-SCORE
005420         WHEN TD-DUE-GAP NOT > 14
005430             ADD TD-DUE-14-DAY-POINTS TO TD-SCORE
005440         WHEN OTHER
005450             CONTINUE
005460     END-EVALUATE.
005470 2340-EXIT.
005480     EXIT.
005490
005500 2350-RELEASE-PAIR.
005510     MOVE TD-SCORE        TO SW-SCORE.
005520     MOVE TD-SHARED-WORDS TO SW-SHARED-WORDS.
005530     MOVE TD-DUE-GAP-SWITCH TO SW-DUE-GAP-SWITCH.
005540     IF TD-DUE-GAP > 99999
005550         MOVE 99999 TO SW-DUE-GAP
005560     ELSE
005570         MOVE TD-DUE-GAP TO SW-DUE-GAP
005580     END-IF.
005590     MOVE TT-TASK-ID (TD-I)     TO SW-TASK-ID-A.
005600     MOVE TT-CATEGORY-CD (TD-I) TO SW-CATEGORY-CD-A.
005610     MOVE TT-OWNER-ID (TD-I)    TO SW-OWNER-ID-A.
005620     MOVE TT-DUE-DATE (TD-I)    TO SW-DUE-DATE-A.
005630     MOVE TT-TASK-DESC (TD-I)   TO SW-TASK-DESC-A.
005640     MOVE TT-TASK-ID (TD-J)     TO SW-TASK-ID-B.
005650     MOVE TT-CATEGORY-CD (TD-J) TO SW-CATEGORY-CD-B.
005660     MOVE TT-OWNER-ID (TD-J)    TO SW-OWNER-ID-B.
005670     MOVE TT-DUE-DATE (TD-J)    TO SW-DUE-DATE-B.
005680     MOVE TT-TASK-DESC (TD-J)   TO SW-TASK-DESC-B.
005690     RELEASE SW-SORT-RECORD.
005700 2350-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 3000-SORT-OUTPUT - each pair as a score line and its two tasks,
005750*                    best score first
005760******************************************************************
005770 3000-SORT-OUTPUT.
005780     MOVE SPACES TO DUP-RPT-LINE.
005790     WRITE DUP-RPT-LINE.
005800     MOVE RPT-COLUMN-HEADING TO DUP-RPT-LINE.
005810     WRITE DUP-RPT-LINE.
005820     MOVE "N" TO TD-EOF-SWITCH.
005830     PERFORM 3100-PRINT-ONE-PAIR THRU 3100-EXIT
005840         UNTIL TD-END-OF-FILE.
005850     IF TD-LISTED-COUNT = ZERO
005860         MOVE SPACES TO DUP-RPT-LINE
005870         WRITE DUP-RPT-LINE
005880         MOVE RPT-NONE-LINE TO DUP-RPT-LINE
005890         WRITE DUP-RPT-LINE
005900     END-IF.
005910 3000-EXIT.
005920     EXIT.
005930
005940 3100-PRINT-ONE-PAIR.
005950     RETURN SORT-WORK
005960         AT END MOVE "Y" TO TD-EOF-SWITCH
005970     END-RETURN.
005980     IF TD-END-OF-FILE
005990         GO TO 3100-EXIT
006000     END-IF.
006010     ADD 1 TO TD-LISTED-COUNT.
006020     MOVE SPACES TO DUP-RPT-LINE.
006030     WRITE DUP-RPT-LINE.
006040     MOVE SW-SCORE TO RP-SCORE.
006050     MOVE SW-SHARED-WORDS TO RP-SHARED-WORDS.
006060     IF SW-DUE-GAP-KNOWN
006070         MOVE SW-DUE-GAP TO RG-DUE-GAP
006080         MOVE RPT-DUE-GAP-TEXT TO RP-DUE-GAP-TEXT
006090     ELSE
006100         MOVE "NO DUE DATE ON ONE OR BOTH" TO RP-DUE-GAP-TEXT
006110     END-IF.
006120     MOVE RPT-PAIR-LINE TO DUP-RPT-LINE.
006130     WRITE DUP-RPT-LINE.
006140     MOVE SW-TASK-ID-A     TO RT-TASK-ID.
006150     MOVE SW-CATEGORY-CD-A TO RT-CATEGORY-CD.
006160     MOVE SW-OWNER-ID-A    TO RT-OWNER-ID.
006170     MOVE SW-DUE-DATE-A    TO RT-DUE-DATE.
006180     MOVE SW-TASK-DESC-A   TO RT-TASK-DESC.
006190     MOVE RPT-TASK-LINE TO DUP-RPT-LINE.
006200     WRITE DUP-RPT-LINE.
006210     MOVE SW-TASK-ID-B     TO RT-TASK-ID.
006220     MOVE SW-CATEGORY-CD-B TO RT-CATEGORY-CD.
006230     MOVE SW-OWNER-ID-B    TO RT-OWNER-ID.
006240     MOVE SW-DUE-DATE-B    TO RT-DUE-DATE.
006250     MOVE SW-TASK-DESC-B   TO RT-TASK-DESC.
006260     MOVE RPT-TASK-LINE TO DUP-RPT-LINE.
006270     WRITE DUP-RPT-LINE.
006280 3100-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 7100-DATE-TO-SERIAL - days since the proleptic gregorian epoch
006330*                       for the CCYYMMDD date in TD-SER-DATE:
006340*                       365 per elapsed year, plus one per
006350*                       elapsed leap year, plus the days of the
006360*                       elapsed months of the current year (with
006370*                       february's leap day), plus the day
006380******************************************************************
006390 7100-DATE-TO-SERIAL.
006400     MOVE TD-SER-DATE (1:4) TO TD-SER-YEAR.
006410     MOVE TD-SER-DATE (5:2) TO TD-SER-MONTH.
006420     MOVE TD-SER-DATE (7:2) TO TD-SER-DAY.
006430     COMPUTE TD-SER-PRIOR-YEAR = TD-SER-YEAR - 1.
006440*    The leap-day counts must each be floored BEFORE they are
006450*    summed - a single COMPUTE carries the fractions through
006460*    and can land the serial one day short
006470     DIVIDE TD-SER-PRIOR-YEAR BY 4
006480         GIVING TD-SER-LEAPS-4.
006490     DIVIDE TD-SER-PRIOR-YEAR BY 100
006500         GIVING TD-SER-LEAPS-100.
006510     DIVIDE TD-SER-PRIOR-YEAR BY 400
006520         GIVING TD-SER-LEAPS-400.
006530     COMPUTE TD-DAY-SERIAL =
006540         (365 * TD-SER-PRIOR-YEAR)
006550         + TD-SER-LEAPS-4
006560         - TD-SER-LEAPS-100
006570         + TD-SER-LEAPS-400
006580         + TD-SER-DAY.
006590     IF TD-SER-MONTH > 1 AND TD-SER-MONTH < 13
006600         PERFORM 7110-ADD-MONTH-DAYS THRU 7110-EXIT
006610             VARYING TD-SER-MONTH-IDX FROM 1 BY 1
006620             UNTIL TD-SER-MONTH-IDX >= TD-SER-MONTH
006630     END-IF.
006640     IF TD-SER-MONTH > 2
006650         DIVIDE TD-SER-YEAR BY 4
006660             GIVING TD-DIVIDE-QUOTIENT
006670             REMAINDER TD-YEAR-REMAINDER-4
006680         DIVIDE TD-SER-YEAR BY 100
006690             GIVING TD-DIVIDE-QUOTIENT
006700             REMAINDER TD-YEAR-REMAINDER-100
006710         DIVIDE TD-SER-YEAR BY 400
006720             GIVING TD-DIVIDE-QUOTIENT
006730             REMAINDER TD-YEAR-REMAINDER-400
006740         MOVE "N" TO TD-LEAP-YEAR-SWITCH
006750         IF TD-YEAR-REMAINDER-4 = 0
006760                 AND (TD-YEAR-REMAINDER-100 NOT = 0
006770                 OR TD-YEAR-REMAINDER-400 = 0)
006780             MOVE "Y" TO TD-LEAP-YEAR-SWITCH
006790         END-IF
006800         IF TD-IS-LEAP-YEAR
006810             ADD 1 TO TD-DAY-SERIAL
006820         END-IF
006830     END-IF.
006840 7100-EXIT.
006850     EXIT.
006860
006870 7110-ADD-MONTH-DAYS.
006880     ADD MAX-DAYS-ENTRY (TD-SER-MONTH-IDX) TO TD-DAY-SERIAL.
006890 7110-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 8000-TERMINATE
006940******************************************************************
006950 8000-TERMINATE.
006960     IF TD-TASK-AVAILABLE
006970         CLOSE TASK-FILE
006980     END-IF.
006990     MOVE SPACES TO DUP-RPT-LINE.
007000     WRITE DUP-RPT-LINE.
007010     MOVE TD-TASK-COUNT TO RF-TASK-COUNT.
007020     MOVE TD-LISTED-COUNT TO RF-LISTED-COUNT.
007030     MOVE RPT-FINAL-TRAILER TO DUP-RPT-LINE.
007040     WRITE DUP-RPT-LINE.
007050     CLOSE DUP-RPT.
007060     DISPLAY "DUPRPT COMPLETE - " TD-TASK-COUNT
007070         " OPEN TASKS, " TD-PAIR-COUNT " PAIRS SCORED, "
007080         TD-LISTED-COUNT " LISTED".
007090 8000-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 8900-POST-RUN-LOG - append this run's completion record (job
007140*                     name, date/time, records processed,
007150*                     exceptions, return code) to RUNLOG so
007160*                     RUNSUM can show the whole night on one
007170*                     page. A log that will not open is
007180*                     reported, never fatal. The pairs listed
007190*                     are the report's findings, not exceptions;
007200*                     the exceptions are open tasks left out of
007210*                     the comparison because the table was full
007220******************************************************************
007230 8900-POST-RUN-LOG.
007240     OPEN EXTEND RUN-LOG.
007250     IF NOT TD-RUN-LOG-OK
007260         OPEN OUTPUT RUN-LOG
007270         CLOSE RUN-LOG
007280         OPEN EXTEND RUN-LOG
007290     END-IF
007300     IF NOT TD-RUN-LOG-OK
007310         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
007320             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
007330         GO TO 8900-EXIT
007340     END-IF.
007350     MOVE "DUPRPT" TO RL-JOB-NAME.
007360     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
007370     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
007380     ACCEPT TD-TIME-OF-DAY FROM TIME.
007390     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
007400     MOVE TD-READ-COUNT TO RL-RECORDS-PROCESSED.
007410     MOVE TD-SKIPPED-COUNT TO RL-EXCEPTION-COUNT.
007420     MOVE RETURN-CODE TO RL-RETURN-CODE.
007430     WRITE RL-RUN-RECORD.
007440     CLOSE RUN-LOG.
007450 8900-EXIT.
007460     EXIT.
007470
007480 END PROGRAM DUPRPT.
