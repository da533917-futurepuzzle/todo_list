000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: nightly backlog snapshot - appends to SNAPHIST one
000050*          record per category, owner and priority holding that
000060*          night's open tasks: the open count, how many are past
000070*          due, how many are blocked (waiting on a predecessor
000080*          still on TASK-FILE), and the open tasks split by age -
000090*          0-7, 8-30, 31-90 and over 90 days since the task was
000100*          added. The added date is the task's ADD entry on
000110*          AUDIT-FILE, matched to the task by sorting the two
000120*          together on task id; an open task with no ADD entry
000130*          predates the audit trail and is aged over 90. BKLGTRND
000140*          reads the history back week over week.
000150* Tectonics: cobc
000160******************************************************************
000170* Modification History
000180*   oct.15, 2026  spk  original program
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. BKLGSNAP.
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
000360     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS TD-AUDIT-FILE-STATUS.
000390
000400     SELECT SNAP-HIST ASSIGN TO "SNAPHIST"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS TD-SNAP-HIST-STATUS.
000430
000440     SELECT SORT-WORK ASSIGN TO "SORTWORK".
000450
000460     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS TD-RUN-LOG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TASK-FILE.
000530     COPY TASKREC.
000540
000550 FD  AUDIT-FILE.
000560     COPY AUDITREC.
000570
000580 FD  SNAP-HIST.
000590     COPY SNAPREC.
000600
000610*----------------------------------------------------------------
000620* Sort record - an "A" record is an ADD entry from the audit
000630* trail, a "T" record an open task; on the same task id the "A"
000640* sorts first, so its date is in hand when the task comes back
000650*----------------------------------------------------------------
000660 SD  SORT-WORK.
000670 01  SW-SORT-RECORD.
000680     05  SW-TASK-ID              PIC 9(06).
000690     05  SW-REC-TYPE             PIC X(01).
000700         88  SW-ADD-ENTRY            VALUE "A".
000710         88  SW-OPEN-TASK            VALUE "T".
000720     05  SW-ADD-DATE             PIC 9(08).
000730     05  SW-CATEGORY-CD          PIC X(10).
000740     05  SW-OWNER-ID             PIC X(08).
000750     05  SW-PRIORITY-CD          PIC 9(01).
000760     05  SW-DUE-DATE             PIC 9(08).
000770     05  SW-PRED-TASK-ID         PIC 9(06).
000780
000790 FD  RUN-LOG.
000800     COPY RUNREC.
000810
000820 WORKING-STORAGE SECTION.
000830 77  TD-TASK-FILE-STATUS          PIC X(02)      VALUE "00".
000840     88  TD-TASK-FILE-OK              VALUE "00".
000850 77  TD-AUDIT-FILE-STATUS         PIC X(02)      VALUE "00".
000860     88  TD-AUDIT-FILE-OK             VALUE "00".
000870 77  TD-SNAP-HIST-STATUS          PIC X(02)      VALUE "00".
000880     88  TD-SNAP-HIST-OK              VALUE "00".
000890
000900 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
000910     88  TD-END-OF-FILE               VALUE "Y".
000920 77  TD-AUDIT-AVAIL-SWITCH        PIC X(01)      VALUE "N".
000930     88  TD-AUDIT-AVAILABLE           VALUE "Y".
000940 77  TD-FOUND-SWITCH              PIC X(01)      VALUE "N".
000950     88  TD-ENTRY-FOUND               VALUE "Y".
000960 77  TD-GROUP-FULL-SWITCH         PIC X(01)      VALUE "N".
000970     88  TD-GROUP-TABLE-FULL          VALUE "Y".
000980 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
000990 77  TD-SNAP-TIME                 PIC 9(06)      VALUE ZERO.
001000 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
001010
001020*----------------------------------------------------------------
001030* Match fields - the last ADD entry returned by the sort, held
001040* until its task comes back
001050*----------------------------------------------------------------
001060 77  TD-ADD-TASK-ID               PIC 9(06)      VALUE ZERO.
001070 77  TD-ADD-DATE                  PIC 9(08)      VALUE ZERO.
001080
001090*----------------------------------------------------------------
001100* Counts
001110*----------------------------------------------------------------
001120 77  TD-OPEN-COUNT                PIC 9(06)      COMP VALUE ZERO.
001130 77  TD-NO-ADD-COUNT              PIC 9(06)      COMP VALUE ZERO.
001140 77  TD-DROPPED-COUNT             PIC 9(06)      COMP VALUE ZERO.
001150 77  TD-WRITTEN-COUNT             PIC 9(06)      COMP VALUE ZERO.
001160 77  TD-AGE-DAYS                  PIC 9(07)      COMP VALUE ZERO.
001170 77  TD-AGE-IDX                   PIC 9(01)      COMP VALUE ZERO.
001180 77  TD-BLOCKED-SWITCH            PIC X(01)      VALUE "N".
001190     88  TD-TASK-BLOCKED              VALUE "Y".
001200
001210*----------------------------------------------------------------
001220* Group table - one entry per category, owner and priority seen
001230* among tonight's open tasks
001240*----------------------------------------------------------------
001250 77  TD-GROUP-COUNT               PIC 9(04)      COMP VALUE ZERO.
001260 77  TD-GROUP-IDX                 PIC 9(04)      COMP VALUE ZERO.
001270 77  TD-MAX-GROUPS                PIC 9(04)      COMP VALUE 1000.
001280
001290 01  GROUP-TABLE.
001300     05  GROUP-ENTRY OCCURS 1000 TIMES.
001310         10  GRP-CATEGORY-CD     PIC X(10).
001320         10  GRP-OWNER-ID        PIC X(08).
001330         10  GRP-PRIORITY-CD     PIC 9(01).
001340         10  GRP-OPEN-COUNT      PIC 9(05)      COMP.
001350         10  GRP-OVERDUE-COUNT   PIC 9(05)      COMP.
001360         10  GRP-BLOCKED-COUNT   PIC 9(05)      COMP.
001370         10  GRP-AGE-COUNT OCCURS 4 TIMES PIC 9(05) COMP.
001380
001390*----------------------------------------------------------------
001400* Day-serial work fields - days since the proleptic gregorian
001410* epoch, the same days-per-month table the entry validation
001420* programs keep
001430*----------------------------------------------------------------
001440 01  MAX-DAYS-LITERALS.
001450     05  FILLER                  PIC X(24) VALUE
001460         "312831303130313130313031".
001470 01  MAX-DAYS-TABLE REDEFINES MAX-DAYS-LITERALS.
001480     05  MAX-DAYS-ENTRY OCCURS 12 TIMES PIC 9(02).
001490
001500 77  TD-SER-DATE                  PIC 9(08)      VALUE ZERO.
001510 77  TD-SER-YEAR                  PIC 9(04)      COMP VALUE ZERO.
001520 77  TD-SER-MONTH                 PIC 9(02)      COMP VALUE ZERO.
001530 77  TD-SER-DAY                   PIC 9(02)      COMP VALUE ZERO.
001540 77  TD-SER-PRIOR-YEAR            PIC 9(04)      COMP VALUE ZERO.
001550 77  TD-SER-LEAPS-4               PIC 9(09)      COMP VALUE ZERO.
001560 77  TD-SER-LEAPS-100             PIC 9(09)      COMP VALUE ZERO.
001570 77  TD-SER-LEAPS-400             PIC 9(09)      COMP VALUE ZERO.
001580 77  TD-SER-MONTH-IDX             PIC 9(02)      COMP VALUE ZERO.
001590 77  TD-DAY-SERIAL                PIC 9(09)      COMP VALUE ZERO.
001600 77  TD-TODAY-SERIAL              PIC 9(09)      COMP VALUE ZERO.
001610 77  TD-DIVIDE-QUOTIENT           PIC 9(09)      COMP VALUE ZERO.
001620 77  TD-YEAR-REMAINDER-4          PIC 9(04)      COMP VALUE ZERO.
001630 77  TD-YEAR-REMAINDER-100        PIC 9(04)      COMP VALUE ZERO.
001640 77  TD-YEAR-REMAINDER-400        PIC 9(04)      COMP VALUE ZERO.
001650 77  TD-LEAP-YEAR-SWITCH          PIC X(01)      VALUE "N".
001660     88  TD-IS-LEAP-YEAR              VALUE "Y".
001670
001680*----------------------------------------------------------------
001690* Run-log posting fields - every batch job appends one
001700* completion record to RUNLOG at termination, the page RUNSUM
001710* reads at the end of the nightly stream
001720*----------------------------------------------------------------
001730 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
001740     88  TD-RUN-LOG-OK                VALUE "00".
001750
001760 PROCEDURE DIVISION.
001770******************************************************************
001780* 0000-MAINLINE
001790******************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     SORT SORT-WORK
001830         ON ASCENDING KEY SW-TASK-ID
001840         ON ASCENDING KEY SW-REC-TYPE
001850         ON ASCENDING KEY SW-ADD-DATE
001860         INPUT PROCEDURE IS 2000-SORT-INPUT
001870         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT.
001880     PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT.
001890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001900     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
001910     STOP RUN.
001920
001930******************************************************************
001940* 1000-INITIALIZE - every record of one run carries the same date
001950*                   and time, so the trend report can tell a rerun
001960*                   from the run it replaces. An audit trail that
001970*                   will not open leaves every task unaged, which
001980*                   is reported and counted in the over-90 bucket
001990******************************************************************
002000 1000-INITIALIZE.
002010     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
002020     ACCEPT TD-TIME-OF-DAY FROM TIME.
002030     MOVE TD-TIME-OF-DAY (1:6) TO TD-SNAP-TIME.
002040     MOVE TD-CURRENT-DATE TO TD-SER-DATE.
002050     PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
002060     MOVE TD-DAY-SERIAL TO TD-TODAY-SERIAL.
002070     OPEN INPUT TASK-FILE.
002080     OPEN INPUT AUDIT-FILE.
002090     IF TD-AUDIT-FILE-OK
002100         MOVE "Y" TO TD-AUDIT-AVAIL-SWITCH
002110     ELSE
002120         DISPLAY "AUDIT FILE NOT AVAILABLE, STATUS "
002130             TD-AUDIT-FILE-STATUS " - TASKS NOT AGED"
002140         MOVE 4 TO RETURN-CODE
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200* 2000-SORT-INPUT - release every ADD entry on the audit trail,
002210*                   then every open task on TASK-FILE
002220******************************************************************
002230 2000-SORT-INPUT.
002240     IF TD-AUDIT-AVAILABLE
002250         MOVE "N" TO TD-EOF-SWITCH
002260         PERFORM 2100-RELEASE-ONE-AUDIT THRU 2100-EXIT
002270             UNTIL TD-END-OF-FILE
002280     END-IF.
002290     MOVE "N" TO TD-EOF-SWITCH.
002300     MOVE LOW-VALUE TO TR-TASK-ID.
002310     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
002320         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
002330     PERFORM 2200-RELEASE-ONE-TASK THRU 2200-EXIT
002340         UNTIL TD-END-OF-FILE.
002350 2000-EXIT.
002360     EXIT.
002370
002380 2100-RELEASE-ONE-AUDIT.
002390     READ AUDIT-FILE
002400         AT END MOVE "Y" TO TD-EOF-SWITCH
002410     END-READ.
002420     IF TD-END-OF-FILE
002430         GO TO 2100-EXIT
002440     END-IF.
002450     IF NOT AR-ACTION-ADD
002460         GO TO 2100-EXIT
002470     END-IF.
002480     MOVE SPACES         TO SW-SORT-RECORD.
002490     MOVE AR-TASK-ID     TO SW-TASK-ID.
002500     MOVE "A"            TO SW-REC-TYPE.
002510     MOVE AR-ACTION-DATE TO SW-ADD-DATE.
002520     MOVE ZERO           TO SW-PRIORITY-CD.
002530     MOVE ZERO           TO SW-DUE-DATE.
002540     MOVE ZERO           TO SW-PRED-TASK-ID.
002550     RELEASE SW-SORT-RECORD.
002560 2100-EXIT.
002570     EXIT.
002580
002590 2200-RELEASE-ONE-TASK.
002600     READ TASK-FILE NEXT RECORD
002610         AT END MOVE "Y" TO TD-EOF-SWITCH
002620     END-READ.
002630     IF TD-END-OF-FILE
002640         GO TO 2200-EXIT
002650     END-IF.
002660     IF NOT TR-STATUS-OPEN
002670         GO TO 2200-EXIT
002680     END-IF.
002690     MOVE TR-TASK-ID      TO SW-TASK-ID.
002700     MOVE "T"             TO SW-REC-TYPE.
002710     MOVE ZERO            TO SW-ADD-DATE.
002720     MOVE TR-CATEGORY-CD  TO SW-CATEGORY-CD.
002730     MOVE TR-OWNER-ID     TO SW-OWNER-ID.
002740     MOVE TR-PRIORITY-CD  TO SW-PRIORITY-CD.
002750     MOVE TR-DUE-DATE     TO SW-DUE-DATE.
002760     MOVE TR-PRED-TASK-ID TO SW-PRED-TASK-ID.
002770     RELEASE SW-SORT-RECORD.
002780 2200-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 3000-SORT-OUTPUT - hold each ADD entry's date, and post each
002830*                    open task to its group with the age, overdue
002840*                    and blocked tests applied
002850******************************************************************
002860 3000-SORT-OUTPUT.
002870     MOVE "N" TO TD-EOF-SWITCH.
002880     PERFORM 3100-SORT-OUTPUT-ONE THRU 3100-EXIT
002890         UNTIL TD-END-OF-FILE.
002900 3000-EXIT.
002910     EXIT.
002920
002930 3100-SORT-OUTPUT-ONE.
002940     RETURN SORT-WORK
002950         AT END MOVE "Y" TO TD-EOF-SWITCH
002960     END-RETURN.
002970     IF TD-END-OF-FILE
002980         GO TO 3100-EXIT
002990     END-IF.
003000     IF SW-ADD-ENTRY
003010         MOVE SW-TASK-ID  TO TD-ADD-TASK-ID
003020         MOVE SW-ADD-DATE TO TD-ADD-DATE
003030         GO TO 3100-EXIT
003040     END-IF.
003050     ADD 1 TO TD-OPEN-COUNT.
003060     PERFORM 3200-SET-AGE-BUCKET THRU 3200-EXIT.
003070     MOVE "N" TO TD-BLOCKED-SWITCH.
003080     IF SW-PRED-TASK-ID NOT = ZERO
003090         PERFORM 3300-CHECK-BLOCKED THRU 3300-EXIT
003100     END-IF.
003110     PERFORM 3400-POST-GROUP THRU 3400-EXIT.
003120 3100-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 3200-SET-AGE-BUCKET - 1 = 0-7 days, 2 = 8-30, 3 = 31-90,
003170*                       4 = over 90 or no ADD entry to go by
003180******************************************************************
003190 3200-SET-AGE-BUCKET.
003200     MOVE 4 TO TD-AGE-IDX.
003210     IF TD-ADD-TASK-ID NOT = SW-TASK-ID OR TD-ADD-DATE NOT NUMERIC
003220             OR TD-ADD-DATE = ZERO
003230         ADD 1 TO TD-NO-ADD-COUNT
003240         GO TO 3200-EXIT
003250     END-IF.
003260     MOVE TD-ADD-DATE TO TD-SER-DATE.
003270     PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
003280     IF TD-DAY-SERIAL > TD-TODAY-SERIAL
003290         MOVE ZERO TO TD-AGE-DAYS
003300     ELSE
003310         COMPUTE TD-AGE-DAYS = TD-TODAY-SERIAL - TD-DAY-SERIAL
003320     END-IF.
003330     EVALUATE TRUE
003340         WHEN TD-AGE-DAYS NOT > 7
003350             MOVE 1 TO TD-AGE-IDX
003360         WHEN TD-AGE-DAYS NOT > 30
003370             MOVE 2 TO TD-AGE-IDX
003380         WHEN TD-AGE-DAYS NOT > 90
003390             MOVE 3 TO TD-AGE-IDX
003400         WHEN OTHER
003410             MOVE 4 TO TD-AGE-IDX
003420     END-EVALUATE.
003430 3200-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 3300-CHECK-BLOCKED - blocked means the predecessor is still on
003480*                      TASK-FILE and not complete. The random read
003490*                      is safe here because the sort input
003500*                      procedure has already consumed TASK-FILE
003510******************************************************************
003520 3300-CHECK-BLOCKED.
003530     MOVE SW-PRED-TASK-ID TO TR-TASK-ID.
003540     READ TASK-FILE
003550         INVALID KEY
003560             CONTINUE
003570         NOT INVALID KEY
003580             IF NOT TR-STATUS-COMPLETE
003590                 MOVE "Y" TO TD-BLOCKED-SWITCH
003600             END-IF
003610     END-READ.
003620 3300-EXIT.
003630     EXIT.
003640
003650 3400-POST-GROUP.
003660     MOVE "N" TO TD-FOUND-SWITCH.
003670     PERFORM 3410-SCAN-GROUP-TABLE THRU 3410-EXIT
003680         VARYING TD-GROUP-IDX FROM 1 BY 1
003690         UNTIL TD-GROUP-IDX > TD-GROUP-COUNT
003700            OR TD-ENTRY-FOUND.
003710     IF TD-ENTRY-FOUND
003720         GO TO 3400-EXIT
003730     END-IF.
003740     IF TD-GROUP-COUNT NOT < TD-MAX-GROUPS
003750         IF NOT TD-GROUP-TABLE-FULL
003760             DISPLAY "TOO MANY CATEGORY/OWNER/PRIORITY GROUPS,"
003770                 " SOME TASKS LEFT OUT OF THE SNAPSHOT"
003780             MOVE "Y" TO TD-GROUP-FULL-SWITCH
003790             MOVE 4 TO RETURN-CODE
003800         END-IF
003810         ADD 1 TO TD-DROPPED-COUNT
003820         GO TO 3400-EXIT
003830     END-IF.
003840     ADD 1 TO TD-GROUP-COUNT.
003850     MOVE TD-GROUP-COUNT TO TD-GROUP-IDX.
003860     MOVE SW-CATEGORY-CD TO GRP-CATEGORY-CD (TD-GROUP-IDX).
003870     MOVE SW-OWNER-ID    TO GRP-OWNER-ID (TD-GROUP-IDX).
003880     MOVE SW-PRIORITY-CD TO GRP-PRIORITY-CD (TD-GROUP-IDX).
003890     MOVE ZERO TO GRP-OPEN-COUNT (TD-GROUP-IDX)
003900                  GRP-OVERDUE-COUNT (TD-GROUP-IDX)
003910                  GRP-BLOCKED-COUNT (TD-GROUP-IDX)
003920                  GRP-AGE-COUNT (TD-GROUP-IDX 1)
003930                  GRP-AGE-COUNT (TD-GROUP-IDX 2)
003940                  GRP-AGE-COUNT (TD-GROUP-IDX 3)
003950                  GRP-AGE-COUNT (TD-GROUP-IDX 4).
003960     PERFORM 3420-COUNT-TASK THRU 3420-EXIT.
003970 3400-EXIT.
003980     EXIT.
003990
004000 3410-SCAN-GROUP-TABLE.
004010     IF GRP-CATEGORY-CD (TD-GROUP-IDX) = SW-CATEGORY-CD
004020             AND GRP-OWNER-ID (TD-GROUP-IDX) = SW-OWNER-ID
004030             AND GRP-PRIORITY-CD (TD-GROUP-IDX) = SW-PRIORITY-CD
004040         PERFORM 3420-COUNT-TASK THRU 3420-EXIT
004050         MOVE "Y" TO TD-FOUND-SWITCH
004060     END-IF.
004070 3410-EXIT.
004080     EXIT.
004090
004100 3420-COUNT-TASK.
004110     ADD 1 TO GRP-OPEN-COUNT (TD-GROUP-IDX).
004120     IF SW-DUE-DATE < TD-CURRENT-DATE
004130         ADD 1 TO GRP-OVERDUE-COUNT (TD-GROUP-IDX)
004140     END-IF.
004150     IF TD-TASK-BLOCKED
004160         ADD 1 TO GRP-BLOCKED-COUNT (TD-GROUP-IDX)
004170     END-IF.
004180     ADD 1 TO GRP-AGE-COUNT (TD-GROUP-IDX TD-AGE-IDX).
004190 3420-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 4000-WRITE-SNAPSHOT - append tonight's groups to the history.
004240*                       With nothing open, one all-zero record
004250*                       still marks the night. A history that
004260*                       cannot be opened is an RC 8 failure - the
004270*                       night is lost from the trend
004280******************************************************************
004290 4000-WRITE-SNAPSHOT.
004300     OPEN EXTEND SNAP-HIST.
004310     IF NOT TD-SNAP-HIST-OK
004320         OPEN OUTPUT SNAP-HIST
004330         CLOSE SNAP-HIST
004340         OPEN EXTEND SNAP-HIST
004350     END-IF.
004360     IF NOT TD-SNAP-HIST-OK
004370         DISPLAY "SNAPSHOT HISTORY NOT AVAILABLE, STATUS "
004380             TD-SNAP-HIST-STATUS " - NO SNAPSHOT TAKEN"
004390         MOVE 8 TO RETURN-CODE
004400         GO TO 4000-EXIT
004410     END-IF.
004420     IF TD-GROUP-COUNT = ZERO
004430         MOVE SPACES TO SN-SNAPSHOT-RECORD
004440         MOVE TD-CURRENT-DATE TO SN-SNAP-DATE
004450         MOVE TD-SNAP-TIME TO SN-SNAP-TIME
004460         MOVE ZERO TO SN-PRIORITY-CD SN-OPEN-COUNT
004470                      SN-OVERDUE-COUNT SN-BLOCKED-COUNT
004480                      SN-AGE-0-7-COUNT SN-AGE-8-30-COUNT
004490                      SN-AGE-31-90-COUNT SN-AGE-OVER-90-COUNT
004500         WRITE SN-SNAPSHOT-RECORD
004510         ADD 1 TO TD-WRITTEN-COUNT
004520     END-IF.
004530     PERFORM 4100-WRITE-ONE-GROUP THRU 4100-EXIT
004540         VARYING TD-GROUP-IDX FROM 1 BY 1
004550         UNTIL TD-GROUP-IDX > TD-GROUP-COUNT.
004560     CLOSE SNAP-HIST.
004570 4000-EXIT.
004580     EXIT.
004590
004600 4100-WRITE-ONE-GROUP.
004610     MOVE SPACES TO SN-SNAPSHOT-RECORD.
004620     MOVE TD-CURRENT-DATE TO SN-SNAP-DATE.
004630     MOVE TD-SNAP-TIME TO SN-SNAP-TIME.
004640     MOVE GRP-CATEGORY-CD (TD-GROUP-IDX)   TO SN-CATEGORY-CD.
004650     MOVE GRP-OWNER-ID (TD-GROUP-IDX)      TO SN-OWNER-ID.
004660     MOVE GRP-PRIORITY-CD (TD-GROUP-IDX)   TO SN-PRIORITY-CD.
004670     MOVE GRP-OPEN-COUNT (TD-GROUP-IDX)    TO SN-OPEN-COUNT.
004680     MOVE GRP-OVERDUE-COUNT (TD-GROUP-IDX) TO SN-OVERDUE-COUNT.
004690     MOVE GRP-BLOCKED-COUNT (TD-GROUP-IDX) TO SN-BLOCKED-COUNT.
004700     MOVE GRP-AGE-COUNT (TD-GROUP-IDX 1)   TO SN-AGE-0-7-COUNT.
004710     MOVE GRP-AGE-COUNT (TD-GROUP-IDX 2)   TO SN-AGE-8-30-COUNT.
004720     MOVE GRP-AGE-COUNT (TD-GROUP-IDX 3)   TO SN-AGE-31-90-COUNT.
004730     MOVE GRP-AGE-COUNT (TD-GROUP-IDX 4)
004740         TO SN-AGE-OVER-90-COUNT.
004750     WRITE SN-SNAPSHOT-RECORD.
004760     ADD 1 TO TD-WRITTEN-COUNT.
004770 4100-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 7100-DATE-TO-SERIAL - days since the proleptic gregorian epoch
004820*                       for the CCYYMMDD date in TD-SER-DATE:
004830*                       365 per elapsed year, plus one per
004840*                       elapsed leap year, plus the days of the
004850*                       elapsed months of the current year (with
004860*                       february's leap day), plus the day
004870******************************************************************
004880 7100-DATE-TO-SERIAL.
004890     MOVE TD-SER-DATE (1:4) TO TD-SER-YEAR.
004900     MOVE TD-SER-DATE (5:2) TO TD-SER-MONTH.
004910     MOVE TD-SER-DATE (7:2) TO TD-SER-DAY.
004920     COMPUTE TD-SER-PRIOR-YEAR = TD-SER-YEAR - 1.
004930*    The leap-day counts must each be floored BEFORE they are
004940*    summed - a single COMPUTE carries the fractions through
004950*    and can land the serial one day short
004960     DIVIDE TD-SER-PRIOR-YEAR BY 4
004970         GIVING TD-SER-LEAPS-4.
004980     DIVIDE TD-SER-PRIOR-YEAR BY 100
004990         GIVING TD-SER-LEAPS-100.
005000     DIVIDE TD-SER-PRIOR-YEAR BY 400
005010         GIVING TD-SER-LEAPS-400.
005020     COMPUTE TD-DAY-SERIAL =
005030         (365 * TD-SER-PRIOR-YEAR)
005040         + TD-SER-LEAPS-4
005050         - TD-SER-LEAPS-100
005060         + TD-SER-LEAPS-400
005070         + TD-SER-DAY.
005080     IF TD-SER-MONTH > 1
005090         PERFORM 7110-ADD-MONTH-DAYS THRU 7110-EXIT
005100             VARYING TD-SER-MONTH-IDX FROM 1 BY 1
005110             UNTIL TD-SER-MONTH-IDX >= TD-SER-MONTH
005120     END-IF.
005130     IF TD-SER-MONTH > 2
005140         DIVIDE TD-SER-YEAR BY 4
005150             GIVING TD-DIVIDE-QUOTIENT
005160             REMAINDER TD-YEAR-REMAINDER-4
005170         DIVIDE TD-SER-YEAR BY 100
005180             GIVING TD-DIVIDE-QUOTIENT
005190             REMAINDER TD-YEAR-REMAINDER-100
005200         DIVIDE TD-SER-YEAR BY 400
005210             GIVING TD-DIVIDE-QUOTIENT
005220             REMAINDER TD-YEAR-REMAINDER-400
005230         MOVE "N" TO TD-LEAP-YEAR-SWITCH
005240         IF TD-YEAR-REMAINDER-4 = 0
005250                 AND (TD-YEAR-REMAINDER-100 NOT = 0
005260                 OR TD-YEAR-REMAINDER-400 = 0)
005270             MOVE "Y" TO TD-LEAP-YEAR-SWITCH
005280         END-IF
005290         IF TD-IS-LEAP-YEAR
005300             ADD 1 TO TD-DAY-SERIAL
005310         END-IF
005320     END-IF.
005330 7100-EXIT.
005340     EXIT.
005350
005360 7110-ADD-MONTH-DAYS.
005370     ADD MAX-DAYS-ENTRY (TD-SER-MONTH-IDX) TO TD-DAY-SERIAL.
005380 7110-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 8000-TERMINATE
005430******************************************************************
005440 8000-TERMINATE.
005450     CLOSE TASK-FILE.
005460     IF TD-AUDIT-AVAILABLE
005470         CLOSE AUDIT-FILE
005480     END-IF.
005490     IF TD-NO-ADD-COUNT > ZERO
005500         DISPLAY TD-NO-ADD-COUNT " OPEN TASKS WITH NO ADD ENTRY"
005510             " ON THE AUDIT TRAIL - AGED OVER 90 DAYS"
005520     END-IF.
005530     IF TD-DROPPED-COUNT > ZERO
005540         DISPLAY TD-DROPPED-COUNT " OPEN TASKS LEFT OUT OF THE"
005550             " SNAPSHOT - GROUP TABLE FULL"
005560     END-IF.
005570     DISPLAY "BKLGSNAP COMPLETE - " TD-OPEN-COUNT
005580         " OPEN TASKS IN " TD-WRITTEN-COUNT " SNAPSHOT RECORDS".
005590 8000-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 8900-POST-RUN-LOG - append this run's completion record (job
005640*                     name, date/time, records processed,
005650*                     exceptions, return code) to RUNLOG so
005660*                     RUNSUM can show the whole night on one
005670*                     page. A log that will not open is
005680*                     reported, never fatal
005690******************************************************************
005700 8900-POST-RUN-LOG.
005710     OPEN EXTEND RUN-LOG.
005720     IF NOT TD-RUN-LOG-OK
005730         OPEN OUTPUT RUN-LOG
005740         CLOSE RUN-LOG
005750         OPEN EXTEND RUN-LOG
005760     END-IF
005770     IF NOT TD-RUN-LOG-OK
005780         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
005790             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
005800         GO TO 8900-EXIT
005810     END-IF.
005820     MOVE "BKLGSNAP" TO RL-JOB-NAME.
005830     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
005840     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
005850     ACCEPT TD-TIME-OF-DAY FROM TIME.
005860     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
005870     MOVE TD-OPEN-COUNT TO RL-RECORDS-PROCESSED.
005880     MOVE TD-DROPPED-COUNT TO RL-EXCEPTION-COUNT.
005890     MOVE RETURN-CODE TO RL-RETURN-CODE.
005900     WRITE RL-RUN-RECORD.
005910     CLOSE RUN-LOG.
005920 8900-EXIT.
005930     EXIT.
005940
005950 END PROGRAM BKLGSNAP.
