000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: nightly tickler - lists, by owner, the open tasks whose
000050*          start-not-before date has arrived since the last run,
000060*          so a task keyed weeks ahead and kept off the worklists
000070*          until it can be worked is called out on the morning it
000080*          comes back. The through-date of each run is kept on the
000090*          TICKLER record of CTLFILE, so a night the job did not
000100*          run is picked up by the next one; the first run, with
000110*          no TICKLER record yet, reports today's starts only. A
000120*          same-day rerun reprints the same window. Run ahead of
000130*          WORKLST in the nightly stream.
000140* Tectonics: cobc
000150******************************************************************
000160* Modification History
000170*   oct.15, 2026  spk  original program
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TICKLER.
000210 AUTHOR. SPEAKER.
000220 INSTALLATION. DATA PROCESSING.
000230 DATE-WRITTEN. OCT 15 2026.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TASK-FILE ASSIGN TO "TASKFILE"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TR-TASK-ID
000330         FILE STATUS IS TD-TASK-FILE-STATUS.
000340
000350     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OP-OPERATOR-ID
000390         FILE STATUS IS TD-OPER-FILE-STATUS.
000400
000410     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CT-CONTROL-ID
000450         FILE STATUS IS TD-CONTROL-FILE-STATUS.
000460
000470     SELECT TICKLER-RPT ASSIGN TO "TICKRPT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS TD-TICKLER-RPT-STATUS.
000500
000510     SELECT SORT-WORK ASSIGN TO "SORTWORK".
000520
000530     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS TD-RUN-LOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TASK-FILE.
000600     COPY TASKREC.
000610
000620 FD  OPER-FILE.
000630     COPY OPERREC.
000640
000650 FD  CONTROL-FILE.
000660     COPY CTLREC.
000670
000680 FD  TICKLER-RPT.
000690 01  TICKLER-RPT-LINE            PIC X(80).
000700
000710 SD  SORT-WORK.
000720 01  SW-SORT-RECORD.
000730     05  SW-OWNER-SORT-KEY       PIC X(08).
000740     05  SW-DUE-DATE             PIC 9(08).
000750     05  SW-TASK-ID              PIC 9(06).
000760     05  SW-PRIORITY-CD          PIC 9(01).
000770     05  SW-START-DATE           PIC 9(08).
000780     05  SW-TASK-DESC            PIC X(40).
000790     05  SW-OWNER-ID             PIC X(08).
000800
000810 FD  RUN-LOG.
000820     COPY RUNREC.
000830
000840 WORKING-STORAGE SECTION.
000850 77  TD-TASK-FILE-STATUS          PIC X(02)      VALUE "00".
000860     88  TD-TASK-FILE-OK              VALUE "00".
000870 77  TD-OPER-FILE-STATUS          PIC X(02)      VALUE "00".
000880     88  TD-OPER-FILE-OK              VALUE "00".
000890 77  TD-CONTROL-FILE-STATUS       PIC X(02)      VALUE "00".
000900     88  TD-CONTROL-FILE-OK           VALUE "00".
000910 77  TD-TICKLER-RPT-STATUS        PIC X(02)      VALUE "00".
000920
000930 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
000940     88  TD-END-OF-FILE               VALUE "Y".
000950 77  TD-OPER-AVAIL-SWITCH         PIC X(01)      VALUE "N".
000960     88  TD-OPER-AVAILABLE            VALUE "Y".
000970 77  TD-CTL-AVAIL-SWITCH          PIC X(01)      VALUE "N".
000980     88  TD-CTL-AVAILABLE             VALUE "Y".
000990 77  TD-TICKLE-REC-SWITCH         PIC X(01)      VALUE "N".
001000     88  TD-TICKLE-REC-EXISTS         VALUE "Y".
001010 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
001020 77  TD-TASK-COUNT                PIC 9(06)      COMP VALUE ZERO.
001030 77  TD-OWNER-TASK-COUNT          PIC 9(04)      COMP VALUE ZERO.
001040 77  TD-OWNER-COUNT               PIC 9(04)      COMP VALUE ZERO.
001050
001060*----------------------------------------------------------------
001070* Window fields - a task is reported when its start date is
001080* after TD-WINDOW-AFTER-DATE and not after today. With no
001090* TICKLER record the window is today alone
001100*----------------------------------------------------------------
001110 77  TD-WINDOW-AFTER-DATE         PIC 9(08)      VALUE ZERO.
001120 77  TD-WINDOW-SWITCH             PIC X(01)      VALUE "N".
001130     88  TD-TODAY-ONLY                VALUE "Y".
001140
001150*----------------------------------------------------------------
001160* Control-break fields - a blank owner sorts as HIGH-VALUES so
001170* the unassigned group prints at the back
001180*----------------------------------------------------------------
001190 77  TD-PREV-OWNER-KEY            PIC X(08)      VALUE LOW-VALUES.
001200 77  TD-FIRST-GROUP-SWITCH        PIC X(01)      VALUE "Y".
001210     88  TD-FIRST-GROUP               VALUE "Y".
001220
001230 01  RPT-HEADING-1.
001240     05  FILLER                  PIC X(30) VALUE
001250         "DEFERRED TASKS NOW STARTING".
001260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001270     05  RH1-RUN-DATE            PIC 9(08).
001280
001290 01  RPT-HEADING-2.
001300     05  FILLER                  PIC X(30) VALUE
001310         "START DATES AFTER:".
001320     05  RH2-AFTER-DATE          PIC 9(08).
001330     05  FILLER                  PIC X(11) VALUE " THROUGH:  ".
001340     05  RH2-THROUGH-DATE        PIC 9(08).
001350
001360 01  RPT-HEADING-2-TODAY.
001370     05  FILLER                  PIC X(30) VALUE
001380         "START DATES ON:".
001390     05  RH2T-THROUGH-DATE       PIC 9(08).
001400
001410 01  RPT-OWNER-HEADING.
001420     05  FILLER                  PIC X(10) VALUE "OPERATOR: ".
001430     05  RO-OWNER-ID             PIC X(12).
001440     05  RO-OWNER-NAME           PIC X(30).
001450
001460 01  RPT-COLUMN-HEADING.
001470     05  FILLER                  PIC X(07) VALUE "ID".
001480     05  FILLER                  PIC X(05) VALUE "PRI".
001490     05  FILLER                  PIC X(10) VALUE "START".
001500     05  FILLER                  PIC X(10) VALUE "DUE DATE".
001510     05  FILLER                  PIC X(40) VALUE "DESCRIPTION".
001520
001530 01  RPT-DETAIL-LINE.
001540     05  RD-TASK-ID              PIC 9(06).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  RD-PRIORITY-CD          PIC 9(01).
001570     05  FILLER                  PIC X(04) VALUE SPACE.
001580     05  RD-START-DATE           PIC 9(08).
001590     05  FILLER                  PIC X(02) VALUE SPACE.
001600     05  RD-DUE-DATE             PIC 9(08).
001610     05  FILLER                  PIC X(02) VALUE SPACE.
001620     05  RD-TASK-DESC            PIC X(40).
001630
001640 01  RPT-OWNER-TRAILER.
001650     05  FILLER                  PIC X(20) VALUE
001660         "TASKS FOR OPERATOR: ".
001670     05  RT-OWNER-TASK-COUNT     PIC ZZZ9.
001680
001690 01  RPT-FINAL-TRAILER.
001700     05  FILLER                  PIC X(20) VALUE
001710         "TASKS NOW STARTING: ".
001720     05  RT-TASK-COUNT           PIC ZZZ,ZZ9.
001730
001740*----------------------------------------------------------------
001750* Run-log posting fields - every batch job appends one
001760* completion record to RUNLOG at termination, the page RUNSUM
001770* reads at the end of the nightly stream
001780*----------------------------------------------------------------
001790 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
001800     88  TD-RUN-LOG-OK                VALUE "00".
001810 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
001820
001830 PROCEDURE DIVISION.
001840******************************************************************
001850* 0000-MAINLINE
001860******************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     SORT SORT-WORK
001900         ON ASCENDING KEY SW-OWNER-SORT-KEY
001910         ON ASCENDING KEY SW-DUE-DATE
001920         ON ASCENDING KEY SW-TASK-ID
001930         INPUT PROCEDURE IS 2000-SORT-INPUT
001940         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT.
001950     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001960     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
001970     STOP RUN.
001980
001990******************************************************************
002000* 1000-INITIALIZE - the operator master only supplies names on
002010*                   the owner headings, so a master that will not
002020*                   open just leaves them blank
002030******************************************************************
002040 1000-INITIALIZE.
002050     OPEN INPUT TASK-FILE.
002060     OPEN INPUT OPER-FILE.
002070     IF TD-OPER-FILE-OK
002080         MOVE "Y" TO TD-OPER-AVAIL-SWITCH
002090     ELSE
002100         DISPLAY "OPERATOR FILE NOT AVAILABLE, STATUS "
002110             TD-OPER-FILE-STATUS " - NAMES LEFT BLANK"
002120     END-IF.
002130     OPEN OUTPUT TICKLER-RPT.
002140     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
002150     PERFORM 1100-SET-WINDOW THRU 1100-EXIT.
002160     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
002170     MOVE RPT-HEADING-1 TO TICKLER-RPT-LINE.
002180     WRITE TICKLER-RPT-LINE.
002190     IF TD-TODAY-ONLY
002200         MOVE TD-CURRENT-DATE TO RH2T-THROUGH-DATE
002210         MOVE RPT-HEADING-2-TODAY TO TICKLER-RPT-LINE
002220     ELSE
002230         MOVE TD-WINDOW-AFTER-DATE TO RH2-AFTER-DATE
002240         MOVE TD-CURRENT-DATE TO RH2-THROUGH-DATE
002250         MOVE RPT-HEADING-2 TO TICKLER-RPT-LINE
002260     END-IF.
002270     WRITE TICKLER-RPT-LINE.
002280 1000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320* 1100-SET-WINDOW - the TICKLER record's through-date from the
002330*                   last run opens tonight's window. A rerun on
002340*                   the same day reuses that run's own opening
002350*                   date so it reprints the same tasks. No control
002360*                   file, or no TICKLER record yet, means today's
002370*                   starts only
002380******************************************************************
002390 1100-SET-WINDOW.
002400     MOVE "Y" TO TD-WINDOW-SWITCH.
002410     OPEN I-O CONTROL-FILE.
002420     IF NOT TD-CONTROL-FILE-OK
002430         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
002440             TD-CONTROL-FILE-STATUS " - REPORTING TODAY ONLY"
002450         GO TO 1100-EXIT
002460     END-IF.
002470     MOVE "Y" TO TD-CTL-AVAIL-SWITCH.
002480     MOVE "TICKLER" TO CT-CONTROL-ID.
002490     READ CONTROL-FILE
002500         INVALID KEY
002510             DISPLAY "NO TICKLER RECORD ON THE CONTROL FILE - "
002520                 "REPORTING TODAY ONLY"
002530         NOT INVALID KEY
002540             MOVE "Y" TO TD-TICKLE-REC-SWITCH
002550     END-READ.
002560     IF NOT TD-TICKLE-REC-EXISTS
002570         GO TO 1100-EXIT
002580     END-IF.
002590     IF CT-LAST-TICKLE-DATE NOT NUMERIC
002600             OR CT-PRIOR-TICKLE-DATE NOT NUMERIC
002610         GO TO 1100-EXIT
002620     END-IF.
002630     IF CT-LAST-TICKLE-DATE < TD-CURRENT-DATE
002640         MOVE CT-LAST-TICKLE-DATE TO TD-WINDOW-AFTER-DATE
002650         MOVE "N" TO TD-WINDOW-SWITCH
002660         GO TO 1100-EXIT
002670     END-IF.
002680     IF CT-LAST-TICKLE-DATE = TD-CURRENT-DATE
002690             AND CT-PRIOR-TICKLE-DATE NOT = ZERO
002700         MOVE CT-PRIOR-TICKLE-DATE TO TD-WINDOW-AFTER-DATE
002710         MOVE "N" TO TD-WINDOW-SWITCH
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770* 2000-SORT-INPUT - release every open task whose start date
002780*                   falls in the window, with a blank owner
002790*                   mapped to HIGH-VALUES so the unassigned group
002800*                   sorts to the back
002810******************************************************************
002820 2000-SORT-INPUT.
002830     MOVE "N" TO TD-EOF-SWITCH.
002840     MOVE LOW-VALUE TO TR-TASK-ID.
002850     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
002860         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
002870     PERFORM 2100-SORT-INPUT-ONE THRU 2100-EXIT
002880         UNTIL TD-END-OF-FILE.
002890 2000-EXIT.
002900     EXIT.
002910
002920 2100-SORT-INPUT-ONE.
002930     READ TASK-FILE NEXT RECORD
002940         AT END MOVE "Y" TO TD-EOF-SWITCH
002950     END-READ.
002960     IF TD-END-OF-FILE
002970         GO TO 2100-EXIT
002980     END-IF.
002990     IF NOT TR-STATUS-OPEN OR TR-NO-START-DATE
003000         GO TO 2100-EXIT
003010     END-IF.
003020     IF TR-START-DATE > TD-CURRENT-DATE
003030         GO TO 2100-EXIT
003040     END-IF.
003050     IF TD-TODAY-ONLY
003060         IF TR-START-DATE NOT = TD-CURRENT-DATE
003070             GO TO 2100-EXIT
003080         END-IF
003090     ELSE
003100         IF TR-START-DATE NOT > TD-WINDOW-AFTER-DATE
003110             GO TO 2100-EXIT
003120         END-IF
003130     END-IF.
003140     IF TR-UNASSIGNED
003150         MOVE HIGH-VALUES TO SW-OWNER-SORT-KEY
003160     ELSE
003170         MOVE TR-OWNER-ID TO SW-OWNER-SORT-KEY
003180     END-IF.
003190     MOVE TR-DUE-DATE     TO SW-DUE-DATE.
003200     MOVE TR-TASK-ID      TO SW-TASK-ID.
003210     MOVE TR-PRIORITY-CD  TO SW-PRIORITY-CD.
003220     MOVE TR-START-DATE   TO SW-START-DATE.
003230     MOVE TR-TASK-DESC    TO SW-TASK-DESC.
003240     MOVE TR-OWNER-ID     TO SW-OWNER-ID.
003250     RELEASE SW-SORT-RECORD.
003260 2100-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 3000-SORT-OUTPUT - one group per owner: a new owner key prints
003310*                    the owner heading, and the group trailer
003320*                    carries the owner's count
003330******************************************************************
003340 3000-SORT-OUTPUT.
003350     MOVE "N" TO TD-EOF-SWITCH.
003360     MOVE LOW-VALUES TO TD-PREV-OWNER-KEY.
003370     PERFORM 3100-SORT-OUTPUT-ONE THRU 3100-EXIT
003380         UNTIL TD-END-OF-FILE.
003390     IF NOT TD-FIRST-GROUP
003400         PERFORM 3400-PRINT-OWNER-TRAILER THRU 3400-EXIT
003410     END-IF.
003420 3000-EXIT.
003430     EXIT.
003440
003450 3100-SORT-OUTPUT-ONE.
003460     RETURN SORT-WORK
003470         AT END MOVE "Y" TO TD-EOF-SWITCH
003480     END-RETURN.
003490     IF TD-END-OF-FILE
003500         GO TO 3100-EXIT
003510     END-IF.
003520     IF SW-OWNER-SORT-KEY NOT = TD-PREV-OWNER-KEY
003530         IF NOT TD-FIRST-GROUP
003540             PERFORM 3400-PRINT-OWNER-TRAILER THRU 3400-EXIT
003550         END-IF
003560         PERFORM 3200-PRINT-OWNER-HEADING THRU 3200-EXIT
003570         MOVE SW-OWNER-SORT-KEY TO TD-PREV-OWNER-KEY
003580         MOVE "N" TO TD-FIRST-GROUP-SWITCH
003590     END-IF.
003600     PERFORM 3300-PRINT-ONE-TASK THRU 3300-EXIT.
003610 3100-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* 3200-PRINT-OWNER-HEADING - owner id and name, or UNASSIGNED
003660******************************************************************
003670 3200-PRINT-OWNER-HEADING.
003680     ADD 1 TO TD-OWNER-COUNT.
003690     MOVE ZERO TO TD-OWNER-TASK-COUNT.
003700     MOVE SPACES TO RO-OWNER-NAME.
003710     IF SW-OWNER-SORT-KEY = HIGH-VALUES
003720         MOVE "UNASSIGNED" TO RO-OWNER-ID
003730     ELSE
003740         MOVE SW-OWNER-ID TO RO-OWNER-ID
003750         PERFORM 3250-LOOK-UP-OPER-NAME THRU 3250-EXIT
003760     END-IF.
003770     MOVE SPACES TO TICKLER-RPT-LINE.
003780     WRITE TICKLER-RPT-LINE.
003790     MOVE RPT-OWNER-HEADING TO TICKLER-RPT-LINE.
003800     WRITE TICKLER-RPT-LINE.
003810     MOVE RPT-COLUMN-HEADING TO TICKLER-RPT-LINE.
003820     WRITE TICKLER-RPT-LINE.
003830 3200-EXIT.
003840     EXIT.
003850
003860 3250-LOOK-UP-OPER-NAME.
003870     IF NOT TD-OPER-AVAILABLE
003880         GO TO 3250-EXIT
003890     END-IF.
003900     MOVE SW-OWNER-ID TO OP-OPERATOR-ID.
003910     READ OPER-FILE
003920         INVALID KEY
003930             CONTINUE
003940         NOT INVALID KEY
003950             MOVE OP-OPERATOR-NAME TO RO-OWNER-NAME
003960     END-READ.
003970 3250-EXIT.
003980     EXIT.
003990
004000 3300-PRINT-ONE-TASK.
004010     MOVE SW-TASK-ID     TO RD-TASK-ID.
004020     MOVE SW-PRIORITY-CD TO RD-PRIORITY-CD.
004030     MOVE SW-START-DATE  TO RD-START-DATE.
004040     MOVE SW-DUE-DATE    TO RD-DUE-DATE.
004050     MOVE SW-TASK-DESC   TO RD-TASK-DESC.
004060     MOVE RPT-DETAIL-LINE TO TICKLER-RPT-LINE.
004070     WRITE TICKLER-RPT-LINE.
004080     ADD 1 TO TD-TASK-COUNT.
004090     ADD 1 TO TD-OWNER-TASK-COUNT.
004100 3300-EXIT.
004110     EXIT.
004120
004130 3400-PRINT-OWNER-TRAILER.
004140     MOVE TD-OWNER-TASK-COUNT TO RT-OWNER-TASK-COUNT.
004150     MOVE RPT-OWNER-TRAILER TO TICKLER-RPT-LINE.
004160     WRITE TICKLER-RPT-LINE.
004170 3400-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210* 8000-TERMINATE - print the final count, then move the TICKLER
004220*                  record on to today so the next run opens its
004230*                  window where this one closed
004240******************************************************************
004250 8000-TERMINATE.
004260     MOVE SPACES TO TICKLER-RPT-LINE.
004270     WRITE TICKLER-RPT-LINE.
004280     MOVE TD-TASK-COUNT TO RT-TASK-COUNT.
004290     MOVE RPT-FINAL-TRAILER TO TICKLER-RPT-LINE.
004300     WRITE TICKLER-RPT-LINE.
004310     CLOSE TASK-FILE.
004320     CLOSE OPER-FILE.
004330     CLOSE TICKLER-RPT.
004340     IF TD-CTL-AVAILABLE
004350         PERFORM 8100-POST-TICKLE-DATE THRU 8100-EXIT
004360         CLOSE CONTROL-FILE
004370     END-IF.
004380     DISPLAY "TICKLER COMPLETE - " TD-TASK-COUNT
004390         " TASKS FOR " TD-OWNER-COUNT " OWNERS".
004400 8000-EXIT.
004410     EXIT.
004420
004430 8100-POST-TICKLE-DATE.
004440     IF NOT TD-TODAY-ONLY
004450         MOVE TD-WINDOW-AFTER-DATE TO CT-PRIOR-TICKLE-DATE
004460     ELSE
004470         MOVE ZERO TO CT-PRIOR-TICKLE-DATE
004480     END-IF.
004490     MOVE TD-CURRENT-DATE TO CT-LAST-TICKLE-DATE.
004500     IF TD-TICKLE-REC-EXISTS
004510         REWRITE CT-CONTROL-RECORD
004520             INVALID KEY
004530                 DISPLAY "COULD NOT UPDATE THE TICKLER RECORD"
004540         END-REWRITE
004550         GO TO 8100-EXIT
004560     END-IF.
004570     MOVE "TICKLER" TO CT-CONTROL-ID.
004580     MOVE SPACES TO CT-TICKLER-DATA.
004590     MOVE TD-CURRENT-DATE TO CT-LAST-TICKLE-DATE.
004600     MOVE ZERO TO CT-PRIOR-TICKLE-DATE.
004610     WRITE CT-CONTROL-RECORD
004620         INVALID KEY
004630             DISPLAY "COULD NOT ADD THE TICKLER RECORD"
004640     END-WRITE.
004650 8100-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 8900-POST-RUN-LOG - append this run's completion record (job
004700*                     name, date/time, records processed,
004710*                     exceptions, return code) to RUNLOG so
004720*                     RUNSUM can show the whole night on one
004730*                     page. A log that will not open is
004740*                     reported, never fatal
004750******************************************************************
004760 8900-POST-RUN-LOG.
004770     OPEN EXTEND RUN-LOG.
004780     IF NOT TD-RUN-LOG-OK
004790         OPEN OUTPUT RUN-LOG
004800         CLOSE RUN-LOG
004810         OPEN EXTEND RUN-LOG
004820     END-IF
004830     IF NOT TD-RUN-LOG-OK
004840         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
004850             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
004860         GO TO 8900-EXIT
004870     END-IF.
004880     MOVE "TICKLER" TO RL-JOB-NAME.
004890     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
004900     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
004910     ACCEPT TD-TIME-OF-DAY FROM TIME.
004920     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
004930     MOVE TD-TASK-COUNT TO RL-RECORDS-PROCESSED.
004940     MOVE ZERO TO RL-EXCEPTION-COUNT.
004950     MOVE RETURN-CODE TO RL-RETURN-CODE.
004960     WRITE RL-RUN-RECORD.
004970     CLOSE RUN-LOG.
004980 8900-EXIT.
004990     EXIT.
005000
005010 END PROGRAM TICKLER.
