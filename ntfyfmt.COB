000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: nightly notification formatter - reads the pending
000050*          records on NTFYFILE, the outbound queue every task
000060*          assign, reassign and escalation is posted to, and
000070*          writes one message per operator to NTFYMSG for the mail
000080*          gateway: a TO line, a subject, one line per change and
000090*          an end marker. A record for an operator who is inactive
000100*          or not on OPERFILE is not sent. Every pending record
000110*          the run reads is then marked on the queue - SENT, or
000120*          SKIPPED for an operator who could not be told - so a
000130*          rerun sends nothing twice. Records appended to the
000140*          queue while the run is going are left pending for the
000150*          next one. With no operator master nothing is sent and
000160*          nothing is marked.
000170* Tectonics: cobc
000180******************************************************************
000190* Modification History
000200*   oct.15, 2026  spk  original program
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. NTFYFMT.
000240 AUTHOR. SPEAKER.
000250 INSTALLATION. DATA PROCESSING.
000260 DATE-WRITTEN. OCT 15 2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
000350
000360     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OP-OPERATOR-ID
000400         FILE STATUS IS TD-OPER-FILE-STATUS.
000410
000420     SELECT NOTIFY-MSG ASSIGN TO "NTFYMSG"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS TD-NOTIFY-MSG-STATUS.
000450
000460     SELECT SORT-WORK ASSIGN TO "SORTWORK".
000470
000480     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS TD-RUN-LOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  NOTIFY-FILE.
000550     COPY NTFREC.
000560
000570 FD  OPER-FILE.
000580     COPY OPERREC.
000590
000600 FD  NOTIFY-MSG.
000610 01  NOTIFY-MSG-LINE             PIC X(80).
000620
000630 SD  SORT-WORK.
000640 01  SW-SORT-RECORD.
000650     05  SW-RECIPIENT-ID         PIC X(08).
000660     05  SW-EVENT-DATE           PIC 9(08).
000670     05  SW-EVENT-TIME           PIC 9(06).
000680     05  SW-QUEUE-SEQ            PIC 9(08).
000690     05  SW-EVENT-CD             PIC X(08).
000700     05  SW-TASK-ID              PIC 9(06).
000710     05  SW-TASK-DESC            PIC X(40).
000720     05  SW-CHANGED-BY           PIC X(08).
000730
000740 FD  RUN-LOG.
000750     COPY RUNREC.
000760
000770 WORKING-STORAGE SECTION.
000780 77  TD-NOTIFY-FILE-STATUS        PIC X(02)      VALUE "00".
000790     88  TD-NOTIFY-FILE-OK            VALUE "00".
000800 77  TD-OPER-FILE-STATUS          PIC X(02)      VALUE "00".
000810     88  TD-OPER-FILE-OK              VALUE "00".
000820 77  TD-NOTIFY-MSG-STATUS         PIC X(02)      VALUE "00".
000830
000840 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
000850     88  TD-END-OF-FILE               VALUE "Y".
000860 77  TD-RUN-SWITCH                PIC X(01)      VALUE "Y".
000870     88  TD-RUN-OK                    VALUE "Y".
000880     88  TD-RUN-FAILED                VALUE "F".
000890     88  TD-QUEUE-EMPTY               VALUE "E".
000900 77  TD-RECIPIENT-SWITCH          PIC X(01)      VALUE "N".
000910     88  TD-RECIPIENT-ACTIVE          VALUE "Y".
000920 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
000930
000940*----------------------------------------------------------------
000950* Counts - TD-READ-COUNT is the number of queue records the sort
000960* pass read, and is also where the marking pass stops, so a
000970* record appended after the sort pass is never marked unsent
000980*----------------------------------------------------------------
000990 77  TD-READ-COUNT                PIC 9(08)      COMP VALUE ZERO.
001000 77  TD-MARK-COUNT                PIC 9(08)      COMP VALUE ZERO.
001010 77  TD-PENDING-COUNT             PIC 9(06)      COMP VALUE ZERO.
001020 77  TD-SENT-COUNT                PIC 9(06)      COMP VALUE ZERO.
001030 77  TD-SKIPPED-COUNT             PIC 9(06)      COMP VALUE ZERO.
001040 77  TD-MESSAGE-COUNT             PIC 9(04)      COMP VALUE ZERO.
001050 77  TD-MESSAGE-LINE-COUNT        PIC 9(04)      COMP VALUE ZERO.
001060
001070*----------------------------------------------------------------
001080* Control-break fields - one message per recipient
001090*----------------------------------------------------------------
001100 77  TD-PREV-RECIPIENT            PIC X(08)      VALUE LOW-VALUES.
001110 77  TD-FIRST-GROUP-SWITCH        PIC X(01)      VALUE "Y".
001120     88  TD-FIRST-GROUP               VALUE "Y".
001130
001140 01  MSG-TO-LINE.
001150     05  FILLER                  PIC X(09) VALUE "TO:".
001160     05  MT-RECIPIENT-ID         PIC X(09).
001170     05  MT-RECIPIENT-NAME       PIC X(30).
001180
001190 01  MSG-SUBJECT-LINE.
001200     05  FILLER                  PIC X(09) VALUE "SUBJECT:".
001210     05  FILLER                  PIC X(29) VALUE
001220         "CHANGES TO YOUR TASKS AS OF ".
001230     05  MS-RUN-DATE             PIC 9(08).
001240
001250 01  MSG-COLUMN-HEADING.
001260     05  FILLER                  PIC X(10) VALUE "CHANGE".
001270     05  FILLER                  PIC X(08) VALUE "ID".
001280     05  FILLER                  PIC X(41) VALUE "DESCRIPTION".
001290     05  FILLER                  PIC X(09) VALUE "DATE".
001300     05  FILLER                  PIC X(08) VALUE "BY".
001310
001320 01  MSG-DETAIL-LINE.
001330     05  MD-EVENT-CD             PIC X(08).
001340     05  FILLER                  PIC X(02) VALUE SPACE.
001350     05  MD-TASK-ID              PIC 9(06).
001360     05  FILLER                  PIC X(02) VALUE SPACE.
001370     05  MD-TASK-DESC            PIC X(40).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  MD-EVENT-DATE           PIC 9(08).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  MD-CHANGED-BY           PIC X(08).
001420
001430 01  MSG-END-LINE.
001440     05  FILLER                  PIC X(16) VALUE
001450         "END OF MESSAGE -".
001460     05  ME-LINE-COUNT           PIC ZZZ9.
001470     05  FILLER                  PIC X(08) VALUE " CHANGES".
001480
001490*----------------------------------------------------------------
001500* Run-log posting fields - every batch job appends one
001510* completion record to RUNLOG at termination, the page RUNSUM
001520* reads at the end of the nightly stream
001530*----------------------------------------------------------------
001540 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
001550     88  TD-RUN-LOG-OK                VALUE "00".
001560 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
001570
001580 PROCEDURE DIVISION.
001590******************************************************************
001600* 0000-MAINLINE
001610******************************************************************
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     IF TD-RUN-OK
001650         SORT SORT-WORK
001660             ON ASCENDING KEY SW-RECIPIENT-ID
001670             ON ASCENDING KEY SW-EVENT-DATE
001680             ON ASCENDING KEY SW-EVENT-TIME
001690             ON ASCENDING KEY SW-QUEUE-SEQ
001700             INPUT PROCEDURE IS 2000-SORT-INPUT
001710             OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
001720         PERFORM 4000-MARK-QUEUE THRU 4000-EXIT
001730     END-IF.
001740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001750     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
001760     STOP RUN.
001770
001780******************************************************************
001790* 1000-INITIALIZE - the operator master decides who may be sent
001800*                   to, so without it the run stops with RC 8
001810*                   and the queue is left as it is for a rerun. A
001820*                   queue that does not exist yet just means
001830*                   nothing has happened to anyone's tasks
001840******************************************************************
001850 1000-INITIALIZE.
001860     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
001870     OPEN OUTPUT NOTIFY-MSG.
001880     OPEN INPUT OPER-FILE.
001890     IF NOT TD-OPER-FILE-OK
001900         DISPLAY "OPERATOR FILE NOT AVAILABLE, STATUS "
001910             TD-OPER-FILE-STATUS " - NOTHING SENT"
001920         MOVE "F" TO TD-RUN-SWITCH
001930         MOVE 8 TO RETURN-CODE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     OPEN INPUT NOTIFY-FILE.
001970     IF NOT TD-NOTIFY-FILE-OK
001980         DISPLAY "NOTIFICATION QUEUE NOT AVAILABLE, STATUS "
001990             TD-NOTIFY-FILE-STATUS " - NOTHING TO SEND"
002000         MOVE "E" TO TD-RUN-SWITCH
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060* 2000-SORT-INPUT - read the whole queue, counting every record
002070*                   so the marking pass knows where this run's
002080*                   share ends, and release the pending records
002090*                   whose recipient is an active operator
002100******************************************************************
002110 2000-SORT-INPUT.
002120     MOVE "N" TO TD-EOF-SWITCH.
002130     PERFORM 2100-SORT-INPUT-ONE THRU 2100-EXIT
002140         UNTIL TD-END-OF-FILE.
002150     CLOSE NOTIFY-FILE.
002160 2000-EXIT.
002170     EXIT.
002180
002190 2100-SORT-INPUT-ONE.
002200     READ NOTIFY-FILE
002210         AT END MOVE "Y" TO TD-EOF-SWITCH
002220     END-READ.
002230     IF TD-END-OF-FILE
002240         GO TO 2100-EXIT
002250     END-IF.
002260     ADD 1 TO TD-READ-COUNT.
002270     IF NOT NQ-PENDING
002280         GO TO 2100-EXIT
002290     END-IF.
002300     ADD 1 TO TD-PENDING-COUNT.
002310     PERFORM 2150-CHECK-RECIPIENT THRU 2150-EXIT.
002320     IF NOT TD-RECIPIENT-ACTIVE
002330         GO TO 2100-EXIT
002340     END-IF.
002350     MOVE NQ-RECIPIENT-ID    TO SW-RECIPIENT-ID.
002360     MOVE NQ-EVENT-DATE      TO SW-EVENT-DATE.
002370     MOVE NQ-EVENT-TIME      TO SW-EVENT-TIME.
002380     MOVE TD-READ-COUNT      TO SW-QUEUE-SEQ.
002390     MOVE NQ-EVENT-CD        TO SW-EVENT-CD.
002400     MOVE NQ-TASK-ID         TO SW-TASK-ID.
002410     MOVE NQ-TASK-DESC       TO SW-TASK-DESC.
002420     IF NQ-ACTED-BY-ID = "BATCH" OR NQ-ACTED-BY-ID = SPACES
002430         MOVE NQ-SOURCE-JOB  TO SW-CHANGED-BY
002440     ELSE
002450         MOVE NQ-ACTED-BY-ID TO SW-CHANGED-BY
002460     END-IF.
002470     RELEASE SW-SORT-RECORD.
002480 2100-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520* 2150-CHECK-RECIPIENT - an operator who is inactive, or who is
002530*                        not on the master at all, is not sent to
002540******************************************************************
002550 2150-CHECK-RECIPIENT.
002560     MOVE "N" TO TD-RECIPIENT-SWITCH.
002570     MOVE NQ-RECIPIENT-ID TO OP-OPERATOR-ID.
002580     READ OPER-FILE
002590         INVALID KEY
002600             CONTINUE
002610         NOT INVALID KEY
002620             IF OP-IS-ACTIVE
002630                 MOVE "Y" TO TD-RECIPIENT-SWITCH
002640             END-IF
002650     END-READ.
002660 2150-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700* 3000-SORT-OUTPUT - one message per recipient: a new recipient
002710*                    closes the last message and opens the next
002720******************************************************************
002730 3000-SORT-OUTPUT.
002740     MOVE "N" TO TD-EOF-SWITCH.
002750     MOVE LOW-VALUES TO TD-PREV-RECIPIENT.
002760     PERFORM 3100-SORT-OUTPUT-ONE THRU 3100-EXIT
002770         UNTIL TD-END-OF-FILE.
002780     IF NOT TD-FIRST-GROUP
002790         PERFORM 3400-WRITE-MESSAGE-END THRU 3400-EXIT
002800     END-IF.
002810 3000-EXIT.
002820     EXIT.
002830
002840 3100-SORT-OUTPUT-ONE.
002850     RETURN SORT-WORK
002860         AT END MOVE "Y" TO TD-EOF-SWITCH
002870     END-RETURN.
002880     IF TD-END-OF-FILE
002890         GO TO 3100-EXIT
002900     END-IF.
002910     IF SW-RECIPIENT-ID NOT = TD-PREV-RECIPIENT
002920         IF NOT TD-FIRST-GROUP
002930             PERFORM 3400-WRITE-MESSAGE-END THRU 3400-EXIT
002940         END-IF
002950         PERFORM 3200-WRITE-MESSAGE-HEAD THRU 3200-EXIT
002960         MOVE SW-RECIPIENT-ID TO TD-PREV-RECIPIENT
002970         MOVE "N" TO TD-FIRST-GROUP-SWITCH
002980     END-IF.
002990     PERFORM 3300-WRITE-MESSAGE-LINE THRU 3300-EXIT.
003000 3100-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 3200-WRITE-MESSAGE-HEAD - TO line with the operator's name,
003050*                           subject and column heading
003060******************************************************************
003070 3200-WRITE-MESSAGE-HEAD.
003080     ADD 1 TO TD-MESSAGE-COUNT.
003090     MOVE ZERO TO TD-MESSAGE-LINE-COUNT.
003100     MOVE SW-RECIPIENT-ID TO MT-RECIPIENT-ID.
003110     MOVE SPACES TO MT-RECIPIENT-NAME.
003120     MOVE SW-RECIPIENT-ID TO OP-OPERATOR-ID.
003130     READ OPER-FILE
003140         INVALID KEY
003150             CONTINUE
003160         NOT INVALID KEY
003170             MOVE OP-OPERATOR-NAME TO MT-RECIPIENT-NAME
003180     END-READ.
003190     MOVE MSG-TO-LINE TO NOTIFY-MSG-LINE.
003200     WRITE NOTIFY-MSG-LINE.
003210     MOVE TD-CURRENT-DATE TO MS-RUN-DATE.
003220     MOVE MSG-SUBJECT-LINE TO NOTIFY-MSG-LINE.
003230     WRITE NOTIFY-MSG-LINE.
003240     MOVE SPACES TO NOTIFY-MSG-LINE.
003250     WRITE NOTIFY-MSG-LINE.
003260     MOVE MSG-COLUMN-HEADING TO NOTIFY-MSG-LINE.
003270     WRITE NOTIFY-MSG-LINE.
003280 3200-EXIT.
003290     EXIT.
003300
003310 3300-WRITE-MESSAGE-LINE.
003320     MOVE SW-EVENT-CD     TO MD-EVENT-CD.
003330     MOVE SW-TASK-ID      TO MD-TASK-ID.
003340     MOVE SW-TASK-DESC    TO MD-TASK-DESC.
003350     MOVE SW-EVENT-DATE   TO MD-EVENT-DATE.
003360     MOVE SW-CHANGED-BY   TO MD-CHANGED-BY.
003370     MOVE MSG-DETAIL-LINE TO NOTIFY-MSG-LINE.
003380     WRITE NOTIFY-MSG-LINE.
003390     ADD 1 TO TD-MESSAGE-LINE-COUNT.
003400 3300-EXIT.
003410     EXIT.
003420
003430 3400-WRITE-MESSAGE-END.
003440     MOVE TD-MESSAGE-LINE-COUNT TO ME-LINE-COUNT.
003450     MOVE MSG-END-LINE TO NOTIFY-MSG-LINE.
003460     WRITE NOTIFY-MSG-LINE.
003470     MOVE SPACES TO NOTIFY-MSG-LINE.
003480     WRITE NOTIFY-MSG-LINE.
003490 3400-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530* 4000-MARK-QUEUE - reopen the queue for update and mark each
003540*                   pending record among the first TD-READ-COUNT:
003550*                   SENT when its recipient was written a message,
003560*                   SKIPPED when the recipient is inactive or
003570*                   unknown. Either way it is not picked up again
003580******************************************************************
003590 4000-MARK-QUEUE.
003600     IF TD-READ-COUNT = ZERO
003610         GO TO 4000-EXIT
003620     END-IF.
003630     OPEN I-O NOTIFY-FILE.
003640     IF NOT TD-NOTIFY-FILE-OK
003650         DISPLAY "NOTIFICATION QUEUE WILL NOT OPEN FOR UPDATE, "
003660             "STATUS " TD-NOTIFY-FILE-STATUS
003670             " - RECORDS NOT MARKED"
003680         MOVE 8 TO RETURN-CODE
003690         GO TO 4000-EXIT
003700     END-IF.
003710     MOVE "N" TO TD-EOF-SWITCH.
003720     MOVE ZERO TO TD-MARK-COUNT.
003730     PERFORM 4100-MARK-ONE THRU 4100-EXIT
003740         UNTIL TD-END-OF-FILE
003750            OR TD-MARK-COUNT NOT < TD-READ-COUNT.
003760     CLOSE NOTIFY-FILE.
003770 4000-EXIT.
003780     EXIT.
003790
003800 4100-MARK-ONE.
003810     READ NOTIFY-FILE
003820         AT END MOVE "Y" TO TD-EOF-SWITCH
003830     END-READ.
003840     IF TD-END-OF-FILE
003850         GO TO 4100-EXIT
003860     END-IF.
003870     ADD 1 TO TD-MARK-COUNT.
003880     IF NOT NQ-PENDING
003890         GO TO 4100-EXIT
003900     END-IF.
003910     PERFORM 2150-CHECK-RECIPIENT THRU 2150-EXIT.
003920     IF TD-RECIPIENT-ACTIVE
003930         MOVE "S" TO NQ-SEND-STATUS
003940         ADD 1 TO TD-SENT-COUNT
003950     ELSE
003960         MOVE "X" TO NQ-SEND-STATUS
003970         ADD 1 TO TD-SKIPPED-COUNT
003980         DISPLAY "SKIPPED - OPERATOR " NQ-RECIPIENT-ID
003990             " NOT ACTIVE, TASK " NQ-TASK-ID " " NQ-EVENT-CD
004000     END-IF.
004010     MOVE TD-CURRENT-DATE TO NQ-SEND-DATE.
004020     REWRITE NQ-NOTIFY-RECORD.
004030 4100-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 8000-TERMINATE - close up and report the counts
004080******************************************************************
004090 8000-TERMINATE.
004100     CLOSE NOTIFY-MSG.
004110     IF TD-RUN-FAILED
004120         DISPLAY "NTFYFMT ENDED - NOTHING SENT, QUEUE UNCHANGED"
004130         GO TO 8000-EXIT
004140     END-IF.
004150     CLOSE OPER-FILE.
004160     DISPLAY "NTFYFMT COMPLETE - " TD-PENDING-COUNT " PENDING, "
004170         TD-SENT-COUNT " SENT, " TD-SKIPPED-COUNT " SKIPPED, "
004180         TD-MESSAGE-COUNT " MESSAGES".
004190 8000-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 8900-POST-RUN-LOG - append this run's completion record (job
004240*                     name, date/time, records processed,
004250*                     exceptions, return code) to RUNLOG so
004260*                     RUNSUM can show the whole night on one
004270*                     page. A log that will not open is
004280*                     reported, never fatal
004290******************************************************************
004300 8900-POST-RUN-LOG.
004310     OPEN EXTEND RUN-LOG.
004320     IF NOT TD-RUN-LOG-OK
004330         OPEN OUTPUT RUN-LOG
004340         CLOSE RUN-LOG
004350         OPEN EXTEND RUN-LOG
004360     END-IF
004370     IF NOT TD-RUN-LOG-OK
004380         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
004390             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
004400         GO TO 8900-EXIT
004410     END-IF.
004420     MOVE "NTFYFMT" TO RL-JOB-NAME.
004430     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
004440     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
004450     ACCEPT TD-TIME-OF-DAY FROM TIME.
004460     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
004470     MOVE TD-PENDING-COUNT TO RL-RECORDS-PROCESSED.
004480     MOVE TD-SKIPPED-COUNT TO RL-EXCEPTION-COUNT.
004490     MOVE RETURN-CODE TO RL-RETURN-CODE.
004500     WRITE RL-RUN-RECORD.
004510     CLOSE RUN-LOG.
004520 8900-EXIT.
004530     EXIT.
004540
004550 END PROGRAM NTFYFMT.
