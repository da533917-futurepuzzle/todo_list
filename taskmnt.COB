000640*                      paths - the transaction still applies
000650*   sep.02, 2026  spk  the run now appends a completion
000660*                      record to RUNLOG at termination so
000661*                      RUNSUM can show the whole night on
000662*                      one page
000663*   oct.15, 2026  spk  the category code on an ADD or EDIT is
000664*                      now validated against the CATFILE
000665*                      category master (an EDIT that leaves the
000666*                      category unchanged passes), and an ADD
000667*                      with a blank owner or priority takes the
000668*                      category's default
000669*   oct.15, 2026  spk  the deck now carries a batch header and
000670*                      trailer - the trailer's record count, task
000671*                      id hash total and per-action counts are
000672*                      proved before anything is applied, an out
000673*                      of balance deck ends RC=8 with TASKFILE
000674*                      untouched, and a batch already applied
000675*                      according to BATCHLOG is refused
000676*   oct.15, 2026  spk  a COMPLETE for a task flagged
000677*                      review-required (or in a category so
000678*                      flagged) now leaves the task on file at
000679*                      status R for a second operator's sign-off
000680*                      instead of archiving it, and the review
000681*                      flag is carried on ADD and EDIT
000682*   oct.15, 2026  spk  the start-not-before date is carried on ADD
000683*                      and EDIT (blank = none on an ADD, unchanged
000684*                      on an EDIT), validated like the due date,
000685*                      closure warning included, and a recurring
000686*                      task's start date rolls with its due date
000687*   oct.15, 2026  spk  an ADD with an owner, or an EDIT that
000688*                      changes the owner, queues a notification
000689*                      for the new owner on the NTFYFILE queue
000690*   oct.15, 2026  spk  added the MERGE action - a duplicate task
000691*                      is held and deleted like a DELETE, its
000692*                      notes and work lines are re-keyed onto the
000693*                      surviving task, tasks that waited on it
000694*                      wait on the survivor instead, and a MERGE
000695*                      audit is posted against both ids; the
000696*                      trailer's MERGE count is proved with the
000697*                      others (blank on an older deck = zero)
000698*   oct.15, 2026  spk  the review flag on an EDIT is applied after
000699*                      the re-read, not lost to it; an ADD with no
000700*                      category no longer takes the previous
000701*                      transaction's category defaults; every
000702*                      audit record carries its subject and
000703*                      detail (blank unless set), a MERGE naming
000704*                      the other task of the pair
000705******************************************************************
000706 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. TASKMNT.
000720 AUTHOR. SPEAKER.
000730 INSTALLATION. DATA PROCESSING.
001000     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS TD-AUDIT-FILE-STATUS.
001022
001024     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
001026         ORGANIZATION IS SEQUENTIAL
001028         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
001030
001040     SELECT NOTE-FILE ASSIGN TO "NOTEFILE"
001050         ORGANIZATION IS INDEXED
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS TD-RUN-LOG-STATUS.
001550
001551     SELECT CAT-FILE ASSIGN TO "CATFILE"
001552         ORGANIZATION IS INDEXED
001553         ACCESS MODE IS DYNAMIC
001554         RECORD KEY IS CA-CATEGORY-CD
001555         FILE STATUS IS TD-CAT-FILE-STATUS.
001556
001557     SELECT BATCH-LOG ASSIGN TO "BATCHLOG"
001558         ORGANIZATION IS INDEXED
001559         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS BL-LOG-KEY
001561         FILE STATUS IS TD-BATCH-LOG-STATUS.
001562
001563 DATA DIVISION.
001570 FILE SECTION.
001580 FD  MAINT-FILE.
001590     COPY MNTREC.
001690
001700 FD  AUDIT-FILE.
001710     COPY AUDITREC.
001712
001714 FD  NOTIFY-FILE.
001716     COPY NTFREC.
001720
001730 FD  NOTE-FILE.
001740     COPY NOTEREC.
001960
001970 FD  RUN-LOG.
001980     COPY RUNREC.
001981
001982 FD  CAT-FILE.
001983     COPY CATREC.
001984
001985 FD  BATCH-LOG.
001986     COPY BLOGREC.
001990
002000 WORKING-STORAGE SECTION.
002010 77  TD-MAINT-FILE-STATUS          PIC X(02)     VALUE "00".
002260 77  TD-RECORDS-ADDED              PIC 9(08)     COMP VALUE ZERO.
002270 77  TD-RECORDS-EDITED             PIC 9(08)     COMP VALUE ZERO.
002280 77  TD-RECORDS-COMPLETED          PIC 9(08)     COMP VALUE ZERO.
002285 77  TD-RECORDS-IN-REVIEW          PIC 9(08)     COMP VALUE ZERO.
002290 77  TD-RECORDS-DELETED            PIC 9(08)     COMP VALUE ZERO.
002295 77  TD-RECORDS-MERGED             PIC 9(08)     COMP VALUE ZERO.
002300 77  TD-RECORDS-REJECTED           PIC 9(08)     COMP VALUE ZERO.
002310 77  TD-RESTART-COUNT              PIC 9(08)     COMP VALUE ZERO.
002320 77  TD-SKIP-IDX                   PIC 9(08)     COMP VALUE ZERO.
002760     88  TD-HOL-AVAILABLE              VALUE "Y".
002770 77  TD-WORK-LINE-COUNT            PIC 9(03)     COMP VALUE ZERO.
002780 77  TD-WORK-HOURS-TOTAL           PIC 9(05)V9(01)
002781                                                 COMP VALUE ZERO.
002782 77  TD-CAT-FILE-STATUS            PIC X(02)     VALUE "00".
002783     88  TD-CAT-FILE-OK               VALUE "00".
002784 77  TD-CAT-AVAIL-SWITCH           PIC X(01)     VALUE "N".
002785     88  TD-CAT-AVAILABLE              VALUE "Y".
002786 77  TD-CAT-EOF-SWITCH             PIC X(01)     VALUE "N".
002787     88  TD-CAT-END-OF-FILE            VALUE "Y".
002788 77  TD-CAT-FOUND-SWITCH           PIC X(01)     VALUE "N".
002789     88  TD-CAT-FOUND                  VALUE "Y".
002790 77  TD-ORIGINAL-CATEGORY          PIC X(10)     VALUE SPACES.
002791 77  TD-REVIEW-NEEDED-SWITCH       PIC X(01)     VALUE "N".
002792     88  TD-REVIEW-NEEDED              VALUE "Y".
002793
002794*----------------------------------------------------------------
002795* Merge work fields - the surviving task's highest note and work
002796* sequence and the duplicate's line counts are taken before
002797* anything moves, so a merge that would run the survivor past
002798* sequence 999 is rejected whole instead of half applied
002799*----------------------------------------------------------------
002800 77  TD-MERGE-SCAN-ID              PIC 9(06)     VALUE ZERO.
002801 77  TD-MERGE-SCAN-LAST            PIC 9(03)     VALUE ZERO.
002802 77  TD-MERGE-SCAN-COUNT           PIC 9(04)     COMP VALUE ZERO.
002803 77  TD-MERGE-NOTE-BASE            PIC 9(03)     VALUE ZERO.
002804 77  TD-MERGE-NOTE-COUNT           PIC 9(04)     COMP VALUE ZERO.
002805 77  TD-MERGE-WORK-BASE            PIC 9(03)     VALUE ZERO.
002806 77  TD-MERGE-WORK-COUNT           PIC 9(04)     COMP VALUE ZERO.
002807 77  TD-MERGE-NEXT-SEQ             PIC 9(03)     VALUE ZERO.
002808 77  TD-MERGE-OLD-SEQ              PIC 9(03)     VALUE ZERO.
002809 77  TD-MERGE-MOVED-COUNT          PIC 9(04)     COMP VALUE ZERO.
002810 77  TD-MERGE-PRED-ID              PIC 9(06)     VALUE ZERO.
002811 77  TD-REPOINT-COUNT              PIC 9(04)     COMP VALUE ZERO.
002812
002813*----------------------------------------------------------------
002820* Audit-trail work fields - there is no interactive operator to
002830* prompt for an id in an overnight batch job, so the action is
002840* attributed to a fixed batch operator id, the same as TASKLOAD
002860 77  TD-OPERATOR-ID                PIC X(08)     VALUE "BATCH".
002870 77  TD-AUDIT-ACTION               PIC X(08)     VALUE SPACES.
002880 77  TD-AUDIT-TASK-ID              PIC 9(06)     VALUE ZERO.
002881 77  TD-AUDIT-SUBJECT              PIC X(08)     VALUE SPACES.
002882 77  TD-NOTIFY-FILE-STATUS         PIC X(02)     VALUE "00".
002883     88  TD-NOTIFY-FILE-OK             VALUE "00".
002884 77  TD-NOTIFY-EVENT               PIC X(08)     VALUE SPACES.
002885 77  TD-ORIGINAL-OWNER             PIC X(08)     VALUE SPACES.
002890
002900*----------------------------------------------------------------
002910* Calendar validation work fields - same days-per-month lookup
003260*----------------------------------------------------------------
003270 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
003280     88  TD-RUN-LOG-OK                VALUE "00".
003281
003282*----------------------------------------------------------------
003283* Batch control fields - the deck opens with a header record and
003284* closes with a trailer record (BCHREC); the trailer's totals are
003285* proved against the detail records before anything is applied,
003286* and BATCHLOG remembers every batch id this job has started or
003287* applied so a resubmitted deck is refused
003288*----------------------------------------------------------------
003289 77  TD-BATCH-LOG-STATUS          PIC X(02)      VALUE "00".
003290     88  TD-BATCH-LOG-OK              VALUE "00".
003291 77  TD-BATCH-REFUSED-SWITCH      PIC X(01)      VALUE "N".
003292     88  TD-BATCH-REFUSED             VALUE "Y".
003293 77  TD-TRAILER-SEEN-SWITCH       PIC X(01)      VALUE "N".
003294     88  TD-TRAILER-SEEN              VALUE "Y".
003295 77  TD-BATCH-ID                  PIC X(12)      VALUE SPACES.
003296 77  TD-BATCH-DATE                PIC 9(08)      VALUE ZERO.
003297 77  TD-BATCH-RECORD-COUNT        PIC 9(06)      COMP VALUE ZERO.
003298 77  TD-BATCH-HASH-TOTAL          PIC 9(12)      COMP VALUE ZERO.
003299 77  TD-BATCH-ADD-COUNT           PIC 9(06)      COMP VALUE ZERO.
003300 77  TD-BATCH-EDIT-COUNT          PIC 9(06)      COMP VALUE ZERO.
003301 77  TD-BATCH-COMPLETE-COUNT      PIC 9(06)      COMP VALUE ZERO.
003302 77  TD-BATCH-DELETE-COUNT        PIC 9(06)      COMP VALUE ZERO.
003303 77  TD-BATCH-MERGE-COUNT         PIC 9(06)      COMP VALUE ZERO.
003304     COPY BCHREC.
003305 PROCEDURE DIVISION.
003310******************************************************************
003320* 0000-MAINLINE
003330******************************************************************
003640         CLOSE AUDIT-FILE
003650         OPEN EXTEND AUDIT-FILE
003660     END-IF
003661     OPEN EXTEND NOTIFY-FILE.
003662     IF NOT TD-NOTIFY-FILE-OK
003663         OPEN OUTPUT NOTIFY-FILE
003664         CLOSE NOTIFY-FILE
003665         OPEN EXTEND NOTIFY-FILE
003666     END-IF
003670     OPEN I-O CONTROL-FILE.
003680     IF NOT TD-CONTROL-FILE-OK
003690         OPEN OUTPUT CONTROL-FILE
004000         CLOSE NOTE-FILE
004010         OPEN I-O NOTE-FILE
004020     END-IF
004021     OPEN I-O BATCH-LOG.
004022     IF NOT TD-BATCH-LOG-OK
004023         OPEN OUTPUT BATCH-LOG
004024         CLOSE BATCH-LOG
004025         OPEN I-O BATCH-LOG
004026     END-IF
004030     PERFORM 1400-OPEN-OPER-FILE THRU 1400-EXIT.
004040     PERFORM 1450-OPEN-HOL-FILE THRU 1450-EXIT.
004045     PERFORM 1470-OPEN-CAT-FILE THRU 1470-EXIT.
004050     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
004051     PERFORM 1500-PROVE-BATCH THRU 1500-EXIT.
004052     IF TD-BATCH-REFUSED
004053         MOVE "Y" TO TD-EOF-SWITCH
004054         GO TO 1000-EXIT
004055     END-IF.
004060     PERFORM 1350-TAKE-RUN-LOCK THRU 1350-EXIT.
004070     IF TD-LOCK-REFUSED
004080         MOVE "Y" TO TD-EOF-SWITCH
004100     END-IF.
004110     PERFORM 1300-FIND-NEXT-ID THRU 1300-EXIT.
004120     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
004121     PERFORM 1550-CHECK-BATCH-LOG THRU 1550-EXIT.
004122     IF TD-BATCH-REFUSED
004123         MOVE "Y" TO TD-EOF-SWITCH
004124         GO TO 1000-EXIT
004125     END-IF.
004130     IF TD-CKPT-EXISTS
004140         DISPLAY "RESUMING MAINTENANCE AFTER " TD-RESTART-COUNT
004150             " TRANSACTIONS ALREADY PROCESSED"
006320* 1450-OPEN-HOL-FILE - the shop holiday calendar is input-only
006330*                      here and only feeds a warning, so a
006340*                      calendar that will not open just skips
006341*                      the closed-day check with a message
006342******************************************************************
006343 1450-OPEN-HOL-FILE.
006344     MOVE "N" TO TD-HOL-AVAIL-SWITCH.
006345     OPEN INPUT HOL-FILE.
006346     IF NOT TD-HOL-FILE-OK
006347         DISPLAY "HOLIDAY FILE NOT AVAILABLE, STATUS "
006348             TD-HOL-FILE-STATUS " - CLOSED-DAY WARNINGS OFF"
006349     ELSE
006350         MOVE "Y" TO TD-HOL-AVAIL-SWITCH
006351     END-IF.
006352 1450-EXIT.
006353     EXIT.
006354
006355******************************************************************
006356* 1470-OPEN-CAT-FILE - the category master is input-only here.
006357*                      A master that cannot be opened or has
006358*                      never been loaded waives the category
006359*                      checks for the run with a warning, the
006360*                      same as the operator master (see 1400)
006361******************************************************************
006362 1470-OPEN-CAT-FILE.
006363     MOVE "N" TO TD-CAT-AVAIL-SWITCH.
006364     OPEN INPUT CAT-FILE.
006365     IF NOT TD-CAT-FILE-OK
006366         DISPLAY "CATEGORY FILE NOT AVAILABLE, STATUS "
006367             TD-CAT-FILE-STATUS " - CATEGORIES ACCEPTED AS KEYED"
006368         GO TO 1470-EXIT
006369     END-IF.
006370     MOVE "N" TO TD-CAT-EOF-SWITCH.
006371     MOVE LOW-VALUE TO CA-CATEGORY-CD.
006372     START CAT-FILE KEY IS NOT LESS THAN CA-CATEGORY-CD
006373         INVALID KEY MOVE "Y" TO TD-CAT-EOF-SWITCH.
006374     IF NOT TD-CAT-END-OF-FILE
006375         READ CAT-FILE NEXT RECORD
006376             AT END MOVE "Y" TO TD-CAT-EOF-SWITCH
006377         END-READ
006378     END-IF.
006379     IF TD-CAT-END-OF-FILE
006380         DISPLAY "CATEGORY FILE IS EMPTY - CATEGORIES ACCEPTED"
006381             " AS KEYED"
006382     ELSE
006383         MOVE "Y" TO TD-CAT-AVAIL-SWITCH
006384     END-IF.
006385 1470-EXIT.
006386     EXIT.
006387******************************************************************
006388* 1500-PROVE-BATCH - read the whole deck once before anything is
006389*                    applied: the first record must be the batch
006390*                    header, the last the batch trailer, and the
006391*                    trailer's record count, task id hash total
006392*                    and per-action counts must agree with the
006393*                    detail records between them. A deck that is
006394*                    out of balance is refused with TASKFILE
006395*                    untouched. A deck that proves is reopened
006396*                    and left positioned just past its header
006397******************************************************************
006398 1500-PROVE-BATCH.
006399     MOVE ZERO TO TD-BATCH-RECORD-COUNT.
006400     MOVE ZERO TO TD-BATCH-HASH-TOTAL.
006401     MOVE ZERO TO TD-BATCH-ADD-COUNT.
006402     MOVE ZERO TO TD-BATCH-EDIT-COUNT.
006403     MOVE ZERO TO TD-BATCH-COMPLETE-COUNT.
006404     MOVE ZERO TO TD-BATCH-DELETE-COUNT.
006405     MOVE ZERO TO TD-BATCH-MERGE-COUNT.
006406     MOVE "N" TO TD-TRAILER-SEEN-SWITCH.
006407     MOVE "N" TO TD-EOF-SWITCH.
006408     IF NOT TD-MAINT-FILE-OK
006409         DISPLAY "RUN REFUSED - MAINTENANCE FILE NOT AVAILABLE,"
006410             " STATUS " TD-MAINT-FILE-STATUS
006411         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006412         GO TO 1500-EXIT
006413     END-IF.
006414     READ MAINT-FILE
006415         AT END MOVE "Y" TO TD-EOF-SWITCH
006416     END-READ.
006417     IF TD-END-OF-FILE
006418         DISPLAY "RUN REFUSED - MAINTENANCE FILE IS EMPTY, NO"
006419             " BATCH HEADER"
006420         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006421         GO TO 1500-EXIT
006422     END-IF.
006423     MOVE MT-MAINT-RECORD TO BC-BATCH-CONTROL-RECORD.
006424     IF NOT BC-IS-HEADER
006425             OR BC-BATCH-ID = SPACES
006426         DISPLAY "RUN REFUSED - FIRST RECORD IS NOT A BATCH"
006427             " HEADER"
006428         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006429         GO TO 1500-EXIT
006430     END-IF.
006431     MOVE BC-BATCH-ID TO TD-BATCH-ID.
006432     MOVE BC-CREATION-DATE TO TD-BATCH-DATE.
006433     DISPLAY "BATCH " TD-BATCH-ID " CREATED " TD-BATCH-DATE.
006434     PERFORM 1510-PROVE-ONE-RECORD THRU 1510-EXIT
006435         UNTIL TD-END-OF-FILE.
006436     IF TD-BATCH-REFUSED
006437         GO TO 1500-EXIT
006438     END-IF.
006439     IF NOT TD-TRAILER-SEEN
006440         DISPLAY "RUN REFUSED - NO BATCH TRAILER, THE DECK MAY BE"
006441             " TRUNCATED"
006442         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006443         GO TO 1500-EXIT
006444     END-IF.
006445     PERFORM 1520-COMPARE-TRAILER THRU 1520-EXIT.
006446     IF TD-BATCH-REFUSED
006447         DISPLAY "RUN REFUSED - BATCH " TD-BATCH-ID
006448             " IS OUT OF BALANCE, NOTHING APPLIED"
006449         GO TO 1500-EXIT
006450     END-IF.
006451     CLOSE MAINT-FILE.
006452     OPEN INPUT MAINT-FILE.
006453     READ MAINT-FILE
006454         AT END MOVE "Y" TO TD-EOF-SWITCH
006455     END-READ.
006456     MOVE "N" TO TD-EOF-SWITCH.
006457     DISPLAY "BATCH " TD-BATCH-ID " IN BALANCE - "
006458         TD-BATCH-RECORD-COUNT " TRANSACTIONS".
006459 1500-EXIT.
006460     EXIT.
006461
006462 1510-PROVE-ONE-RECORD.
006463     READ MAINT-FILE
006464         AT END MOVE "Y" TO TD-EOF-SWITCH
006465     END-READ.
006466     IF TD-END-OF-FILE
006467         GO TO 1510-EXIT
006468     END-IF.
006469     IF TD-TRAILER-SEEN
006470         DISPLAY "RUN REFUSED - RECORDS FOLLOW THE BATCH TRAILER"
006471         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006472         MOVE "Y" TO TD-EOF-SWITCH
006473         GO TO 1510-EXIT
006474     END-IF.
006475     MOVE MT-MAINT-RECORD TO BC-BATCH-CONTROL-RECORD.
006476     IF BC-IS-HEADER
006477         DISPLAY "RUN REFUSED - A SECOND BATCH HEADER IS ON THE"
006478             " DECK"
006479         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006480         MOVE "Y" TO TD-EOF-SWITCH
006481         GO TO 1510-EXIT
006482     END-IF.
006483     IF BC-IS-TRAILER
006484         MOVE "Y" TO TD-TRAILER-SEEN-SWITCH
006485         GO TO 1510-EXIT
006486     END-IF.
006487     ADD 1 TO TD-BATCH-RECORD-COUNT.
006488     IF MT-TASK-ID NUMERIC
006489         ADD MT-TASK-ID TO TD-BATCH-HASH-TOTAL
006490     END-IF.
006491     EVALUATE TRUE
006492         WHEN MT-ACTION-ADD
006493             ADD 1 TO TD-BATCH-ADD-COUNT
006494         WHEN MT-ACTION-EDIT
006495             ADD 1 TO TD-BATCH-EDIT-COUNT
006496         WHEN MT-ACTION-COMPLETE
006497             ADD 1 TO TD-BATCH-COMPLETE-COUNT
006498         WHEN MT-ACTION-DELETE
006499             ADD 1 TO TD-BATCH-DELETE-COUNT
006500         WHEN MT-ACTION-MERGE
006501             ADD 1 TO TD-BATCH-MERGE-COUNT
006502     END-EVALUATE.
006503 1510-EXIT.
006504     EXIT.
006505
006506******************************************************************
006507* 1520-COMPARE-TRAILER - every total on the trailer against what
006508*                        the deck actually holds; each difference
006509*                        is listed, not just the first. A record
006510*                        with an unknown action counts toward the
006511*                        record count only, and is rejected when
006512*                        it is reached
006513******************************************************************
006514 1520-COMPARE-TRAILER.
006515     IF BC-BATCH-ID NOT = TD-BATCH-ID
006516         DISPLAY "OUT OF BALANCE - TRAILER BATCH ID " BC-BATCH-ID
006517             " DOES NOT MATCH THE HEADER"
006518         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006519     END-IF.
006520     IF BC-RECORD-COUNT NOT NUMERIC
006521             OR BC-RECORD-COUNT NOT = TD-BATCH-RECORD-COUNT
006522         DISPLAY "OUT OF BALANCE - RECORD COUNT: TRAILER "
006523             BC-RECORD-COUNT " COUNTED " TD-BATCH-RECORD-COUNT
006524         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006525     END-IF.
006526     IF BC-HASH-TOTAL NOT NUMERIC
006527             OR BC-HASH-TOTAL NOT = TD-BATCH-HASH-TOTAL
006528         DISPLAY "OUT OF BALANCE - TASK ID HASH: TRAILER "
006529             BC-HASH-TOTAL " COUNTED " TD-BATCH-HASH-TOTAL
006530         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006531     END-IF.
006532     IF BC-ADD-COUNT NOT NUMERIC
006533             OR BC-ADD-COUNT NOT = TD-BATCH-ADD-COUNT
006534         DISPLAY "OUT OF BALANCE - ADD COUNT: TRAILER "
006535             BC-ADD-COUNT " COUNTED " TD-BATCH-ADD-COUNT
006536         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006537     END-IF.
006538     IF BC-EDIT-COUNT NOT NUMERIC
006539             OR BC-EDIT-COUNT NOT = TD-BATCH-EDIT-COUNT
006540         DISPLAY "OUT OF BALANCE - EDIT COUNT: TRAILER "
006541             BC-EDIT-COUNT " COUNTED " TD-BATCH-EDIT-COUNT
006542         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006543     END-IF.
006544     IF BC-COMPLETE-COUNT NOT NUMERIC
006545             OR BC-COMPLETE-COUNT NOT = TD-BATCH-COMPLETE-COUNT
006546         DISPLAY "OUT OF BALANCE - COMPLETE COUNT: TRAILER "
006547             BC-COMPLETE-COUNT " COUNTED " TD-BATCH-COMPLETE-COUNT
006548         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006549     END-IF.
006550     IF BC-DELETE-COUNT NOT NUMERIC
006551             OR BC-DELETE-COUNT NOT = TD-BATCH-DELETE-COUNT
006552         DISPLAY "OUT OF BALANCE - DELETE COUNT: TRAILER "
006553             BC-DELETE-COUNT " COUNTED " TD-BATCH-DELETE-COUNT
006554         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006555     END-IF.
006556     IF BC-NO-MERGE-COUNT
006557         MOVE ZERO TO BC-MERGE-COUNT
006558     END-IF.
006559     IF BC-MERGE-COUNT NOT NUMERIC
006560             OR BC-MERGE-COUNT NOT = TD-BATCH-MERGE-COUNT
006561         DISPLAY "OUT OF BALANCE - MERGE COUNT: TRAILER "
006562             BC-MERGE-COUNT " COUNTED " TD-BATCH-MERGE-COUNT
006563         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006564     END-IF.
006565 1520-EXIT.
006566     EXIT.
006567
006568******************************************************************
006569* 1550-CHECK-BATCH-LOG - look the batch id up on BATCHLOG. A
006570*                        batch already applied is refused as a
006571*                        resubmission; a batch started but never
006572*                        marked applied is an abend restart and
006573*                        carries on from MNTCKPT; a new batch is
006574*                        logged as started, unless MNTCKPT still
006575*                        holds the restart point of some other
006576*                        batch
006577******************************************************************
006578 1550-CHECK-BATCH-LOG.
006579     MOVE "TASKMNT" TO BL-JOB-NAME.
006580     MOVE TD-BATCH-ID TO BL-BATCH-ID.
006581     READ BATCH-LOG
006582         INVALID KEY
006583             PERFORM 1560-LOG-BATCH-STARTED THRU 1560-EXIT
006584             GO TO 1550-EXIT
006585     END-READ.
006586     IF BL-BATCH-APPLIED
006587         DISPLAY "RUN REFUSED - BATCH " TD-BATCH-ID
006588             " WAS ALREADY APPLIED ON " BL-APPLIED-DATE
006589             " AT " BL-APPLIED-TIME
006590         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006591         GO TO 1550-EXIT
006592     END-IF.
006593     IF NOT TD-CKPT-EXISTS
006594         DISPLAY "BATCH " TD-BATCH-ID " WAS STARTED ON "
006595             BL-STARTED-DATE " BUT LEFT NO RESTART POINT -"
006596             " RERUNNING FROM THE TOP"
006597     END-IF.
006598 1550-EXIT.
006599     EXIT.
006600
006601 1560-LOG-BATCH-STARTED.
006602     IF TD-CKPT-EXISTS
006603         DISPLAY "RUN REFUSED - THE RESTART POINT ON MNTCKPT IS"
006604             " NOT FOR BATCH " TD-BATCH-ID
006605         DISPLAY "RERUN THE BATCH THAT ABENDED BEFORE SUBMITTING"
006606             " A NEW ONE"
006607         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006608         GO TO 1560-EXIT
006609     END-IF.
006610     MOVE "S" TO BL-BATCH-STATUS.
006611     MOVE TD-BATCH-DATE TO BL-CREATION-DATE.
006612     MOVE TD-BATCH-RECORD-COUNT TO BL-RECORD-COUNT.
006613     MOVE TD-BATCH-HASH-TOTAL TO BL-HASH-TOTAL.
006614     MOVE TD-CURRENT-DATE TO BL-STARTED-DATE.
006615     ACCEPT TD-TIME-OF-DAY FROM TIME.
006616     MOVE TD-TIME-OF-DAY (1:6) TO BL-STARTED-TIME.
006617     MOVE ZERO TO BL-APPLIED-DATE.
006618     MOVE ZERO TO BL-APPLIED-TIME.
006619     WRITE BL-BATCH-LOG-RECORD
006620         INVALID KEY
006621             DISPLAY "RUN REFUSED - BATCH " TD-BATCH-ID
006622                 " COULD NOT BE LOGGED, STATUS "
006623                 TD-BATCH-LOG-STATUS
006624             MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
006625     END-WRITE.
006626 1560-EXIT.
006627     EXIT.
006628
006629******************************************************************
006630* 2000-APPLY-TRANSACTIONS - one transaction per pass
006631******************************************************************
006632 2000-APPLY-TRANSACTIONS.
006633     READ MAINT-FILE
006634         AT END MOVE "Y" TO TD-EOF-SWITCH
006635     END-READ.
006636     IF NOT TD-END-OF-FILE
006637         MOVE MT-MAINT-RECORD TO BC-BATCH-CONTROL-RECORD
006638         IF BC-IS-TRAILER
006639             MOVE "Y" TO TD-EOF-SWITCH
006640         END-IF
006641     END-IF.
006642     IF NOT TD-END-OF-FILE
006643         PERFORM 2100-APPLY-ONE THRU 2100-EXIT
006644         ADD 1 TO TD-RECORDS-PROCESSED
006645         ADD 1 TO TD-RECORDS-SINCE-CKPT
006646         IF TD-RECORDS-SINCE-CKPT >= TD-CHECKPOINT-INTERVAL
006647             MOVE "N" TO TD-CKPT-COMPLETE-FLAG
006648             PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
006649             MOVE ZERO TO TD-RECORDS-SINCE-CKPT
006650         END-IF
006651     END-IF.
006660 2000-EXIT.
006670     EXIT.
006680
006760             PERFORM 2400-APPLY-COMPLETE THRU 2400-EXIT
006770         WHEN MT-ACTION-DELETE
006780             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
006783         WHEN MT-ACTION-MERGE
006786             PERFORM 2800-APPLY-MERGE THRU 2800-EXIT
006790         WHEN OTHER
006800             DISPLAY "REJECTED - UNKNOWN ACTION " MT-ACTION-CD
006810                 " FOR TASK ID: " MT-TASK-ID
006890******************************************************************
006900 2200-APPLY-ADD.
006910     MOVE ZERO TO TD-ORIGINAL-DUE-DATE.
006915     MOVE SPACES TO TD-ORIGINAL-CATEGORY.
006920     PERFORM 2150-VALIDATE-FIELDS THRU 2150-EXIT.
006930     IF TD-ERROR-FOUND
006940         ADD 1 TO TD-RECORDS-REJECTED
006950         GO TO 2200-EXIT
006960     END-IF.
006965     PERFORM 2175-APPLY-CATEGORY-DEFAULTS THRU 2175-EXIT.
006970     MOVE "N" TO TD-ID-ASSIGNED-SWITCH.
006980     IF MT-TASK-ID = ZERO
006990         IF TD-CTL-EXISTS
007240         MOVE ZERO TO TR-EST-HOURS
007250     END-IF.
007260     MOVE ZERO               TO TR-ACT-HOURS.
007261     IF MT-REVIEW-FLAG = "Y"
007262         MOVE "Y" TO TR-REVIEW-FLAG
007263     ELSE
007264         MOVE "N" TO TR-REVIEW-FLAG
007265     END-IF.
007266     MOVE SPACES             TO TR-COMPLETED-BY.
007267     IF MT-START-DATE NUMERIC
007268         MOVE MT-START-DATE TO TR-START-DATE
007269     ELSE
007270         MOVE ZERO TO TR-START-DATE
007271     END-IF.
007272     WRITE TR-TASK-RECORD
007280         INVALID KEY
007290             DISPLAY "REJECTED - DUPLICATE TASK ID: " MT-TASK-ID
007300             ADD 1 TO TD-RECORDS-REJECTED
007370             MOVE MT-TASK-ID TO TD-AUDIT-TASK-ID
007380             PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
007390             PERFORM 2950-POST-CONTROL-ID THRU 2950-EXIT
007393             MOVE "ASSIGN" TO TD-NOTIFY-EVENT
007396             PERFORM 2910-WRITE-NOTIFY-RECORD THRU 2910-EXIT
007400     END-WRITE.
007410 2200-EXIT.
007420     EXIT.
007450* 2300-APPLY-EDIT - full-field replacement, the same as the
007460*                   interactive EDIT-TASK path: an unchanged due
007470*                   date is allowed to stay in the past so an
007474*                   overdue task can still be corrected, and an
007478*                   unchanged category need not be on CATFILE.
007482*                   A blank review flag or start date leaves the
007486*                   task's value as it was
007490******************************************************************
007500 2300-APPLY-EDIT.
007510     MOVE MT-TASK-ID TO TR-TASK-ID.
007560             GO TO 2300-EXIT
007570     END-READ.
007580     MOVE TR-DUE-DATE TO TD-ORIGINAL-DUE-DATE.
007583     MOVE TR-CATEGORY-CD TO TD-ORIGINAL-CATEGORY.
007586     MOVE TR-OWNER-ID TO TD-ORIGINAL-OWNER.
007590     PERFORM 2150-VALIDATE-FIELDS THRU 2150-EXIT.
007600     IF TD-ERROR-FOUND
007610         ADD 1 TO TD-RECORDS-REJECTED
007820     IF MT-EST-HOURS NUMERIC
007830         MOVE MT-EST-HOURS TO TR-EST-HOURS
007840     END-IF.
007841     IF MT-START-DATE NUMERIC
007842         MOVE MT-START-DATE TO TR-START-DATE
007843     END-IF.
007844     IF MT-REVIEW-FLAG NOT = SPACE
007845         MOVE MT-REVIEW-FLAG TO TR-REVIEW-FLAG
007846     END-IF.
007850     REWRITE TR-TASK-RECORD
007860         INVALID KEY
007870             DISPLAY "REJECTED - COULD NOT REWRITE TASK "
007920             MOVE "EDIT" TO TD-AUDIT-ACTION
007930             MOVE MT-TASK-ID TO TD-AUDIT-TASK-ID
007940             PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
007941             IF TR-OWNER-ID NOT = TD-ORIGINAL-OWNER
007942                 IF TD-ORIGINAL-OWNER = SPACES
007943                     MOVE "ASSIGN" TO TD-NOTIFY-EVENT
007944                 ELSE
007945                     MOVE "REASSIGN" TO TD-NOTIFY-EVENT
007946                 END-IF
007947                 PERFORM 2910-WRITE-NOTIFY-RECORD THRU 2910-EXIT
007948             END-IF
007950     END-REWRITE.
007960 2300-EXIT.
007970     EXIT.
008010*                       the interactive COMPLETE-TASK path, with
008020*                       the message and audit entry only posted
008030*                       when both steps succeed, and a successor
008034*                       written for a recurring task. A task that
008038*                       needs a second operator's sign-off is held
008042*                       at status R instead, for TO-D0-LIST's
008046*                       review option
008050******************************************************************
008060 2400-APPLY-COMPLETE.
008070     MOVE MT-TASK-ID TO TR-TASK-ID.
008160         ADD 1 TO TD-RECORDS-REJECTED
008170         GO TO 2400-EXIT
008180     END-IF.
008181     IF TR-STATUS-REVIEW
008182         DISPLAY "REJECTED - TASK ALREADY AWAITING REVIEW, ID: "
008183             MT-TASK-ID
008184         ADD 1 TO TD-RECORDS-REJECTED
008185         GO TO 2400-EXIT
008186     END-IF.
008187     MOVE TD-CURRENT-DATE TO TR-COMPLETED-DATE.
008188     MOVE TD-OPERATOR-ID TO TR-COMPLETED-BY.
008189     PERFORM 2410-CHECK-REVIEW-NEEDED THRU 2410-EXIT.
008190     IF TD-REVIEW-NEEDED
008191         PERFORM 2420-SUBMIT-FOR-REVIEW THRU 2420-EXIT
008192         GO TO 2400-EXIT
008193     END-IF.
008194     MOVE "Y" TO TD-ARCHIVE-OK-SWITCH.
008200     MOVE "C" TO TR-TASK-STATUS.
008220     PERFORM 2650-SUM-WORK-HOURS THRU 2650-EXIT.
008230     MOVE TD-WORK-HOURS-TOTAL TO TR-ACT-HOURS.
008240     MOVE TR-TASK-RECORD TO TA-TASK-RECORD.
008480         IF NOT TR-RECUR-NONE
008490             PERFORM 2600-CREATE-SUCCESSOR THRU 2600-EXIT
008500         END-IF
008501     END-IF.
008502 2400-EXIT.
008503     EXIT.
008504
008505******************************************************************
008506* 2410-CHECK-REVIEW-NEEDED - the completion needs a second
008507*                      operator when the task is flagged, or its
008508*                      category is flagged on CATFILE (when the
008509*                      master is available to this run)
008510******************************************************************
008511 2410-CHECK-REVIEW-NEEDED.
008512     MOVE "N" TO TD-REVIEW-NEEDED-SWITCH.
008513     IF TR-REVIEW-REQUIRED
008514         MOVE "Y" TO TD-REVIEW-NEEDED-SWITCH
008515         GO TO 2410-EXIT
008516     END-IF.
008517     IF TR-CATEGORY-CD = SPACES OR NOT TD-CAT-AVAILABLE
008518         GO TO 2410-EXIT
008519     END-IF.
008520     MOVE TR-CATEGORY-CD TO CA-CATEGORY-CD.
008521     READ CAT-FILE
008522         INVALID KEY
008523             CONTINUE
008524         NOT INVALID KEY
008525             IF CA-REVIEW-REQUIRED
008526                 MOVE "Y" TO TD-REVIEW-NEEDED-SWITCH
008527             END-IF
008528     END-READ.
008529 2410-EXIT.
008530     EXIT.
008531
008532******************************************************************
008533* 2420-SUBMIT-FOR-REVIEW - the task stays on TASK-FILE at status
008534*                      R, stamped with the completion date and
008535*                      the batch operator id, and the COMPLETE
008536*                      audit is posted now
008537******************************************************************
008538 2420-SUBMIT-FOR-REVIEW.
008539     MOVE "R" TO TR-TASK-STATUS.
008540     REWRITE TR-TASK-RECORD
008541         INVALID KEY
008542             DISPLAY "REJECTED - COULD NOT REWRITE TASK "
008543                 MT-TASK-ID
008544             ADD 1 TO TD-RECORDS-REJECTED
008545         NOT INVALID KEY
008546             ADD 1 TO TD-RECORDS-IN-REVIEW
008547             DISPLAY "TASK " MT-TASK-ID " COMPLETED - HELD FOR"
008548                 " REVIEW BY A SECOND OPERATOR"
008549             MOVE "COMPLETE" TO TD-AUDIT-ACTION
008550             MOVE MT-TASK-ID TO TD-AUDIT-TASK-ID
008551             PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
008552     END-REWRITE.
008553 2420-EXIT.
008554     EXIT.
008555
008556******************************************************************
008560* 2450-CHECK-PREDECESSOR - reject a COMPLETE whose predecessor
008570*                          is still open on TASK-FILE. The
008580*                          predecessor read overlays the record
009820* 2570-HOLD-TASK-RECORD - land the record about to be deleted on
009830*                         the holding file, stamped with the
009840*                         batch operator id and the run date so
009845*                         HOLDPURG can age it off. The task is
009850*                         the one in the record area - a DELETE's
009855*                         own task or a MERGE's duplicate
009860******************************************************************
009870 2570-HOLD-TASK-RECORD.
009880     MOVE "Y" TO TD-HOLD-OK-SWITCH.
009890     MOVE TR-TASK-ID TO HD-TASK-ID.
009900     MOVE TD-CURRENT-DATE TO HD-HELD-DATE.
009910     MOVE TD-OPERATOR-ID TO HD-HELD-BY.
009920     MOVE TR-TASK-RECORD TO HD-TASK-IMAGE.
009930     WRITE HD-HELD-RECORD
009940         INVALID KEY
009950             DISPLAY "REJECTED - TASK " TR-TASK-ID " IS ALREADY"
009960                 " ON THE HOLDING FILE"
009970             MOVE "N" TO TD-HOLD-OK-SWITCH
009980     END-WRITE.
010790*                    is zero for an ADD (the past-date check
010800*                    always applies) and carries the task's
010810*                    current due date for an EDIT (an unchanged
010815*                    date may stay in the past).
010820*                    TD-ORIGINAL-CATEGORY works the same way for
010825*                    the category check
010830******************************************************************
010840 2150-VALIDATE-FIELDS.
010850     MOVE "N" TO TD-ERROR-SWITCH.
010855     MOVE "N" TO TD-CAT-FOUND-SWITCH.
010860     IF MT-TASK-DESC = SPACES
010870         DISPLAY "REJECTED - BLANK DESCRIPTION, TASK ID: "
010880             MT-TASK-ID
010940             AND MT-RECUR-CD NOT = "Q"
010950         DISPLAY "REJECTED - RECURRENCE MUST BE D, W, M, Q OR "
010960             "BLANK, TASK ID: " MT-TASK-ID
010961         MOVE "Y" TO TD-ERROR-SWITCH
010962         GO TO 2150-EXIT
010963     END-IF.
010964     IF MT-REVIEW-FLAG NOT = SPACE AND MT-REVIEW-FLAG NOT = "Y"
010965             AND MT-REVIEW-FLAG NOT = "N"
010966         DISPLAY "REJECTED - REVIEW FLAG MUST BE Y, N OR BLANK, "
010967             "TASK ID: " MT-TASK-ID
010970         MOVE "Y" TO TD-ERROR-SWITCH
010980         GO TO 2150-EXIT
010990     END-IF.
011140                     "FILE, TASK ID: " MT-TASK-ID
011150                 MOVE "Y" TO TD-ERROR-SWITCH
011160         END-READ
011161         IF TD-ERROR-FOUND
011162             GO TO 2150-EXIT
011163         END-IF
011164     END-IF.
011165     IF MT-CATEGORY-CD NOT = TD-ORIGINAL-CATEGORY
011166         PERFORM 2165-VALIDATE-CATEGORY THRU 2165-EXIT
011170         IF TD-ERROR-FOUND
011180             GO TO 2150-EXIT
011190         END-IF
011430         DISPLAY "REJECTED - DUE DATE IS IN THE PAST, "
011440             "TASK ID: " MT-TASK-ID
011450         MOVE "Y" TO TD-ERROR-SWITCH
011452         GO TO 2150-EXIT
011454     END-IF.
011456     PERFORM 2162-VALIDATE-START-DATE THRU 2162-EXIT.
011458     IF TD-ERROR-FOUND
011460         GO TO 2150-EXIT
011470     END-IF.
011480     PERFORM 2155-WARN-CLOSED-DAY THRU 2155-EXIT.
011790             " IS NOT VALID FOR THE MONTH GIVEN, TASK ID: "
011800             MT-TASK-ID
011810         MOVE "Y" TO TD-ERROR-SWITCH
011811     END-IF.
011812 2160-EXIT.
011813     EXIT.
011814
011815******************************************************************
011816* 2162-VALIDATE-START-DATE - the start-not-before date is optional
011817*                  (blank or zero = none). A date given must be a
011818*                  real calendar date no later than the due date,
011819*                  and one on a shop closure is warned like the
011820*                  due date
011821******************************************************************
011822 2162-VALIDATE-START-DATE.
011823     IF MT-START-DATE NOT NUMERIC
011824         IF MT-START-DATE (1:8) = SPACES
011825             GO TO 2162-EXIT
011826         END-IF
011827         DISPLAY "REJECTED - START DATE MUST BE CCYYMMDD OR "
011828             "BLANK, TASK ID: " MT-TASK-ID
011829         MOVE "Y" TO TD-ERROR-SWITCH
011830         GO TO 2162-EXIT
011831     END-IF.
011832     IF MT-START-DATE = ZERO
011833         GO TO 2162-EXIT
011834     END-IF.
011835     IF MT-START-DATE (5:2) < "01" OR MT-START-DATE (5:2) > "12"
011836         DISPLAY "REJECTED - START DATE MONTH MUST BE 01-12, "
011837             "TASK ID: " MT-TASK-ID
011838         MOVE "Y" TO TD-ERROR-SWITCH
011839         GO TO 2162-EXIT
011840     END-IF.
011841     IF MT-START-DATE (7:2) < "01" OR MT-START-DATE (7:2) > "31"
011842         DISPLAY "REJECTED - START DATE DAY MUST BE 01-31, "
011843             "TASK ID: " MT-TASK-ID
011844         MOVE "Y" TO TD-ERROR-SWITCH
011845         GO TO 2162-EXIT
011846     END-IF.
011847     MOVE MT-START-DATE (1:4) TO TD-DUE-YEAR.
011848     MOVE MT-START-DATE (5:2) TO TD-DUE-MONTH.
011849     MOVE MT-START-DATE (7:2) TO TD-DUE-DAY.
011850     PERFORM 2640-SET-MAX-DAY THRU 2640-EXIT.
011851     IF TD-DUE-DAY > TD-MAX-DAY-FOR-MONTH
011852         DISPLAY "REJECTED - START DAY " TD-DUE-DAY
011853             " IS NOT VALID FOR THE MONTH GIVEN, TASK ID: "
011854             MT-TASK-ID
011855         MOVE "Y" TO TD-ERROR-SWITCH
011856         GO TO 2162-EXIT
011857     END-IF.
011858     IF MT-START-DATE > MT-DUE-DATE
011859         DISPLAY "REJECTED - START DATE IS AFTER THE DUE DATE, "
011860             "TASK ID: " MT-TASK-ID
011861         MOVE "Y" TO TD-ERROR-SWITCH
011862         GO TO 2162-EXIT
011863     END-IF.
011864     IF NOT TD-HOL-AVAILABLE
011865         GO TO 2162-EXIT
011866     END-IF.
011867     MOVE MT-START-DATE TO HO-HOLIDAY-DATE.
011868     READ HOL-FILE
011869         INVALID KEY
011870             CONTINUE
011871         NOT INVALID KEY
011872             DISPLAY "WARNING - START DATE " MT-START-DATE " IS A"
011873                 " SHOP CLOSED DAY, TASK ID: " MT-TASK-ID
011874     END-READ.
011875 2162-EXIT.
011876     EXIT.
011877
011878******************************************************************
011879* 2165-VALIDATE-CATEGORY - a non-blank category must be an
011880*                       ACTIVE category on the CATFILE master,
011881*                       the same rule the interactive entry
011882*                       paths apply. Waived when the master is
011883*                       not available this run (see 1470). The
011884*                       record read is kept for 2175's defaulting
011885******************************************************************
011886 2165-VALIDATE-CATEGORY.
011887     MOVE "N" TO TD-CAT-FOUND-SWITCH.
011888     IF MT-CATEGORY-CD = SPACES
011889         GO TO 2165-EXIT
011890     END-IF.
011891     IF NOT TD-CAT-AVAILABLE
011892         GO TO 2165-EXIT
011893     END-IF.
011894     MOVE MT-CATEGORY-CD TO CA-CATEGORY-CD.
011895     READ CAT-FILE
011896         INVALID KEY
011897             DISPLAY "REJECTED - CATEGORY " MT-CATEGORY-CD
011898                 " IS NOT ON THE CATEGORY FILE, TASK ID: "
011899                 MT-TASK-ID
011900             MOVE "Y" TO TD-ERROR-SWITCH
011901         NOT INVALID KEY
011902             IF CA-IS-INACTIVE
011903                 DISPLAY "REJECTED - CATEGORY " MT-CATEGORY-CD
011904                     " IS INACTIVE, TASK ID: " MT-TASK-ID
011905                 MOVE "Y" TO TD-ERROR-SWITCH
011906             ELSE
011907                 MOVE "Y" TO TD-CAT-FOUND-SWITCH
011908             END-IF
011909     END-READ.
011910 2165-EXIT.
011911     EXIT.
011912
011913******************************************************************
011914* 2170-VALIDATE-OWNER - a non-blank owner id must be an ACTIVE
011915*                       operator on the OPERFILE master, the same
011916*                       rule the interactive assign-to prompts
011917*                       apply. Waived when the master is not
011918*                       available this run (see 1400)
011920******************************************************************
011930 2170-VALIDATE-OWNER.
011940     IF MT-OWNER-ID = SPACES
012130     END-READ.
012140 2170-EXIT.
012150     EXIT.
012151
012152******************************************************************
012153* 2175-APPLY-CATEGORY-DEFAULTS - an ADD that left the priority
012154*                       or owner blank takes the category's
012155*                       default. A default owner who is no
012156*                       longer an active operator leaves the
012157*                       task unassigned with a warning - the
012158*                       transaction still applies
012159******************************************************************
012160 2175-APPLY-CATEGORY-DEFAULTS.
012161     IF NOT TD-CAT-FOUND
012162         GO TO 2175-EXIT
012163     END-IF.
012164     IF MT-PRIORITY-CD NOT NUMERIC
012165         MOVE ZERO TO MT-PRIORITY-CD
012166     END-IF.
012167     IF MT-PRIORITY-CD = ZERO AND NOT CA-NO-DEFAULT-PRIORITY
012168         MOVE CA-DEFAULT-PRIORITY TO MT-PRIORITY-CD
012169     END-IF.
012170     IF MT-OWNER-ID NOT = SPACES OR CA-NO-DEFAULT-OWNER
012171         GO TO 2175-EXIT
012172     END-IF.
012173     MOVE CA-DEFAULT-OWNER TO MT-OWNER-ID.
012174     IF NOT TD-OPER-AVAILABLE
012175         GO TO 2175-EXIT
012176     END-IF.
012177     MOVE MT-OWNER-ID TO OP-OPERATOR-ID.
012178     READ OPER-FILE
012179         INVALID KEY
012180             MOVE "I" TO OP-ACTIVE-FLAG
012181     END-READ.
012182     IF OP-IS-INACTIVE
012183         DISPLAY "WARNING - CATEGORY " MT-CATEGORY-CD
012184             " DEFAULT OWNER " MT-OWNER-ID " NOT USABLE, TASK"
012185             " ID: " MT-TASK-ID " ADDED UNASSIGNED"
012186         MOVE SPACES TO MT-OWNER-ID
012187     END-IF.
012188 2175-EXIT.
012189     EXIT.
012190
012191******************************************************************
012192* 2600-CREATE-SUCCESSOR - a completed recurring task writes its
012193*                         own replacement, the same as the
012200*                         interactive COMPLETE-TASK path. The
012210*                         successor's priority is the keyed BASE
012220*                         priority, not the current one TASKESC
012310     ADD 1 TO TD-NEXT-TASK-ID.
012320     MOVE TD-NEXT-TASK-ID     TO TR-TASK-ID.
012330     MOVE ROLLED-DUE-DATE-N   TO TR-DUE-DATE.
012332     IF NOT TR-NO-START-DATE
012334         PERFORM 2615-ROLL-START-DATE THRU 2615-EXIT
012336         MOVE ROLLED-DUE-DATE-N TO TR-START-DATE
012338     END-IF.
012340     MOVE "O"                 TO TR-TASK-STATUS.
012350     MOVE ZERO                TO TR-COMPLETED-DATE.
012360     MOVE ZERO                TO TR-ACT-HOURS.
012365     MOVE SPACES              TO TR-COMPLETED-BY.
012370     IF TR-BASE-PRIORITY-CD NOT NUMERIC
012380         MOVE TR-PRIORITY-CD TO TR-BASE-PRIORITY-CD
012390     END-IF.
012660     MOVE TR-DUE-DATE (1:4) TO TD-DUE-YEAR.
012670     MOVE TR-DUE-DATE (5:2) TO TD-DUE-MONTH.
012680     MOVE TR-DUE-DATE (7:2) TO TD-DUE-DAY.
012681     PERFORM 2612-ROLL-BY-RULE THRU 2612-EXIT.
012682     MOVE TD-DUE-YEAR  TO ROLL-DUE-YEAR.
012683     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
012684     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
012685 2610-EXIT.
012686     EXIT.
012687
012688 2612-ROLL-BY-RULE.
012690     EVALUATE TRUE
012700         WHEN TR-RECUR-DAILY
012710             PERFORM 2620-ADD-ONE-DAY THRU 2620-EXIT
012760         WHEN TR-RECUR-QUARTERLY
012770             PERFORM 2630-ADD-ONE-MONTH THRU 2630-EXIT 3 TIMES
012780     END-EVALUATE.
012781 2612-EXIT.
012782     EXIT.
012783
012784******************************************************************
012785* 2615-ROLL-START-DATE - a recurring task's start-not-before date
012786*                        rolls forward by the same rule as its due
012787*                        date
012788******************************************************************
012789 2615-ROLL-START-DATE.
012790     MOVE TR-START-DATE (1:4) TO TD-DUE-YEAR.
012791     MOVE TR-START-DATE (5:2) TO TD-DUE-MONTH.
012792     MOVE TR-START-DATE (7:2) TO TD-DUE-DAY.
012793     PERFORM 2612-ROLL-BY-RULE THRU 2612-EXIT.
012794     MOVE TD-DUE-YEAR  TO ROLL-DUE-YEAR.
012800     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
012810     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
012820 2615-EXIT.
012830     EXIT.
012840
012850 2620-ADD-ONE-DAY.
014340     READ WORK-FILE NEXT RECORD
014350         AT END MOVE "Y" TO TD-WORK-EOF-SWITCH
014360     END-READ.
014361     IF NOT TD-WORK-END-OF-FILE
014362         IF WK-TASK-ID = MT-TASK-ID
014363             MOVE WK-WORK-RECORD TO HW-WORK-RECORD
014364             WRITE HW-WORK-RECORD
014365                 INVALID KEY
014366                     CONTINUE
014367             END-WRITE
014368             DELETE WORK-FILE RECORD
014369                 INVALID KEY
014370                     CONTINUE
014371                 NOT INVALID KEY
014372                     ADD 1 TO TD-WORK-LINE-COUNT
014373             END-DELETE
014374         ELSE
014375             MOVE "Y" TO TD-WORK-EOF-SWITCH
014376         END-IF
014377     END-IF.
014378 2710-EXIT.
014379     EXIT.
014380
014381******************************************************************
014382* 2800-APPLY-MERGE - fold a duplicate task (MT-VICTIM-TASK-ID)
014383*                    into the task that survives (MT-TASK-ID).
014384*                    Both must be on file and open. Every check
014385*                    is made before anything is changed; the
014386*                    duplicate is then held and deleted exactly
014387*                    as a DELETE would, and its notes, work lines
014388*                    and dependents carry over to the survivor
014389******************************************************************
014390 2800-APPLY-MERGE.
014391     IF MT-TASK-ID NOT NUMERIC
014392             OR MT-VICTIM-TASK-ID NOT NUMERIC
014393             OR MT-TASK-ID = ZERO
014394             OR MT-VICTIM-TASK-ID = ZERO
014395         DISPLAY "REJECTED - MERGE NEEDS A SURVIVING AND A"
014396             " DUPLICATE TASK ID"
014397         ADD 1 TO TD-RECORDS-REJECTED
014398         GO TO 2800-EXIT
014399     END-IF.
014400     IF MT-VICTIM-TASK-ID = MT-TASK-ID
014401         DISPLAY "REJECTED - TASK " MT-TASK-ID " CANNOT BE MERGED"
014402             " INTO ITSELF"
014403         ADD 1 TO TD-RECORDS-REJECTED
014404         GO TO 2800-EXIT
014405     END-IF.
014406     MOVE MT-TASK-ID TO TR-TASK-ID.
014407     READ TASK-FILE
014408         INVALID KEY
014409             DISPLAY "REJECTED - SURVIVING TASK NOT FOUND, ID: "
014410                 MT-TASK-ID
014411             ADD 1 TO TD-RECORDS-REJECTED
014412             GO TO 2800-EXIT
014413     END-READ.
014414     IF NOT TR-STATUS-OPEN
014415         DISPLAY "REJECTED - SURVIVING TASK " MT-TASK-ID
014416             " IS NOT OPEN"
014417         ADD 1 TO TD-RECORDS-REJECTED
014418         GO TO 2800-EXIT
014419     END-IF.
014420     MOVE MT-VICTIM-TASK-ID TO TR-TASK-ID.
014421     READ TASK-FILE
014422         INVALID KEY
014423             DISPLAY "REJECTED - DUPLICATE TASK NOT FOUND, ID: "
014424                 MT-VICTIM-TASK-ID
014425             ADD 1 TO TD-RECORDS-REJECTED
014426             GO TO 2800-EXIT
014427     END-READ.
014428     IF NOT TR-STATUS-OPEN
014429         DISPLAY "REJECTED - DUPLICATE TASK " MT-VICTIM-TASK-ID
014430             " IS NOT OPEN"
014431         ADD 1 TO TD-RECORDS-REJECTED
014432         GO TO 2800-EXIT
014433     END-IF.
014434*    a survivor that waited on the duplicate inherits whatever the
014435*    duplicate itself waited on, unless that is the survivor
014436     MOVE TR-PRED-TASK-ID TO TD-MERGE-PRED-ID.
014437     IF TD-MERGE-PRED-ID = MT-TASK-ID
014438         MOVE ZERO TO TD-MERGE-PRED-ID
014439     END-IF.
014440     PERFORM 2810-SIZE-NOTES THRU 2810-EXIT.
014441     IF TD-MERGE-NOTE-BASE + TD-MERGE-NOTE-COUNT > 999
014442         DISPLAY "REJECTED - TASK " MT-TASK-ID " HAS NO ROOM FOR"
014443             " THE NOTES OF TASK " MT-VICTIM-TASK-ID
014444         ADD 1 TO TD-RECORDS-REJECTED
014445         GO TO 2800-EXIT
014446     END-IF.
014447     PERFORM 2820-SIZE-WORK-LINES THRU 2820-EXIT.
014448     IF TD-MERGE-WORK-BASE + TD-MERGE-WORK-COUNT > 999
014449         DISPLAY "REJECTED - TASK " MT-TASK-ID " HAS NO ROOM FOR"
014450             " THE WORK LINES OF TASK " MT-VICTIM-TASK-ID
014451         ADD 1 TO TD-RECORDS-REJECTED
014452         GO TO 2800-EXIT
014453     END-IF.
014454*    the sizing scans leave the duplicate's record area alone, but
014455*    it is re-read by key before the hold and delete all the same
014456     MOVE MT-VICTIM-TASK-ID TO TR-TASK-ID.
014457     READ TASK-FILE
014458         INVALID KEY
014459             DISPLAY "REJECTED - DUPLICATE TASK NOT FOUND, ID: "
014460                 MT-VICTIM-TASK-ID
014461             ADD 1 TO TD-RECORDS-REJECTED
014462             GO TO 2800-EXIT
014463     END-READ.
014464     PERFORM 2570-HOLD-TASK-RECORD THRU 2570-EXIT.
014465     IF NOT TD-HOLD-STEP-OK
014466         ADD 1 TO TD-RECORDS-REJECTED
014467         GO TO 2800-EXIT
014468     END-IF.
014469     DELETE TASK-FILE RECORD
014470         INVALID KEY
014471             DISPLAY "REJECTED - COULD NOT DELETE TASK "
014472                 MT-VICTIM-TASK-ID
014473             ADD 1 TO TD-RECORDS-REJECTED
014474             GO TO 2800-EXIT
014475     END-DELETE.
014476     PERFORM 2830-MOVE-NOTES THRU 2830-EXIT.
014477     PERFORM 2840-MOVE-WORK-LINES THRU 2840-EXIT.
014478     PERFORM 2850-REPOINT-DEPENDENTS THRU 2850-EXIT.
014479     ADD 1 TO TD-RECORDS-MERGED.
014480     MOVE "MERGE" TO TD-AUDIT-ACTION.
014481     MOVE MT-VICTIM-TASK-ID TO TD-AUDIT-TASK-ID.
014482     MOVE MT-TASK-ID TO TD-AUDIT-SUBJECT.
014483     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
014484     MOVE MT-TASK-ID TO TD-AUDIT-TASK-ID.
014485     MOVE MT-VICTIM-TASK-ID TO TD-AUDIT-SUBJECT.
014486     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
014487     DISPLAY "TASK " MT-VICTIM-TASK-ID " MERGED INTO TASK "
014488         MT-TASK-ID.
014489 2800-EXIT.
014490     EXIT.
014491
014492******************************************************************
014493* 2810-SIZE-NOTES - the survivor's highest note sequence and the
014494*                   number of notes the duplicate carries
014495******************************************************************
014496 2810-SIZE-NOTES.
014497     MOVE MT-TASK-ID TO TD-MERGE-SCAN-ID.
014498     PERFORM 2811-SCAN-NOTES THRU 2811-EXIT.
014499     MOVE TD-MERGE-SCAN-LAST TO TD-MERGE-NOTE-BASE.
014500     MOVE MT-VICTIM-TASK-ID TO TD-MERGE-SCAN-ID.
014501     PERFORM 2811-SCAN-NOTES THRU 2811-EXIT.
014502     MOVE TD-MERGE-SCAN-COUNT TO TD-MERGE-NOTE-COUNT.
014503 2810-EXIT.
014504     EXIT.
014505
014506 2811-SCAN-NOTES.
014507     MOVE ZERO TO TD-MERGE-SCAN-LAST.
014508     MOVE ZERO TO TD-MERGE-SCAN-COUNT.
014509     MOVE "N" TO TD-NOTE-EOF-SWITCH.
014510     MOVE TD-MERGE-SCAN-ID TO NT-TASK-ID.
014511     MOVE ZERO TO NT-NOTE-SEQ.
014512     START NOTE-FILE KEY IS NOT LESS THAN NT-NOTE-KEY
014513         INVALID KEY MOVE "Y" TO TD-NOTE-EOF-SWITCH.
014514     PERFORM 2812-SCAN-ONE-NOTE THRU 2812-EXIT
014515         UNTIL TD-NOTE-END-OF-FILE.
014516 2811-EXIT.
014517     EXIT.
014518
014519 2812-SCAN-ONE-NOTE.
014520     READ NOTE-FILE NEXT RECORD
014521         AT END MOVE "Y" TO TD-NOTE-EOF-SWITCH
014522     END-READ.
014523     IF NOT TD-NOTE-END-OF-FILE
014524         IF NT-TASK-ID = TD-MERGE-SCAN-ID
014525             ADD 1 TO TD-MERGE-SCAN-COUNT
014526             MOVE NT-NOTE-SEQ TO TD-MERGE-SCAN-LAST
014527         ELSE
014528             MOVE "Y" TO TD-NOTE-EOF-SWITCH
014529         END-IF
014530     END-IF.
014531 2812-EXIT.
014532     EXIT.
014533
014534******************************************************************
014535* 2820-SIZE-WORK-LINES - the survivor's highest work sequence and
014536*                        the number of work lines the duplicate
014537*                        carries
014538******************************************************************
014539 2820-SIZE-WORK-LINES.
014540     MOVE MT-TASK-ID TO TD-MERGE-SCAN-ID.
014541     PERFORM 2821-SCAN-WORK-LINES THRU 2821-EXIT.
014542     MOVE TD-MERGE-SCAN-LAST TO TD-MERGE-WORK-BASE.
014543     MOVE MT-VICTIM-TASK-ID TO TD-MERGE-SCAN-ID.
014544     PERFORM 2821-SCAN-WORK-LINES THRU 2821-EXIT.
014545     MOVE TD-MERGE-SCAN-COUNT TO TD-MERGE-WORK-COUNT.
014546 2820-EXIT.
014547     EXIT.
014548
014549 2821-SCAN-WORK-LINES.
014550     MOVE ZERO TO TD-MERGE-SCAN-LAST.
014551     MOVE ZERO TO TD-MERGE-SCAN-COUNT.
014552     MOVE "N" TO TD-WORK-EOF-SWITCH.
014553     MOVE TD-MERGE-SCAN-ID TO WK-TASK-ID.
014554     MOVE ZERO TO WK-WORK-SEQ.
014555     START WORK-FILE KEY IS NOT LESS THAN WK-WORK-KEY
014556         INVALID KEY MOVE "Y" TO TD-WORK-EOF-SWITCH.
014557     PERFORM 2822-SCAN-ONE-WORK THRU 2822-EXIT
014558         UNTIL TD-WORK-END-OF-FILE.
014559 2821-EXIT.
014560     EXIT.
014561
014562 2822-SCAN-ONE-WORK.
014563     READ WORK-FILE NEXT RECORD
014564         AT END MOVE "Y" TO TD-WORK-EOF-SWITCH
014565     END-READ.
014566     IF NOT TD-WORK-END-OF-FILE
014567         IF WK-TASK-ID = TD-MERGE-SCAN-ID
014568             ADD 1 TO TD-MERGE-SCAN-COUNT
014569             MOVE WK-WORK-SEQ TO TD-MERGE-SCAN-LAST
014570         ELSE
014571             MOVE "Y" TO TD-WORK-EOF-SWITCH
014572         END-IF
014573     END-IF.
014574 2822-EXIT.
014575     EXIT.
014576
014577******************************************************************
014578* 2830-MOVE-NOTES - each of the duplicate's notes is written again
014579*                   under the survivor's id, numbered on from the
014580*                   survivor's last note, and the old key deleted.
014581*                   The browse restarts at the duplicate's
014582*                   first note every time, so the new records
014583*                   never disturb the file position
014584******************************************************************
014585 2830-MOVE-NOTES.
014586     MOVE TD-MERGE-NOTE-BASE TO TD-MERGE-NEXT-SEQ.
014587     MOVE ZERO TO TD-MERGE-MOVED-COUNT.
014588     MOVE "N" TO TD-NOTE-EOF-SWITCH.
014589     PERFORM 2835-MOVE-ONE-NOTE THRU 2835-EXIT
014590         UNTIL TD-NOTE-END-OF-FILE.
014591     IF TD-MERGE-MOVED-COUNT > 0
014592         DISPLAY TD-MERGE-MOVED-COUNT " NOTE(S) MOVED FROM TASK "
014593             MT-VICTIM-TASK-ID " TO TASK " MT-TASK-ID
014594     END-IF.
014595 2830-EXIT.
014596     EXIT.
014597
014598 2835-MOVE-ONE-NOTE.
014599     MOVE MT-VICTIM-TASK-ID TO NT-TASK-ID.
014600     MOVE ZERO TO NT-NOTE-SEQ.
014601     START NOTE-FILE KEY IS NOT LESS THAN NT-NOTE-KEY
014602         INVALID KEY
014603             MOVE "Y" TO TD-NOTE-EOF-SWITCH
014604             GO TO 2835-EXIT
014605     END-START.
014606     READ NOTE-FILE NEXT RECORD
014607         AT END
014608             MOVE "Y" TO TD-NOTE-EOF-SWITCH
014609             GO TO 2835-EXIT
014610     END-READ.
014611     IF NT-TASK-ID NOT = MT-VICTIM-TASK-ID
014612         MOVE "Y" TO TD-NOTE-EOF-SWITCH
014613         GO TO 2835-EXIT
014614     END-IF.
014615     MOVE NT-NOTE-SEQ TO TD-MERGE-OLD-SEQ.
014616     ADD 1 TO TD-MERGE-NEXT-SEQ.
014617     MOVE MT-TASK-ID TO NT-TASK-ID.
014618     MOVE TD-MERGE-NEXT-SEQ TO NT-NOTE-SEQ.
014619     WRITE NT-NOTE-RECORD
014620         INVALID KEY
014621             DISPLAY "WARNING - NOTE " TD-MERGE-OLD-SEQ
014622                 " OF TASK "
014623                 MT-VICTIM-TASK-ID " COULD NOT BE MOVED"
014624             MOVE "Y" TO TD-NOTE-EOF-SWITCH
014625             GO TO 2835-EXIT
014626     END-WRITE.
014627     MOVE MT-VICTIM-TASK-ID TO NT-TASK-ID.
014628     MOVE TD-MERGE-OLD-SEQ TO NT-NOTE-SEQ.
014629     DELETE NOTE-FILE RECORD
014630         INVALID KEY
014631             MOVE "Y" TO TD-NOTE-EOF-SWITCH
014632         NOT INVALID KEY
014633             ADD 1 TO TD-MERGE-MOVED-COUNT
014634     END-DELETE.
014635 2835-EXIT.
014636     EXIT.
014637
014638******************************************************************
014639* 2840-MOVE-WORK-LINES - the duplicate's booked work lines move to
014640*                        the survivor the same way its notes
014641*                        do, so the hours are posted when the
014642*                        survivor is completed
014643******************************************************************
014644 2840-MOVE-WORK-LINES.
014645     MOVE TD-MERGE-WORK-BASE TO TD-MERGE-NEXT-SEQ.
014646     MOVE ZERO TO TD-MERGE-MOVED-COUNT.
014647     MOVE "N" TO TD-WORK-EOF-SWITCH.
014648     PERFORM 2845-MOVE-ONE-WORK THRU 2845-EXIT
014649         UNTIL TD-WORK-END-OF-FILE.
014650     IF TD-MERGE-MOVED-COUNT > 0
014651         DISPLAY TD-MERGE-MOVED-COUNT " WORK LINE(S) MOVED FROM"
014652             " TASK " MT-VICTIM-TASK-ID " TO TASK " MT-TASK-ID
014653     END-IF.
014654 2840-EXIT.
014655     EXIT.
014656
014657 2845-MOVE-ONE-WORK.
014658     MOVE MT-VICTIM-TASK-ID TO WK-TASK-ID.
014659     MOVE ZERO TO WK-WORK-SEQ.
014660     START WORK-FILE KEY IS NOT LESS THAN WK-WORK-KEY
014661         INVALID KEY
014662             MOVE "Y" TO TD-WORK-EOF-SWITCH
014663             GO TO 2845-EXIT
014664     END-START.
014665     READ WORK-FILE NEXT RECORD
014666         AT END
014667             MOVE "Y" TO TD-WORK-EOF-SWITCH
014668             GO TO 2845-EXIT
014669     END-READ.
014670     IF WK-TASK-ID NOT = MT-VICTIM-TASK-ID
014671         MOVE "Y" TO TD-WORK-EOF-SWITCH
014672         GO TO 2845-EXIT
014673     END-IF.
014674     MOVE WK-WORK-SEQ TO TD-MERGE-OLD-SEQ.
014675     ADD 1 TO TD-MERGE-NEXT-SEQ.
014676     MOVE MT-TASK-ID TO WK-TASK-ID.
014677     MOVE TD-MERGE-NEXT-SEQ TO WK-WORK-SEQ.
014678     WRITE WK-WORK-RECORD
014679         INVALID KEY
014680             DISPLAY "WARNING - WORK LINE " TD-MERGE-OLD-SEQ
014681                 " OF TASK " MT-VICTIM-TASK-ID
014682                 " COULD NOT BE MOVED"
014683             MOVE "Y" TO TD-WORK-EOF-SWITCH
014684             GO TO 2845-EXIT
014685     END-WRITE.
014686     MOVE MT-VICTIM-TASK-ID TO WK-TASK-ID.
014687     MOVE TD-MERGE-OLD-SEQ TO WK-WORK-SEQ.
014688     DELETE WORK-FILE RECORD
014689         INVALID KEY
014690             MOVE "Y" TO TD-WORK-EOF-SWITCH
014691         NOT INVALID KEY
014692             ADD 1 TO TD-MERGE-MOVED-COUNT
014693     END-DELETE.
014694 2845-EXIT.
014695     EXIT.
014696
014697******************************************************************
014698* 2850-REPOINT-DEPENDENTS - every task that named the duplicate as
014699*                           its predecessor now waits on the
014700*                           survivor; the survivor itself, if it
014701*                           waited on the duplicate, takes over
014702*                           the duplicate's own predecessor
014703******************************************************************
014704 2850-REPOINT-DEPENDENTS.
014705     MOVE ZERO TO TD-REPOINT-COUNT.
014706     MOVE "N" TO TD-EOF-SWITCH.
014707     MOVE LOW-VALUE TO TR-TASK-ID.
014708     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
014709         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
014710     PERFORM 2855-REPOINT-ONE-DEPENDENT THRU 2855-EXIT
014711         UNTIL TD-END-OF-FILE.
014712     MOVE "N" TO TD-EOF-SWITCH.
014713     IF TD-REPOINT-COUNT > 0
014714         DISPLAY TD-REPOINT-COUNT " TASK(S) RE-POINTED FROM"
014715             " PREDECESSOR " MT-VICTIM-TASK-ID " TO " MT-TASK-ID
014716     END-IF.
014717 2850-EXIT.
014718     EXIT.
014719
014720 2855-REPOINT-ONE-DEPENDENT.
014721     READ TASK-FILE NEXT RECORD
014722         AT END MOVE "Y" TO TD-EOF-SWITCH
014723     END-READ.
014724     IF TD-END-OF-FILE
014725         GO TO 2855-EXIT
014726     END-IF.
014727     IF TR-PRED-TASK-ID NOT = MT-VICTIM-TASK-ID
014728         GO TO 2855-EXIT
014729     END-IF.
014730     IF TR-TASK-ID = MT-TASK-ID
014731         MOVE TD-MERGE-PRED-ID TO TR-PRED-TASK-ID
014732     ELSE
014733         MOVE MT-TASK-ID TO TR-PRED-TASK-ID
014734     END-IF.
014735     REWRITE TR-TASK-RECORD
014736         INVALID KEY
014737             DISPLAY "WARNING - TASK " TR-TASK-ID " COULD NOT BE"
014738                 " RE-POINTED"
014739         NOT INVALID KEY
014740             ADD 1 TO TD-REPOINT-COUNT
014741     END-REWRITE.
014742 2855-EXIT.
014743     EXIT.
014744
014745******************************************************************
014746* 2900-WRITE-AUDIT-RECORD - log one batch-applied action against
014747*                           TD-AUDIT-TASK-ID
014748******************************************************************
014749 2900-WRITE-AUDIT-RECORD.
014750     MOVE TD-AUDIT-TASK-ID   TO AR-TASK-ID.
014751     MOVE TD-AUDIT-ACTION    TO AR-ACTION-CD.
014752     MOVE TD-OPERATOR-ID     TO AR-OPERATOR-ID.
014753     MOVE TD-CURRENT-DATE    TO AR-ACTION-DATE.
014754     ACCEPT TD-TIME-OF-DAY FROM TIME.
014755     MOVE TD-TIME-OF-DAY (1:6) TO AR-ACTION-TIME.
014756     MOVE TD-AUDIT-SUBJECT   TO AR-SUBJECT-ID.
014757     MOVE SPACES             TO AR-DETAIL-CD.
014758     WRITE AR-AUDIT-RECORD.
014759     MOVE SPACES TO TD-AUDIT-SUBJECT.
014760 2900-EXIT.
014761     EXIT.
014762
014763******************************************************************
014764* 2910-WRITE-NOTIFY-RECORD - queue a TD-NOTIFY-EVENT notification
014765*                  on NTFYFILE for the owner of the task in the
014766*                  record area. An unassigned task has nobody to
014767*                  tell
014768******************************************************************
014769 2910-WRITE-NOTIFY-RECORD.
014770     IF TR-OWNER-ID = SPACES
014771         GO TO 2910-EXIT
014772     END-IF.
014773     MOVE TR-OWNER-ID        TO NQ-RECIPIENT-ID.
014774     MOVE TD-NOTIFY-EVENT    TO NQ-EVENT-CD.
014775     MOVE TR-TASK-ID         TO NQ-TASK-ID.
014776     MOVE TR-TASK-DESC       TO NQ-TASK-DESC.
014777     MOVE TD-CURRENT-DATE    TO NQ-EVENT-DATE.
014778     ACCEPT TD-TIME-OF-DAY FROM TIME.
014779     MOVE TD-TIME-OF-DAY (1:6) TO NQ-EVENT-TIME.
014780     MOVE "TASKMNT"          TO NQ-SOURCE-JOB.
014781     MOVE TD-OPERATOR-ID     TO NQ-ACTED-BY-ID.
014782     MOVE SPACE              TO NQ-SEND-STATUS.
014783     MOVE ZERO               TO NQ-SEND-DATE.
014784     WRITE NQ-NOTIFY-RECORD.
014785 2910-EXIT.
014786     EXIT.
014787
014788******************************************************************
014789* 2950-POST-CONTROL-ID - keep the control record's last issued
014790*                        id current. When this run ASSIGNED the
014791*                        id, an immediate checkpoint is forced
014792*                        so an abend restart cannot replay the
014793*                        transaction and apply it twice under a
014794*                        second id
014795******************************************************************
014800 2950-POST-CONTROL-ID.
014810     IF NOT TD-CTL-EXISTS
014820         GO TO 2950-EXIT
015270         CLOSE TASK-FILE
015280         CLOSE TASK-ARCHIVE
015290         CLOSE AUDIT-FILE
015295         CLOSE NOTIFY-FILE
015300         CLOSE NOTE-FILE
015310         CLOSE CONTROL-FILE
015320         CLOSE OPER-FILE
015350         CLOSE WORK-FILE
015360         CLOSE HOLD-WORK-FILE
015370         CLOSE HOL-FILE
015373         CLOSE CAT-FILE
015376         CLOSE BATCH-LOG
015380         DISPLAY "TASKMNT ENDED - NOTHING PROCESSED, FILES"
015390             " IN USE"
015400         MOVE 8 TO RETURN-CODE
015410         GO TO 8000-EXIT
015411     END-IF.
015412     IF TD-BATCH-REFUSED
015413         IF TD-LOCK-OWNED
015414             PERFORM 8100-RELEASE-RUN-LOCK THRU 8100-EXIT
015415         END-IF
015416         CLOSE MAINT-FILE
015417         CLOSE TASK-FILE
015418         CLOSE TASK-ARCHIVE
015419         CLOSE AUDIT-FILE
015420         CLOSE NOTIFY-FILE
015421         CLOSE NOTE-FILE
015422         CLOSE CONTROL-FILE
015423         CLOSE OPER-FILE
015424         CLOSE HOLD-FILE
015425         CLOSE HOLD-NOTE-FILE
015426         CLOSE WORK-FILE
015427         CLOSE HOLD-WORK-FILE
015428         CLOSE HOL-FILE
015429         CLOSE CAT-FILE
015430         CLOSE BATCH-LOG
015431         DISPLAY "TASKMNT ENDED - BATCH REFUSED, NOTHING"
015432             " APPLIED"
015433         MOVE 8 TO RETURN-CODE
015434         GO TO 8000-EXIT
015435     END-IF.
015436     MOVE "Y" TO TD-CKPT-COMPLETE-FLAG.
015440     PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT.
015445     PERFORM 8200-MARK-BATCH-APPLIED THRU 8200-EXIT.
015450     IF TD-LOCK-OWNED
015460         PERFORM 8100-RELEASE-RUN-LOCK THRU 8100-EXIT
015470     END-IF.
015490     CLOSE TASK-FILE.
015500     CLOSE TASK-ARCHIVE.
015510     CLOSE AUDIT-FILE.
015515     CLOSE NOTIFY-FILE.
015520     CLOSE NOTE-FILE.
015530     CLOSE CONTROL-FILE.
015540     CLOSE OPER-FILE.
015570     CLOSE WORK-FILE.
015580     CLOSE HOLD-WORK-FILE.
015590     CLOSE HOL-FILE.
015593     CLOSE CAT-FILE.
015596     CLOSE BATCH-LOG.
015600     DISPLAY "TASKMNT COMPLETE - " TD-RECORDS-PROCESSED
015610         " TRANSACTIONS PROCESSED".
015620     DISPLAY "  ADDED:     " TD-RECORDS-ADDED.
015630     DISPLAY "  EDITED:    " TD-RECORDS-EDITED.
015640     DISPLAY "  COMPLETED: " TD-RECORDS-COMPLETED.
015645     DISPLAY "  IN REVIEW: " TD-RECORDS-IN-REVIEW.
015650     DISPLAY "  DELETED:   " TD-RECORDS-DELETED.
015655     DISPLAY "  MERGED:    " TD-RECORDS-MERGED.
015660     DISPLAY "  REJECTED:  " TD-RECORDS-REJECTED.
015670 8000-EXIT.
015680     EXIT.
015830         INVALID KEY
015840             DISPLAY "COULD NOT RELEASE THE RUN LOCK"
015850     END-REWRITE.
015851 8100-EXIT.
015852     EXIT.
015853******************************************************************
015854* 8200-MARK-BATCH-APPLIED - the whole deck has been through, so
015855*                           the batch id is marked applied on
015856*                           BATCHLOG and can never be run again
015857******************************************************************
015858 8200-MARK-BATCH-APPLIED.
015859     MOVE "TASKMNT" TO BL-JOB-NAME.
015860     MOVE TD-BATCH-ID TO BL-BATCH-ID.
015861     READ BATCH-LOG
015862         INVALID KEY
015863             DISPLAY "COULD NOT MARK BATCH " TD-BATCH-ID
015864                 " APPLIED ON BATCHLOG"
015865             GO TO 8200-EXIT
015866     END-READ.
015867     MOVE "A" TO BL-BATCH-STATUS.
015868     MOVE TD-CURRENT-DATE TO BL-APPLIED-DATE.
015869     ACCEPT TD-TIME-OF-DAY FROM TIME.
015870     MOVE TD-TIME-OF-DAY (1:6) TO BL-APPLIED-TIME.
015871     REWRITE BL-BATCH-LOG-RECORD
015872         INVALID KEY
015873             DISPLAY "COULD NOT MARK BATCH " TD-BATCH-ID
015874                 " APPLIED ON BATCHLOG"
015875     END-REWRITE.
015876 8200-EXIT.
015877     EXIT.
015880
015890******************************************************************
015900* 8900-POST-RUN-LOG - append this run's completion record (job
