000650*   sep.02, 2026  spk  the run now appends a completion
000660*                      record to RUNLOG at termination so
000670*                      RUNSUM can show the whole night on
000671*                      one page
000672*   oct.15, 2026  spk  the category code on the transaction is
000673*                      now validated against the CATFILE
000674*                      category master, and a blank owner or
000675*                      priority takes the category's default
000676*   oct.15, 2026  spk  the deck now carries a batch header and
000677*                      trailer - the trailer's record count, task
000678*                      id hash total and action counts are proved
000679*                      before anything is applied, an out of
000680*                      balance deck ends RC=8 with TASKFILE
000681*                      untouched, and a batch already applied
000682*                      according to BATCHLOG is refused
000683*   oct.15, 2026  spk  the deck record now carries the task's
000684*                      review-required flag (Y/N, blank = N) for
000685*                      second-operator sign-off on completion
000686*   oct.15, 2026  spk  the deck record now carries the task's
000687*                      start-not-before date (CCYYMMDD, blank =
000688*                      none), validated like the due date and no
000689*                      later than it; the month-length test is
000690*                      split out of 2160 so both dates share it
000691*   oct.15, 2026  spk  a task loaded with an owner queues an
000692*                      ASSIGN notification for that operator on
000693*                      the NTFYFILE outbound queue
000694*   oct.15, 2026  spk  a trailer counting MERGE transactions is
000695*                      refused on an add-only deck like the other
000696*                      non-add counts
000697*   oct.15, 2026  spk  the audit record's subject and detail go
000698*                      out blank rather than as whatever the
000699*                      record area last held
000700******************************************************************
000701 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. TASKLOAD.
000720 AUTHOR. SPEAKER.
000730 INSTALLATION. DATA PROCESSING.
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS TD-AUDIT-FILE-STATUS.
001030
001032     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
001034         ORGANIZATION IS SEQUENTIAL
001036         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
001038
001040     SELECT OPER-FILE ASSIGN TO "OPERFILE"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001160     SELECT RUN-LOG ASSIGN TO "RUNLOG"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS TD-RUN-LOG-STATUS.
001181
001182     SELECT CAT-FILE ASSIGN TO "CATFILE"
001183         ORGANIZATION IS INDEXED
001184         ACCESS MODE IS DYNAMIC
001185         RECORD KEY IS CA-CATEGORY-CD
001186         FILE STATUS IS TD-CAT-FILE-STATUS.
001187
001188     SELECT BATCH-LOG ASSIGN TO "BATCHLOG"
001189         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001191         RECORD KEY IS BL-LOG-KEY
001192         FILE STATUS IS TD-BATCH-LOG-STATUS.
001193
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  TRANS-FILE.
001340 FD  AUDIT-FILE.
001350     COPY AUDITREC.
001360
001362 FD  NOTIFY-FILE.
001364     COPY NTFREC.
001366
001370 FD  OPER-FILE.
001380     COPY OPERREC.
001390
001420
001430 FD  RUN-LOG.
001440     COPY RUNREC.
001441
001442 FD  CAT-FILE.
001443     COPY CATREC.
001444
001445 FD  BATCH-LOG.
001446     COPY BLOGREC.
001450
001460 WORKING-STORAGE SECTION.
001470 77  TD-TRANS-FILE-STATUS          PIC X(02)     VALUE "00".
001520     88  TD-CHECKPOINT-FILE-OK        VALUE "00".
001530 77  TD-AUDIT-FILE-STATUS          PIC X(02)     VALUE "00".
001540     88  TD-AUDIT-FILE-OK             VALUE "00".
001543 77  TD-NOTIFY-FILE-STATUS         PIC X(02)     VALUE "00".
001546     88  TD-NOTIFY-FILE-OK            VALUE "00".
001550 77  TD-CONTROL-FILE-STATUS        PIC X(02)     VALUE "00".
001560     88  TD-CONTROL-FILE-OK           VALUE "00".
001570
001810     88  TD-LOCK-OWNED                 VALUE "Y".
001820 77  TD-LOCK-REFUSED-SWITCH        PIC X(01)     VALUE "N".
001830     88  TD-LOCK-REFUSED               VALUE "Y".
001831 77  TD-CAT-FILE-STATUS            PIC X(02)     VALUE "00".
001832     88  TD-CAT-FILE-OK               VALUE "00".
001833 77  TD-CAT-AVAIL-SWITCH           PIC X(01)     VALUE "N".
001834     88  TD-CAT-AVAILABLE              VALUE "Y".
001835 77  TD-CAT-EOF-SWITCH             PIC X(01)     VALUE "N".
001836     88  TD-CAT-END-OF-FILE            VALUE "Y".
001837 77  TD-CAT-FOUND-SWITCH           PIC X(01)     VALUE "N".
001838     88  TD-CAT-FOUND                  VALUE "Y".
001840
001850 77  TD-CHECKPOINT-INTERVAL        PIC 9(04)     COMP VALUE 100.
001860 77  TD-RECORDS-SINCE-CKPT         PIC 9(04)     COMP VALUE ZERO.
002290*----------------------------------------------------------------
002300 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
002310     88  TD-RUN-LOG-OK                VALUE "00".
002311
002312*----------------------------------------------------------------
002313* Batch control fields - the deck opens with a header record and
002314* closes with a trailer record (BCHREC); the trailer's totals are
002315* proved against the detail records before anything is applied,
002316* and BATCHLOG remembers every batch id this job has started or
002317* applied so a resubmitted deck is refused
002318*----------------------------------------------------------------
002319 77  TD-BATCH-LOG-STATUS          PIC X(02)      VALUE "00".
002320     88  TD-BATCH-LOG-OK              VALUE "00".
002321 77  TD-BATCH-REFUSED-SWITCH      PIC X(01)      VALUE "N".
002322     88  TD-BATCH-REFUSED             VALUE "Y".
002323 77  TD-TRAILER-SEEN-SWITCH       PIC X(01)      VALUE "N".
002324     88  TD-TRAILER-SEEN              VALUE "Y".
002325 77  TD-BATCH-ID                  PIC X(12)      VALUE SPACES.
002326 77  TD-BATCH-DATE                PIC 9(08)      VALUE ZERO.
002327 77  TD-BATCH-RECORD-COUNT        PIC 9(06)      COMP VALUE ZERO.
002328 77  TD-BATCH-HASH-TOTAL          PIC 9(12)      COMP VALUE ZERO.
002329 77  TD-BATCH-ADD-COUNT           PIC 9(06)      COMP VALUE ZERO.
002330     COPY BCHREC.
002331
002332 PROCEDURE DIVISION.
002340******************************************************************
002350* 0000-MAINLINE
002360******************************************************************
002590         CLOSE AUDIT-FILE
002600         OPEN EXTEND AUDIT-FILE
002610     END-IF
002611     OPEN EXTEND NOTIFY-FILE.
002612     IF NOT TD-NOTIFY-FILE-OK
002613         OPEN OUTPUT NOTIFY-FILE
002614         CLOSE NOTIFY-FILE
002615         OPEN EXTEND NOTIFY-FILE
002616     END-IF
002620     OPEN I-O CONTROL-FILE.
002630     IF NOT TD-CONTROL-FILE-OK
002640         OPEN OUTPUT CONTROL-FILE
002650         CLOSE CONTROL-FILE
002660         OPEN I-O CONTROL-FILE
002670     END-IF
002671     OPEN I-O BATCH-LOG.
002672     IF NOT TD-BATCH-LOG-OK
002673         OPEN OUTPUT BATCH-LOG
002674         CLOSE BATCH-LOG
002675         OPEN I-O BATCH-LOG
002676     END-IF
002680     PERFORM 1300-OPEN-OPER-FILE THRU 1300-EXIT.
002690     PERFORM 1350-OPEN-HOL-FILE THRU 1350-EXIT.
002695     PERFORM 1370-OPEN-CAT-FILE THRU 1370-EXIT.
002700     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
002701     PERFORM 1400-PROVE-BATCH THRU 1400-EXIT.
002702     IF TD-BATCH-REFUSED
002703         MOVE "Y" TO TD-EOF-SWITCH
002704         GO TO 1000-EXIT
002705     END-IF.
002710     PERFORM 1250-TAKE-RUN-LOCK THRU 1250-EXIT.
002720     IF TD-LOCK-REFUSED
002730         MOVE "Y" TO TD-EOF-SWITCH
002840             MOVE CT-LAST-TASK-ID TO TD-NEXT-TASK-ID
002850     END-READ.
002860     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
002861     PERFORM 1450-CHECK-BATCH-LOG THRU 1450-EXIT.
002862     IF TD-BATCH-REFUSED
002863         MOVE "Y" TO TD-EOF-SWITCH
002864         GO TO 1000-EXIT
002865     END-IF.
002870     IF TD-CKPT-EXISTS
002880         DISPLAY "RESUMING LOAD AFTER " TD-RESTART-COUNT
002890             " TRANSACTIONS ALREADY PROCESSED"
004380*                      calendar that will not open just skips
004390*                      the closed-day check with a message
004400******************************************************************
004401 1350-OPEN-HOL-FILE.
004402     MOVE "N" TO TD-HOL-AVAIL-SWITCH.
004403     OPEN INPUT HOL-FILE.
004404     IF NOT TD-HOL-FILE-OK
004405         DISPLAY "HOLIDAY FILE NOT AVAILABLE, STATUS "
004406             TD-HOL-FILE-STATUS " - CLOSED-DAY WARNINGS OFF"
004407     ELSE
004408         MOVE "Y" TO TD-HOL-AVAIL-SWITCH
004409     END-IF.
004410 1350-EXIT.
004411     EXIT.
004412
004413******************************************************************
004414* 1370-OPEN-CAT-FILE - the category master is input-only here.
004415*                      A master that cannot be opened or has
004416*                      never been loaded waives the category
004417*                      checks for the run with a warning, the
004418*                      same as the operator master (see 1300)
004419******************************************************************
004420 1370-OPEN-CAT-FILE.
004421     MOVE "N" TO TD-CAT-AVAIL-SWITCH.
004422     OPEN INPUT CAT-FILE.
004423     IF NOT TD-CAT-FILE-OK
004424         DISPLAY "CATEGORY FILE NOT AVAILABLE, STATUS "
004425             TD-CAT-FILE-STATUS " - CATEGORIES ACCEPTED AS KEYED"
004426         GO TO 1370-EXIT
004427     END-IF.
004428     MOVE "N" TO TD-CAT-EOF-SWITCH.
004429     MOVE LOW-VALUE TO CA-CATEGORY-CD.
004430     START CAT-FILE KEY IS NOT LESS THAN CA-CATEGORY-CD
004431         INVALID KEY MOVE "Y" TO TD-CAT-EOF-SWITCH.
004432     IF NOT TD-CAT-END-OF-FILE
004433         READ CAT-FILE NEXT RECORD
004434             AT END MOVE "Y" TO TD-CAT-EOF-SWITCH
004435         END-READ
004436     END-IF.
004437     IF TD-CAT-END-OF-FILE
004438         DISPLAY "CATEGORY FILE IS EMPTY - CATEGORIES ACCEPTED"
004439             " AS KEYED"
004440     ELSE
004441         MOVE "Y" TO TD-CAT-AVAIL-SWITCH
004442     END-IF.
004443 1370-EXIT.
004444     EXIT.
004445
004446******************************************************************
004447* 1400-PROVE-BATCH - read the whole deck once before anything is
004448*                    applied: the first record must be the batch
004449*                    header, the last the batch trailer, and the
004450*                    trailer's record count, task id hash total
004451*                    and action counts must agree with the detail
004452*                    records between them. A deck that is out of
004453*                    balance is refused with TASKFILE untouched.
004454*                    A deck that proves is reopened and left
004455*                    positioned just past its header
004456******************************************************************
004457 1400-PROVE-BATCH.
004458     MOVE ZERO TO TD-BATCH-RECORD-COUNT.
004459     MOVE ZERO TO TD-BATCH-HASH-TOTAL.
004460     MOVE ZERO TO TD-BATCH-ADD-COUNT.
004461     MOVE "N" TO TD-TRAILER-SEEN-SWITCH.
004462     MOVE "N" TO TD-EOF-SWITCH.
004463     IF NOT TD-TRANS-FILE-OK
004464         DISPLAY "RUN REFUSED - TRANSACTION FILE NOT AVAILABLE,"
004465             " STATUS " TD-TRANS-FILE-STATUS
004466         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004467         GO TO 1400-EXIT
004468     END-IF.
004469     READ TRANS-FILE
004470         AT END MOVE "Y" TO TD-EOF-SWITCH
004471     END-READ.
004472     IF TD-END-OF-FILE
004473         DISPLAY "RUN REFUSED - TRANSACTION FILE IS EMPTY, NO"
004474             " BATCH HEADER"
004475         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004476         GO TO 1400-EXIT
004477     END-IF.
004478     MOVE TX-TASK-RECORD TO BC-BATCH-CONTROL-RECORD.
004479     IF NOT BC-IS-HEADER
004480             OR BC-BATCH-ID = SPACES
004481         DISPLAY "RUN REFUSED - FIRST RECORD IS NOT A BATCH"
004482             " HEADER"
004483         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004484         GO TO 1400-EXIT
004485     END-IF.
004486     MOVE BC-BATCH-ID TO TD-BATCH-ID.
004487     MOVE BC-CREATION-DATE TO TD-BATCH-DATE.
004488     DISPLAY "BATCH " TD-BATCH-ID " CREATED " TD-BATCH-DATE.
004489     PERFORM 1410-PROVE-ONE-RECORD THRU 1410-EXIT
004490         UNTIL TD-END-OF-FILE.
004491     IF TD-BATCH-REFUSED
004492         GO TO 1400-EXIT
004493     END-IF.
004494     IF NOT TD-TRAILER-SEEN
004495         DISPLAY "RUN REFUSED - NO BATCH TRAILER, THE DECK MAY BE"
004496             " TRUNCATED"
004497         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004498         GO TO 1400-EXIT
004499     END-IF.
004500     PERFORM 1420-COMPARE-TRAILER THRU 1420-EXIT.
004501     IF TD-BATCH-REFUSED
004502         DISPLAY "RUN REFUSED - BATCH " TD-BATCH-ID
004503             " IS OUT OF BALANCE, NOTHING APPLIED"
004504         GO TO 1400-EXIT
004505     END-IF.
004506     CLOSE TRANS-FILE.
004507     OPEN INPUT TRANS-FILE.
004508     READ TRANS-FILE
004509         AT END MOVE "Y" TO TD-EOF-SWITCH
004510     END-READ.
004511     MOVE "N" TO TD-EOF-SWITCH.
004512     DISPLAY "BATCH " TD-BATCH-ID " IN BALANCE - "
004513         TD-BATCH-RECORD-COUNT " TRANSACTIONS".
004514 1400-EXIT.
004515     EXIT.
004516
004517 1410-PROVE-ONE-RECORD.
004518     READ TRANS-FILE
004519         AT END MOVE "Y" TO TD-EOF-SWITCH
004520     END-READ.
004521     IF TD-END-OF-FILE
004522         GO TO 1410-EXIT
004523     END-IF.
004524     IF TD-TRAILER-SEEN
004525         DISPLAY "RUN REFUSED - RECORDS FOLLOW THE BATCH TRAILER"
004526         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004527         MOVE "Y" TO TD-EOF-SWITCH
004528         GO TO 1410-EXIT
004529     END-IF.
004530     MOVE TX-TASK-RECORD TO BC-BATCH-CONTROL-RECORD.
004531     IF BC-IS-HEADER
004532         DISPLAY "RUN REFUSED - A SECOND BATCH HEADER IS ON THE"
004533             " DECK"
004534         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004535         MOVE "Y" TO TD-EOF-SWITCH
004536         GO TO 1410-EXIT
004537     END-IF.
004538     IF BC-IS-TRAILER
004539         MOVE "Y" TO TD-TRAILER-SEEN-SWITCH
004540         GO TO 1410-EXIT
004541     END-IF.
004542     ADD 1 TO TD-BATCH-RECORD-COUNT.
004543     ADD 1 TO TD-BATCH-ADD-COUNT.
004544     IF TX-TASK-ID NUMERIC
004545         ADD TX-TASK-ID TO TD-BATCH-HASH-TOTAL
004546     END-IF.
004547 1410-EXIT.
004548     EXIT.
004549
004550******************************************************************
004551* 1420-COMPARE-TRAILER - every total on the trailer against what
004552*                        the deck actually holds; each difference
004553*                        is listed, not just the first. A
004554*                        TRANSFILE deck is all adds, so any edit,
004555*                        complete or delete count is out of
004556*                        balance
004557******************************************************************
004558 1420-COMPARE-TRAILER.
004559     IF BC-BATCH-ID NOT = TD-BATCH-ID
004560         DISPLAY "OUT OF BALANCE - TRAILER BATCH ID " BC-BATCH-ID
004561             " DOES NOT MATCH THE HEADER"
004562         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004563     END-IF.
004564     IF BC-RECORD-COUNT NOT NUMERIC
004565             OR BC-RECORD-COUNT NOT = TD-BATCH-RECORD-COUNT
004566         DISPLAY "OUT OF BALANCE - RECORD COUNT: TRAILER "
004567             BC-RECORD-COUNT " COUNTED " TD-BATCH-RECORD-COUNT
004568         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004569     END-IF.
004570     IF BC-HASH-TOTAL NOT NUMERIC
004571             OR BC-HASH-TOTAL NOT = TD-BATCH-HASH-TOTAL
004572         DISPLAY "OUT OF BALANCE - TASK ID HASH: TRAILER "
004573             BC-HASH-TOTAL " COUNTED " TD-BATCH-HASH-TOTAL
004574         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004575     END-IF.
004576     IF BC-ADD-COUNT NOT NUMERIC
004577             OR BC-ADD-COUNT NOT = TD-BATCH-ADD-COUNT
004578         DISPLAY "OUT OF BALANCE - ADD COUNT: TRAILER "
004579             BC-ADD-COUNT " COUNTED " TD-BATCH-ADD-COUNT
004580         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004581     END-IF.
004582     IF BC-EDIT-COUNT NOT = ZERO
004583             OR BC-COMPLETE-COUNT NOT = ZERO
004584             OR BC-DELETE-COUNT NOT = ZERO
004585             OR (BC-MERGE-COUNT NUMERIC
004586                 AND BC-MERGE-COUNT NOT = ZERO)
004587         DISPLAY "OUT OF BALANCE - TRAILER COUNTS EDITS,"
004588             " COMPLETES, DELETES"
004589             " OR MERGES ON AN ADD-ONLY DECK"
004590         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004591     END-IF.
004592 1420-EXIT.
004593     EXIT.
004594
004595******************************************************************
004596* 1450-CHECK-BATCH-LOG - look the batch id up on BATCHLOG. A
004597*                        batch already applied is refused as a
004598*                        resubmission; a batch started but never
004599*                        marked applied is an abend restart and
004600*                        carries on from CKPTFILE; a new batch is
004601*                        logged as started, unless CKPTFILE still
004602*                        holds the restart point of some other
004603*                        batch
004604******************************************************************
004605 1450-CHECK-BATCH-LOG.
004606     MOVE "TASKLOAD" TO BL-JOB-NAME.
004607     MOVE TD-BATCH-ID TO BL-BATCH-ID.
004608     READ BATCH-LOG
004609         INVALID KEY
004610             PERFORM 1460-LOG-BATCH-STARTED THRU 1460-EXIT
004611             GO TO 1450-EXIT
004612     END-READ.
004613     IF BL-BATCH-APPLIED
004614         DISPLAY "RUN REFUSED - BATCH " TD-BATCH-ID
004615             " WAS ALREADY APPLIED ON " BL-APPLIED-DATE
004616             " AT " BL-APPLIED-TIME
004617         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004618         GO TO 1450-EXIT
004619     END-IF.
004620     IF NOT TD-CKPT-EXISTS
004621         DISPLAY "BATCH " TD-BATCH-ID " WAS STARTED ON "
004622             BL-STARTED-DATE " BUT LEFT NO RESTART POINT -"
004623             " RERUNNING FROM THE TOP"
004624     END-IF.
004625 1450-EXIT.
004626     EXIT.
004627
004628 1460-LOG-BATCH-STARTED.
004629     IF TD-CKPT-EXISTS
004630         DISPLAY "RUN REFUSED - THE RESTART POINT ON CKPTFILE IS"
004631             " NOT FOR BATCH " TD-BATCH-ID
004632         DISPLAY "RERUN THE BATCH THAT ABENDED BEFORE SUBMITTING"
004633             " A NEW ONE"
004634         MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004635         GO TO 1460-EXIT
004636     END-IF.
004637     MOVE "S" TO BL-BATCH-STATUS.
004638     MOVE TD-BATCH-DATE TO BL-CREATION-DATE.
004639     MOVE TD-BATCH-RECORD-COUNT TO BL-RECORD-COUNT.
004640     MOVE TD-BATCH-HASH-TOTAL TO BL-HASH-TOTAL.
004641     MOVE TD-CURRENT-DATE TO BL-STARTED-DATE.
004642     ACCEPT TD-TIME-OF-DAY FROM TIME.
004643     MOVE TD-TIME-OF-DAY (1:6) TO BL-STARTED-TIME.
004644     MOVE ZERO TO BL-APPLIED-DATE.
004645     MOVE ZERO TO BL-APPLIED-TIME.
004646     WRITE BL-BATCH-LOG-RECORD
004647         INVALID KEY
004648             DISPLAY "RUN REFUSED - BATCH " TD-BATCH-ID
004649                 " COULD NOT BE LOGGED, STATUS "
004650                 TD-BATCH-LOG-STATUS
004651             MOVE "Y" TO TD-BATCH-REFUSED-SWITCH
004652     END-WRITE.
004653 1460-EXIT.
004654     EXIT.
004655
004656******************************************************************
004657* 2000-LOAD-TRANSACTIONS - one transaction per pass
004658******************************************************************
004659 2000-LOAD-TRANSACTIONS.
004660     READ TRANS-FILE
004661         AT END MOVE "Y" TO TD-EOF-SWITCH
004662     END-READ.
004663     IF NOT TD-END-OF-FILE
004664         MOVE TX-TASK-RECORD TO BC-BATCH-CONTROL-RECORD
004665         IF BC-IS-TRAILER
004666             MOVE "Y" TO TD-EOF-SWITCH
004667         END-IF
004668     END-IF.
004669     IF NOT TD-END-OF-FILE
004670         PERFORM 2100-ADD-ONE-TASK THRU 2100-EXIT
004671         ADD 1 TO TD-RECORDS-PROCESSED
004672         ADD 1 TO TD-RECORDS-SINCE-CKPT
004673         IF TD-RECORDS-SINCE-CKPT >= TD-CHECKPOINT-INTERVAL
004674             MOVE "N" TO TD-CKPT-COMPLETE-FLAG
004675             PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
004676             MOVE ZERO TO TD-RECORDS-SINCE-CKPT
004680         END-IF
004690     END-IF.
004700 2000-EXIT.
004760         ADD 1 TO TD-RECORDS-REJECTED
004770         GO TO 2100-EXIT
004780     END-IF.
004785     PERFORM 2167-APPLY-CATEGORY-DEFAULTS THRU 2167-EXIT.
004790     MOVE "N" TO TD-ID-ASSIGNED-SWITCH.
004800     IF TX-TASK-ID = ZERO
004810         IF TD-CTL-EXISTS
005060         MOVE ZERO TO TR-EST-HOURS
005070     END-IF.
005080     MOVE ZERO               TO TR-ACT-HOURS.
005081     IF TX-REVIEW-FLAG = "Y"
005082         MOVE "Y" TO TR-REVIEW-FLAG
005083     ELSE
005084         MOVE "N" TO TR-REVIEW-FLAG
005085     END-IF.
005086     MOVE SPACES             TO TR-COMPLETED-BY.
005087     IF TX-START-DATE NUMERIC
005088         MOVE TX-START-DATE TO TR-START-DATE
005089     ELSE
005090         MOVE ZERO TO TR-START-DATE
005091     END-IF.
005092     WRITE TR-TASK-RECORD
005100         INVALID KEY
005110             DISPLAY "DUPLICATE TASK ID, SKIPPED: " TX-TASK-ID
005120             ADD 1 TO TD-RECORDS-REJECTED
005150             MOVE "ADD" TO TD-AUDIT-ACTION
005160             PERFORM 2170-WRITE-AUDIT-RECORD THRU 2170-EXIT
005170             PERFORM 2180-POST-CONTROL-ID THRU 2180-EXIT
005175             PERFORM 2175-WRITE-NOTIFY-RECORD THRU 2175-EXIT
005180     END-WRITE.
005190 2100-EXIT.
005200     EXIT.
005430         MOVE "Y" TO TD-ERROR-SWITCH
005440         GO TO 2150-EXIT
005450     END-IF.
005451     IF TX-REVIEW-FLAG NOT = SPACE AND TX-REVIEW-FLAG NOT = "Y"
005452             AND TX-REVIEW-FLAG NOT = "N"
005453         DISPLAY "REJECTED - REVIEW FLAG MUST BE Y, N OR BLANK, "
005454             "TASK ID: " TX-TASK-ID
005455         MOVE "Y" TO TD-ERROR-SWITCH
005456         GO TO 2150-EXIT
005457     END-IF.
005460*    the predecessor read overlays the TASK-FILE record area,
005470*    which is safe here because 2100-ADD-ONE-TASK rebuilds every
005480*    field of the record after validation
005570         IF TD-ERROR-FOUND
005580             GO TO 2150-EXIT
005590         END-IF
005592     END-IF.
005594     PERFORM 2163-VALIDATE-CATEGORY THRU 2163-EXIT.
005596     IF TD-ERROR-FOUND
005598         GO TO 2150-EXIT
005600     END-IF.
005610     PERFORM 2165-VALIDATE-OWNER THRU 2165-EXIT.
005620     IF TD-ERROR-FOUND
005820         DISPLAY "REJECTED - DUE DATE IS IN THE PAST, "
005830             "TASK ID: " TX-TASK-ID
005840         MOVE "Y" TO TD-ERROR-SWITCH
005842         GO TO 2150-EXIT
005844     END-IF.
005846     PERFORM 2162-VALIDATE-START-DATE THRU 2162-EXIT.
005848     IF TD-ERROR-FOUND
005850         GO TO 2150-EXIT
005860     END-IF.
005870     PERFORM 2155-WARN-CLOSED-DAY THRU 2155-EXIT.
006120     MOVE TX-DUE-DATE (1:4) TO TD-DUE-YEAR.
006130     MOVE TX-DUE-DATE (5:2) TO TD-DUE-MONTH.
006140     MOVE TX-DUE-DATE (7:2) TO TD-DUE-DAY.
006141     PERFORM 2161-SET-MAX-DAY THRU 2161-EXIT.
006142     IF TD-DUE-DAY > TD-MAX-DAY-FOR-MONTH
006143         DISPLAY "REJECTED - DAY " TD-DUE-DAY
006144             " IS NOT VALID FOR THE MONTH GIVEN, TASK ID: "
006145             TX-TASK-ID
006146         MOVE "Y" TO TD-ERROR-SWITCH
006147     END-IF.
006148 2160-EXIT.
006149     EXIT.
006150
006151******************************************************************
006152* 2161-SET-MAX-DAY - days in TD-DUE-MONTH of TD-DUE-YEAR, February
006153*                    allowing for leap years
006154******************************************************************
006155 2161-SET-MAX-DAY.
006156     MOVE MAX-DAYS-ENTRY (TD-DUE-MONTH) TO TD-MAX-DAY-FOR-MONTH.
006160     IF TD-DUE-MONTH = 2
006170         DIVIDE TD-DUE-YEAR BY 4
006180             GIVING TD-DIVIDE-QUOTIENT
006320         IF TD-IS-LEAP-YEAR
006330             MOVE 29 TO TD-MAX-DAY-FOR-MONTH
006340         END-IF
006341     END-IF.
006342 2161-EXIT.
006343     EXIT.
006344
006345******************************************************************
006346* 2162-VALIDATE-START-DATE - the start-not-before date is optional
006347*                  (blank or zero = none). A date given must be a
006348*                  real calendar date no later than the due date,
006349*                  and one on a shop closure is warned like the
006350*                  due date
006351******************************************************************
006352 2162-VALIDATE-START-DATE.
006353     IF TX-START-DATE NOT NUMERIC
006354         IF TX-START-DATE (1:8) = SPACES
006355             GO TO 2162-EXIT
006356         END-IF
006357         DISPLAY "REJECTED - START DATE MUST BE CCYYMMDD OR "
006358             "BLANK, TASK ID: " TX-TASK-ID
006359         MOVE "Y" TO TD-ERROR-SWITCH
006360         GO TO 2162-EXIT
006361     END-IF.
006362     IF TX-START-DATE = ZERO
006363         GO TO 2162-EXIT
006364     END-IF.
006365     IF TX-START-DATE (5:2) < "01" OR TX-START-DATE (5:2) > "12"
006366         DISPLAY "REJECTED - START DATE MONTH MUST BE 01-12, "
006367             "TASK ID: " TX-TASK-ID
006368         MOVE "Y" TO TD-ERROR-SWITCH
006369         GO TO 2162-EXIT
006370     END-IF.
006371     IF TX-START-DATE (7:2) < "01" OR TX-START-DATE (7:2) > "31"
006372         DISPLAY "REJECTED - START DATE DAY MUST BE 01-31, "
006373             "TASK ID: " TX-TASK-ID
006374         MOVE "Y" TO TD-ERROR-SWITCH
006375         GO TO 2162-EXIT
006376     END-IF.
006377     MOVE TX-START-DATE (1:4) TO TD-DUE-YEAR.
006378     MOVE TX-START-DATE (5:2) TO TD-DUE-MONTH.
006379     MOVE TX-START-DATE (7:2) TO TD-DUE-DAY.
006380     PERFORM 2161-SET-MAX-DAY THRU 2161-EXIT.
006381     IF TD-DUE-DAY > TD-MAX-DAY-FOR-MONTH
006382         DISPLAY "REJECTED - START DAY " TD-DUE-DAY
006383             " IS NOT VALID FOR THE MONTH GIVEN, TASK ID: "
006390             TX-TASK-ID
006400         MOVE "Y" TO TD-ERROR-SWITCH
006401         GO TO 2162-EXIT
006402     END-IF.
006403     IF TX-START-DATE > TX-DUE-DATE
006404         DISPLAY "REJECTED - START DATE IS AFTER THE DUE DATE, "
006405             "TASK ID: " TX-TASK-ID
006406         MOVE "Y" TO TD-ERROR-SWITCH
006407         GO TO 2162-EXIT
006408     END-IF.
006409     IF NOT TD-HOL-AVAILABLE
006410         GO TO 2162-EXIT
006411     END-IF.
006412     MOVE TX-START-DATE TO HO-HOLIDAY-DATE.
006413     READ HOL-FILE
006414         INVALID KEY
006415             CONTINUE
006416         NOT INVALID KEY
006417             DISPLAY "WARNING - START DATE " TX-START-DATE " IS A"
006418                 " SHOP CLOSED DAY, TASK ID: " TX-TASK-ID
006419     END-READ.
006420 2162-EXIT.
006421     EXIT.
006422
006423******************************************************************
006424* 2163-VALIDATE-CATEGORY - a non-blank category must be an
006425*                       ACTIVE category on the CATFILE master,
006426*                       the same rule the interactive entry
006427*                       paths apply. Waived when the master is
006428*                       not available this run (see 1370). The
006429*                       record read is kept for 2167's defaulting
006430******************************************************************
006431 2163-VALIDATE-CATEGORY.
006432     MOVE "N" TO TD-CAT-FOUND-SWITCH.
006433     IF TX-CATEGORY-CD = SPACES
006434         GO TO 2163-EXIT
006435     END-IF.
006436     IF NOT TD-CAT-AVAILABLE
006437         GO TO 2163-EXIT
006438     END-IF.
006439     MOVE TX-CATEGORY-CD TO CA-CATEGORY-CD.
006440     READ CAT-FILE
006441         INVALID KEY
006442             DISPLAY "REJECTED - CATEGORY " TX-CATEGORY-CD
006443                 " IS NOT ON THE CATEGORY FILE, TASK ID: "
006444                 TX-TASK-ID
006445             MOVE "Y" TO TD-ERROR-SWITCH
006446         NOT INVALID KEY
006447             IF CA-IS-INACTIVE
006448                 DISPLAY "REJECTED - CATEGORY " TX-CATEGORY-CD
006449                     " IS INACTIVE, TASK ID: " TX-TASK-ID
006450                 MOVE "Y" TO TD-ERROR-SWITCH
006451             ELSE
006452                 MOVE "Y" TO TD-CAT-FOUND-SWITCH
006453             END-IF
006454     END-READ.
006455 2163-EXIT.
006456     EXIT.
006457
006458******************************************************************
006460* 2165-VALIDATE-OWNER - a non-blank owner id must be an ACTIVE
006470*                       operator on the OPERFILE master, the same
006480*                       rule the interactive assign-to prompts
006720     END-READ.
006730 2165-EXIT.
006740     EXIT.
006741
006742******************************************************************
006743* 2167-APPLY-CATEGORY-DEFAULTS - a transaction that left the
006744*                       priority or owner blank takes the
006745*                       category's default. A default owner who
006746*                       is no longer an active operator leaves
006747*                       the task unassigned with a warning - the
006748*                       transaction still loads
006749******************************************************************
006750 2167-APPLY-CATEGORY-DEFAULTS.
006751     IF NOT TD-CAT-FOUND
006752         GO TO 2167-EXIT
006753     END-IF.
006754     IF TX-PRIORITY-CD NOT NUMERIC
006755         MOVE ZERO TO TX-PRIORITY-CD
006756     END-IF.
006757     IF TX-PRIORITY-CD = ZERO AND NOT CA-NO-DEFAULT-PRIORITY
006758         MOVE CA-DEFAULT-PRIORITY TO TX-PRIORITY-CD
006759     END-IF.
006760     IF TX-OWNER-ID NOT = SPACES OR CA-NO-DEFAULT-OWNER
006761         GO TO 2167-EXIT
006762     END-IF.
006763     MOVE CA-DEFAULT-OWNER TO TX-OWNER-ID.
006764     IF NOT TD-OPER-AVAILABLE
006765         GO TO 2167-EXIT
006766     END-IF.
006767     MOVE TX-OWNER-ID TO OP-OPERATOR-ID.
006768     READ OPER-FILE
006769         INVALID KEY
006770             MOVE "I" TO OP-ACTIVE-FLAG
006771     END-READ.
006772     IF OP-IS-INACTIVE
006773         DISPLAY "WARNING - CATEGORY " TX-CATEGORY-CD
006774             " DEFAULT OWNER " TX-OWNER-ID " NOT USABLE, TASK"
006775             " ID: " TX-TASK-ID " LOADED UNASSIGNED"
006776         MOVE SPACES TO TX-OWNER-ID
006777     END-IF.
006778 2167-EXIT.
006779     EXIT.
006780
006781******************************************************************
006782* 2170-WRITE-AUDIT-RECORD - log one bulk-loaded add against
006783*                           TD-AUDIT-ACTION's TASK-ID
006790******************************************************************
006800 2170-WRITE-AUDIT-RECORD.
006810     MOVE TX-TASK-ID         TO AR-TASK-ID.
006840     MOVE TD-CURRENT-DATE    TO AR-ACTION-DATE.
006850     ACCEPT TD-TIME-OF-DAY FROM TIME.
006860     MOVE TD-TIME-OF-DAY (1:6) TO AR-ACTION-TIME.
006865     MOVE SPACES TO AR-SUBJECT-ID AR-DETAIL-CD.
006870     WRITE AR-AUDIT-RECORD.
006871 2170-EXIT.
006872     EXIT.
006873
006874******************************************************************
006875* 2175-WRITE-NOTIFY-RECORD - queue an ASSIGN notification on
006876*                  NTFYFILE for the owner of the task just loaded.
006877*                  An unassigned task has nobody to tell
006878******************************************************************
006879 2175-WRITE-NOTIFY-RECORD.
006880     IF TR-OWNER-ID = SPACES
006881         GO TO 2175-EXIT
006882     END-IF.
006883     MOVE TR-OWNER-ID        TO NQ-RECIPIENT-ID.
006884     MOVE "ASSIGN"           TO NQ-EVENT-CD.
006885     MOVE TR-TASK-ID         TO NQ-TASK-ID.
006886     MOVE TR-TASK-DESC       TO NQ-TASK-DESC.
006887     MOVE TD-CURRENT-DATE    TO NQ-EVENT-DATE.
006888     ACCEPT TD-TIME-OF-DAY FROM TIME.
006889     MOVE TD-TIME-OF-DAY (1:6) TO NQ-EVENT-TIME.
006890     MOVE "TASKLOAD"         TO NQ-SOURCE-JOB.
006891     MOVE TD-OPERATOR-ID     TO NQ-ACTED-BY-ID.
006892     MOVE SPACE              TO NQ-SEND-STATUS.
006893     MOVE ZERO               TO NQ-SEND-DATE.
006894     WRITE NQ-NOTIFY-RECORD.
006895 2175-EXIT.
006896     EXIT.
006900
006910******************************************************************
006920* 2180-POST-CONTROL-ID - keep the control record's last issued
007490         CLOSE TRANS-FILE
007500         CLOSE TASK-FILE
007510         CLOSE AUDIT-FILE
007515         CLOSE NOTIFY-FILE
007520         CLOSE CONTROL-FILE
007530         CLOSE OPER-FILE
007540         CLOSE HOL-FILE
007543         CLOSE CAT-FILE
007546         CLOSE BATCH-LOG
007550         DISPLAY "TASKLOAD ENDED - NOTHING PROCESSED, FILES"
007560             " IN USE"
007570         MOVE 8 TO RETURN-CODE
007580         GO TO 8000-EXIT
007590     END-IF.
007591     IF TD-BATCH-REFUSED
007592         IF TD-LOCK-OWNED
007593             PERFORM 8100-RELEASE-RUN-LOCK THRU 8100-EXIT
007594         END-IF
007595         CLOSE TRANS-FILE
007596         CLOSE TASK-FILE
007597         CLOSE AUDIT-FILE
007598         CLOSE NOTIFY-FILE
007599         CLOSE CONTROL-FILE
007600         CLOSE OPER-FILE
007601         CLOSE HOL-FILE
007602         CLOSE CAT-FILE
007603         CLOSE BATCH-LOG
007604         DISPLAY "TASKLOAD ENDED - BATCH REFUSED, NOTHING"
007605             " APPLIED"
007606         MOVE 8 TO RETURN-CODE
007607         GO TO 8000-EXIT
007608     END-IF.
007609     MOVE "Y" TO TD-CKPT-COMPLETE-FLAG.
007610     PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT.
007615     PERFORM 8200-MARK-BATCH-APPLIED THRU 8200-EXIT.
007620     IF TD-CTL-EXISTS
007630         MOVE "CONTROL" TO CT-CONTROL-ID
007640         READ CONTROL-FILE
007800     CLOSE TRANS-FILE.
007810     CLOSE TASK-FILE.
007820     CLOSE AUDIT-FILE.
007825     CLOSE NOTIFY-FILE.
007830     CLOSE CONTROL-FILE.
007840     CLOSE OPER-FILE.
007850     CLOSE HOL-FILE.
007853     CLOSE CAT-FILE.
007856     CLOSE BATCH-LOG.
007860     DISPLAY "TASKLOAD COMPLETE - " TD-RECORDS-LOADED
007870         " TASKS LOADED, " TD-RECORDS-REJECTED " REJECTED".
007880 8000-EXIT.
008040         INVALID KEY
008050             DISPLAY "COULD NOT RELEASE THE RUN LOCK"
008060     END-REWRITE.
008061 8100-EXIT.
008062     EXIT.
008063
008064******************************************************************
008065* 8200-MARK-BATCH-APPLIED - the whole deck has been through, so
008066*                           the batch id is marked applied on
008067*                           BATCHLOG and can never be loaded again
008068******************************************************************
008069 8200-MARK-BATCH-APPLIED.
008070     MOVE "TASKLOAD" TO BL-JOB-NAME.
008071     MOVE TD-BATCH-ID TO BL-BATCH-ID.
008072     READ BATCH-LOG
008073         INVALID KEY
008074             DISPLAY "COULD NOT MARK BATCH " TD-BATCH-ID
008075                 " APPLIED ON BATCHLOG"
008076             GO TO 8200-EXIT
008077     END-READ.
008078     MOVE "A" TO BL-BATCH-STATUS.
008079     MOVE TD-CURRENT-DATE TO BL-APPLIED-DATE.
008080     ACCEPT TD-TIME-OF-DAY FROM TIME.
008081     MOVE TD-TIME-OF-DAY (1:6) TO BL-APPLIED-TIME.
008082     REWRITE BL-BATCH-LOG-RECORD
008083         INVALID KEY
008084             DISPLAY "COULD NOT MARK BATCH " TD-BATCH-ID
008085                 " APPLIED ON BATCHLOG"
008086     END-REWRITE.
008087 8200-EXIT.
008088     EXIT.
008090
008100******************************************************************
008110* 8900-POST-RUN-LOG - append this run's completion record (job
