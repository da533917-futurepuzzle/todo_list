001150*                      closure on the HOLFILE calendar, since
001160*                      nothing gets completed on a day nobody
001170*                      is in - the date is accepted, just
001171*                      flagged. HOLLOAD loads each year's
001172*                      closures
001173*   oct.15, 2026  spk  category codes now validate against the
001174*                      new CATFILE category master - an unknown
001175*                      or inactive category is refused at add,
001176*                      edit and template instantiation, an add
001177*                      that leaves the owner or priority blank
001178*                      takes the category's default, and a new
001179*                      CATEGORY MAINTENANCE option adds,
001180*                      deactivates, reactivates, re-routes and
001181*                      lists categories
001182*   oct.15, 2026  spk  second-operator sign-off - a task flagged
001183*                      review-required (or in a category so
001184*                      flagged) goes to status R on COMPLETE
001185*                      instead of being archived, and a new
001186*                      REVIEW COMPLETED TASKS option lets a
001187*                      different operator APPROVE it (archived and
001188*                      hours posted as before) or REJECT it back
001189*                      to open with the reason as a note
001190*   oct.15, 2026  spk  optional start-not-before date keyed at
001191*                      add and edit and stamped from template
001192*                      lines - a task whose start date is still
001193*                      ahead is left off LIST TASKS and LIST MY
001194*                      TASKS (the count left off is shown), a
001195*                      start date on a shop closure is warned like
001196*                      the due date, and a recurring task's start
001197*                      date rolls forward with its due date
001198*   oct.15, 2026  spk  assigning a task to another operator (add,
001199*                      edit or template) queues a notification for
001200*                      that operator on the NTFYFILE queue
001201*   oct.15, 2026  spk  operator maintenance keeps each
001202*                      operator's standard weekly hours (keyed at
001203*                      add, changed with the new WEEKLY HOURS
001204*                      option, shown on the operator list) for
001205*                      the CAPFCST forecast
001206*   oct.15, 2026  spk  operator authority levels - operator, lead
001207*                      and supervisor, kept on OPERFILE. The menu
001208*                      offers and takes only the options the
001209*                      signed-on operator is entitled to: DELETE,
001210*                      OPERATOR MAINTENANCE, reassigning a task
001211*                      on EDIT and overriding a held RUNLOCK are
001212*                      supervisor only, RESTORE is lead and up.
001213*                      A refused attempt posts a REFUSED audit;
001214*                      operator master changes post OPERMNT, a
001215*                      lock override OVERRIDE and a reassignment
001216*                      REASSIGN. With no active supervisor on
001217*                      file the operator signs on as one, with a
001218*                      warning, so the first can be set
001219******************************************************************
001220 IDENTIFICATION DIVISION.
001221 PROGRAM-ID. TO-D0-LIST.
001230 AUTHOR. SPEAKER.
001240 INSTALLATION. DATA PROCESSING.
001250 DATE-WRITTEN. DEC 22 2021.
001430     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
001440         ORGANIZATION IS SEQUENTIAL
001450         FILE STATUS IS TD-AUDIT-FILE-STATUS.
001452
001454     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
001456         ORGANIZATION IS SEQUENTIAL
001458         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
001460
001470     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
001480         ORGANIZATION IS INDEXED
001980         RECORD KEY IS HO-HOLIDAY-DATE
001990         FILE STATUS IS TD-HOL-FILE-STATUS.
002000
002001     SELECT CAT-FILE ASSIGN TO "CATFILE"
002002         ORGANIZATION IS INDEXED
002003         ACCESS MODE IS DYNAMIC
002004         RECORD KEY IS CA-CATEGORY-CD
002005         FILE STATUS IS TD-CAT-FILE-STATUS.
002006
002010     SELECT SORT-WORK ASSIGN TO "SORTWORK".
002020
002030 DATA DIVISION.
002100
002110 FD  AUDIT-FILE.
002120     COPY AUDITREC.
002122
002124 FD  NOTIFY-FILE.
002126     COPY NTFREC.
002130
002140 FD  NOTE-FILE.
002150     COPY NOTEREC.
002370
002380 FD  HOL-FILE.
002390     COPY HOLREC.
002392
002394 FD  CAT-FILE.
002396     COPY CATREC.
002400
002410 SD  SORT-WORK.
002420 01  SW-SORT-RECORD.
002680 01  OPER-NAME                   PIC X(30).
002690 01  TEMPLATE-NAME               PIC X(08).
002700 01  BASE-DUE-DATE               PIC 9(08).
002702 01  CATEGORY-DESC               PIC X(30).
002704 01  REVIEW-FLAG                 PIC X(01).
002706 01  START-DATE                  PIC 9(08).
002710
002720*----------------------------------------------------------------
002730* Hours are keyed as digits with the tenths implied (0015 is
002820     05  WORK-HOURS-X            PIC X(03).
002830 01  WORK-HOURS-N REDEFINES WORK-HOURS-ENTRY
002840                                 PIC 9(02)V9(01).
002842 01  WEEKLY-HOURS-ENTRY.
002844     05  WEEKLY-HOURS-X          PIC X(03).
002846 01  WEEKLY-HOURS-N REDEFINES WEEKLY-HOURS-ENTRY
002848                                 PIC 9(02)V9(01).
002850
002860 77  TD-TASK-FILE-STATUS         PIC X(02)      VALUE "00".
002870     88  TD-TASK-FILE-OK             VALUE "00".
002930
002940 77  TD-AUDIT-FILE-STATUS        PIC X(02)      VALUE "00".
002950     88  TD-AUDIT-FILE-OK            VALUE "00".
002952
002954 77  TD-NOTIFY-FILE-STATUS       PIC X(02)      VALUE "00".
002956     88  TD-NOTIFY-FILE-OK           VALUE "00".
002960
002970 77  TD-MENU-CHOICE               PIC 9(02)      VALUE ZERO.
002980 77  TD-OWNER-ONLY-SWITCH         PIC X(01)      VALUE "N".
003120*----------------------------------------------------------------
003130 77  TD-OPERATOR-ID               PIC X(08)      VALUE SPACES.
003140 77  TD-AUDIT-ACTION              PIC X(08)      VALUE SPACES.
003143 77  TD-NOTIFY-EVENT              PIC X(08)      VALUE SPACES.
003146 77  TD-ORIGINAL-OWNER            PIC X(08)      VALUE SPACES.
003150 77  TD-ARCHIVE-OK-SWITCH         PIC X(01)      VALUE "Y".
003160     88  TD-ARCHIVE-STEP-OK           VALUE "Y".
003170 77  TD-ORIGINAL-DUE-DATE         PIC 9(08)      VALUE ZERO.
003240 77  TD-PRED-CHECK-ID             PIC 9(06)      VALUE ZERO.
003250 77  TD-DEPENDENT-COUNT           PIC 9(04)      COMP VALUE ZERO.
003260 77  TD-BLOCKED-FLAG              PIC X(01)      VALUE SPACE.
003265 77  TD-DEFERRED-COUNT            PIC 9(04)      COMP VALUE ZERO.
003270 77  TD-CONFIRM-REPLY             PIC X(01)      VALUE SPACE.
003280
003290*----------------------------------------------------------------
003540     88  TD-OPERATOR-VALID            VALUE "Y".
003550 77  TD-SIGNON-TRIES              PIC 9(01)      COMP VALUE ZERO.
003560 77  TD-OPER-MAINT-MODE           PIC 9(01)      VALUE ZERO.
003561 77  TD-OPER-LIST-COUNT           PIC 9(04)      COMP VALUE ZERO.
003562 01  OPER-HOURS-EDITED            PIC Z9.9.
003563
003564*----------------------------------------------------------------
003565* Authority work fields - the signed-on operator's level decides
003566* which menu options are offered and taken; a refusal is posted
003567* to AUDITFILE with the option (OPnn) as its detail code
003568*----------------------------------------------------------------
003569 77  TD-AUTHORITY-CD              PIC X(01)      VALUE "O".
003570     88  TD-AUTH-SUPERVISOR           VALUE "S".
003571     88  TD-AUTH-LEAD-OR-ABOVE        VALUE "L" "S".
003572 77  TD-SUPV-FOUND-SWITCH         PIC X(01)      VALUE "N".
003573     88  TD-SUPERVISOR-ON-FILE        VALUE "Y".
003574 77  TD-ENTITLED-SWITCH           PIC X(01)      VALUE "Y".
003575     88  TD-OPTION-ENTITLED           VALUE "Y".
003576 77  TD-AUDIT-SUBJECT             PIC X(08)      VALUE SPACES.
003577 77  TD-AUDIT-DETAIL              PIC X(04)      VALUE SPACES.
003578 77  TD-AUTHORITY-NAME            PIC X(10)      VALUE SPACES.
003579 01  REFUSED-OPTION-DETAIL.
003580     05  FILLER                  PIC X(02)      VALUE "OP".
003581     05  ROD-MENU-CHOICE         PIC 9(02)      VALUE ZERO.
003582 01  AUTHORITY-ENTRY             PIC X(01).
003583     88  AUTHORITY-VALID             VALUE "O" "L" "S".
003584
003590*----------------------------------------------------------------
003600* Run-lock work fields - the lock is only released at
003610* termination when THIS session took it, so a refused sign-on
004330                                                 COMP VALUE ZERO.
004340 01  WORK-TOTAL-EDITED            PIC ZZZZ9.9.
004350 77  TD-HOL-FILE-STATUS           PIC X(02)      VALUE "00".
004351     88  TD-HOL-FILE-OK               VALUE "00".
004352
004353*----------------------------------------------------------------
004354* Category master work fields - an empty CATFILE waives the
004355* category checks the same way an empty OPERFILE waives the
004356* owner checks. The category record read by the validation is
004357* left in the record area for the add path's defaulting
004358*----------------------------------------------------------------
004359 77  TD-CAT-FILE-STATUS           PIC X(02)      VALUE "00".
004360     88  TD-CAT-FILE-OK               VALUE "00".
004361 77  TD-CAT-EOF-SWITCH            PIC X(01)      VALUE "N".
004362     88  TD-CAT-END-OF-FILE           VALUE "Y".
004363 77  TD-CAT-EMPTY-SWITCH          PIC X(01)      VALUE "N".
004364     88  TD-CAT-FILE-EMPTY            VALUE "Y".
004365 77  TD-CAT-FOUND-SWITCH          PIC X(01)      VALUE "N".
004366     88  TD-CAT-FOUND                 VALUE "Y".
004367 77  TD-CAT-MAINT-MODE            PIC 9(01)      VALUE ZERO.
004368 77  TD-CAT-LIST-COUNT            PIC 9(04)      COMP VALUE ZERO.
004369 77  TD-ORIGINAL-CATEGORY         PIC X(10)      VALUE SPACES.
004370
004371*----------------------------------------------------------------
004372* Second-operator review work fields - the operator who completed
004373* a task into review is carried on the record, and anyone else
004374* may approve or reject it
004375*----------------------------------------------------------------
004376 77  TD-REVIEW-NEEDED-SWITCH      PIC X(01)      VALUE "N".
004377     88  TD-REVIEW-NEEDED             VALUE "Y".
004378 77  TD-REVIEW-DECISION           PIC X(01)      VALUE SPACE.
004379     88  TD-REVIEW-APPROVE            VALUE "A".
004380     88  TD-REVIEW-REJECT             VALUE "R".
004381 77  TD-REVIEW-LIST-COUNT         PIC 9(04)      COMP VALUE ZERO.
004382
004383*----------------------------------------------------------------
004390* SEARCH-TASKS work fields
004400*----------------------------------------------------------------
004410 77  TD-SEARCH-MODE               PIC 9(01)      VALUE ZERO.
005190         CLOSE AUDIT-FILE
005200         OPEN EXTEND AUDIT-FILE
005210     END-IF
005211     OPEN EXTEND NOTIFY-FILE.
005212     IF NOT TD-NOTIFY-FILE-OK
005213         OPEN OUTPUT NOTIFY-FILE
005214         CLOSE NOTIFY-FILE
005215         OPEN EXTEND NOTIFY-FILE
005216     END-IF
005220     OPEN I-O NOTE-FILE.
005230     IF NOT TD-NOTE-FILE-OK
005240         OPEN OUTPUT NOTE-FILE
005730         CLOSE HOL-FILE
005740         OPEN I-O HOL-FILE
005750     END-IF
005751     OPEN I-O CAT-FILE.
005752     IF NOT TD-CAT-FILE-OK
005753         OPEN OUTPUT CAT-FILE
005754         CLOSE CAT-FILE
005755         OPEN I-O CAT-FILE
005756     END-IF
005760     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
005770     PERFORM 1050-CHECK-OPER-EMPTY THRU 1050-EXIT.
005775     PERFORM 1055-CHECK-CAT-EMPTY THRU 1055-EXIT.
005780     PERFORM 1060-SIGN-ON THRU 1060-EXIT
005790         UNTIL TD-OPERATOR-VALID OR TD-SIGNON-TRIES >= 3.
005800     IF NOT TD-OPERATOR-VALID
005820         MOVE 9 TO TD-MENU-CHOICE
005830         GO TO 1000-EXIT
005840     END-IF.
005845     PERFORM 1065-CHECK-SUPERVISOR THRU 1065-EXIT.
005850     PERFORM 1070-TAKE-RUN-LOCK THRU 1070-EXIT.
005860     IF NOT TD-LOCK-OWNED
005870         MOVE 9 TO TD-MENU-CHOICE
006080 1050-EXIT.
006090     EXIT.
006100
006101******************************************************************
006102* 1055-CHECK-CAT-EMPTY - a first read tells whether the category
006103*                        master has ever been loaded. Until the
006104*                        first category is added the category
006105*                        checks are waived with a warning
006106******************************************************************
006107 1055-CHECK-CAT-EMPTY.
006108     MOVE "N" TO TD-CAT-EMPTY-SWITCH.
006109     MOVE LOW-VALUE TO CA-CATEGORY-CD.
006110     START CAT-FILE KEY IS NOT LESS THAN CA-CATEGORY-CD
006111         INVALID KEY MOVE "Y" TO TD-CAT-EMPTY-SWITCH.
006112     IF NOT TD-CAT-FILE-EMPTY
006113         READ CAT-FILE NEXT RECORD
006114             AT END MOVE "Y" TO TD-CAT-EMPTY-SWITCH
006115         END-READ
006116     END-IF.
006117     IF TD-CAT-FILE-EMPTY
006118         DISPLAY "WARNING - NO CATEGORIES ON FILE, CATEGORY CODES"
006119             " ACCEPTED AS KEYED"
006120         DISPLAY "ADD CATEGORIES UNDER CATEGORY MAINTENANCE"
006121     END-IF.
006122 1055-EXIT.
006123     EXIT.
006124
006125******************************************************************
006126* 1060-SIGN-ON - the keyed operator id must be an ACTIVE operator
006130*                on the OPERFILE master. An empty master is the
006140*                bootstrap case: sign-on is accepted once with a
006150*                warning so the first operators can be keyed in
006154*                under OPERATOR MAINTENANCE,
006158*                with supervisor authority. The operator's
006162*                authority level comes off the record (blank is
006166*                operator)
006170******************************************************************
006180 1060-SIGN-ON.
006190     DISPLAY "OPERATOR ID? ".
006280             " ACCEPTED AS KEYED"
006290         DISPLAY "ADD OPERATORS UNDER OPERATOR MAINTENANCE"
006300         MOVE "Y" TO TD-OPER-OK-SWITCH
006305         MOVE "S" TO TD-AUTHORITY-CD
006310         GO TO 1060-EXIT
006320     END-IF.
006330     MOVE TD-OPERATOR-ID TO OP-OPERATOR-ID.
006380         NOT INVALID KEY
006390             IF OP-IS-ACTIVE
006400                 MOVE "Y" TO TD-OPER-OK-SWITCH
006402                 MOVE OP-AUTHORITY-CD TO TD-AUTHORITY-CD
006404                 IF OP-AUTH-OPERATOR
006406                     MOVE "O" TO TD-AUTHORITY-CD
006408                 END-IF
006410                 DISPLAY "SIGNED ON: " OP-OPERATOR-NAME
006420             ELSE
006430                 DISPLAY "OPERATOR " TD-OPERATOR-ID
006470     END-READ.
006480 1060-EXIT.
006490     EXIT.
006491
006492******************************************************************
006493* 1065-CHECK-SUPERVISOR - until an active supervisor is on file
006494*                         nobody could be given the authority, so
006495*                         the operator signs on as a supervisor
006496*                         with a warning, the same waiver an empty
006497*                         master gets
006498******************************************************************
006499 1065-CHECK-SUPERVISOR.
006500     IF NOT TD-OPERATOR-VALID OR TD-AUTH-SUPERVISOR
006501         GO TO 1065-EXIT
006502     END-IF.
006503     MOVE "N" TO TD-SUPV-FOUND-SWITCH.
006504     MOVE "N" TO TD-OPER-EOF-SWITCH.
006505     MOVE LOW-VALUE TO OP-OPERATOR-ID.
006506     START OPER-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
006507         INVALID KEY MOVE "Y" TO TD-OPER-EOF-SWITCH.
006508     PERFORM 1066-SCAN-FOR-SUPERVISOR THRU 1066-EXIT
006509         UNTIL TD-OPER-END-OF-FILE OR TD-SUPERVISOR-ON-FILE.
006510     IF NOT TD-SUPERVISOR-ON-FILE
006511         DISPLAY "WARNING - NO ACTIVE SUPERVISOR ON FILE,"
006512             " SIGNED ON WITH SUPERVISOR AUTHORITY"
006513         DISPLAY "SET ONE UNDER OPERATOR MAINTENANCE"
006514         MOVE "S" TO TD-AUTHORITY-CD
006515     END-IF.
006516 1065-EXIT.
006517     EXIT.
006518
006519 1066-SCAN-FOR-SUPERVISOR.
006520     READ OPER-FILE NEXT RECORD
006521         AT END MOVE "Y" TO TD-OPER-EOF-SWITCH
006522     END-READ.
006523     IF NOT TD-OPER-END-OF-FILE
006524         IF OP-IS-ACTIVE AND OP-AUTH-SUPERVISOR
006525             MOVE "Y" TO TD-SUPV-FOUND-SWITCH
006526         END-IF
006527     END-IF.
006528 1066-EXIT.
006529     EXIT.
006530
006531******************************************************************
006532* 1070-TAKE-RUN-LOCK - take the RUNLOCK record on CTLFILE before
006533*                      anything touches TASKFILE. A lock already
006540*                      held names its holder and when it was
006546*                      taken; a supervisor may override it when
006552*                      it was left behind by an abend (posted as
006558*                      an OVERRIDE audit), otherwise the session
006564*                      is refused - and refused outright, as a
006570*                      REFUSED audit, for anyone below supervisor.
006576*                      The updating batch jobs take the same lock
006582*                      at startup
006590******************************************************************
006600 1070-TAKE-RUN-LOCK.
006610     MOVE "N" TO TD-LOCK-OWNED-SWITCH.
006680     IF CT-LOCK-HELD
006690         DISPLAY "FILE IN USE BY " CT-LOCK-HOLDER-ID " SINCE "
006700             CT-LOCK-DATE " " CT-LOCK-TIME
006701         IF NOT TD-AUTH-SUPERVISOR
006702             DISPLAY "ONLY A SUPERVISOR MAY OVERRIDE THE LOCK -"
006703                 " SIGN-ON REFUSED"
006704             MOVE ZERO TO TASK-ID
006705             MOVE "REFUSED" TO TD-AUDIT-ACTION
006706             MOVE CT-LOCK-HOLDER-ID TO TD-AUDIT-SUBJECT
006707             MOVE "LOCK" TO TD-AUDIT-DETAIL
006708             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
006709             GO TO 1070-EXIT
006710         END-IF
006711         DISPLAY "OVERRIDE A LOCK LEFT BY AN ABEND (Y/N)? "
006720         ACCEPT TD-LOCK-REPLY
006730         IF TD-LOCK-REPLY NOT = "Y"
006740             DISPLAY "SIGN-ON REFUSED - TRY AGAIN WHEN THE"
006760             GO TO 1070-EXIT
006770         END-IF
006780         DISPLAY "LOCK OVERRIDDEN"
006782         MOVE ZERO TO TASK-ID
006784         MOVE "OVERRIDE" TO TD-AUDIT-ACTION
006786         MOVE CT-LOCK-HOLDER-ID TO TD-AUDIT-SUBJECT
006788         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
006790     END-IF.
006800     MOVE "Y" TO CT-LOCK-FLAG.
006810     MOVE TD-OPERATOR-ID TO CT-LOCK-HOLDER-ID.
008080     EXIT.
008090
008100******************************************************************
008105* 2000-PROCESS-MENU - the daily worklist menu. Only the
008110*                     options the operator's authority allows are
008115*                     shown, and one keyed anyway is refused
008120******************************************************************
008130 2000-PROCESS-MENU.
008140     DISPLAY " ".
008160     DISPLAY "2. LIST TASKS (SORTED BY PRIORITY/DUE DATE)".
008170     DISPLAY "3. COMPLETE A TASK".
008180     DISPLAY "4. EDIT A TASK".
008185     IF TD-AUTH-SUPERVISOR
008190         DISPLAY "5. DELETE A TASK"
008195     END-IF.
008200     DISPLAY "6. SEARCH TASKS".
008210     DISPLAY "7. LIST MY TASKS".
008220     DISPLAY "8. TASK NOTES".
008230     DISPLAY "9. QUIT".
008235     IF TD-AUTH-SUPERVISOR
008240         DISPLAY "10. OPERATOR MAINTENANCE"
008245     END-IF.
008250     DISPLAY "11. INSTANTIATE TEMPLATE".
008255     IF TD-AUTH-LEAD-OR-ABOVE
008260         DISPLAY "12. RESTORE DELETED TASK"
008265     END-IF.
008270     DISPLAY "13. TASK HISTORY".
008280     DISPLAY "14. LOG WORK".
008283     DISPLAY "15. CATEGORY MAINTENANCE".
008286     DISPLAY "16. REVIEW COMPLETED TASKS".
008290     DISPLAY "SELECTION? ".
008300     ACCEPT TD-MENU-CHOICE.
008302     PERFORM 2100-CHECK-ENTITLEMENT THRU 2100-EXIT.
008304     IF NOT TD-OPTION-ENTITLED
008306         GO TO 2000-EXIT
008308     END-IF.
008310     EVALUATE TD-MENU-CHOICE
008320         WHEN 1
008330             PERFORM 3000-ADD-TASK THRU 3000-EXIT
008600             PERFORM 8400-TASK-HISTORY THRU 8400-EXIT
008610         WHEN 14
008620             PERFORM 8500-LOG-WORK THRU 8500-EXIT
008622         WHEN 15
008624             PERFORM 7960-CATEGORY-MAINT THRU 7960-EXIT
008626         WHEN 16
008628             PERFORM 8600-REVIEW-TASKS THRU 8600-EXIT
008630         WHEN OTHER
008640             DISPLAY "INVALID SELECTION, TRY AGAIN"
008650     END-EVALUATE.
008651 2000-EXIT.
008652     EXIT.
008653
008654******************************************************************
008655* 2100-CHECK-ENTITLEMENT - DELETE and OPERATOR MAINTENANCE need a
008656*                          supervisor, RESTORE a lead or above; a
008657*                          restricted option keyed by anyone else
008658*                          is refused and posted to AUDITFILE
008659******************************************************************
008660 2100-CHECK-ENTITLEMENT.
008661     MOVE "Y" TO TD-ENTITLED-SWITCH.
008662     EVALUATE TD-MENU-CHOICE
008663         WHEN 5
008664         WHEN 10
008665             IF NOT TD-AUTH-SUPERVISOR
008666                 MOVE "N" TO TD-ENTITLED-SWITCH
008667             END-IF
008668         WHEN 12
008669             IF NOT TD-AUTH-LEAD-OR-ABOVE
008670                 MOVE "N" TO TD-ENTITLED-SWITCH
008671             END-IF
008672         WHEN OTHER
008673             CONTINUE
008674     END-EVALUATE.
008675     IF TD-OPTION-ENTITLED
008676         GO TO 2100-EXIT
008677     END-IF.
008678     DISPLAY "OPTION " TD-MENU-CHOICE
008679         " IS NOT AVAILABLE AT YOUR AUTHORITY LEVEL".
008680     MOVE TD-MENU-CHOICE TO ROD-MENU-CHOICE.
008681     MOVE ZERO TO TASK-ID.
008682     MOVE "REFUSED" TO TD-AUDIT-ACTION.
008683     MOVE REFUSED-OPTION-DETAIL TO TD-AUDIT-DETAIL.
008684     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
008685     MOVE ZERO TO TD-MENU-CHOICE.
008686 2100-EXIT.
008687     EXIT.
008688
008690******************************************************************
008700* 3000-ADD-TASK - key a new task onto the TASK-FILE
008710******************************************************************
008720 3000-ADD-TASK.
008730     DISPLAY "TASK DESCRIPTION? ".
008740     ACCEPT TASK-DESC.
008746     DISPLAY "PRIORITY (1=HIGH 2=MEDIUM 3=LOW,".
008752     DISPLAY "          BLANK=CATEGORY DEFAULT)? ".
008760     ACCEPT PRIORITY-CD.
008770     DISPLAY "DUE DATE (CCYYMMDD)? ".
008780     ACCEPT DUE-DATE.
008810     DISPLAY "RECURS (D=DAILY W=WEEKLY M=MONTHLY Q=QUARTERLY,".
008820     DISPLAY "        BLANK=NONE)? ".
008830     ACCEPT RECUR-CD.
008840     DISPLAY "ASSIGN TO OPERATOR ID (BLANK=CATEGORY DEFAULT)? ".
008850     ACCEPT OWNER-ID.
008860     DISPLAY "PREDECESSOR TASK ID (000000=NONE)? ".
008870     ACCEPT PRED-TASK-ID.
008880     DISPLAY "ESTIMATED HOURS (TENTHS IMPLIED, 0015 = 1.5)? ".
008890     ACCEPT EST-HOURS-X.
008892     DISPLAY "SECOND-OPERATOR REVIEW REQUIRED (Y/N, BLANK=N)? ".
008894     ACCEPT REVIEW-FLAG.
008896     DISPLAY "START NOT BEFORE (CCYYMMDD, 00000000=NONE)? ".
008898     ACCEPT START-DATE.
008900     PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
008910     IF TD-ERROR-FOUND
008920         GO TO 3000-EXIT
008922     END-IF.
008924     PERFORM 3186-APPLY-CATEGORY-DEFAULTS THRU 3186-EXIT.
008926     IF REVIEW-FLAG NOT = "Y"
008928         MOVE "N" TO REVIEW-FLAG
008930     END-IF.
008940     ADD 1 TO TD-NEXT-TASK-ID.
008950     MOVE TD-NEXT-TASK-ID TO TASK-ID.
009060     MOVE PRED-TASK-ID TO TR-PRED-TASK-ID.
009070     MOVE EST-HOURS-N  TO TR-EST-HOURS.
009080     MOVE ZERO         TO TR-ACT-HOURS.
009082     MOVE REVIEW-FLAG  TO TR-REVIEW-FLAG.
009084     MOVE SPACES       TO TR-COMPLETED-BY.
009086     MOVE START-DATE   TO TR-START-DATE.
009090     WRITE TR-TASK-RECORD
009100         INVALID KEY
009110             DISPLAY "COULD NOT ADD TASK " TASK-ID
009140             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
009150             PERFORM 1150-UPDATE-CONTROL-ID THRU 1150-EXIT
009160             DISPLAY "TASK " TASK-ID " ADDED."
009163             MOVE "ASSIGN" TO TD-NOTIFY-EVENT
009166             PERFORM 6100-WRITE-NOTIFY-RECORD THRU 6100-EXIT
009170     END-WRITE.
009180 3000-EXIT.
009190     EXIT.
009400     IF TD-ERROR-FOUND
009410         GO TO 3100-EXIT
009420     END-IF.
009422     PERFORM 3185-VALIDATE-CATEGORY THRU 3185-EXIT.
009424     IF TD-ERROR-FOUND
009426         GO TO 3100-EXIT
009428     END-IF.
009430     PERFORM 3180-VALIDATE-OWNER THRU 3180-EXIT.
009440     IF TD-ERROR-FOUND
009450         GO TO 3100-EXIT
009460     END-IF.
009470     PERFORM 3190-VALIDATE-EST-HOURS THRU 3190-EXIT.
009472     IF TD-ERROR-FOUND
009474         GO TO 3100-EXIT
009476     END-IF.
009478     PERFORM 3192-VALIDATE-REVIEW-FLAG THRU 3192-EXIT.
009480     IF TD-ERROR-FOUND
009490         GO TO 3100-EXIT
009500     END-IF.
009650     IF DUE-DATE < TD-CURRENT-DATE
009660         DISPLAY "ERROR - DUE DATE CANNOT BE IN THE PAST"
009670         MOVE "Y" TO TD-ERROR-SWITCH
009672         GO TO 3100-EXIT
009674     END-IF.
009676     PERFORM 3160-VALIDATE-START-DATE THRU 3160-EXIT.
009678     IF TD-ERROR-FOUND
009680         GO TO 3100-EXIT
009690     END-IF.
009700     PERFORM 3195-WARN-CLOSED-DAY THRU 3195-EXIT.
010050         DISPLAY "ERROR - DAY " TD-DUE-DAY
010060             " IS NOT VALID FOR THE MONTH GIVEN"
010070         MOVE "Y" TO TD-ERROR-SWITCH
010071     END-IF.
010072 3150-EXIT.
010073     EXIT.
010074
010075******************************************************************
010076* 3160-VALIDATE-START-DATE - the start-not-before date is
010077*                  optional (zero = none). A keyed date must be a
010078*                  real calendar date no later than the due date;
010079*                  one already reached simply leaves the task on
010080*                  the worklist from today
010081******************************************************************
010082 3160-VALIDATE-START-DATE.
010083     IF START-DATE = ZERO
010084         GO TO 3160-EXIT
010085     END-IF.
010086     IF START-DATE (5:2) < "01" OR START-DATE (5:2) > "12"
010087         DISPLAY "ERROR - START DATE MONTH MUST BE 01-12"
010088         MOVE "Y" TO TD-ERROR-SWITCH
010089         GO TO 3160-EXIT
010090     END-IF.
010091     IF START-DATE (7:2) < "01" OR START-DATE (7:2) > "31"
010092         DISPLAY "ERROR - START DATE DAY MUST BE 01-31"
010093         MOVE "Y" TO TD-ERROR-SWITCH
010094         GO TO 3160-EXIT
010095     END-IF.
010096     MOVE START-DATE (1:4) TO TD-DUE-YEAR.
010097     MOVE START-DATE (5:2) TO TD-DUE-MONTH.
010098     MOVE START-DATE (7:2) TO TD-DUE-DAY.
010099     PERFORM 5140-SET-MAX-DAY THRU 5140-EXIT.
010100     IF TD-DUE-DAY > TD-MAX-DAY-FOR-MONTH
010101         DISPLAY "ERROR - START DAY " TD-DUE-DAY
010102             " IS NOT VALID FOR THE MONTH GIVEN"
010103         MOVE "Y" TO TD-ERROR-SWITCH
010104         GO TO 3160-EXIT
010105     END-IF.
010106     IF START-DATE > DUE-DATE
010107         DISPLAY "ERROR - START DATE CANNOT BE AFTER THE DUE DATE"
010108         MOVE "Y" TO TD-ERROR-SWITCH
010109         GO TO 3160-EXIT
010110     END-IF.
010111     PERFORM 3196-WARN-CLOSED-START-DAY THRU 3196-EXIT.
010112 3160-EXIT.
010113     EXIT.
010114
010120******************************************************************
010130* 3170-VALIDATE-PREDECESSOR - a non-zero predecessor must be on
010140*                  TASK-FILE. The random read overlays the record
010560                 MOVE "Y" TO TD-ERROR-SWITCH
010570             END-IF
010580     END-READ.
010581 3180-EXIT.
010582     EXIT.
010583
010584******************************************************************
010585* 3185-VALIDATE-CATEGORY - a non-blank category must be an
010586*                  ACTIVE category on the CATFILE master, so the
010587*                  same stream can no longer be keyed three ways.
010588*                  Waived while the master is empty, the same as
010589*                  the owner check. The record read is left in
010590*                  the record area for 3186's defaulting
010591******************************************************************
010592 3185-VALIDATE-CATEGORY.
010593     MOVE "N" TO TD-CAT-FOUND-SWITCH.
010594     IF CATEGORY-CD = SPACES
010595         GO TO 3185-EXIT
010596     END-IF.
010597     IF TD-CAT-FILE-EMPTY
010598         GO TO 3185-EXIT
010599     END-IF.
010600     MOVE CATEGORY-CD TO CA-CATEGORY-CD.
010601     READ CAT-FILE
010602         INVALID KEY
010603             DISPLAY "ERROR - CATEGORY " CATEGORY-CD
010604                 " IS NOT ON FILE"
010605             MOVE "Y" TO TD-ERROR-SWITCH
010606         NOT INVALID KEY
010607             IF CA-IS-INACTIVE
010608                 DISPLAY "ERROR - CATEGORY " CATEGORY-CD
010609                     " IS INACTIVE"
010610                 MOVE "Y" TO TD-ERROR-SWITCH
010611             ELSE
010612                 MOVE "Y" TO TD-CAT-FOUND-SWITCH
010613             END-IF
010614     END-READ.
010615 3185-EXIT.
010616     EXIT.
010617
010618******************************************************************
010619* 3186-APPLY-CATEGORY-DEFAULTS - an add that left the priority
010620*                  or the owner blank takes the category's
010621*                  default, so new work is routed without anyone
010622*                  having to remember who takes it. A default
010623*                  owner who has since gone inactive leaves the
010624*                  task unassigned with a warning instead of
010625*                  refusing the add
010626******************************************************************
010627 3186-APPLY-CATEGORY-DEFAULTS.
010628     IF NOT TD-CAT-FOUND
010629         GO TO 3186-EXIT
010630     END-IF.
010631     IF PRIORITY-CD NOT NUMERIC
010632         MOVE ZERO TO PRIORITY-CD
010633     END-IF.
010634     IF PRIORITY-CD = ZERO AND NOT CA-NO-DEFAULT-PRIORITY
010635         MOVE CA-DEFAULT-PRIORITY TO PRIORITY-CD
010636         DISPLAY "PRIORITY " PRIORITY-CD " TAKEN FROM CATEGORY "
010637             CATEGORY-CD
010638     END-IF.
010639     IF OWNER-ID NOT = SPACES OR CA-NO-DEFAULT-OWNER
010640         GO TO 3186-EXIT
010641     END-IF.
010642     MOVE CA-DEFAULT-OWNER TO OWNER-ID.
010643     PERFORM 3180-VALIDATE-OWNER THRU 3180-EXIT.
010644     IF TD-ERROR-FOUND
010645         DISPLAY "WARNING - CATEGORY " CATEGORY-CD
010646             " DEFAULT OWNER NOT USABLE,"
010647             " TASK LEFT UNASSIGNED"
010648         MOVE SPACES TO OWNER-ID
010649         MOVE "N" TO TD-ERROR-SWITCH
010650     ELSE
010651         DISPLAY "ASSIGNED TO " OWNER-ID " FROM CATEGORY "
010652             CATEGORY-CD
010653     END-IF.
010654 3186-EXIT.
010655     EXIT.
010656
010657******************************************************************
010658* 3190-VALIDATE-EST-HOURS - hours are keyed as digits with the
010659*                  tenths implied; a blank entry means no
010660*                  estimate and is carried as zero
010661******************************************************************
010670 3190-VALIDATE-EST-HOURS.
010680     IF EST-HOURS-X = SPACES
010690         MOVE ZERO TO EST-HOURS-N
010750         MOVE "Y" TO TD-ERROR-SWITCH
010760     END-IF.
010770 3190-EXIT.
010771     EXIT.
010772
010773******************************************************************
010774* 3192-VALIDATE-REVIEW-FLAG - the review-required answer is Y, N
010775*                  or blank (blank is N on an add and leaves the
010776*                  task's flag unchanged on an edit)
010777******************************************************************
010778 3192-VALIDATE-REVIEW-FLAG.
010779     IF REVIEW-FLAG NOT = SPACE AND REVIEW-FLAG NOT = "Y"
010780             AND REVIEW-FLAG NOT = "N"
010781         DISPLAY "ERROR - REVIEW REQUIRED MUST BE Y, N OR BLANK"
010782         MOVE "Y" TO TD-ERROR-SWITCH
010783     END-IF.
010784 3192-EXIT.
010785     EXIT.
010790
010800******************************************************************
010810* 3195-WARN-CLOSED-DAY - a due date on a HOLFILE shop closure
010960     EXIT.
010970
010980******************************************************************
010981* 3196-WARN-CLOSED-START-DAY - a start date on a shop closure is
010982*                  accepted but flagged, the same as the due date
010983******************************************************************
010984 3196-WARN-CLOSED-START-DAY.
010985     MOVE START-DATE TO HO-HOLIDAY-DATE.
010986     READ HOL-FILE
010987         INVALID KEY
010988             CONTINUE
010989         NOT INVALID KEY
010990             DISPLAY "WARNING - START DATE " START-DATE " IS A"
010991                 " SHOP CLOSED DAY (" HO-HOLIDAY-DESC ")"
010992     END-READ.
010993 3196-EXIT.
010994     EXIT.
010995
010996******************************************************************
010997* 4000-LIST-TASKS - sort the worklist by priority then due date.
010998*                   A task whose start-not-before date is still
010999*                   ahead is left off and only counted
011000******************************************************************
011010 4000-LIST-TASKS.
011020     SORT SORT-WORK
011090
011100 4100-SORT-INPUT.
011110     MOVE "N" TO TD-EOF-SWITCH.
011115     MOVE ZERO TO TD-DEFERRED-COUNT.
011120     MOVE LOW-VALUE TO TR-TASK-ID.
011130     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
011140         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
011220         AT END MOVE "Y" TO TD-EOF-SWITCH
011230     END-READ.
011240     IF NOT TD-END-OF-FILE
011243         IF (NOT TD-LIST-OWNER-ONLY
011246                 OR TR-OWNER-ID = TD-OPERATOR-ID)
011249                 AND TR-START-DATE > TD-CURRENT-DATE
011252             ADD 1 TO TD-DEFERRED-COUNT
011255         END-IF
011258         IF (NOT TD-LIST-OWNER-ONLY
011261                 OR TR-OWNER-ID = TD-OPERATOR-ID)
011264                 AND TR-START-DATE NOT > TD-CURRENT-DATE
011270             MOVE TR-PRIORITY-CD    TO SW-PRIORITY-CD
011280             MOVE TR-DUE-DATE       TO SW-DUE-DATE
011290             MOVE TR-TASK-ID        TO SW-TASK-ID
011460     MOVE "N" TO TD-EOF-SWITCH.
011470     PERFORM 4210-SORT-OUTPUT-ONE THRU 4210-EXIT
011480         UNTIL TD-END-OF-FILE.
011482     IF TD-DEFERRED-COUNT > 0
011484         DISPLAY TD-DEFERRED-COUNT " DEFERRED TASK(S) NOT SHOWN -"
011486             " START DATE NOT YET REACHED"
011488     END-IF.
011490 4200-EXIT.
011500     EXIT.
011510
011840     EXIT.
011850
011860******************************************************************
011870* 5000-COMPLETE-TASK - move a finished task to TASK-ARCHIVE, or
011880*                      hold it at status R for a second
011890*                      operator's sign-off when the task or its
011900*                      category is flagged review-required
011910******************************************************************
011920 5000-COMPLETE-TASK.
011930     DISPLAY "TASK ID TO COMPLETE? ".
012030             GO TO 5000-EXIT
012040         END-IF
012050     END-IF.
012053     IF NOT TD-TASK-FILE-OK
012056         GO TO 5000-EXIT
012059     END-IF.
012062     IF TR-STATUS-REVIEW
012065         DISPLAY "TASK " TASK-ID " IS ALREADY AWAITING REVIEW BY"
012068             " A SECOND OPERATOR"
012071         GO TO 5000-EXIT
012074     END-IF.
012077     MOVE TD-CURRENT-DATE TO TR-COMPLETED-DATE.
012080     MOVE TD-OPERATOR-ID TO TR-COMPLETED-BY.
012083     PERFORM 5010-CHECK-REVIEW-NEEDED THRU 5010-EXIT.
012086     IF TD-REVIEW-NEEDED
012089         PERFORM 5020-SUBMIT-FOR-REVIEW THRU 5020-EXIT
012092         GO TO 5000-EXIT
012095     END-IF.
012098     MOVE "COMPLETE" TO TD-AUDIT-ACTION.
012101     PERFORM 5030-ARCHIVE-TASK THRU 5030-EXIT.
012104 5000-EXIT.
012107     EXIT.
012110
012113******************************************************************
012116* 5010-CHECK-REVIEW-NEEDED - a completion needs a second operator
012119*                      when the task itself is flagged, or its
012122*                      category is flagged on CATFILE
012125******************************************************************
012128 5010-CHECK-REVIEW-NEEDED.
012131     MOVE "N" TO TD-REVIEW-NEEDED-SWITCH.
012134     IF TR-REVIEW-REQUIRED
012137         MOVE "Y" TO TD-REVIEW-NEEDED-SWITCH
012140         GO TO 5010-EXIT
012143     END-IF.
012146     IF TR-CATEGORY-CD = SPACES OR TD-CAT-FILE-EMPTY
012149         GO TO 5010-EXIT
012152     END-IF.
012155     MOVE TR-CATEGORY-CD TO CA-CATEGORY-CD.
012158     READ CAT-FILE
012161         INVALID KEY
012164             CONTINUE
012167         NOT INVALID KEY
012170             IF CA-REVIEW-REQUIRED
012173                 MOVE "Y" TO TD-REVIEW-NEEDED-SWITCH
012176             END-IF
012179     END-READ.
012182 5010-EXIT.
012185     EXIT.
012188
012191******************************************************************
012194* 5020-SUBMIT-FOR-REVIEW - the task stays on TASK-FILE at status
012197*                      R, stamped with the completion date and the
012200*                      completing operator. The COMPLETE audit is
012203*                      posted now; the reviewer's APPROVE or
012206*                      REJECT follows it on the trail
012209******************************************************************
012212 5020-SUBMIT-FOR-REVIEW.
012215     MOVE "R" TO TR-TASK-STATUS.
012218     REWRITE TR-TASK-RECORD
012221         INVALID KEY
012224             DISPLAY "COULD NOT REWRITE TASK " TASK-ID
012227         NOT INVALID KEY
012230             DISPLAY "TASK " TASK-ID " COMPLETED - HELD FOR"
012233                 " REVIEW BY A SECOND OPERATOR"
012270             MOVE "COMPLETE" TO TD-AUDIT-ACTION
012280             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
012281     END-REWRITE.
012282 5020-EXIT.
012283     EXIT.
012284
012285******************************************************************
012286* 5030-ARCHIVE-TASK - archive the task in the record area under
012287*                      TD-AUDIT-ACTION (COMPLETE, or APPROVE from
012288*                      the review option). The archived message
012289*                      and audit entry are only posted when both
012290*                      the write to TASK-ARCHIVE and the delete
012291*                      from TASK-FILE succeed
012292******************************************************************
012293 5030-ARCHIVE-TASK.
012294     MOVE "Y" TO TD-ARCHIVE-OK-SWITCH.
012295     MOVE "C" TO TR-TASK-STATUS.
012296     PERFORM 5080-SUM-WORK-HOURS THRU 5080-EXIT.
012297     MOVE TD-WORK-HOURS-TOTAL TO TR-ACT-HOURS.
012298     MOVE TR-TASK-RECORD TO TA-TASK-RECORD.
012299     WRITE TA-TASK-RECORD
012300         INVALID KEY
012301             DISPLAY "TASK " TASK-ID " ALREADY ARCHIVED"
012302             MOVE "N" TO TD-ARCHIVE-OK-SWITCH
012303     END-WRITE.
012304     IF TD-ARCHIVE-STEP-OK
012305         DELETE TASK-FILE RECORD
012306             INVALID KEY
012307                 DISPLAY "COULD NOT REMOVE TASK " TASK-ID
012308                 MOVE "N" TO TD-ARCHIVE-OK-SWITCH
012309         END-DELETE
012310     END-IF.
012311     IF TD-ARCHIVE-STEP-OK
012312         DISPLAY "TASK " TASK-ID " COMPLETED AND ARCHIVED."
012313         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
012314         PERFORM 5060-DROP-NOTES THRU 5060-EXIT
012315         PERFORM 5090-DROP-WORK-LINES THRU 5090-EXIT
012316         IF NOT TR-RECUR-NONE
012317             PERFORM 5100-CREATE-SUCCESSOR THRU 5100-EXIT
012340         END-IF
012350     END-IF.
012360 5030-EXIT.
012370     EXIT.
012380
012390******************************************************************
014030     MOVE TD-NEXT-TASK-ID TO TASK-ID.
014040     MOVE TASK-ID             TO TR-TASK-ID.
014050     MOVE ROLLED-DUE-DATE-N   TO TR-DUE-DATE.
014052     IF NOT TR-NO-START-DATE
014054         PERFORM 5115-ROLL-START-DATE THRU 5115-EXIT
014056         MOVE ROLLED-DUE-DATE-N TO TR-START-DATE
014058     END-IF.
014060     MOVE "O"                 TO TR-TASK-STATUS.
014070     MOVE ZERO                TO TR-COMPLETED-DATE.
014080     MOVE ZERO                TO TR-ACT-HOURS.
014085     MOVE SPACES              TO TR-COMPLETED-BY.
014090     IF TR-BASE-PRIORITY-CD NOT NUMERIC
014100         MOVE TR-PRIORITY-CD TO TR-BASE-PRIORITY-CD
014110     END-IF.
014390     MOVE TR-DUE-DATE (1:4) TO TD-DUE-YEAR.
014400     MOVE TR-DUE-DATE (5:2) TO TD-DUE-MONTH.
014410     MOVE TR-DUE-DATE (7:2) TO TD-DUE-DAY.
014411     PERFORM 5112-ROLL-BY-RULE THRU 5112-EXIT.
014412     MOVE TD-DUE-YEAR  TO ROLL-DUE-YEAR.
014413     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
014414     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
014415 5110-EXIT.
014416     EXIT.
014417
014418 5112-ROLL-BY-RULE.
014420     EVALUATE TRUE
014430         WHEN TR-RECUR-DAILY
014440             PERFORM 5120-ADD-ONE-DAY THRU 5120-EXIT
014490         WHEN TR-RECUR-QUARTERLY
014500             PERFORM 5130-ADD-ONE-MONTH THRU 5130-EXIT 3 TIMES
014510     END-EVALUATE.
014511 5112-EXIT.
014512     EXIT.
014513
014514******************************************************************
014515* 5115-ROLL-START-DATE - a recurring task's start-not-before date
014516*                        rolls forward by the same rule as its due
014517*                        date, so the successor stays deferred for
014518*                        the same part of its cycle
014519******************************************************************
014520 5115-ROLL-START-DATE.
014521     MOVE TR-START-DATE (1:4) TO TD-DUE-YEAR.
014522     MOVE TR-START-DATE (5:2) TO TD-DUE-MONTH.
014523     MOVE TR-START-DATE (7:2) TO TD-DUE-DAY.
014524     PERFORM 5112-ROLL-BY-RULE THRU 5112-EXIT.
014525     MOVE TD-DUE-YEAR  TO ROLL-DUE-YEAR.
014530     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
014540     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
014550 5115-EXIT.
014560     EXIT.
014570
014580 5120-ADD-ONE-DAY.
015130
015140******************************************************************
015150* 6000-WRITE-AUDIT-RECORD - log one add/edit/complete/delete
015155*                           against TD-AUDIT-ACTION's TASK-ID;
015160*                           the subject and detail are cleared
015165*                           once posted so they never carry over
015170******************************************************************
015180 6000-WRITE-AUDIT-RECORD.
015190     MOVE TASK-ID            TO AR-TASK-ID.
015220     MOVE TD-CURRENT-DATE    TO AR-ACTION-DATE.
015230     ACCEPT TD-TIME-OF-DAY FROM TIME.
015240     MOVE TD-TIME-OF-DAY (1:6) TO AR-ACTION-TIME.
015243     MOVE TD-AUDIT-SUBJECT   TO AR-SUBJECT-ID.
015246     MOVE TD-AUDIT-DETAIL    TO AR-DETAIL-CD.
015250     WRITE AR-AUDIT-RECORD.
015255     MOVE SPACES TO TD-AUDIT-SUBJECT TD-AUDIT-DETAIL.
015256 6000-EXIT.
015257     EXIT.
015258
015259******************************************************************
015260* 6100-WRITE-NOTIFY-RECORD - queue a TD-NOTIFY-EVENT notification
015261*                  on NTFYFILE for the owner of the task in the
015262*                  record area. An unassigned task has nobody to
015263*                  tell, and an operator who assigns a task to
015264*                  themselves already knows
015265******************************************************************
015266 6100-WRITE-NOTIFY-RECORD.
015267     IF TR-OWNER-ID = SPACES OR TR-OWNER-ID = TD-OPERATOR-ID
015268         GO TO 6100-EXIT
015269     END-IF.
015270     MOVE TR-OWNER-ID        TO NQ-RECIPIENT-ID.
015271     MOVE TD-NOTIFY-EVENT    TO NQ-EVENT-CD.
015272     MOVE TR-TASK-ID         TO NQ-TASK-ID.
015273     MOVE TR-TASK-DESC       TO NQ-TASK-DESC.
015274     MOVE TD-CURRENT-DATE    TO NQ-EVENT-DATE.
015275     ACCEPT TD-TIME-OF-DAY FROM TIME.
015276     MOVE TD-TIME-OF-DAY (1:6) TO NQ-EVENT-TIME.
015277     MOVE "TODOLIST"         TO NQ-SOURCE-JOB.
015278     MOVE TD-OPERATOR-ID     TO NQ-ACTED-BY-ID.
015279     MOVE SPACE              TO NQ-SEND-STATUS.
015280     MOVE ZERO               TO NQ-SEND-DATE.
015281     WRITE NQ-NOTIFY-RECORD.
015282 6100-EXIT.
015283     EXIT.
015284
015290******************************************************************
015300* 7000-EDIT-TASK - change the description, priority, due date,
015310*                  or category on an existing task
015400             GO TO 7000-EXIT
015410     END-READ.
015420     MOVE TR-DUE-DATE TO TD-ORIGINAL-DUE-DATE.
015423     MOVE TR-CATEGORY-CD TO TD-ORIGINAL-CATEGORY.
015426     MOVE TR-OWNER-ID TO TD-ORIGINAL-OWNER.
015430     DISPLAY "TASK DESCRIPTION? ".
015440     ACCEPT TASK-DESC.
015450     DISPLAY "PRIORITY (1=HIGH 2=MEDIUM 3=LOW)? ".
015570     ACCEPT PRED-TASK-ID.
015580     DISPLAY "ESTIMATED HOURS (TENTHS IMPLIED, 0015 = 1.5)? ".
015590     ACCEPT EST-HOURS-X.
015591     DISPLAY "SECOND-OPERATOR REVIEW REQUIRED (Y/N,".
015592     DISPLAY "                 BLANK=UNCHANGED)? ".
015593     ACCEPT REVIEW-FLAG.
015594     DISPLAY "START NOT BEFORE (CCYYMMDD, 00000000=NONE)? ".
015595     ACCEPT START-DATE.
015600     PERFORM 7100-VALIDATE-EDIT-ENTRY THRU 7100-EXIT.
015610     IF TD-ERROR-FOUND
015620         GO TO 7000-EXIT
015790     MOVE OWNER-ID           TO TR-OWNER-ID.
015800     MOVE PRED-TASK-ID       TO TR-PRED-TASK-ID.
015810     MOVE EST-HOURS-N        TO TR-EST-HOURS.
015812     IF REVIEW-FLAG NOT = SPACE
015814         MOVE REVIEW-FLAG    TO TR-REVIEW-FLAG
015816     END-IF.
015818     MOVE START-DATE         TO TR-START-DATE.
015820     REWRITE TR-TASK-RECORD
015830         INVALID KEY
015840             DISPLAY "COULD NOT REWRITE TASK " TASK-ID
015860             DISPLAY "TASK " TASK-ID " UPDATED."
015870             MOVE "EDIT" TO TD-AUDIT-ACTION
015880             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
015881             IF TR-OWNER-ID NOT = TD-ORIGINAL-OWNER
015882                 IF TD-ORIGINAL-OWNER = SPACES
015883                     MOVE "ASSIGN" TO TD-NOTIFY-EVENT
015884                 ELSE
015885                     MOVE "REASSIGN" TO TD-NOTIFY-EVENT
015886                 END-IF
015887                 PERFORM 6100-WRITE-NOTIFY-RECORD THRU 6100-EXIT
015888                 IF TD-ORIGINAL-OWNER NOT = SPACES
015889                     MOVE "REASSIGN" TO TD-AUDIT-ACTION
015890                     MOVE TR-OWNER-ID TO TD-AUDIT-SUBJECT
015891                     PERFORM 6000-WRITE-AUDIT-RECORD
015892                         THRU 6000-EXIT
015893                 END-IF
015894             END-IF
015895     END-REWRITE.
015900 7000-EXIT.
015910     EXIT.
015920
015990*                  surface) can still have its description,
016000*                  priority, or category corrected without
016010*                  being forced to push the due date out just
016014*                  to pass validation. An unchanged category is
016018*                  let through on the same reasoning, so a task
016022*                  keyed before the category master existed can
016026*                  still be edited
016030******************************************************************
016040 7100-VALIDATE-EDIT-ENTRY.
016050     MOVE "N" TO TD-ERROR-SWITCH.
016240     IF TD-ERROR-FOUND
016250         GO TO 7100-EXIT
016260     END-IF.
016261     IF CATEGORY-CD NOT = TD-ORIGINAL-CATEGORY
016262         PERFORM 3185-VALIDATE-CATEGORY THRU 3185-EXIT
016263         IF TD-ERROR-FOUND
016264             GO TO 7100-EXIT
016265         END-IF
016266     END-IF.
016270     PERFORM 3180-VALIDATE-OWNER THRU 3180-EXIT.
016280     IF TD-ERROR-FOUND
016290         GO TO 7100-EXIT
016300     END-IF.
016302     PERFORM 7150-CHECK-REASSIGN THRU 7150-EXIT.
016304     IF TD-ERROR-FOUND
016306         GO TO 7100-EXIT
016308     END-IF.
016310     PERFORM 3190-VALIDATE-EST-HOURS THRU 3190-EXIT.
016312     IF TD-ERROR-FOUND
016314         GO TO 7100-EXIT
016316     END-IF.
016318     PERFORM 3192-VALIDATE-REVIEW-FLAG THRU 3192-EXIT.
016320     IF TD-ERROR-FOUND
016330         GO TO 7100-EXIT
016340     END-IF.
016520         MOVE "Y" TO TD-ERROR-SWITCH
016530         GO TO 7100-EXIT
016540     END-IF.
016542     PERFORM 3160-VALIDATE-START-DATE THRU 3160-EXIT.
016544     IF TD-ERROR-FOUND
016546         GO TO 7100-EXIT
016548     END-IF.
016550     PERFORM 3195-WARN-CLOSED-DAY THRU 3195-EXIT.
016551 7100-EXIT.
016552     EXIT.
016553
016554******************************************************************
016555* 7150-CHECK-REASSIGN - taking a task off the operator it is
016556*                       assigned to (to someone else, or back to
016557*                       unassigned) needs a supervisor; anyone
016558*                       else is refused and the attempt posted.
016559*                       Giving an unassigned task an owner is an
016560*                       assignment, open to all
016561******************************************************************
016562 7150-CHECK-REASSIGN.
016563     IF OWNER-ID = TD-ORIGINAL-OWNER OR TD-ORIGINAL-OWNER = SPACES
016564         GO TO 7150-EXIT
016565     END-IF.
016566     IF TD-AUTH-SUPERVISOR
016567         GO TO 7150-EXIT
016568     END-IF.
016569     DISPLAY "ERROR - ONLY A SUPERVISOR MAY REASSIGN A TASK"
016570         " OWNED BY " TD-ORIGINAL-OWNER.
016571     MOVE "REFUSED" TO TD-AUDIT-ACTION.
016572     MOVE OWNER-ID TO TD-AUDIT-SUBJECT.
016573     MOVE "OWNR" TO TD-AUDIT-DETAIL.
016574     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
016575     MOVE "Y" TO TD-ERROR-SWITCH.
016576 7150-EXIT.
016577     EXIT.
016580
016590******************************************************************
016600* 7500-DELETE-TASK - remove a task from TASK-FILE. The record
021100******************************************************************
021110 7900-OPERATOR-MAINT.
021120     DISPLAY "OPERATORS (1=ADD 2=DEACTIVATE 3=REACTIVATE".
021130     DISPLAY "           4=LIST 5=WEEKLY HOURS 6=AUTHORITY)? ".
021140     ACCEPT TD-OPER-MAINT-MODE.
021150     EVALUATE TD-OPER-MAINT-MODE
021160         WHEN 1
021210             PERFORM 7930-REACTIVATE-OPERATOR THRU 7930-EXIT
021220         WHEN 4
021230             PERFORM 7940-LIST-OPERATORS THRU 7940-EXIT
021232         WHEN 5
021234             PERFORM 7935-CHANGE-WEEKLY-HOURS THRU 7935-EXIT
021236         WHEN 6
021238             PERFORM 7937-CHANGE-AUTHORITY THRU 7937-EXIT
021240         WHEN OTHER
021250             DISPLAY "INVALID SELECTION, TRY AGAIN"
021260     END-EVALUATE.
021400         DISPLAY "ERROR - OPERATOR NAME CANNOT BE BLANK"
021410         GO TO 7910-EXIT
021420     END-IF.
021421     DISPLAY "STANDARD WEEKLY HOURS (TENTHS IMPLIED, 375 = 37.5,".
021422     DISPLAY "                       BLANK = SHOP STANDARD)? ".
021423     ACCEPT WEEKLY-HOURS-ENTRY.
021424     MOVE "N" TO TD-ERROR-SWITCH.
021425     PERFORM 7936-VALIDATE-WEEKLY-HOURS THRU 7936-EXIT.
021426     IF TD-ERROR-FOUND
021427         GO TO 7910-EXIT
021428     END-IF.
021429     DISPLAY "AUTHORITY (O=OPERATOR L=LEAD S=SUPERVISOR,".
021430     DISPLAY "           BLANK=OPERATOR)? ".
021431     ACCEPT AUTHORITY-ENTRY.
021432     PERFORM 7938-VALIDATE-AUTHORITY THRU 7938-EXIT.
021433     IF TD-ERROR-FOUND
021434         GO TO 7910-EXIT
021435     END-IF.
021436     MOVE OPER-ID   TO OP-OPERATOR-ID.
021440     MOVE OPER-NAME TO OP-OPERATOR-NAME.
021450     MOVE "A"       TO OP-ACTIVE-FLAG.
021453     MOVE WEEKLY-HOURS-N TO OP-WEEKLY-HOURS.
021456     MOVE AUTHORITY-ENTRY TO OP-AUTHORITY-CD.
021460     WRITE OP-OPERATOR-RECORD
021470         INVALID KEY
021480             DISPLAY "OPERATOR " OPER-ID " IS ALREADY ON FILE"
021490         NOT INVALID KEY
021500             MOVE "N" TO TD-OPER-EMPTY-SWITCH
021510             DISPLAY "OPERATOR " OPER-ID " ADDED."
021513             MOVE "ADD" TO TD-AUDIT-DETAIL
021516             PERFORM 7955-POST-OPER-AUDIT THRU 7955-EXIT
021520     END-WRITE.
021530 7910-EXIT.
021540     EXIT.
021560 7920-DEACTIVATE-OPERATOR.
021570     DISPLAY "OPERATOR ID TO DEACTIVATE? ".
021580     ACCEPT OPER-ID.
021582     IF OPER-ID = TD-OPERATOR-ID
021584         DISPLAY "ERROR - YOU CANNOT DEACTIVATE YOURSELF"
021586         GO TO 7920-EXIT
021588     END-IF.
021590     MOVE OPER-ID TO OP-OPERATOR-ID.
021600     READ OPER-FILE
021610         INVALID KEY
021720             DISPLAY "COULD NOT UPDATE OPERATOR " OPER-ID
021730         NOT INVALID KEY
021740             DISPLAY "OPERATOR " OPER-ID " DEACTIVATED."
021743             MOVE "DEAC" TO TD-AUDIT-DETAIL
021746             PERFORM 7955-POST-OPER-AUDIT THRU 7955-EXIT
021750             DISPLAY "RUN OPERREAS TO MOVE THEIR OPEN TASKS"
021760                 " TO A SUCCESSOR."
021770     END-REWRITE.
021940     MOVE "A" TO OP-ACTIVE-FLAG.
021950     REWRITE OP-OPERATOR-RECORD
021960         INVALID KEY
021961             DISPLAY "COULD NOT UPDATE OPERATOR " OPER-ID
021962         NOT INVALID KEY
021963             DISPLAY "OPERATOR " OPER-ID " REACTIVATED."
021964             MOVE "REAC" TO TD-AUDIT-DETAIL
021965             PERFORM 7955-POST-OPER-AUDIT THRU 7955-EXIT
021966     END-REWRITE.
021967 7930-EXIT.
021968     EXIT.
021969
021970*----------------------------------------------------------------
021971* The weekly hours are what CAPFCST measures an operator's due
021972* work against; zero (or a record written before the hours were
021973* kept) means the shop's standard week
021974*----------------------------------------------------------------
021975 7935-CHANGE-WEEKLY-HOURS.
021976     DISPLAY "OPERATOR ID TO CHANGE? ".
021977     ACCEPT OPER-ID.
021978     MOVE OPER-ID TO OP-OPERATOR-ID.
021979     READ OPER-FILE
021980         INVALID KEY
021981             DISPLAY "OPERATOR " OPER-ID " IS NOT ON FILE"
021982             GO TO 7935-EXIT
021983     END-READ.
021984     IF OP-NO-WEEKLY-HOURS OR OP-WEEKLY-HOURS = ZERO
021985         DISPLAY "CURRENT WEEKLY HOURS: SHOP STANDARD"
021986     ELSE
021987         MOVE OP-WEEKLY-HOURS TO OPER-HOURS-EDITED
021988         DISPLAY "CURRENT WEEKLY HOURS: " OPER-HOURS-EDITED
021989     END-IF.
021990     DISPLAY "NEW WEEKLY HOURS (TENTHS IMPLIED, 375 = 37.5,".
021991     DISPLAY "                  BLANK = SHOP STANDARD)? ".
021992     ACCEPT WEEKLY-HOURS-ENTRY.
021993     MOVE "N" TO TD-ERROR-SWITCH.
021994     PERFORM 7936-VALIDATE-WEEKLY-HOURS THRU 7936-EXIT.
021995     IF TD-ERROR-FOUND
021996         GO TO 7935-EXIT
021997     END-IF.
021998     MOVE WEEKLY-HOURS-N TO OP-WEEKLY-HOURS.
021999     REWRITE OP-OPERATOR-RECORD
022000         INVALID KEY
022001             DISPLAY "COULD NOT UPDATE OPERATOR " OPER-ID
022002         NOT INVALID KEY
022003             DISPLAY "OPERATOR " OPER-ID " WEEKLY HOURS CHANGED."
022004             MOVE "HRS" TO TD-AUDIT-DETAIL
022005             PERFORM 7955-POST-OPER-AUDIT THRU 7955-EXIT
022006     END-REWRITE.
022007 7935-EXIT.
022008     EXIT.
022009
022010 7936-VALIDATE-WEEKLY-HOURS.
022011     IF WEEKLY-HOURS-X = SPACES
022012         MOVE ZERO TO WEEKLY-HOURS-N
022013         GO TO 7936-EXIT
022014     END-IF.
022015     IF WEEKLY-HOURS-X NOT NUMERIC
022016         DISPLAY "ERROR - WEEKLY HOURS MUST BE DIGITS WITH THE"
022017             " TENTHS IMPLIED (375 = 37.5)"
022018         MOVE "Y" TO TD-ERROR-SWITCH
022019     END-IF.
022020 7936-EXIT.
022021     EXIT.
022022
022023*----------------------------------------------------------------
022024* Only a supervisor reaches operator maintenance, so only a
022025* supervisor sets authority; nobody may change their own, so the
022026* last supervisor cannot demote themselves by mistake
022027*----------------------------------------------------------------
022028 7937-CHANGE-AUTHORITY.
022029     DISPLAY "OPERATOR ID TO CHANGE? ".
022030     ACCEPT OPER-ID.
022031     IF OPER-ID = TD-OPERATOR-ID
022032         DISPLAY "ERROR - YOU CANNOT CHANGE YOUR OWN AUTHORITY"
022033         GO TO 7937-EXIT
022034     END-IF.
022035     MOVE OPER-ID TO OP-OPERATOR-ID.
022036     READ OPER-FILE
022037         INVALID KEY
022038             DISPLAY "OPERATOR " OPER-ID " IS NOT ON FILE"
022039             GO TO 7937-EXIT
022040     END-READ.
022041     PERFORM 7939-SET-AUTHORITY-NAME THRU 7939-EXIT.
022042     DISPLAY "CURRENT AUTHORITY: " TD-AUTHORITY-NAME.
022043     DISPLAY "NEW AUTHORITY (O=OPERATOR L=LEAD S=SUPERVISOR,".
022044     DISPLAY "               BLANK=OPERATOR)? ".
022045     ACCEPT AUTHORITY-ENTRY.
022046     PERFORM 7938-VALIDATE-AUTHORITY THRU 7938-EXIT.
022047     IF TD-ERROR-FOUND
022048         GO TO 7937-EXIT
022049     END-IF.
022050     MOVE AUTHORITY-ENTRY TO OP-AUTHORITY-CD.
022051     REWRITE OP-OPERATOR-RECORD
022052         INVALID KEY
022053             DISPLAY "COULD NOT UPDATE OPERATOR " OPER-ID
022054         NOT INVALID KEY
022055             DISPLAY "OPERATOR " OPER-ID " AUTHORITY CHANGED."
022056             MOVE "AUTH" TO TD-AUDIT-DETAIL
022057             PERFORM 7955-POST-OPER-AUDIT THRU 7955-EXIT
022058     END-REWRITE.
022059 7937-EXIT.
022060     EXIT.
022061
022062 7938-VALIDATE-AUTHORITY.
022063     MOVE "N" TO TD-ERROR-SWITCH.
022064     IF AUTHORITY-ENTRY = SPACE
022065         MOVE "O" TO AUTHORITY-ENTRY
022066     END-IF.
022067     IF NOT AUTHORITY-VALID
022068         DISPLAY "ERROR - AUTHORITY MUST BE O, L, S OR BLANK"
022069         MOVE "Y" TO TD-ERROR-SWITCH
022070     END-IF.
022071 7938-EXIT.
022072     EXIT.
022073
022074 7939-SET-AUTHORITY-NAME.
022075     EVALUATE TRUE
022076         WHEN OP-AUTH-SUPERVISOR
022077             MOVE "SUPERVISOR" TO TD-AUTHORITY-NAME
022078         WHEN OP-AUTH-LEAD
022079             MOVE "LEAD"       TO TD-AUTHORITY-NAME
022080         WHEN OTHER
022081             MOVE "OPERATOR"   TO TD-AUTHORITY-NAME
022082     END-EVALUATE.
022083 7939-EXIT.
022084     EXIT.
022085
022086 7940-LIST-OPERATORS.
022087     MOVE ZERO TO TD-OPER-LIST-COUNT.
022088     MOVE "N" TO TD-OPER-EOF-SWITCH.
022089     MOVE LOW-VALUE TO OP-OPERATOR-ID.
022090     START OPER-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
022091         INVALID KEY MOVE "Y" TO TD-OPER-EOF-SWITCH.
022100     DISPLAY " ".
022106     DISPLAY "ID        NAME                            ACTIVE"
022112         "  HOURS  AUTHORITY".
022120     PERFORM 7950-LIST-ONE-OPERATOR THRU 7950-EXIT
022130         UNTIL TD-OPER-END-OF-FILE.
022140     IF TD-OPER-LIST-COUNT = 0
022190
022200 7950-LIST-ONE-OPERATOR.
022210     READ OPER-FILE NEXT RECORD
022211         AT END MOVE "Y" TO TD-OPER-EOF-SWITCH
022212     END-READ.
022213     IF NOT TD-OPER-END-OF-FILE
022214         ADD 1 TO TD-OPER-LIST-COUNT
022215         PERFORM 7939-SET-AUTHORITY-NAME THRU 7939-EXIT
022216         IF OP-NO-WEEKLY-HOURS OR OP-WEEKLY-HOURS = ZERO
022217             DISPLAY OP-OPERATOR-ID "  " OP-OPERATOR-NAME "  "
022218                 OP-ACTIVE-FLAG "       STD  " TD-AUTHORITY-NAME
022219         ELSE
022220             MOVE OP-WEEKLY-HOURS TO OPER-HOURS-EDITED
022221             DISPLAY OP-OPERATOR-ID "  " OP-OPERATOR-NAME "  "
022222                 OP-ACTIVE-FLAG "      " OPER-HOURS-EDITED "  "
022223                 TD-AUTHORITY-NAME
022224         END-IF
022225     END-IF.
022226 7950-EXIT.
022227     EXIT.
022228
022229******************************************************************
022230* 7955-POST-OPER-AUDIT - an operator master change goes to
022231*                        AUDITFILE as OPERMNT, against no task,
022232*                        naming the operator changed and what
022233*                        was done (TD-AUDIT-DETAIL)
022234******************************************************************
022235 7955-POST-OPER-AUDIT.
022236     MOVE ZERO TO TASK-ID.
022237     MOVE "OPERMNT" TO TD-AUDIT-ACTION.
022238     MOVE OPER-ID TO TD-AUDIT-SUBJECT.
022239     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
022240 7955-EXIT.
022241     EXIT.
022242
022243******************************************************************
022244* 7960-CATEGORY-MAINT - keep the CATFILE category master: add a
022245*                       category, deactivate one that is retired
022246*                       (the record stays so old tasks still
022247*                       resolve), reactivate one, change the
022248*                       default owner and priority a new task is
022249*                       routed with, or list the master
022250******************************************************************
022251 7960-CATEGORY-MAINT.
022252     DISPLAY "CATEGORIES (1=ADD 2=DEACTIVATE 3=REACTIVATE".
022253     DISPLAY "            4=CHANGE DEFAULTS 5=LIST)? ".
022254     ACCEPT TD-CAT-MAINT-MODE.
022255     EVALUATE TD-CAT-MAINT-MODE
022256         WHEN 1
022257             PERFORM 7965-ADD-CATEGORY THRU 7965-EXIT
022258         WHEN 2
022259             PERFORM 7970-DEACTIVATE-CATEGORY THRU 7970-EXIT
022260         WHEN 3
022261             PERFORM 7975-REACTIVATE-CATEGORY THRU 7975-EXIT
022262         WHEN 4
022263             PERFORM 7980-CHANGE-CATEGORY-DEFAULTS THRU 7980-EXIT
022264         WHEN 5
022265             PERFORM 7990-LIST-CATEGORIES THRU 7990-EXIT
022266         WHEN OTHER
022267             DISPLAY "INVALID SELECTION, TRY AGAIN"
022268     END-EVALUATE.
022269 7960-EXIT.
022270     EXIT.
022271
022272 7965-ADD-CATEGORY.
022273     DISPLAY "NEW CATEGORY CODE? ".
022274     ACCEPT CATEGORY-CD.
022275     IF CATEGORY-CD = SPACES
022276         DISPLAY "ERROR - CATEGORY CODE CANNOT BE BLANK"
022277         GO TO 7965-EXIT
022278     END-IF.
022279     DISPLAY "CATEGORY DESCRIPTION? ".
022280     ACCEPT CATEGORY-DESC.
022281     IF CATEGORY-DESC = SPACES
022282         DISPLAY "ERROR - CATEGORY DESCRIPTION CANNOT BE BLANK"
022283         GO TO 7965-EXIT
022284     END-IF.
022285     PERFORM 7985-ACCEPT-CATEGORY-DEFAULTS THRU 7985-EXIT.
022286     IF TD-ERROR-FOUND
022287         GO TO 7965-EXIT
022288     END-IF.
022289     MOVE CATEGORY-CD   TO CA-CATEGORY-CD.
022290     MOVE CATEGORY-DESC TO CA-CATEGORY-DESC.
022291     MOVE "A"           TO CA-ACTIVE-FLAG.
022292     MOVE OWNER-ID      TO CA-DEFAULT-OWNER.
022293     MOVE PRIORITY-CD   TO CA-DEFAULT-PRIORITY.
022294     MOVE REVIEW-FLAG   TO CA-REVIEW-FLAG.
022295     WRITE CA-CATEGORY-RECORD
022296         INVALID KEY
022297             DISPLAY "CATEGORY " CATEGORY-CD " IS ALREADY ON FILE"
022298         NOT INVALID KEY
022299             MOVE "N" TO TD-CAT-EMPTY-SWITCH
022300             DISPLAY "CATEGORY " CATEGORY-CD " ADDED."
022301     END-WRITE.
022302 7965-EXIT.
022303     EXIT.
022304
022305 7970-DEACTIVATE-CATEGORY.
022306     DISPLAY "CATEGORY CODE TO DEACTIVATE? ".
022307     ACCEPT CATEGORY-CD.
022308     MOVE CATEGORY-CD TO CA-CATEGORY-CD.
022309     READ CAT-FILE
022310         INVALID KEY
022311             DISPLAY "CATEGORY " CATEGORY-CD " IS NOT ON FILE"
022312             GO TO 7970-EXIT
022313     END-READ.
022314     IF CA-IS-INACTIVE
022315         DISPLAY "CATEGORY " CATEGORY-CD " IS ALREADY INACTIVE"
022316         GO TO 7970-EXIT
022317     END-IF.
022318     MOVE "I" TO CA-ACTIVE-FLAG.
022319     REWRITE CA-CATEGORY-RECORD
022320         INVALID KEY
022321             DISPLAY "COULD NOT UPDATE CATEGORY " CATEGORY-CD
022322         NOT INVALID KEY
022323             DISPLAY "CATEGORY " CATEGORY-CD " DEACTIVATED."
022324     END-REWRITE.
022325 7970-EXIT.
022326     EXIT.
022327
022328 7975-REACTIVATE-CATEGORY.
022329     DISPLAY "CATEGORY CODE TO REACTIVATE? ".
022330     ACCEPT CATEGORY-CD.
022331     MOVE CATEGORY-CD TO CA-CATEGORY-CD.
022332     READ CAT-FILE
022333         INVALID KEY
022334             DISPLAY "CATEGORY " CATEGORY-CD " IS NOT ON FILE"
022335             GO TO 7975-EXIT
022336     END-READ.
022337     IF CA-IS-ACTIVE
022338         DISPLAY "CATEGORY " CATEGORY-CD " IS ALREADY ACTIVE"
022339         GO TO 7975-EXIT
022340     END-IF.
022341     MOVE "A" TO CA-ACTIVE-FLAG.
022342     REWRITE CA-CATEGORY-RECORD
022343         INVALID KEY
022344             DISPLAY "COULD NOT UPDATE CATEGORY " CATEGORY-CD
022345         NOT INVALID KEY
022346             DISPLAY "CATEGORY " CATEGORY-CD " REACTIVATED."
022347     END-REWRITE.
022348 7975-EXIT.
022349     EXIT.
022350
022351 7980-CHANGE-CATEGORY-DEFAULTS.
022352     DISPLAY "CATEGORY CODE TO CHANGE? ".
022353     ACCEPT CATEGORY-CD.
022354     MOVE CATEGORY-CD TO CA-CATEGORY-CD.
022355     READ CAT-FILE
022356         INVALID KEY
022357             DISPLAY "CATEGORY " CATEGORY-CD " IS NOT ON FILE"
022358             GO TO 7980-EXIT
022359     END-READ.
022360     DISPLAY "CURRENT DEFAULT OWNER: " CA-DEFAULT-OWNER
022361         "  PRIORITY: " CA-DEFAULT-PRIORITY
022362         "  REVIEW: " CA-REVIEW-FLAG.
022363     PERFORM 7985-ACCEPT-CATEGORY-DEFAULTS THRU 7985-EXIT.
022364     IF TD-ERROR-FOUND
022365         GO TO 7980-EXIT
022366     END-IF.
022367     MOVE OWNER-ID    TO CA-DEFAULT-OWNER.
022368     MOVE PRIORITY-CD TO CA-DEFAULT-PRIORITY.
022369     MOVE REVIEW-FLAG TO CA-REVIEW-FLAG.
022370     REWRITE CA-CATEGORY-RECORD
022371         INVALID KEY
022372             DISPLAY "COULD NOT UPDATE CATEGORY " CATEGORY-CD
022373         NOT INVALID KEY
022374             DISPLAY "CATEGORY " CATEGORY-CD " DEFAULTS CHANGED."
022375     END-REWRITE.
022376 7980-EXIT.
022377     EXIT.
022378
022379******************************************************************
022380* 7985-ACCEPT-CATEGORY-DEFAULTS - the default owner must be an
022381*                  active operator (3180's check) and the default
022382*                  priority 1-3; either may be left blank for no
022383*                  default. The review-required answer is Y or N,
022384*                  blank taken as N
022385******************************************************************
022386 7985-ACCEPT-CATEGORY-DEFAULTS.
022387     MOVE "N" TO TD-ERROR-SWITCH.
022388     DISPLAY "DEFAULT OWNER ID (BLANK=NONE)? ".
022389     ACCEPT OWNER-ID.
022390     PERFORM 3180-VALIDATE-OWNER THRU 3180-EXIT.
022391     IF TD-ERROR-FOUND
022392         GO TO 7985-EXIT
022393     END-IF.
022394     DISPLAY "DEFAULT PRIORITY (1=HIGH 2=MEDIUM 3=LOW,".
022395     DISPLAY "                  BLANK=NONE)? ".
022396     ACCEPT PRIORITY-CD.
022397     IF PRIORITY-CD NOT NUMERIC
022398         MOVE ZERO TO PRIORITY-CD
022399     END-IF.
022400     IF PRIORITY-CD > 3
022401         DISPLAY "ERROR - DEFAULT PRIORITY MUST BE 1, 2, 3 OR"
022402             " BLANK"
022403         MOVE "Y" TO TD-ERROR-SWITCH
022404         GO TO 7985-EXIT
022405     END-IF.
022406     DISPLAY "REVIEW REQUIRED ON COMPLETION (Y/N, BLANK=N)? ".
022407     ACCEPT REVIEW-FLAG.
022408     PERFORM 3192-VALIDATE-REVIEW-FLAG THRU 3192-EXIT.
022409     IF REVIEW-FLAG NOT = "Y"
022410         MOVE "N" TO REVIEW-FLAG
022411     END-IF.
022412 7985-EXIT.
022413     EXIT.
022414
022415 7990-LIST-CATEGORIES.
022416     MOVE ZERO TO TD-CAT-LIST-COUNT.
022417     MOVE "N" TO TD-CAT-EOF-SWITCH.
022418     MOVE LOW-VALUE TO CA-CATEGORY-CD.
022419     START CAT-FILE KEY IS NOT LESS THAN CA-CATEGORY-CD
022420         INVALID KEY MOVE "Y" TO TD-CAT-EOF-SWITCH.
022421     DISPLAY " ".
022422     DISPLAY "CODE        DESCRIPTION                     ACTIVE"
022423         "  OWNER     PRI  REVIEW".
022424     PERFORM 7995-LIST-ONE-CATEGORY THRU 7995-EXIT
022425         UNTIL TD-CAT-END-OF-FILE.
022426     IF TD-CAT-LIST-COUNT = 0
022427         DISPLAY "NO CATEGORIES ON FILE."
022428     END-IF.
022429 7990-EXIT.
022430     EXIT.
022431
022432 7995-LIST-ONE-CATEGORY.
022433     READ CAT-FILE NEXT RECORD
022434         AT END MOVE "Y" TO TD-CAT-EOF-SWITCH
022435     END-READ.
022436     IF NOT TD-CAT-END-OF-FILE
022437         ADD 1 TO TD-CAT-LIST-COUNT
022438         DISPLAY CA-CATEGORY-CD "  " CA-CATEGORY-DESC "  "
022439             CA-ACTIVE-FLAG "       " CA-DEFAULT-OWNER "  "
022440             CA-DEFAULT-PRIORITY "    " CA-REVIEW-FLAG
022441     END-IF.
022442 7995-EXIT.
022443     EXIT.
022444
022445******************************************************************
022446* 8000-TERMINATE
022447******************************************************************
022448 8000-TERMINATE.
022449     IF TD-LOCK-OWNED
022450         PERFORM 8100-RELEASE-RUN-LOCK THRU 8100-EXIT
022451     END-IF.
022452     CLOSE TASK-FILE.
022453     CLOSE TASK-ARCHIVE.
022454     CLOSE AUDIT-FILE.
022455     CLOSE NOTIFY-FILE.
022456     CLOSE NOTE-FILE.
022457     CLOSE CONTROL-FILE.
022458     CLOSE OPER-FILE.
022459     CLOSE TMPL-FILE.
022460     CLOSE HOLD-FILE.
022470     CLOSE HOLD-NOTE-FILE.
022480     CLOSE WORK-FILE.
022490     CLOSE HOLD-WORK-FILE.
022500     CLOSE HOL-FILE.
022505     CLOSE CAT-FILE.
022510 8000-EXIT.
022520     EXIT.
022530
023380         MOVE "Y" TO TD-TMPL-EOF-SWITCH
023390         GO TO 8210-EXIT
023400     END-IF.
023401     MOVE "N" TO TD-ERROR-SWITCH.
023402     MOVE TP-CATEGORY-CD TO CATEGORY-CD.
023403     PERFORM 3185-VALIDATE-CATEGORY THRU 3185-EXIT.
023404     IF TD-ERROR-FOUND
023405         DISPLAY "LINE " TP-LINE-SEQ " NOT ADDED - CATEGORY "
023406             TP-CATEGORY-CD " REFUSED"
023407         GO TO 8210-EXIT
023408     END-IF.
023410     PERFORM 8220-OFFSET-DUE-DATE THRU 8220-EXIT.
023420     PERFORM 8230-RESOLVE-PRED-LINE THRU 8230-EXIT.
023430     ADD 1 TO TD-NEXT-TASK-ID.
023570         MOVE ZERO TO TR-EST-HOURS
023580     END-IF.
023590     MOVE ZERO                TO TR-ACT-HOURS.
023593     MOVE "N"                 TO TR-REVIEW-FLAG.
023596     MOVE SPACES              TO TR-COMPLETED-BY.
023600     PERFORM 8240-SET-TEMPLATE-OWNER THRU 8240-EXIT.
023601     MOVE TP-PRIORITY-CD      TO PRIORITY-CD.
023602     MOVE TR-OWNER-ID         TO OWNER-ID.
023603     PERFORM 3186-APPLY-CATEGORY-DEFAULTS THRU 3186-EXIT.
023604     MOVE PRIORITY-CD         TO TR-PRIORITY-CD.
023605     MOVE PRIORITY-CD         TO TR-BASE-PRIORITY-CD.
023606     MOVE OWNER-ID            TO TR-OWNER-ID.
023610     MOVE TD-PRED-RESOLVED-ID TO TR-PRED-TASK-ID.
023611     MOVE ZERO                TO TR-START-DATE.
023612     IF TP-START-OFFSET-DAYS NUMERIC
023613             AND NOT TP-NO-START-OFFSET
023614         PERFORM 8225-OFFSET-START-DATE THRU 8225-EXIT
023615         MOVE ROLLED-DUE-DATE-N TO TR-START-DATE
023616     END-IF.
023620     WRITE TR-TASK-RECORD
023630         INVALID KEY
023640             DISPLAY "COULD NOT ADD TASK " TASK-ID
023760             PERFORM 1150-UPDATE-CONTROL-ID THRU 1150-EXIT
023770             DISPLAY "TASK " TASK-ID " ADDED FROM LINE "
023780                 TP-LINE-SEQ " DUE " TR-DUE-DATE
023783             MOVE "ASSIGN" TO TD-NOTIFY-EVENT
023786             PERFORM 6100-WRITE-NOTIFY-RECORD THRU 6100-EXIT
023790     END-WRITE.
023800 8210-EXIT.
023810     EXIT.
023980     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
023990     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
024000 8220-EXIT.
024001     EXIT.
024002
024003******************************************************************
024004* 8225-OFFSET-START-DATE - base date plus the line's start offset
024005*                          days, rolled the same way as the due
024006*                          date
024007******************************************************************
024008 8225-OFFSET-START-DATE.
024009     MOVE BASE-DUE-DATE (1:4) TO TD-DUE-YEAR.
024010     MOVE BASE-DUE-DATE (5:2) TO TD-DUE-MONTH.
024011     MOVE BASE-DUE-DATE (7:2) TO TD-DUE-DAY.
024012     PERFORM 5120-ADD-ONE-DAY THRU 5120-EXIT
024013         TP-START-OFFSET-DAYS TIMES.
024014     MOVE TD-DUE-YEAR  TO ROLL-DUE-YEAR.
024015     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
024016     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
024017 8225-EXIT.
024018     EXIT.
024020
024030******************************************************************
024040* 8230-RESOLVE-PRED-LINE - a line's predecessor reference names
026370                 TR-DUE-DATE "  CAT " TR-CATEGORY-CD
026380             DISPLAY "  OWNER " TR-OWNER-ID "  PRED "
026390                 TR-PRED-TASK-ID "  RECUR " TR-RECUR-CD
026391             IF NOT TR-NO-START-DATE
026392                 DISPLAY "  START NOT BEFORE " TR-START-DATE
026393             END-IF
026394             IF TR-STATUS-REVIEW
026395                 DISPLAY "  AWAITING REVIEW - COMPLETED "
026396                     TR-COMPLETED-DATE " BY " TR-COMPLETED-BY
026397             END-IF
026400     END-READ.
026410     IF TD-RECORD-FOUND
026420         GO TO 8410-EXIT
028690 8520-EXIT.
028700     EXIT.
028710
028720******************************************************************
028730* 8600-REVIEW-TASKS - second-operator sign-off. Lists the tasks
028740*                     another operator completed into review,
028750*                     then APPROVE archives the chosen one exactly
028760*                     as an ordinary completion (hours posted,
028770*                     notes and work lines dropped, successor
028780*                     written), and REJECT sends it back to open
028790*                     with the reason on NOTE-FILE. Nobody signs
028800*                     off a completion of their own
028810******************************************************************
028820 8600-REVIEW-TASKS.
028830     PERFORM 8610-LIST-REVIEW-TASKS THRU 8610-EXIT.
028840     IF TD-REVIEW-LIST-COUNT = 0
028850         DISPLAY "NO TASKS AWAITING YOUR REVIEW."
028860         GO TO 8600-EXIT
028870     END-IF.
028880     DISPLAY "TASK ID TO REVIEW (000000=NONE)? ".
028890     ACCEPT TASK-ID.
028900     IF TASK-ID = ZERO
028910         GO TO 8600-EXIT
028920     END-IF.
028930     MOVE TASK-ID TO TR-TASK-ID.
028940     READ TASK-FILE
028950         INVALID KEY
028960             DISPLAY "TASK " TASK-ID " NOT FOUND"
028970             GO TO 8600-EXIT
028980     END-READ.
028990     IF NOT TR-STATUS-REVIEW
029000         DISPLAY "TASK " TASK-ID " IS NOT AWAITING REVIEW"
029010         GO TO 8600-EXIT
029020     END-IF.
029030     IF TR-COMPLETED-BY = TD-OPERATOR-ID
029040         DISPLAY "TASK " TASK-ID " WAS COMPLETED BY YOU - ANOTHER"
029050             " OPERATOR MUST REVIEW IT"
029060         GO TO 8600-EXIT
029070     END-IF.
029080     DISPLAY "A=APPROVE R=REJECT? ".
029090     ACCEPT TD-REVIEW-DECISION.
029100     EVALUATE TRUE
029110         WHEN TD-REVIEW-APPROVE
029120             PERFORM 8630-APPROVE-TASK THRU 8630-EXIT
029130         WHEN TD-REVIEW-REJECT
029140             PERFORM 8640-REJECT-TASK THRU 8640-EXIT
029150         WHEN OTHER
029160             DISPLAY "INVALID SELECTION, TASK " TASK-ID
029170                 " LEFT AWAITING REVIEW"
029180     END-EVALUATE.
029190 8600-EXIT.
029200     EXIT.
029210
029220 8610-LIST-REVIEW-TASKS.
029230     MOVE ZERO TO TD-REVIEW-LIST-COUNT.
029240     MOVE "N" TO TD-EOF-SWITCH.
029250     MOVE LOW-VALUE TO TR-TASK-ID.
029260     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
029270         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
029280     DISPLAY " ".
029290     DISPLAY "ID     DUE-DATE  COMPLETED BY        DESCRIPTION".
029300     PERFORM 8620-LIST-ONE-REVIEW-TASK THRU 8620-EXIT
029310         UNTIL TD-END-OF-FILE.
029320 8610-EXIT.
029330     EXIT.
029340
029350 8620-LIST-ONE-REVIEW-TASK.
029360     READ TASK-FILE NEXT RECORD
029370         AT END MOVE "Y" TO TD-EOF-SWITCH
029380     END-READ.
029390     IF NOT TD-END-OF-FILE
029400         IF TR-STATUS-REVIEW
029410                 AND TR-COMPLETED-BY NOT = TD-OPERATOR-ID
029420             ADD 1 TO TD-REVIEW-LIST-COUNT
029430             DISPLAY TR-TASK-ID " " TR-DUE-DATE "  "
029440                 TR-COMPLETED-DATE " " TR-COMPLETED-BY "  "
029450                 TR-TASK-DESC
029460         END-IF
029470     END-IF.
029480 8620-EXIT.
029490     EXIT.
029500
029510******************************************************************
029520* 8630-APPROVE-TASK - the reviewer's sign-off archives the task;
029530*                     the completion date stamped when it went
029540*                     into review is kept
029550******************************************************************
029560 8630-APPROVE-TASK.
029570     MOVE "APPROVE" TO TD-AUDIT-ACTION.
029580     PERFORM 5030-ARCHIVE-TASK THRU 5030-EXIT.
029590 8630-EXIT.
029600     EXIT.
029610
029620******************************************************************
029630* 8640-REJECT-TASK - the task goes back to open with its
029640*                    completion stamp cleared, and the reason is
029650*                    added as a note line stamped with the
029660*                    reviewer
029670******************************************************************
029680 8640-REJECT-TASK.
029690     DISPLAY "REASON FOR REJECTING (UP TO 60 CHARACTERS)? ".
029700     ACCEPT NOTE-TEXT.
029710     IF NOTE-TEXT = SPACES
029720         DISPLAY "ERROR - A REJECTION NEEDS A REASON, TASK "
029730             TASK-ID
029740             " LEFT AWAITING REVIEW"
029750         GO TO 8640-EXIT
029760     END-IF.
029770     MOVE "O"    TO TR-TASK-STATUS.
029780     MOVE ZERO   TO TR-COMPLETED-DATE.
029790     MOVE SPACES TO TR-COMPLETED-BY.
029800     REWRITE TR-TASK-RECORD
029810         INVALID KEY
029820             DISPLAY "COULD NOT REWRITE TASK " TASK-ID
029830             GO TO 8640-EXIT
029840     END-REWRITE.
029850     MOVE "REJECT" TO TD-AUDIT-ACTION.
029860     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
029870     PERFORM 7820-FIND-NEXT-NOTE-SEQ THRU 7820-EXIT.
029880     MOVE TASK-ID          TO NT-TASK-ID.
029890     MOVE TD-NEXT-NOTE-SEQ TO NT-NOTE-SEQ.
029900     MOVE NOTE-TEXT        TO NT-NOTE-TEXT.
029910     MOVE TD-OPERATOR-ID   TO NT-OPERATOR-ID.
029920     MOVE TD-CURRENT-DATE  TO NT-NOTE-DATE.
029930     WRITE NT-NOTE-RECORD
029940         INVALID KEY
029950             DISPLAY "COULD NOT ADD THE REASON NOTE TO TASK "
029960                 TASK-ID
029970     END-WRITE.
029980     DISPLAY "TASK " TASK-ID " REJECTED AND REOPENED.".
029990 8640-EXIT.
030000     EXIT.
030010
030020 END PROGRAM TO-D0-LIST.
