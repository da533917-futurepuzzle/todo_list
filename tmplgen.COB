000210*                      record to RUNLOG at termination so
000220*                      RUNSUM can show the whole night on
000230*                      one page
000231*   oct.15, 2026  spk  a line whose category is not an active
000232*                      category on the CATFILE master is now
000233*                      refused and listed (RC=4), and a line
000234*                      with a blank owner or priority takes
000235*                      the category's default
000236*   oct.15, 2026  spk  a stamped task is created with no review
000237*                      requirement and no completing operator
000238*   oct.15, 2026  spk  a line's start offset, when given, stamps
000239*                      the task with a start-not-before date of
000240*                      the base date plus that many days
000241*   oct.15, 2026  spk  a stamped task with an owner queues an
000242*                      ASSIGN notification for that operator on
000243*                      the NTFYFILE outbound queue
000244*   oct.15, 2026  spk  the audit record's subject and detail go
000245*                      out blank rather than as whatever the
000246*                      record area last held
000247******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TMPLGEN.
000270 AUTHOR. SPEAKER.
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TD-AUDIT-FILE-STATUS.
000620
000622     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
000624         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
000628
000630     SELECT GEN-RPT ASSIGN TO "GENRPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS TD-GEN-RPT-STATUS.
000670     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS TD-RUN-LOG-STATUS.
000691
000692     SELECT CAT-FILE ASSIGN TO "CATFILE"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS CA-CATEGORY-CD
000696         FILE STATUS IS TD-CAT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000850 FD  AUDIT-FILE.
000860     COPY AUDITREC.
000870
000872 FD  NOTIFY-FILE.
000874     COPY NTFREC.
000876
000880 FD  GEN-RPT.
000890 01  GEN-RPT-LINE                PIC X(80).
000900
000910 FD  RUN-LOG.
000920     COPY RUNREC.
000922
000924 FD  CAT-FILE.
000926     COPY CATREC.
000930
000940 WORKING-STORAGE SECTION.
000950 77  TD-TMPL-FILE-STATUS          PIC X(02)      VALUE "00".
001020     88  TD-OPER-FILE-OK              VALUE "00".
001030 77  TD-AUDIT-FILE-STATUS         PIC X(02)      VALUE "00".
001040     88  TD-AUDIT-FILE-OK             VALUE "00".
001043 77  TD-NOTIFY-FILE-STATUS        PIC X(02)      VALUE "00".
001046     88  TD-NOTIFY-FILE-OK            VALUE "00".
001050 77  TD-GEN-RPT-STATUS            PIC X(02)      VALUE "00".
001053 77  TD-CAT-FILE-STATUS           PIC X(02)      VALUE "00".
001056     88  TD-CAT-FILE-OK               VALUE "00".
001060
001070 77  TD-TMPL-EOF-SWITCH           PIC X(01)      VALUE "N".
001080     88  TD-TMPL-END-OF-FILE          VALUE "Y".
001160     88  TD-OPER-AVAILABLE            VALUE "Y".
001170 77  TD-OPER-EOF-SWITCH           PIC X(01)      VALUE "N".
001180     88  TD-OPER-END-OF-FILE          VALUE "Y".
001181 77  TD-CAT-AVAIL-SWITCH          PIC X(01)      VALUE "N".
001182     88  TD-CAT-AVAILABLE             VALUE "Y".
001183 77  TD-CAT-EOF-SWITCH            PIC X(01)      VALUE "N".
001184     88  TD-CAT-END-OF-FILE           VALUE "Y".
001185 77  TD-CAT-FOUND-SWITCH          PIC X(01)      VALUE "N".
001186     88  TD-CAT-FOUND                 VALUE "Y".
001187 77  TD-LINE-OK-SWITCH            PIC X(01)      VALUE "Y".
001188     88  TD-LINE-OK                   VALUE "Y".
001190
001200 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
001210 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
001220 77  TD-NEXT-TASK-ID              PIC 9(06)      COMP VALUE ZERO.
001230 77  TD-CREATED-COUNT             PIC 9(03)      COMP VALUE ZERO.
001235 77  TD-REFUSED-COUNT             PIC 9(03)      COMP VALUE ZERO.
001240
001250*----------------------------------------------------------------
001260* The two SYSIN cards - template name, then the base date the
002180         "TASKS CREATED:      ".
002190     05  RT-CREATED-COUNT        PIC ZZZ,ZZ9.
002200
002201 01  RPT-REFUSED-LINE.
002202     05  RR-LINE-SEQ             PIC 9(03).
002203     05  FILLER                  PIC X(11) VALUE
002204         "  REFUSED -".
002205     05  FILLER                  PIC X(10) VALUE " CATEGORY ".
002206     05  RR-CATEGORY-CD          PIC X(10).
002207     05  FILLER                  PIC X(01) VALUE SPACE.
002208     05  RR-REASON               PIC X(20).
002209
002210 01  RPT-REFUSED-TRAILER.
002211     05  FILLER                  PIC X(20) VALUE
002212         "LINES REFUSED:      ".
002213     05  RT-REFUSED-COUNT        PIC ZZZ,ZZ9.
002214
002215*----------------------------------------------------------------
002220* Run-log posting fields - every batch job appends one
002230* completion record to RUNLOG at termination, the page RUNSUM
002240* reads at the end of the nightly stream
002520     OPEN I-O TASK-FILE.
002530     OPEN I-O CONTROL-FILE.
002540     OPEN INPUT OPER-FILE.
002545     OPEN INPUT CAT-FILE.
002550     OPEN EXTEND AUDIT-FILE.
002560     IF NOT TD-AUDIT-FILE-OK
002570         OPEN OUTPUT AUDIT-FILE
002580         CLOSE AUDIT-FILE
002590         OPEN EXTEND AUDIT-FILE
002591     END-IF
002592     OPEN EXTEND NOTIFY-FILE.
002593     IF NOT TD-NOTIFY-FILE-OK
002594         OPEN OUTPUT NOTIFY-FILE
002595         CLOSE NOTIFY-FILE
002596         OPEN EXTEND NOTIFY-FILE
002600     END-IF
002610     OPEN OUTPUT GEN-RPT.
002620     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
003090             MOVE CT-LAST-TASK-ID TO TD-NEXT-TASK-ID
003100     END-READ.
003110     PERFORM 1300-CHECK-OPER-FILE THRU 1300-EXIT.
003115     PERFORM 1350-CHECK-CAT-FILE THRU 1350-EXIT.
003120     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
003130     MOVE RPT-HEADING-1 TO GEN-RPT-LINE.
003140     WRITE GEN-RPT-LINE.
004100 1300-EXIT.
004110     EXIT.
004120
004121******************************************************************
004122* 1350-CHECK-CAT-FILE - a category master that cannot be opened
004123*                       or has never been loaded waives the
004124*                       category checks for the run with a
004125*                       warning, the same as the operator master
004126******************************************************************
004127 1350-CHECK-CAT-FILE.
004128     MOVE "N" TO TD-CAT-AVAIL-SWITCH.
004129     IF NOT TD-CAT-FILE-OK
004130         DISPLAY "CATEGORY FILE NOT AVAILABLE, STATUS "
004131             TD-CAT-FILE-STATUS " - CATEGORIES ACCEPTED AS KEYED"
004132         GO TO 1350-EXIT
004133     END-IF.
004134     MOVE "N" TO TD-CAT-EOF-SWITCH.
004135     MOVE LOW-VALUE TO CA-CATEGORY-CD.
004136     START CAT-FILE KEY IS NOT LESS THAN CA-CATEGORY-CD
004137         INVALID KEY MOVE "Y" TO TD-CAT-EOF-SWITCH.
004138     IF NOT TD-CAT-END-OF-FILE
004139         READ CAT-FILE NEXT RECORD
004140             AT END MOVE "Y" TO TD-CAT-EOF-SWITCH
004141         END-READ
004142     END-IF.
004143     IF TD-CAT-END-OF-FILE
004144         DISPLAY "CATEGORY FILE IS EMPTY - CATEGORIES ACCEPTED"
004145             " AS KEYED"
004146     ELSE
004147         MOVE "Y" TO TD-CAT-AVAIL-SWITCH
004148     END-IF.
004149 1350-EXIT.
004150     EXIT.
004151
004152******************************************************************
004153* 2000-CREATE-TEMPLATE-TASKS - one template line per pass
004154******************************************************************
004160 2000-CREATE-TEMPLATE-TASKS.
004170     READ TMPL-FILE NEXT RECORD
004180         AT END MOVE "Y" TO TD-TMPL-EOF-SWITCH
004290     EXIT.
004300
004310 2100-CREATE-ONE-TASK.
004312     PERFORM 2150-VALIDATE-CATEGORY THRU 2150-EXIT.
004314     IF NOT TD-LINE-OK
004316         GO TO 2100-EXIT
004318     END-IF.
004320     PERFORM 2200-OFFSET-DUE-DATE THRU 2200-EXIT.
004330     PERFORM 2300-RESOLVE-PRED-LINE THRU 2300-EXIT.
004340     ADD 1 TO TD-NEXT-TASK-ID.
004470         MOVE ZERO TO TR-EST-HOURS
004480     END-IF.
004490     MOVE ZERO                TO TR-ACT-HOURS.
004491     MOVE "N"                 TO TR-REVIEW-FLAG.
004492     MOVE SPACES              TO TR-COMPLETED-BY.
004493     MOVE ZERO                TO TR-START-DATE.
004494     IF TP-START-OFFSET-DAYS NUMERIC
004495         IF NOT TP-NO-START-OFFSET
004496             PERFORM 2250-OFFSET-START-DATE THRU 2250-EXIT
004497             MOVE ROLLED-DUE-DATE-N TO TR-START-DATE
004498         END-IF
004499     END-IF.
004500     PERFORM 2400-SET-TEMPLATE-OWNER THRU 2400-EXIT.
004505     PERFORM 2450-APPLY-CATEGORY-DEFAULTS THRU 2450-EXIT.
004510     MOVE TD-PRED-RESOLVED-ID TO TR-PRED-TASK-ID.
004520     WRITE TR-TASK-RECORD
004530         INVALID KEY
004640             PERFORM 2500-PRINT-ONE-TASK THRU 2500-EXIT
004650             PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
004660             PERFORM 2700-POST-CONTROL-ID THRU 2700-EXIT
004665             PERFORM 2650-WRITE-NOTIFY-RECORD THRU 2650-EXIT
004666     END-WRITE.
004667 2100-EXIT.
004668     EXIT.
004669
004670******************************************************************
004671* 2150-VALIDATE-CATEGORY - a non-blank category on the line must
004672*                be an ACTIVE category on the CATFILE master.
004673*                A line that fails is refused and listed on the
004674*                report, and the rest of the set still runs; a
004675*                later line naming it as predecessor gets the
004676*                usual not-created warning. The record read is
004677*                kept for 2450's defaulting
004678******************************************************************
004679 2150-VALIDATE-CATEGORY.
004680     MOVE "Y" TO TD-LINE-OK-SWITCH.
004681     MOVE "N" TO TD-CAT-FOUND-SWITCH.
004682     IF TP-CATEGORY-CD = SPACES OR NOT TD-CAT-AVAILABLE
004683         GO TO 2150-EXIT
004684     END-IF.
004685     MOVE TP-CATEGORY-CD TO CA-CATEGORY-CD.
004686     READ CAT-FILE
004687         INVALID KEY
004688             MOVE "N" TO TD-LINE-OK-SWITCH
004689             MOVE "IS NOT ON FILE" TO RR-REASON
004690         NOT INVALID KEY
004691             IF CA-IS-INACTIVE
004692                 MOVE "N" TO TD-LINE-OK-SWITCH
004693                 MOVE "IS INACTIVE" TO RR-REASON
004694             ELSE
004695                 MOVE "Y" TO TD-CAT-FOUND-SWITCH
004696             END-IF
004697     END-READ.
004698     IF NOT TD-LINE-OK
004699         DISPLAY "REJECTED - CATEGORY " TP-CATEGORY-CD " "
004700             RR-REASON ", LINE " TP-LINE-SEQ
004701         MOVE TP-LINE-SEQ    TO RR-LINE-SEQ
004702         MOVE TP-CATEGORY-CD TO RR-CATEGORY-CD
004703         MOVE RPT-REFUSED-LINE TO GEN-RPT-LINE
004704         WRITE GEN-RPT-LINE
004705         ADD 1 TO TD-REFUSED-COUNT
004706     END-IF.
004707 2150-EXIT.
004708     EXIT.
004709
004710******************************************************************
004720* 2200-OFFSET-DUE-DATE - base date plus the line's offset days,
004730*                        rolled a calendar day at a time with the
004860     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
004870     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
004880 2200-EXIT.
004881     EXIT.
004882
004883******************************************************************
004884* 2250-OFFSET-START-DATE - base date plus the line's start offset
004885*                          days, rolled the same way as the due
004886*                          date. TMPLLOAD keeps the start offset
004887*                          no greater than the due offset
004888******************************************************************
004889 2250-OFFSET-START-DATE.
004890     MOVE BASE-DATE-X (1:4) TO TD-DUE-YEAR.
004891     MOVE BASE-DATE-X (5:2) TO TD-DUE-MONTH.
004892     MOVE BASE-DATE-X (7:2) TO TD-DUE-DAY.
004893     PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
004894         TP-START-OFFSET-DAYS TIMES.
004895     MOVE TD-DUE-YEAR  TO ROLL-DUE-YEAR.
004896     MOVE TD-DUE-MONTH TO ROLL-DUE-MONTH.
004897     MOVE TD-DUE-DAY   TO ROLL-DUE-DAY.
004898 2250-EXIT.
004899     EXIT.
004900
004910******************************************************************
004920* 2300-RESOLVE-PRED-LINE - a line's predecessor reference names
005470             END-IF
005480     END-READ.
005490 2400-EXIT.
005491     EXIT.
005492
005493******************************************************************
005494* 2450-APPLY-CATEGORY-DEFAULTS - a line that left the priority
005495*                or the owner blank takes the category's
005496*                default. A default owner who is no longer an
005497*                active operator leaves the task unassigned with
005498*                a warning
005499******************************************************************
005500 2450-APPLY-CATEGORY-DEFAULTS.
005501     IF NOT TD-CAT-FOUND
005502         GO TO 2450-EXIT
005503     END-IF.
005504     IF TR-PRIORITY-CD NOT NUMERIC
005505         MOVE ZERO TO TR-PRIORITY-CD
005506     END-IF.
005507     IF TR-PRIORITY-CD = ZERO AND NOT CA-NO-DEFAULT-PRIORITY
005508         MOVE CA-DEFAULT-PRIORITY TO TR-PRIORITY-CD
005509         MOVE CA-DEFAULT-PRIORITY TO TR-BASE-PRIORITY-CD
005510     END-IF.
005511     IF TR-OWNER-ID NOT = SPACES OR CA-NO-DEFAULT-OWNER
005512         GO TO 2450-EXIT
005513     END-IF.
005514     MOVE CA-DEFAULT-OWNER TO TR-OWNER-ID.
005515     IF NOT TD-OPER-AVAILABLE
005516         GO TO 2450-EXIT
005517     END-IF.
005518     MOVE TR-OWNER-ID TO OP-OPERATOR-ID.
005519     READ OPER-FILE
005520         INVALID KEY
005521             MOVE "I" TO OP-ACTIVE-FLAG
005522     END-READ.
005523     IF OP-IS-INACTIVE
005524         DISPLAY "WARNING - CATEGORY " TP-CATEGORY-CD
005525             " DEFAULT OWNER " TR-OWNER-ID " NOT USABLE, LINE "
005526             TP-LINE-SEQ " LEFT UNASSIGNED"
005527         MOVE SPACES TO TR-OWNER-ID
005528     END-IF.
005529 2450-EXIT.
005530     EXIT.
005531
005532 2500-PRINT-ONE-TASK.
005533     MOVE TP-LINE-SEQ    TO RD-LINE-SEQ.
005540     MOVE TR-TASK-ID     TO RD-TASK-ID.
005550     MOVE TR-PRIORITY-CD TO RD-PRIORITY-CD.
005560     MOVE TR-DUE-DATE    TO RD-DUE-DATE.
005710     MOVE TD-CURRENT-DATE    TO AR-ACTION-DATE.
005720     ACCEPT TD-TIME-OF-DAY FROM TIME.
005730     MOVE TD-TIME-OF-DAY (1:6) TO AR-ACTION-TIME.
005735     MOVE SPACES TO AR-SUBJECT-ID AR-DETAIL-CD.
005740     WRITE AR-AUDIT-RECORD.
005741 2600-EXIT.
005742     EXIT.
005743
005744******************************************************************
005745* 2650-WRITE-NOTIFY-RECORD - queue an ASSIGN notification on
005746*                  NTFYFILE for the owner of the task just stamped
005747*                  out. An unassigned task has nobody to tell
005748******************************************************************
005749 2650-WRITE-NOTIFY-RECORD.
005750     IF TR-OWNER-ID = SPACES
005751         GO TO 2650-EXIT
005752     END-IF.
005753     MOVE TR-OWNER-ID        TO NQ-RECIPIENT-ID.
005754     MOVE "ASSIGN"           TO NQ-EVENT-CD.
005755     MOVE TR-TASK-ID         TO NQ-TASK-ID.
005756     MOVE TR-TASK-DESC       TO NQ-TASK-DESC.
005757     MOVE TD-CURRENT-DATE    TO NQ-EVENT-DATE.
005758     ACCEPT TD-TIME-OF-DAY FROM TIME.
005759     MOVE TD-TIME-OF-DAY (1:6) TO NQ-EVENT-TIME.
005760     MOVE "TMPLGEN"          TO NQ-SOURCE-JOB.
005761     MOVE TD-OPERATOR-ID     TO NQ-ACTED-BY-ID.
005762     MOVE SPACE              TO NQ-SEND-STATUS.
005763     MOVE ZERO               TO NQ-SEND-DATE.
005764     WRITE NQ-NOTIFY-RECORD.
005765 2650-EXIT.
005766     EXIT.
005770
005780******************************************************************
005790* 2700-POST-CONTROL-ID - keep the control record's last issued
006410******************************************************************
006420* 8000-TERMINATE - trailer, lock release, and close. A refused
006430*                  run ends with RETURN-CODE 8 so the scheduler
006440*                  can flag it; refused lines end it RC=4
006450******************************************************************
006460 8000-TERMINATE.
006470     IF NOT TD-ERROR-FOUND
006480         MOVE TD-CREATED-COUNT TO RT-CREATED-COUNT
006490         MOVE RPT-TRAILER-LINE TO GEN-RPT-LINE
006500         WRITE GEN-RPT-LINE
006501         IF TD-REFUSED-COUNT > 0
006502             MOVE TD-REFUSED-COUNT TO RT-REFUSED-COUNT
006503             MOVE RPT-REFUSED-TRAILER TO GEN-RPT-LINE
006504             WRITE GEN-RPT-LINE
006505         END-IF
006510     END-IF.
006520     IF TD-LOCK-OWNED
006530         PERFORM 8100-RELEASE-RUN-LOCK THRU 8100-EXIT
006560     CLOSE TASK-FILE.
006570     CLOSE CONTROL-FILE.
006580     CLOSE OPER-FILE.
006585     CLOSE CAT-FILE.
006590     CLOSE AUDIT-FILE.
006595     CLOSE NOTIFY-FILE.
006600     CLOSE GEN-RPT.
006610     IF TD-ERROR-FOUND
006620         MOVE 8 TO RETURN-CODE
006630     ELSE
006640         DISPLAY "TMPLGEN COMPLETE - " TD-CREATED-COUNT
006650             " TASKS CREATED FROM TEMPLATE " TD-TEMPLATE-NAME
006660         IF TD-CREATED-COUNT = 0 AND TD-REFUSED-COUNT = 0
006670             DISPLAY "TEMPLATE " TD-TEMPLATE-NAME
006680                 " HAS NO LINES ON FILE"
006681             MOVE 4 TO RETURN-CODE
006682         END-IF
006683         IF TD-REFUSED-COUNT > 0
006684             DISPLAY TD-REFUSED-COUNT " LINE(S) REFUSED - SEE"
006685                 " GENRPT"
006690             MOVE 4 TO RETURN-CODE
006700         END-IF
006710     END-IF.
007170     ACCEPT TD-TIME-OF-DAY FROM TIME.
007180     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
007190     MOVE TD-CREATED-COUNT TO RL-RECORDS-PROCESSED.
007200     MOVE TD-REFUSED-COUNT TO RL-EXCEPTION-COUNT.
007210     MOVE RETURN-CODE TO RL-RETURN-CODE.
007220     WRITE RL-RUN-RECORD.
007230     CLOSE RUN-LOG.
