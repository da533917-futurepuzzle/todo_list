000370*                      record to RUNLOG at termination so
000380*                      RUNSUM can show the whole night on
000390*                      one page
000392*   oct.15, 2026  spk  a task whose start-not-before date is still
000394*                      in the future is not escalated - it cannot
000396*                      be worked yet
000397*   oct.15, 2026  spk  each escalation of an assigned task queues
000398*                      an ESCALATE notification for its owner on
000399*                      the NTFYFILE outbound queue
000401*   oct.15, 2026  spk  the audit record's subject and detail go
000403*                      out blank rather than as whatever the
000405*                      record area last held
000407******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. TASKESC.
000430 AUTHOR. SPEAKER.
000570     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS TD-AUDIT-FILE-STATUS.
000592
000594     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
000596         ORGANIZATION IS SEQUENTIAL
000598         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
000600
000610     SELECT ESCAL-RPT ASSIGN TO "ESCRPT"
000620         ORGANIZATION IS SEQUENTIAL
000860 FD  AUDIT-FILE.
000870     COPY AUDITREC.
000880
000882 FD  NOTIFY-FILE.
000884     COPY NTFREC.
000886
000890 FD  ESCAL-RPT.
000900 01  ESCAL-RPT-LINE              PIC X(80).
000910
001030     88  TD-TASK-FILE-OK              VALUE "00".
001040 77  TD-AUDIT-FILE-STATUS         PIC X(02)      VALUE "00".
001050     88  TD-AUDIT-FILE-OK             VALUE "00".
001053 77  TD-NOTIFY-FILE-STATUS        PIC X(02)      VALUE "00".
001056     88  TD-NOTIFY-FILE-OK            VALUE "00".
001060 77  TD-ESCAL-RPT-STATUS          PIC X(02)      VALUE "00".
001070 77  TD-CONTROL-FILE-STATUS       PIC X(02)      VALUE "00".
001080     88  TD-CONTROL-FILE-OK           VALUE "00".
002620         OPEN OUTPUT AUDIT-FILE
002630         CLOSE AUDIT-FILE
002640         OPEN EXTEND AUDIT-FILE
002641     END-IF
002642     OPEN EXTEND NOTIFY-FILE.
002643     IF NOT TD-NOTIFY-FILE-OK
002644         OPEN OUTPUT NOTIFY-FILE
002645         CLOSE NOTIFY-FILE
002646         OPEN EXTEND NOTIFY-FILE
002650     END-IF
002660     OPEN OUTPUT ESCAL-RPT.
002670     OPEN I-O CONTROL-FILE.
005090                 AND TR-PRIORITY-CD >= 2
005100                 AND TR-PRIORITY-CD <= 3
005110                 AND TR-DUE-DATE <= HORIZON-DATE-N
005115                 AND TR-START-DATE NOT > TD-CURRENT-DATE
005120             PERFORM 2100-ESCALATE-ONE THRU 2100-EXIT
005130         END-IF
005140     END-IF.
005250             ADD 1 TO TD-ESCALATED-COUNT
005260             PERFORM 2200-PRINT-ESCALATION THRU 2200-EXIT
005270             PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
005275             PERFORM 2350-WRITE-NOTIFY-RECORD THRU 2350-EXIT
005280     END-REWRITE.
005290 2100-EXIT.
005300     EXIT.
005510     MOVE TD-CURRENT-DATE    TO AR-ACTION-DATE.
005520     ACCEPT TD-TIME-OF-DAY FROM TIME.
005530     MOVE TD-TIME-OF-DAY (1:6) TO AR-ACTION-TIME.
005535     MOVE SPACES TO AR-SUBJECT-ID AR-DETAIL-CD.
005540     WRITE AR-AUDIT-RECORD.
005541 2300-EXIT.
005542     EXIT.
005543
005544******************************************************************
005545* 2350-WRITE-NOTIFY-RECORD - queue an ESCALATE notification on
005546*                  NTFYFILE for the task's owner. An unassigned
005547*                  task has nobody to tell
005548******************************************************************
005549 2350-WRITE-NOTIFY-RECORD.
005550     IF TR-OWNER-ID = SPACES
005551         GO TO 2350-EXIT
005552     END-IF.
005553     MOVE TR-OWNER-ID        TO NQ-RECIPIENT-ID.
005554     MOVE "ESCALATE"         TO NQ-EVENT-CD.
005555     MOVE TR-TASK-ID         TO NQ-TASK-ID.
005556     MOVE TR-TASK-DESC       TO NQ-TASK-DESC.
005557     MOVE TD-CURRENT-DATE    TO NQ-EVENT-DATE.
005558     ACCEPT TD-TIME-OF-DAY FROM TIME.
005559     MOVE TD-TIME-OF-DAY (1:6) TO NQ-EVENT-TIME.
005560     MOVE "TASKESC"          TO NQ-SOURCE-JOB.
005561     MOVE TD-OPERATOR-ID     TO NQ-ACTED-BY-ID.
005562     MOVE SPACE              TO NQ-SEND-STATUS.
005563     MOVE ZERO               TO NQ-SEND-DATE.
005564     WRITE NQ-NOTIFY-RECORD.
005565 2350-EXIT.
005566     EXIT.
005570
005580******************************************************************
005590* 7100-DATE-TO-SERIAL - days since the proleptic gregorian epoch
006210     IF TD-LOCK-REFUSED
006220         CLOSE TASK-FILE
006230         CLOSE AUDIT-FILE
006235         CLOSE NOTIFY-FILE
006240         CLOSE ESCAL-RPT
006250         CLOSE CONTROL-FILE
006260         DISPLAY "TASKESC ENDED - NOTHING PROCESSED, FILES"
006360     END-IF.
006370     CLOSE TASK-FILE.
006380     CLOSE AUDIT-FILE.
006385     CLOSE NOTIFY-FILE.
006390     CLOSE ESCAL-RPT.
006400     CLOSE CONTROL-FILE.
006410     DISPLAY "TASKESC COMPLETE - " TD-ESCALATED-COUNT
