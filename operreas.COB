000270*                      RC=8, so a bulk reassignment can no
000280*                      longer rewrite tasks under an open
000290*                      interactive session
000292*   oct.15, 2026  spk  each task moved queues a REASSIGN
000294*                      notification for the successor on the
000296*                      NTFYFILE outbound queue
000297*   oct.15, 2026  spk  the REASSIGN audit names the successor as
000298*                      its subject, for the ACCSRPT access report
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. OPERREAS.
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS TD-AUDIT-FILE-STATUS.
000560
000562     SELECT NOTIFY-FILE ASSIGN TO "NTFYFILE"
000564         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS TD-NOTIFY-FILE-STATUS.
000568
000570     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000790 FD  AUDIT-FILE.
000800     COPY AUDITREC.
000810
000812 FD  NOTIFY-FILE.
000814     COPY NTFREC.
000816
000820 FD  CONTROL-FILE.
000830     COPY CTLREC.
000840
000950     88  TD-OPER-FILE-OK              VALUE "00".
000960 77  TD-AUDIT-FILE-STATUS         PIC X(02)      VALUE "00".
000970     88  TD-AUDIT-FILE-OK             VALUE "00".
000973 77  TD-NOTIFY-FILE-STATUS        PIC X(02)      VALUE "00".
000976     88  TD-NOTIFY-FILE-OK            VALUE "00".
000980 77  TD-REAS-RPT-STATUS           PIC X(02)      VALUE "00".
000990 77  TD-CONTROL-FILE-STATUS       PIC X(02)      VALUE "00".
001000     88  TD-CONTROL-FILE-OK           VALUE "00".
001940         OPEN OUTPUT AUDIT-FILE
001950         CLOSE AUDIT-FILE
001960         OPEN EXTEND AUDIT-FILE
001961     END-IF
001962     OPEN EXTEND NOTIFY-FILE.
001963     IF NOT TD-NOTIFY-FILE-OK
001964         OPEN OUTPUT NOTIFY-FILE
001965         CLOSE NOTIFY-FILE
001966         OPEN EXTEND NOTIFY-FILE
001970     END-IF
001980     OPEN OUTPUT REAS-RPT.
001990     OPEN I-O CONTROL-FILE.
003440             ADD 1 TO TD-MOVED-COUNT
003450             PERFORM 2200-PRINT-REASSIGNMENT THRU 2200-EXIT
003460             PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
003465             PERFORM 2350-WRITE-NOTIFY-RECORD THRU 2350-EXIT
003470     END-REWRITE.
003480 2100-EXIT.
003490     EXIT.
003690     MOVE TD-CURRENT-DATE    TO AR-ACTION-DATE.
003700     ACCEPT TD-TIME-OF-DAY FROM TIME.
003710     MOVE TD-TIME-OF-DAY (1:6) TO AR-ACTION-TIME.
003713     MOVE TD-TO-OPERATOR-ID  TO AR-SUBJECT-ID.
003716     MOVE SPACES             TO AR-DETAIL-CD.
003720     WRITE AR-AUDIT-RECORD.
003721 2300-EXIT.
003722     EXIT.
003723
003724******************************************************************
003725* 2350-WRITE-NOTIFY-RECORD - queue a REASSIGN notification on
003726*                  NTFYFILE for the successor now owning the task
003727******************************************************************
003728 2350-WRITE-NOTIFY-RECORD.
003729     IF TR-OWNER-ID = SPACES
003730         GO TO 2350-EXIT
003731     END-IF.
003732     MOVE TR-OWNER-ID        TO NQ-RECIPIENT-ID.
003733     MOVE "REASSIGN"         TO NQ-EVENT-CD.
003734     MOVE TR-TASK-ID         TO NQ-TASK-ID.
003735     MOVE TR-TASK-DESC       TO NQ-TASK-DESC.
003736     MOVE TD-CURRENT-DATE    TO NQ-EVENT-DATE.
003737     ACCEPT TD-TIME-OF-DAY FROM TIME.
003738     MOVE TD-TIME-OF-DAY (1:6) TO NQ-EVENT-TIME.
003739     MOVE "OPERREAS"         TO NQ-SOURCE-JOB.
003740     MOVE TD-OPERATOR-ID     TO NQ-ACTED-BY-ID.
003741     MOVE SPACE              TO NQ-SEND-STATUS.
003742     MOVE ZERO               TO NQ-SEND-DATE.
003743     WRITE NQ-NOTIFY-RECORD.
003744 2350-EXIT.
003745     EXIT.
003750
003760******************************************************************
003770* 8000-TERMINATE - print the trailer and close up. A refused run
003900     CLOSE TASK-FILE.
003910     CLOSE OPER-FILE.
003920     CLOSE AUDIT-FILE.
003925     CLOSE NOTIFY-FILE.
003930     CLOSE REAS-RPT.
003940     CLOSE CONTROL-FILE.
003950     IF TD-ERROR-FOUND
