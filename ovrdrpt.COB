000140*                      record to RUNLOG at termination so
000150*                      RUNSUM can show the whole night on
000160*                      one page
000162*   oct.15, 2026  spk  a second section lists tasks completed into
000164*                      second-operator review that are past their
000166*                      due date and still waiting for sign-off
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. OVRDRPT.
000690     88  TD-END-OF-FILE               VALUE "Y".
000700 77  TD-CURRENT-DATE               PIC 9(08)      VALUE ZERO.
000710 77  TD-OVERDUE-COUNT              PIC 9(06)      COMP VALUE ZERO.
000715 77  TD-REVIEW-COUNT               PIC 9(06)      COMP VALUE ZERO.
000720
000730 01  RPT-HEADING-1.
000740     05  FILLER                  PIC X(30) VALUE
000980     05  FILLER                  PIC X(20) VALUE
000990         "OVERDUE TASK COUNT: ".
001000     05  RT-OVERDUE-COUNT        PIC ZZZ,ZZ9.
001001
001002 01  RPT-REVIEW-HEADING-1.
001003     05  FILLER                  PIC X(50) VALUE
001004         "OVERDUE TASKS AWAITING SECOND-OPERATOR REVIEW".
001005
001006 01  RPT-REVIEW-HEADING-2.
001007     05  FILLER                  PIC X(07) VALUE "ID".
001008     05  FILLER                  PIC X(05) VALUE "PRI".
001009     05  FILLER                  PIC X(12) VALUE "DUE DATE".
001010     05  FILLER                  PIC X(12) VALUE "COMPLETED".
001011     05  FILLER                  PIC X(10) VALUE "BY".
001012     05  FILLER                  PIC X(34) VALUE "DESCRIPTION".
001013
001014 01  RPT-REVIEW-DETAIL-LINE.
001015     05  RV-TASK-ID              PIC 9(06).
001016     05  FILLER                  PIC X(01) VALUE SPACE.
001017     05  RV-PRIORITY-CD          PIC 9(01).
001018     05  FILLER                  PIC X(04) VALUE SPACE.
001019     05  RV-DUE-DATE             PIC 9(08).
001020     05  FILLER                  PIC X(04) VALUE SPACE.
001021     05  RV-COMPLETED-DATE       PIC 9(08).
001022     05  FILLER                  PIC X(04) VALUE SPACE.
001023     05  RV-COMPLETED-BY         PIC X(08).
001024     05  FILLER                  PIC X(02) VALUE SPACE.
001025     05  RV-TASK-DESC            PIC X(34).
001026
001027 01  RPT-REVIEW-TRAILER-LINE.
001028     05  FILLER                  PIC X(20) VALUE
001029         "IN-REVIEW COUNT:    ".
001030     05  RT-REVIEW-COUNT         PIC ZZZ,ZZ9.
001031
001032*----------------------------------------------------------------
001033* Run-log posting fields - every batch job appends one
001040* completion record to RUNLOG at termination, the page RUNSUM
001050* reads at the end of the nightly stream
001060*----------------------------------------------------------------
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-PROCESS-TASKS THRU 2000-EXIT
001172         UNTIL TD-END-OF-FILE.
001174     PERFORM 3000-START-REVIEW-SECTION THRU 3000-EXIT.
001176     PERFORM 3100-PROCESS-REVIEW-TASKS THRU 3100-EXIT
001180         UNTIL TD-END-OF-FILE.
001190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001200     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
001670     EXIT.
001680
001690******************************************************************
001691* 3000-START-REVIEW-SECTION - close off the overdue section and
001692*                             start a second pass for tasks
001693*                             completed into review and still
001694*                             waiting for sign-off after their
001695*                             due date
001696******************************************************************
001697 3000-START-REVIEW-SECTION.
001698     MOVE TD-OVERDUE-COUNT TO RT-OVERDUE-COUNT.
001699     MOVE RPT-TRAILER-LINE TO OVERDUE-RPT-LINE.
001700     WRITE OVERDUE-RPT-LINE.
001701     MOVE SPACES TO OVERDUE-RPT-LINE.
001702     WRITE OVERDUE-RPT-LINE.
001703     MOVE RPT-REVIEW-HEADING-1 TO OVERDUE-RPT-LINE.
001704     WRITE OVERDUE-RPT-LINE.
001705     MOVE RPT-REVIEW-HEADING-2 TO OVERDUE-RPT-LINE.
001706     WRITE OVERDUE-RPT-LINE.
001707     MOVE "N" TO TD-EOF-SWITCH.
001708     MOVE LOW-VALUE TO TR-TASK-ID.
001709     START TASK-FILE KEY IS NOT LESS THAN TR-TASK-ID
001710         INVALID KEY MOVE "Y" TO TD-EOF-SWITCH.
001711 3000-EXIT.
001712     EXIT.
001713
001714******************************************************************
001715* 3100-PROCESS-REVIEW-TASKS - one task record per pass
001716******************************************************************
001717 3100-PROCESS-REVIEW-TASKS.
001718     READ TASK-FILE NEXT RECORD
001719         AT END MOVE "Y" TO TD-EOF-SWITCH
001720     END-READ.
001721     IF NOT TD-END-OF-FILE
001722         IF TR-DUE-DATE < TD-CURRENT-DATE
001723                 AND TR-STATUS-REVIEW
001724             PERFORM 3200-PRINT-IN-REVIEW THRU 3200-EXIT
001725         END-IF
001726     END-IF.
001727 3100-EXIT.
001728     EXIT.
001729
001730 3200-PRINT-IN-REVIEW.
001731     MOVE TR-TASK-ID        TO RV-TASK-ID.
001732     MOVE TR-PRIORITY-CD    TO RV-PRIORITY-CD.
001733     MOVE TR-DUE-DATE       TO RV-DUE-DATE.
001734     MOVE TR-COMPLETED-DATE TO RV-COMPLETED-DATE.
001735     MOVE TR-COMPLETED-BY   TO RV-COMPLETED-BY.
001736     MOVE TR-TASK-DESC      TO RV-TASK-DESC.
001737     MOVE RPT-REVIEW-DETAIL-LINE TO OVERDUE-RPT-LINE.
001738     WRITE OVERDUE-RPT-LINE.
001739     ADD 1 TO TD-REVIEW-COUNT.
001740 3200-EXIT.
001741     EXIT.
001742
001743******************************************************************
001744* 8000-TERMINATE - print the review trailer and close up
001745******************************************************************
001746 8000-TERMINATE.
001747     MOVE TD-REVIEW-COUNT TO RT-REVIEW-COUNT.
001748     MOVE RPT-REVIEW-TRAILER-LINE TO OVERDUE-RPT-LINE.
001750     WRITE OVERDUE-RPT-LINE.
001760     CLOSE TASK-FILE.
001770     CLOSE OVERDUE-RPT.
002230     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
002240     ACCEPT TD-TIME-OF-DAY FROM TIME.
002250     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
002256     ADD TD-OVERDUE-COUNT TD-REVIEW-COUNT
002262         GIVING RL-RECORDS-PROCESSED.
002270     MOVE ZERO TO RL-EXCEPTION-COUNT.
002280     MOVE RETURN-CODE TO RL-RETURN-CODE.
002290     WRITE RL-RUN-RECORD.
