000180*                      record to RUNLOG at termination so
000190*                      RUNSUM can show the whole night on
000200*                      one page
000202*   oct.15, 2026  spk  the card now carries a start offset (days,
000204*                      blank = none), which may not be greater
000206*                      than the line's due offset
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TMPLLOAD.
001310     ELSE
001320         MOVE ZERO TO TP-EST-HOURS
001330     END-IF.
001331     IF TC-START-OFFSET-DAYS NUMERIC
001332         MOVE TC-START-OFFSET-DAYS TO TP-START-OFFSET-DAYS
001333     ELSE
001334         MOVE ZERO TO TP-START-OFFSET-DAYS
001335     END-IF.
001340     WRITE TP-TEMPLATE-RECORD
001350         INVALID KEY
001360             DISPLAY "REJECTED - DUPLICATE LINE, TEMPLATE "
001780             " TEMPLATE " TC-TEMPLATE-NAME " LINE " TC-LINE-SEQ
001790         MOVE "Y" TO TD-ERROR-SWITCH
001800         GO TO 2150-EXIT
001801     END-IF.
001802     IF TC-START-OFFSET-DAYS NOT NUMERIC
001803         IF TC-START-OFFSET-DAYS (1:3) NOT = SPACES
001804             DISPLAY "REJECTED - START OFFSET MUST BE 000-999 OR"
001805                 " BLANK, TEMPLATE " TC-TEMPLATE-NAME " LINE "
001806                 TC-LINE-SEQ
001807             MOVE "Y" TO TD-ERROR-SWITCH
001808             GO TO 2150-EXIT
001809         END-IF
001810     ELSE
001811         IF TC-START-OFFSET-DAYS > TC-DUE-OFFSET-DAYS
001812             DISPLAY "REJECTED - START OFFSET IS PAST THE DUE"
001813                 " OFFSET, TEMPLATE " TC-TEMPLATE-NAME " LINE "
001814                 TC-LINE-SEQ
001815             MOVE "Y" TO TD-ERROR-SWITCH
001816             GO TO 2150-EXIT
001817         END-IF
001818     END-IF.
001820     IF TC-PRED-LINE-SEQ NOT NUMERIC
001830         DISPLAY "REJECTED - PREDECESSOR LINE MUST BE NUMERIC,"
001840             " TEMPLATE " TC-TEMPLATE-NAME " LINE " TC-LINE-SEQ
