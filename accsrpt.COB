000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: nightly privileged-access report. Every AUDITFILE entry
000050*          for the report date (SYSIN card, CCYYMMDD, blank or
000060*          garbled = today) that took more than operator authority
000070*          - a DELETE, RESTORE, REASSIGN or MERGE, an operator
000080*          master change (OPERMNT), a RUNLOCK override - or that
000090*          was refused for want of it, is listed by operator in
000100*          time order, with the operator or owner acted on and
000110*          the detail code, then counted by action. The refusals
000120*          are the run's exceptions on RUNLOG, so an operator
000130*          trying doors shows up on the RUNSUM page.
000140* Tectonics: cobc
000150******************************************************************
000160* Modification History
000170*   oct.15, 2026  spk  original program
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCSRPT.
000210 AUTHOR. SPEAKER.
000220 INSTALLATION. DATA PROCESSING.
000230 DATE-WRITTEN. OCT 15 2026.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS TD-AUDIT-FILE-STATUS.
000320
000330     SELECT ACCS-RPT ASSIGN TO "ACCSRPT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS TD-ACCS-RPT-STATUS.
000360
000370     SELECT SORT-WORK ASSIGN TO "SORTWORK".
000380
000390     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS TD-RUN-LOG-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  AUDIT-FILE.
000460     COPY AUDITREC.
000470
000480 FD  ACCS-RPT.
000490 01  ACCS-RPT-LINE               PIC X(80).
000500
000510 SD  SORT-WORK.
000520 01  SW-SORT-RECORD.
000530     05  SW-OPERATOR-ID          PIC X(08).
000540     05  SW-ACTION-TIME          PIC 9(06).
000550     05  SW-ACTION-TIME-PARTS REDEFINES SW-ACTION-TIME.
000560         10  SW-ACTION-HH        PIC 9(02).
000570         10  SW-ACTION-MM        PIC 9(02).
000580         10  SW-ACTION-SS        PIC 9(02).
000590     05  SW-ACTION-CD            PIC X(08).
000600     05  SW-TASK-ID              PIC 9(06).
000610     05  SW-SUBJECT-ID           PIC X(08).
000620     05  SW-DETAIL-CD            PIC X(04).
000630
000640 FD  RUN-LOG.
000650     COPY RUNREC.
000660
000670 WORKING-STORAGE SECTION.
000680 77  TD-AUDIT-FILE-STATUS         PIC X(02)      VALUE "00".
000690     88  TD-AUDIT-FILE-OK             VALUE "00".
000700 77  TD-ACCS-RPT-STATUS           PIC X(02)      VALUE "00".
000710 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
000720     88  TD-END-OF-FILE               VALUE "Y".
000730 77  TD-AUDIT-AVAIL-SWITCH        PIC X(01)      VALUE "N".
000740     88  TD-AUDIT-AVAILABLE           VALUE "Y".
000750 77  TD-FOUND-SWITCH              PIC X(01)      VALUE "N".
000760     88  TD-ACTION-FOUND              VALUE "Y".
000770 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
000780 77  TD-REPORT-DATE               PIC 9(08)      VALUE ZERO.
000790 77  TD-PREV-OPERATOR-ID          PIC X(08)      VALUE SPACES.
000800
000810*----------------------------------------------------------------
000820* The SYSIN card is accepted as characters so a blank or garbled
000830* card can be caught and defaulted
000840*----------------------------------------------------------------
000850 01  REPORT-DATE-ENTRY.
000860     05  REPORT-DATE-X           PIC X(08).
000870 01  REPORT-DATE-N REDEFINES REPORT-DATE-ENTRY
000880                                 PIC 9(08).
000890 01  REPORT-DATE-PARTS REDEFINES REPORT-DATE-ENTRY.
000900     05  REPORT-DATE-CCYY        PIC 9(04).
000910     05  REPORT-DATE-MM          PIC 9(02).
000920     05  REPORT-DATE-DD          PIC 9(02).
000930
000940*----------------------------------------------------------------
000950* The privileged actions, in the order they are totalled. The
000960* last five carry the subject and detail code (a MERGE names the
000970* other task of the pair); on the others there is none to show
000980*----------------------------------------------------------------
000990 01  ACTION-LITERALS.
001000     05  FILLER                  PIC X(08) VALUE "DELETE".
001010     05  FILLER                  PIC X(08) VALUE "RESTORE".
001020     05  FILLER                  PIC X(08) VALUE "MERGE".
001030     05  FILLER                  PIC X(08) VALUE "REASSIGN".
001040     05  FILLER                  PIC X(08) VALUE "OPERMNT".
001050     05  FILLER                  PIC X(08) VALUE "OVERRIDE".
001060     05  FILLER                  PIC X(08) VALUE "REFUSED".
001070 01  ACTION-TABLE REDEFINES ACTION-LITERALS.
001080     05  AT-ACTION-CD OCCURS 7 TIMES
001090                                 PIC X(08).
001100
001110 01  ACTION-COUNT-TABLE.
001120     05  AT-ACTION-COUNT OCCURS 7 TIMES
001130                                 PIC 9(06)      COMP.
001140
001150 77  TD-ACTION-COUNT              PIC 9(02)      COMP VALUE 7.
001160 77  TD-FIRST-DETAIL-ACTION       PIC 9(02)      COMP VALUE 3.
001170 77  TD-REFUSED-ACTION            PIC 9(02)      COMP VALUE 7.
001180 77  TD-ACT-IDX                   PIC 9(02)      COMP VALUE ZERO.
001190
001200*----------------------------------------------------------------
001210* Counts
001220*----------------------------------------------------------------
001230 77  TD-READ-COUNT                PIC 9(08)      COMP VALUE ZERO.
001240 77  TD-DAY-COUNT                 PIC 9(08)      COMP VALUE ZERO.
001250 77  TD-LISTED-COUNT              PIC 9(06)      COMP VALUE ZERO.
001260 77  TD-REFUSED-COUNT             PIC 9(06)      COMP VALUE ZERO.
001270 77  TD-OPER-LISTED-COUNT         PIC 9(06)      COMP VALUE ZERO.
001280 77  TD-OPER-REFUSED-COUNT        PIC 9(06)      COMP VALUE ZERO.
001290
001300 01  RPT-HEADING-1.
001310     05  FILLER                  PIC X(34) VALUE
001320         "PRIVILEGED ACCESS AND REFUSALS".
001330     05  FILLER                  PIC X(13) VALUE "REPORT DATE: ".
001340     05  RH1-REPORT-DATE         PIC 9(08).
001350     05  FILLER                  PIC X(13) VALUE "   RUN DATE: ".
001360     05  RH1-RUN-DATE            PIC 9(08).
001370
001380 01  RPT-HEADING-2.
001390     05  FILLER                  PIC X(30) VALUE
001400         "DETAIL - OPNN MENU OPTION NN,".
001410     05  FILLER                  PIC X(32) VALUE
001420         "OWNR REASSIGN, LOCK RUNLOCK;".
001430
001440 01  RPT-HEADING-3.
001450     05  FILLER                  PIC X(09) VALUE SPACES.
001460     05  FILLER                  PIC X(50) VALUE
001470         "ADD DEAC REAC HRS AUTH - OPERATOR MASTER CHANGE".
001480
001490 01  RPT-COLUMN-HEADING.
001500     05  FILLER                  PIC X(10) VALUE "OPERATOR".
001510     05  FILLER                  PIC X(10) VALUE "TIME".
001520     05  FILLER                  PIC X(10) VALUE "ACTION".
001530     05  FILLER                  PIC X(08) VALUE "TASK".
001540     05  FILLER                  PIC X(10) VALUE "SUBJECT".
001550     05  FILLER                  PIC X(06) VALUE "DETAIL".
001560
001570 01  RPT-ACTION-LINE.
001580     05  RA-OPERATOR-ID          PIC X(08).
001590     05  FILLER                  PIC X(02) VALUE SPACE.
001600     05  RA-ACTION-HH            PIC 9(02).
001610     05  FILLER                  PIC X(01) VALUE ":".
001620     05  RA-ACTION-MM            PIC 9(02).
001630     05  FILLER                  PIC X(01) VALUE ":".
001640     05  RA-ACTION-SS            PIC 9(02).
001650     05  FILLER                  PIC X(02) VALUE SPACE.
001660     05  RA-ACTION-CD            PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACE.
001680     05  RA-TASK-ID              PIC ZZZZZ9     BLANK WHEN ZERO.
001690     05  FILLER                  PIC X(02) VALUE SPACE.
001700     05  RA-SUBJECT-ID           PIC X(08).
001710     05  FILLER                  PIC X(02) VALUE SPACE.
001720     05  RA-DETAIL-CD            PIC X(04).
001730
001740 01  RPT-OPER-TRAILER.
001750     05  FILLER                  PIC X(10) VALUE SPACES.
001760     05  FILLER                  PIC X(09) VALUE "ACTIONS: ".
001770     05  RO-LISTED-COUNT         PIC ZZ,ZZ9.
001780     05  FILLER                  PIC X(12) VALUE "   REFUSED: ".
001790     05  RO-REFUSED-COUNT        PIC ZZ,ZZ9.
001800
001810 01  RPT-NONE-LINE.
001820     05  FILLER                  PIC X(40) VALUE
001830         "NO PRIVILEGED ACTIONS OR REFUSALS".
001840
001850 01  RPT-TOTAL-HEADING.
001860     05  FILLER                  PIC X(40) VALUE
001870         "TOTALS BY ACTION".
001880
001890 01  RPT-TOTAL-LINE.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  RT-ACTION-CD            PIC X(08).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  RT-ACTION-COUNT         PIC ZZZ,ZZ9.
001940
001950 01  RPT-FINAL-TRAILER.
001960     05  FILLER                  PIC X(21) VALUE
001970         "AUDIT RECORDS READ: ".
001980     05  RF-READ-COUNT           PIC ZZ,ZZZ,ZZ9.
001990     05  FILLER                  PIC X(15) VALUE
002000         "   ON THE DAY: ".
002010     05  RF-DAY-COUNT            PIC ZZ,ZZZ,ZZ9.
002020     05  FILLER                  PIC X(11) VALUE
002030         "   LISTED: ".
002040     05  RF-LISTED-COUNT         PIC ZZZ,ZZ9.
002050
002060*----------------------------------------------------------------
002070* Run-log posting fields - every batch job appends one
002080* completion record to RUNLOG at termination, the page RUNSUM
002090* reads at the end of the nightly stream
002100*----------------------------------------------------------------
002110 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
002120     88  TD-RUN-LOG-OK                VALUE "00".
002130 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
002140
002150 PROCEDURE DIVISION.
002160******************************************************************
002170* 0000-MAINLINE
002180******************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     IF TD-AUDIT-AVAILABLE
002220         SORT SORT-WORK
002230             ON ASCENDING KEY SW-OPERATOR-ID
002240             ON ASCENDING KEY SW-ACTION-TIME
002250             INPUT PROCEDURE IS 2000-SORT-INPUT
002260             OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
002270     END-IF.
002280     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002290     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
002300     STOP RUN.
002310
002320******************************************************************
002330* 1000-INITIALIZE - settle the report date from SYSIN and print
002340*                   the headings
002350******************************************************************
002360 1000-INITIALIZE.
002370     OPEN OUTPUT ACCS-RPT.
002380     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
002390     MOVE TD-CURRENT-DATE TO TD-REPORT-DATE.
002400     PERFORM 1100-CLEAR-ONE-COUNT THRU 1100-EXIT
002410         VARYING TD-ACT-IDX FROM 1 BY 1
002420         UNTIL TD-ACT-IDX > TD-ACTION-COUNT.
002430     MOVE SPACES TO REPORT-DATE-X.
002440     ACCEPT REPORT-DATE-X.
002450     IF REPORT-DATE-X = SPACES
002460         DISPLAY "NO REPORT DATE CARD SUPPLIED - REPORTING TODAY"
002470     ELSE
002480         IF REPORT-DATE-X NOT NUMERIC
002490                 OR REPORT-DATE-MM < 1 OR REPORT-DATE-MM > 12
002500                 OR REPORT-DATE-DD < 1 OR REPORT-DATE-DD > 31
002510             DISPLAY "REPORT DATE CARD " REPORT-DATE-X
002520                 " IS NOT CCYYMMDD - REPORTING TODAY"
002530         ELSE
002540             MOVE REPORT-DATE-N TO TD-REPORT-DATE
002550         END-IF
002560     END-IF.
002570     MOVE TD-REPORT-DATE TO RH1-REPORT-DATE.
002580     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
002590     MOVE RPT-HEADING-1 TO ACCS-RPT-LINE.
002600     WRITE ACCS-RPT-LINE.
002610     MOVE RPT-HEADING-2 TO ACCS-RPT-LINE.
002620     WRITE ACCS-RPT-LINE.
002630     MOVE RPT-HEADING-3 TO ACCS-RPT-LINE.
002640     WRITE ACCS-RPT-LINE.
002650     OPEN INPUT AUDIT-FILE.
002660     IF TD-AUDIT-FILE-OK
002670         MOVE "Y" TO TD-AUDIT-AVAIL-SWITCH
002680     ELSE
002690         DISPLAY "AUDIT FILE NOT AVAILABLE, STATUS "
002700             TD-AUDIT-FILE-STATUS " - NOTHING REPORTED"
002710         MOVE 8 TO RETURN-CODE
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760 1100-CLEAR-ONE-COUNT.
002770     MOVE ZERO TO AT-ACTION-COUNT (TD-ACT-IDX).
002780 1100-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 2000-SORT-INPUT - release every privileged or refused action
002830*                   posted on the report date
002840******************************************************************
002850 2000-SORT-INPUT.
002860     MOVE "N" TO TD-EOF-SWITCH.
002870     PERFORM 2100-SELECT-ONE-ACTION THRU 2100-EXIT
002880         UNTIL TD-END-OF-FILE.
002890 2000-EXIT.
002900     EXIT.
002910
002920 2100-SELECT-ONE-ACTION.
002930     READ AUDIT-FILE
002940         AT END MOVE "Y" TO TD-EOF-SWITCH
002950     END-READ.
002960     IF TD-END-OF-FILE
002970         GO TO 2100-EXIT
002980     END-IF.
002990     ADD 1 TO TD-READ-COUNT.
003000     IF AR-ACTION-DATE NOT = TD-REPORT-DATE
003010         GO TO 2100-EXIT
003020     END-IF.
003030     ADD 1 TO TD-DAY-COUNT.
003040     MOVE "N" TO TD-FOUND-SWITCH.
003050     PERFORM 2110-MATCH-ACTION THRU 2110-EXIT
003060         VARYING TD-ACT-IDX FROM 1 BY 1
003070         UNTIL TD-ACT-IDX > TD-ACTION-COUNT
003080            OR TD-ACTION-FOUND.
003090     IF NOT TD-ACTION-FOUND
003100         GO TO 2100-EXIT
003110     END-IF.
003120*    the VARYING has stepped one past the matching entry
003130     SUBTRACT 1 FROM TD-ACT-IDX.
003140     ADD 1 TO AT-ACTION-COUNT (TD-ACT-IDX).
003150     MOVE AR-OPERATOR-ID TO SW-OPERATOR-ID.
003160     MOVE AR-ACTION-TIME TO SW-ACTION-TIME.
003170     MOVE AR-ACTION-CD   TO SW-ACTION-CD.
003180     MOVE AR-TASK-ID     TO SW-TASK-ID.
003190     IF TD-ACT-IDX < TD-FIRST-DETAIL-ACTION
003200         MOVE SPACES TO SW-SUBJECT-ID SW-DETAIL-CD
003210     ELSE
003220         MOVE AR-SUBJECT-ID TO SW-SUBJECT-ID
003230         MOVE AR-DETAIL-CD  TO SW-DETAIL-CD
003240     END-IF.
003250     RELEASE SW-SORT-RECORD.
003260 2100-EXIT.
003270     EXIT.
003280
003290 2110-MATCH-ACTION.
003300     IF AR-ACTION-CD = AT-ACTION-CD (TD-ACT-IDX)
003310         MOVE "Y" TO TD-FOUND-SWITCH
003320     END-IF.
003330 2110-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 3000-SORT-OUTPUT - one line per action, grouped by operator with
003380*                    a count of their actions and refusals
003390******************************************************************
003400 3000-SORT-OUTPUT.
003410     MOVE SPACES TO ACCS-RPT-LINE.
003420     WRITE ACCS-RPT-LINE.
003430     MOVE RPT-COLUMN-HEADING TO ACCS-RPT-LINE.
003440     WRITE ACCS-RPT-LINE.
003450     MOVE "N" TO TD-EOF-SWITCH.
003460     PERFORM 3100-PRINT-ONE-ACTION THRU 3100-EXIT
003470         UNTIL TD-END-OF-FILE.
003480     IF TD-LISTED-COUNT = ZERO
003490         MOVE SPACES TO ACCS-RPT-LINE
003500         WRITE ACCS-RPT-LINE
003510         MOVE RPT-NONE-LINE TO ACCS-RPT-LINE
003520         WRITE ACCS-RPT-LINE
003530     ELSE
003540         PERFORM 3200-PRINT-OPER-TRAILER THRU 3200-EXIT
003550     END-IF.
003560 3000-EXIT.
003570     EXIT.
003580
003590 3100-PRINT-ONE-ACTION.
003600     RETURN SORT-WORK
003610         AT END MOVE "Y" TO TD-EOF-SWITCH
003620     END-RETURN.
003630     IF TD-END-OF-FILE
003640         GO TO 3100-EXIT
003650     END-IF.
003660     IF TD-LISTED-COUNT > ZERO
003670             AND SW-OPERATOR-ID NOT = TD-PREV-OPERATOR-ID
003680         PERFORM 3200-PRINT-OPER-TRAILER THRU 3200-EXIT
003690     END-IF.
003700     IF TD-LISTED-COUNT = ZERO
003710             OR SW-OPERATOR-ID NOT = TD-PREV-OPERATOR-ID
003720         MOVE SPACES TO ACCS-RPT-LINE
003730         WRITE ACCS-RPT-LINE
003740         MOVE SW-OPERATOR-ID TO TD-PREV-OPERATOR-ID
003750     END-IF.
003760     ADD 1 TO TD-LISTED-COUNT.
003770     ADD 1 TO TD-OPER-LISTED-COUNT.
003780     IF SW-ACTION-CD = AT-ACTION-CD (TD-REFUSED-ACTION)
003790         ADD 1 TO TD-REFUSED-COUNT
003800         ADD 1 TO TD-OPER-REFUSED-COUNT
003810     END-IF.
003820     MOVE SW-OPERATOR-ID TO RA-OPERATOR-ID.
003830     MOVE SW-ACTION-HH   TO RA-ACTION-HH.
003840     MOVE SW-ACTION-MM   TO RA-ACTION-MM.
003850     MOVE SW-ACTION-SS   TO RA-ACTION-SS.
003860     MOVE SW-ACTION-CD   TO RA-ACTION-CD.
003870     MOVE SW-TASK-ID     TO RA-TASK-ID.
003880     MOVE SW-SUBJECT-ID  TO RA-SUBJECT-ID.
003890     MOVE SW-DETAIL-CD   TO RA-DETAIL-CD.
003900     MOVE RPT-ACTION-LINE TO ACCS-RPT-LINE.
003910     WRITE ACCS-RPT-LINE.
003920 3100-EXIT.
003930     EXIT.
003940
003950 3200-PRINT-OPER-TRAILER.
003960     MOVE TD-OPER-LISTED-COUNT TO RO-LISTED-COUNT.
003970     MOVE TD-OPER-REFUSED-COUNT TO RO-REFUSED-COUNT.
003980     MOVE RPT-OPER-TRAILER TO ACCS-RPT-LINE.
003990     WRITE ACCS-RPT-LINE.
004000     MOVE ZERO TO TD-OPER-LISTED-COUNT TD-OPER-REFUSED-COUNT.
004010 3200-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 8000-TERMINATE - the totals by action and the run counts
004060******************************************************************
004070 8000-TERMINATE.
004080     IF TD-AUDIT-AVAILABLE
004090         CLOSE AUDIT-FILE
004100     END-IF.
004110     MOVE SPACES TO ACCS-RPT-LINE.
004120     WRITE ACCS-RPT-LINE.
004130     MOVE RPT-TOTAL-HEADING TO ACCS-RPT-LINE.
004140     WRITE ACCS-RPT-LINE.
004150     PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
004160         VARYING TD-ACT-IDX FROM 1 BY 1
004170         UNTIL TD-ACT-IDX > TD-ACTION-COUNT.
004180     MOVE SPACES TO ACCS-RPT-LINE.
004190     WRITE ACCS-RPT-LINE.
004200     MOVE TD-READ-COUNT TO RF-READ-COUNT.
004210     MOVE TD-DAY-COUNT TO RF-DAY-COUNT.
004220     MOVE TD-LISTED-COUNT TO RF-LISTED-COUNT.
004230     MOVE RPT-FINAL-TRAILER TO ACCS-RPT-LINE.
004240     WRITE ACCS-RPT-LINE.
004250     CLOSE ACCS-RPT.
004260     DISPLAY "ACCSRPT COMPLETE - " TD-READ-COUNT
004270         " AUDIT RECORDS READ, " TD-LISTED-COUNT " LISTED, "
004280         TD-REFUSED-COUNT " REFUSED".
004290 8000-EXIT.
004300     EXIT.
004310
004320 8100-PRINT-ONE-TOTAL.
004330     MOVE AT-ACTION-CD (TD-ACT-IDX) TO RT-ACTION-CD.
004340     MOVE AT-ACTION-COUNT (TD-ACT-IDX) TO RT-ACTION-COUNT.
004350     MOVE RPT-TOTAL-LINE TO ACCS-RPT-LINE.
004360     WRITE ACCS-RPT-LINE.
004370 8100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 8900-POST-RUN-LOG - append this run's completion record (job
004420*                     name, date/time, records processed,
004430*                     exceptions, return code) to RUNLOG so
004440*                     RUNSUM can show the whole night on one
004450*                     page. A log that will not open is
004460*                     reported, never fatal. The exceptions are
004470*                     the refusals - attempts above an
004480*                     operator's authority level
004490******************************************************************
004500 8900-POST-RUN-LOG.
004510     OPEN EXTEND RUN-LOG.
004520     IF NOT TD-RUN-LOG-OK
004530         OPEN OUTPUT RUN-LOG
004540         CLOSE RUN-LOG
004550         OPEN EXTEND RUN-LOG
004560     END-IF
004570     IF NOT TD-RUN-LOG-OK
004580         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
004590             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
004600         GO TO 8900-EXIT
004610     END-IF.
004620     MOVE "ACCSRPT" TO RL-JOB-NAME.
004630     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
004640     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
004650     ACCEPT TD-TIME-OF-DAY FROM TIME.
004660     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
004670     MOVE TD-READ-COUNT TO RL-RECORDS-PROCESSED.
004680     MOVE TD-REFUSED-COUNT TO RL-EXCEPTION-COUNT.
004690     MOVE RETURN-CODE TO RL-RETURN-CODE.
004700     WRITE RL-RUN-RECORD.
004710     CLOSE RUN-LOG.
004720 8900-EXIT.
004730     EXIT.
004740
004750 END PROGRAM ACCSRPT.
