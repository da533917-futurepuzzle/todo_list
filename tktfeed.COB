000010******************************************************************
000020* Author: Speaker
000030* Date-Written: oct.15, 2026
000040* Purpose: nightly help-desk ticket feed - reads the help-desk
000050*          system's fixed-format ticket extract (TKTFILE) and
000060*          writes the ADD, EDIT and COMPLETE transactions TASKMNT
000070*          applies, so a ticket no longer has to be re-keyed
000080*          through option 1 or onto a MAINTFILE card by hand.
000090*          The TKTXREF cross-reference maps each ticket number to
000100*          the task id it was added under: an open ticket not on
000110*          the cross-reference is an ADD under an id reserved
000120*          off the CTLFILE control record now, one already on it
000130*          is an EDIT of that task, and a closed ticket is a
000140*          COMPLETE. A ticket that cannot be mapped (assignee not
000150*          an active operator, a bad due date and the like) is
000160*          left off the deck and printed on the reject listing.
000170*          Takes the RUNLOCK while it reserves ids and ends RC=4
000180*          when tickets were rejected, RC=8 when the run was
000190*          refused.
000200* Tectonics: cobc
000210******************************************************************
000220* Modification History
000230*   oct.15, 2026  spk  original program
000240*   oct.15, 2026  spk  a new ticket whose category is not an
000250*                      active category on the CATFILE master
000260*                      is now rejected onto the listing
000270*   oct.15, 2026  spk  the MAINTFILE deck now opens with a batch
000280*                      header and closes with a batch trailer
000290*                      carrying its record count, task id hash
000300*                      total and per-action counts, which TASKMNT
000310*                      proves before applying anything
000313*   oct.15, 2026  spk  the trailer's MERGE count is written as
000316*                      zero - a ticket never asks for a merge
000318*   oct.15, 2026  spk  a ticket cross-referenced earlier the same
000320*                      day is sent as an ADD again only while its
000322*                      task is not yet on TASKFILE; once TASKMNT
000324*                      has applied the first deck it is an EDIT
000326******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. TKTFEED.
000350 AUTHOR. SPEAKER.
000360 INSTALLATION. DATA PROCESSING.
000370 DATE-WRITTEN. OCT 15 2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TICKET-FILE ASSIGN TO "TKTFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS TD-TICKET-FILE-STATUS.
000460
000470     SELECT XREF-FILE ASSIGN TO "TKTXREF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS XR-TICKET-NO
000510         FILE STATUS IS TD-XREF-FILE-STATUS.
000511
000512     SELECT TASK-FILE ASSIGN TO "TASKFILE"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS TR-TASK-ID
000516         FILE STATUS IS TD-TASK-FILE-STATUS.
000520
000530     SELECT MAINT-FILE ASSIGN TO "MAINTFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS TD-MAINT-FILE-STATUS.
000560
000570     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CT-CONTROL-ID
000610         FILE STATUS IS TD-CONTROL-FILE-STATUS.
000620
000630     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS OP-OPERATOR-ID
000670         FILE STATUS IS TD-OPER-FILE-STATUS.
000680
000690     SELECT CAT-FILE ASSIGN TO "CATFILE"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CA-CATEGORY-CD
000730         FILE STATUS IS TD-CAT-FILE-STATUS.
000740
000750     SELECT FEED-RPT ASSIGN TO "TKTRPT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS TD-FEED-RPT-STATUS.
000780
000790     SELECT RUN-LOG ASSIGN TO "RUNLOG"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS TD-RUN-LOG-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  TICKET-FILE.
000860     COPY TKTREC.
000870
000880 FD  XREF-FILE.
000890     COPY TKXREC.
000900
000902 FD  TASK-FILE.
000904     COPY TASKREC.
000906
000910 FD  MAINT-FILE.
000920     COPY MNTREC.
000930
000940 FD  CONTROL-FILE.
000950     COPY CTLREC.
000960
000970 FD  OPER-FILE.
000980     COPY OPERREC.
000990
001000 FD  CAT-FILE.
001010     COPY CATREC.
001020
001030 FD  FEED-RPT.
001040 01  FEED-RPT-LINE               PIC X(80).
001050
001060 FD  RUN-LOG.
001070     COPY RUNREC.
001080
001090 WORKING-STORAGE SECTION.
001100 77  TD-TICKET-FILE-STATUS        PIC X(02)      VALUE "00".
001110     88  TD-TICKET-FILE-OK            VALUE "00".
001120 77  TD-XREF-FILE-STATUS          PIC X(02)      VALUE "00".
001130     88  TD-XREF-FILE-OK              VALUE "00".
001133 77  TD-TASK-FILE-STATUS          PIC X(02)      VALUE "00".
001136     88  TD-TASK-FILE-OK              VALUE "00".
001140 77  TD-MAINT-FILE-STATUS         PIC X(02)      VALUE "00".
001150     88  TD-MAINT-FILE-OK             VALUE "00".
001160 77  TD-CONTROL-FILE-STATUS       PIC X(02)      VALUE "00".
001170     88  TD-CONTROL-FILE-OK           VALUE "00".
001180 77  TD-OPER-FILE-STATUS          PIC X(02)      VALUE "00".
001190     88  TD-OPER-FILE-OK              VALUE "00".
001200 77  TD-CAT-FILE-STATUS           PIC X(02)      VALUE "00".
001210     88  TD-CAT-FILE-OK               VALUE "00".
001220 77  TD-FEED-RPT-STATUS           PIC X(02)      VALUE "00".
001230
001240 77  TD-EOF-SWITCH                PIC X(01)      VALUE "N".
001250     88  TD-END-OF-FILE               VALUE "Y".
001260 77  TD-ERROR-SWITCH              PIC X(01)      VALUE "N".
001270     88  TD-ERROR-FOUND               VALUE "Y".
001280 77  TD-REJECT-SWITCH             PIC X(01)      VALUE "N".
001290     88  TD-TICKET-REJECTED           VALUE "Y".
001300 77  TD-XREF-FOUND-SWITCH         PIC X(01)      VALUE "N".
001310     88  TD-XREF-FOUND                VALUE "Y".
001320 77  TD-LOCK-OWNED-SWITCH         PIC X(01)      VALUE "N".
001330     88  TD-LOCK-OWNED                VALUE "Y".
001340 77  TD-LOCK-REFUSED-SWITCH       PIC X(01)      VALUE "N".
001350     88  TD-LOCK-REFUSED              VALUE "Y".
001360 77  TD-OPER-AVAIL-SWITCH         PIC X(01)      VALUE "N".
001370     88  TD-OPER-AVAILABLE            VALUE "Y".
001380 77  TD-OPER-EOF-SWITCH           PIC X(01)      VALUE "N".
001390     88  TD-OPER-END-OF-FILE          VALUE "Y".
001400 77  TD-CAT-AVAIL-SWITCH          PIC X(01)      VALUE "N".
001410     88  TD-CAT-AVAILABLE             VALUE "Y".
001420 77  TD-CAT-EOF-SWITCH            PIC X(01)      VALUE "N".
001430     88  TD-CAT-END-OF-FILE           VALUE "Y".
001432 77  TD-TASK-AVAIL-SWITCH         PIC X(01)      VALUE "N".
001434     88  TD-TASK-AVAILABLE            VALUE "Y".
001436 77  TD-TASK-ON-FILE-SWITCH       PIC X(01)      VALUE "N".
001438     88  TD-TASK-ON-FILE              VALUE "Y".
001440
001450 77  TD-CURRENT-DATE              PIC 9(08)      VALUE ZERO.
001460 77  TD-TIME-OF-DAY               PIC 9(08)      VALUE ZERO.
001470 77  TD-NEXT-TASK-ID              PIC 9(06)      COMP VALUE ZERO.
001480 77  TD-TICKETS-READ              PIC 9(06)      COMP VALUE ZERO.
001490 77  TD-ADDS-WRITTEN              PIC 9(06)      COMP VALUE ZERO.
001500 77  TD-EDITS-WRITTEN             PIC 9(06)      COMP VALUE ZERO.
001510 77  TD-COMPLETES-WRITTEN         PIC 9(06)      COMP VALUE ZERO.
001520 77  TD-ALREADY-CLOSED            PIC 9(06)      COMP VALUE ZERO.
001530 77  TD-TICKETS-REJECTED          PIC 9(06)      COMP VALUE ZERO.
001540 77  TD-REJECT-REASON             PIC X(50)      VALUE SPACES.
001550
001560*----------------------------------------------------------------
001570* Calendar validation work fields - the same days-per-month
001580* lookup and leap year test the other due-date entry paths keep
001590*----------------------------------------------------------------
001600 01  MAX-DAYS-LITERALS.
001610     05  FILLER                  PIC X(24) VALUE
001620         "312831303130313130313031".
001630 01  MAX-DAYS-TABLE REDEFINES MAX-DAYS-LITERALS.
001640     05  MAX-DAYS-ENTRY OCCURS 12 TIMES PIC 9(02).
001650
001660 77  TD-DUE-YEAR                  PIC 9(04)      COMP VALUE ZERO.
001670 77  TD-DUE-MONTH                 PIC 9(02)      COMP VALUE ZERO.
001680 77  TD-DUE-DAY                   PIC 9(02)      COMP VALUE ZERO.
001690 77  TD-MAX-DAY-FOR-MONTH         PIC 9(02)      COMP VALUE ZERO.
001700 77  TD-DIVIDE-QUOTIENT           PIC 9(04)      COMP VALUE ZERO.
001710 77  TD-YEAR-REMAINDER-4          PIC 9(04)      COMP VALUE ZERO.
001720 77  TD-YEAR-REMAINDER-100        PIC 9(04)      COMP VALUE ZERO.
001730 77  TD-YEAR-REMAINDER-400        PIC 9(04)      COMP VALUE ZERO.
001740 77  TD-LEAP-YEAR-SWITCH          PIC X(01)      VALUE "N".
001750     88  TD-IS-LEAP-YEAR              VALUE "Y".
001760
001770 01  RPT-HEADING-1.
001780     05  FILLER                  PIC X(30) VALUE
001790         "HELP-DESK TICKET FEED REJECTS".
001800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001810     05  RH1-RUN-DATE            PIC 9(08).
001820
001830 01  RPT-HEADING-2.
001840     05  FILLER                  PIC X(12) VALUE "TICKET".
001850     05  FILLER                  PIC X(10) VALUE "ASSIGNEE".
001860     05  FILLER                  PIC X(50) VALUE "REASON".
001870
001880 01  RPT-DETAIL-LINE.
001890     05  RD-TICKET-NO            PIC X(10).
001900     05  FILLER                  PIC X(02) VALUE SPACE.
001910     05  RD-ASSIGNEE-ID          PIC X(08).
001920     05  FILLER                  PIC X(02) VALUE SPACE.
001930     05  RD-REASON               PIC X(50).
001940
001950 01  RPT-TRAILER-LINE.
001960     05  RT-LABEL                PIC X(20).
001970     05  RT-COUNT                PIC ZZZ,ZZ9.
001980
001990*----------------------------------------------------------------
002000* Run-log posting fields - every batch job appends one
002010* completion record to RUNLOG at termination, the page RUNSUM
002020* reads at the end of the nightly stream
002030*----------------------------------------------------------------
002040 77  TD-RUN-LOG-STATUS            PIC X(02)      VALUE "00".
002050     88  TD-RUN-LOG-OK                VALUE "00".
002060
002070*----------------------------------------------------------------
002080* Batch control fields - the deck is bracketed by a header and a
002090* trailer record (BCHREC) so TASKMNT can prove it arrived whole
002100*----------------------------------------------------------------
002110 77  TD-BATCH-ID                  PIC X(12)      VALUE SPACES.
002120 77  TD-DECK-HASH-TOTAL           PIC 9(12)      COMP VALUE ZERO.
002130     COPY BCHREC.
002140 PROCEDURE DIVISION.
002150******************************************************************
002160* 0000-MAINLINE
002170******************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     IF NOT TD-ERROR-FOUND
002210         PERFORM 2000-READ-TICKETS THRU 2000-EXIT
002220             UNTIL TD-END-OF-FILE
002230     END-IF.
002240     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002250     PERFORM 8900-POST-RUN-LOG THRU 8900-EXIT.
002260     STOP RUN.
002270
002280******************************************************************
002290* 1000-INITIALIZE - open files, take the run lock, and pick up
002300*                   the last issued id. Ids come only from the
002310*                   control record - a missing record refuses
002320*                   the run (run CTLBLD) rather than guessing
002330******************************************************************
002340 1000-INITIALIZE.
002350     OPEN INPUT TICKET-FILE.
002360     OPEN I-O XREF-FILE.
002370     IF NOT TD-XREF-FILE-OK
002380         OPEN OUTPUT XREF-FILE
002390         CLOSE XREF-FILE
002400         OPEN I-O XREF-FILE
002410     END-IF
002415     OPEN INPUT TASK-FILE.
002420     OPEN OUTPUT MAINT-FILE.
002430     OPEN I-O CONTROL-FILE.
002440     OPEN INPUT OPER-FILE.
002450     OPEN INPUT CAT-FILE.
002460     OPEN OUTPUT FEED-RPT.
002470     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
002480     MOVE TD-CURRENT-DATE TO RH1-RUN-DATE.
002490     MOVE RPT-HEADING-1 TO FEED-RPT-LINE.
002500     WRITE FEED-RPT-LINE.
002510     MOVE RPT-HEADING-2 TO FEED-RPT-LINE.
002520     WRITE FEED-RPT-LINE.
002530     IF NOT TD-TICKET-FILE-OK
002540         DISPLAY "RUN REFUSED - TICKET EXTRACT NOT AVAILABLE,"
002550             " STATUS " TD-TICKET-FILE-STATUS
002560         MOVE "Y" TO TD-ERROR-SWITCH
002570         GO TO 1000-EXIT
002580     END-IF.
002590     PERFORM 1200-TAKE-RUN-LOCK THRU 1200-EXIT.
002600     IF TD-LOCK-REFUSED
002610         MOVE "Y" TO TD-ERROR-SWITCH
002620         GO TO 1000-EXIT
002630     END-IF.
002640     MOVE "CONTROL" TO CT-CONTROL-ID.
002650     READ CONTROL-FILE
002660         INVALID KEY
002670             DISPLAY "RUN REFUSED - CONTROL RECORD MISSING,"
002680                 " RUN CTLBLD"
002690             MOVE "Y" TO TD-ERROR-SWITCH
002700             GO TO 1000-EXIT
002710         NOT INVALID KEY
002720             MOVE CT-LAST-TASK-ID TO TD-NEXT-TASK-ID
002730     END-READ.
002740     PERFORM 1300-CHECK-OPER-FILE THRU 1300-EXIT.
002750     PERFORM 1350-CHECK-CAT-FILE THRU 1350-EXIT.
002751     IF TD-TASK-FILE-OK
002752         MOVE "Y" TO TD-TASK-AVAIL-SWITCH
002753     ELSE
002754         DISPLAY "TASK FILE NOT AVAILABLE, STATUS "
002755             TD-TASK-FILE-STATUS " - TICKETS CROSS-REFERENCED"
002756             " TODAY ARE SENT AS ADDS"
002757     END-IF.
002760     PERFORM 1400-WRITE-BATCH-HEADER THRU 1400-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 1200-TAKE-RUN-LOCK - take the RUNLOCK record on CTLFILE before
002820*                      any id is reserved off the control record.
002830*                      A lock already held names its holder and
002840*                      the run is refused, the same as the other
002850*                      overnight updating jobs
002860******************************************************************
002870 1200-TAKE-RUN-LOCK.
002880     MOVE "N" TO TD-LOCK-OWNED-SWITCH.
002890     MOVE "RUNLOCK" TO CT-CONTROL-ID.
002900     READ CONTROL-FILE
002910         INVALID KEY
002920             PERFORM 1210-WRITE-FRESH-LOCK THRU 1210-EXIT
002930             GO TO 1200-EXIT
002940     END-READ.
002950     IF CT-LOCK-HELD
002960         DISPLAY "FILE IN USE BY " CT-LOCK-HOLDER-ID " SINCE "
002970             CT-LOCK-DATE " " CT-LOCK-TIME " - RUN REFUSED"
002980         MOVE "Y" TO TD-LOCK-REFUSED-SWITCH
002990         GO TO 1200-EXIT
003000     END-IF.
003010     MOVE "Y" TO CT-LOCK-FLAG.
003020     MOVE "TKTFEED" TO CT-LOCK-HOLDER-ID.
003030     MOVE TD-CURRENT-DATE TO CT-LOCK-DATE.
003040     ACCEPT TD-TIME-OF-DAY FROM TIME.
003050     MOVE TD-TIME-OF-DAY (1:6) TO CT-LOCK-TIME.
003060     REWRITE CT-CONTROL-RECORD
003070         INVALID KEY
003080             DISPLAY "COULD NOT TAKE THE RUN LOCK"
003090             MOVE "Y" TO TD-LOCK-REFUSED-SWITCH
003100         NOT INVALID KEY
003110             MOVE "Y" TO TD-LOCK-OWNED-SWITCH
003120     END-REWRITE.
003130 1200-EXIT.
003140     EXIT.
003150
003160 1210-WRITE-FRESH-LOCK.
003170     MOVE "RUNLOCK" TO CT-CONTROL-ID.
003180     MOVE SPACES TO CT-LOCK-DATA.
003190     MOVE "Y" TO CT-LOCK-FLAG.
003200     MOVE "TKTFEED" TO CT-LOCK-HOLDER-ID.
003210     MOVE TD-CURRENT-DATE TO CT-LOCK-DATE.
003220     ACCEPT TD-TIME-OF-DAY FROM TIME.
003230     MOVE TD-TIME-OF-DAY (1:6) TO CT-LOCK-TIME.
003240     WRITE CT-CONTROL-RECORD
003250         INVALID KEY
003260             DISPLAY "COULD NOT TAKE THE RUN LOCK"
003270             MOVE "Y" TO TD-LOCK-REFUSED-SWITCH
003280         NOT INVALID KEY
003290             MOVE "Y" TO TD-LOCK-OWNED-SWITCH
003300     END-WRITE.
003310 1210-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 1300-CHECK-OPER-FILE - a master that cannot be opened or has
003360*                        never been loaded waives the assignee
003370*                        checks for the run with a warning, the
003380*                        same as TASKLOAD and TASKMNT
003390******************************************************************
003400 1300-CHECK-OPER-FILE.
003410     MOVE "N" TO TD-OPER-AVAIL-SWITCH.
003420     IF NOT TD-OPER-FILE-OK
003430         DISPLAY "OPERATOR FILE NOT AVAILABLE, STATUS "
003440             TD-OPER-FILE-STATUS " - ASSIGNEES ACCEPTED AS SENT"
003450         GO TO 1300-EXIT
003460     END-IF.
003470     MOVE "N" TO TD-OPER-EOF-SWITCH.
003480     MOVE LOW-VALUE TO OP-OPERATOR-ID.
003490     START OPER-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
003500         INVALID KEY MOVE "Y" TO TD-OPER-EOF-SWITCH.
003510     IF NOT TD-OPER-END-OF-FILE
003520         READ OPER-FILE NEXT RECORD
003530             AT END MOVE "Y" TO TD-OPER-EOF-SWITCH
003540         END-READ
003550     END-IF.
003560     IF TD-OPER-END-OF-FILE
003570         DISPLAY "OPERATOR FILE IS EMPTY - ASSIGNEES ACCEPTED"
003580             " AS SENT"
003590     ELSE
003600         MOVE "Y" TO TD-OPER-AVAIL-SWITCH
003610     END-IF.
003620 1300-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* 1350-CHECK-CAT-FILE - a category master that cannot be opened
003670*                       or has never been loaded waives the
003680*                       category check for the run with a
003690*                       warning, the same as the operator master
003700******************************************************************
003710 1350-CHECK-CAT-FILE.
003720     MOVE "N" TO TD-CAT-AVAIL-SWITCH.
003730     IF NOT TD-CAT-FILE-OK
003740         DISPLAY "CATEGORY FILE NOT AVAILABLE, STATUS "
003750             TD-CAT-FILE-STATUS " - CATEGORIES ACCEPTED AS SENT"
003760         GO TO 1350-EXIT
003770     END-IF.
003780     MOVE "N" TO TD-CAT-EOF-SWITCH.
003790     MOVE LOW-VALUE TO CA-CATEGORY-CD.
003800     START CAT-FILE KEY IS NOT LESS THAN CA-CATEGORY-CD
003810         INVALID KEY MOVE "Y" TO TD-CAT-EOF-SWITCH.
003820     IF NOT TD-CAT-END-OF-FILE
003830         READ CAT-FILE NEXT RECORD
003840             AT END MOVE "Y" TO TD-CAT-EOF-SWITCH
003850         END-READ
003860     END-IF.
003870     IF TD-CAT-END-OF-FILE
003880         DISPLAY "CATEGORY FILE IS EMPTY - CATEGORIES ACCEPTED"
003890             " AS SENT"
003900     ELSE
003910         MOVE "Y" TO TD-CAT-AVAIL-SWITCH
003920     END-IF.
003930 1350-EXIT.
003940     EXIT.
003945
003950******************************************************************
003960* 1400-WRITE-BATCH-HEADER - the deck's first record. The batch id
003970*                           is TK plus the run's date and time, so
003980*                           each night's deck is a new batch to
003990*                           TASKMNT's BATCHLOG
004000******************************************************************
004010 1400-WRITE-BATCH-HEADER.
004020     ACCEPT TD-TIME-OF-DAY FROM TIME.
004030     MOVE SPACES TO TD-BATCH-ID.
004040     MOVE "TK" TO TD-BATCH-ID (1:2).
004050     MOVE TD-CURRENT-DATE (3:6) TO TD-BATCH-ID (3:6).
004060     MOVE TD-TIME-OF-DAY (1:4) TO TD-BATCH-ID (9:4).
004070     MOVE SPACES TO BC-BATCH-CONTROL-RECORD.
004080     MOVE "*HEADER*" TO BC-RECORD-TYPE.
004090     MOVE TD-BATCH-ID TO BC-BATCH-ID.
004100     MOVE TD-CURRENT-DATE TO BC-CREATION-DATE.
004110     WRITE MT-MAINT-RECORD FROM BC-BATCH-CONTROL-RECORD.
004120 1400-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160* 2000-READ-TICKETS - one ticket per pass
004170******************************************************************
004180 2000-READ-TICKETS.
004190     READ TICKET-FILE
004200         AT END MOVE "Y" TO TD-EOF-SWITCH
004210     END-READ.
004220     IF NOT TD-END-OF-FILE
004230         ADD 1 TO TD-TICKETS-READ
004240         PERFORM 2100-PROCESS-ONE-TICKET THRU 2100-EXIT
004250         IF TD-TICKET-REJECTED
004260             ADD 1 TO TD-TICKETS-REJECTED
004270             PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
004280         END-IF
004290     END-IF.
004300 2000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2100-PROCESS-ONE-TICKET - decide ADD, EDIT or COMPLETE from the
004350*                ticket status and the cross-reference. An open
004360*                ticket whose cross-reference entry was made on
004370*                this run date is sent as an ADD again under the
004375*                id already reserved while that task is not yet on
004380*                TASKFILE - a rerun of the feed after an abend
004385*                rewrites the whole deck, and the ADD the first
004390*                attempt wrote has not been applied. Once TASKMNT
004395*                has applied it, a second run the same day sends
004400*                an EDIT like any other day
004410******************************************************************
004420 2100-PROCESS-ONE-TICKET.
004430     MOVE "N" TO TD-REJECT-SWITCH.
004440     MOVE SPACES TO TD-REJECT-REASON.
004450     IF TK-TICKET-NO = SPACES
004460         MOVE "TICKET NUMBER IS BLANK" TO TD-REJECT-REASON
004470         MOVE "Y" TO TD-REJECT-SWITCH
004480         GO TO 2100-EXIT
004490     END-IF.
004500     MOVE "N" TO TD-XREF-FOUND-SWITCH.
004510     MOVE TK-TICKET-NO TO XR-TICKET-NO.
004520     READ XREF-FILE
004530         INVALID KEY
004540             CONTINUE
004550         NOT INVALID KEY
004560             MOVE "Y" TO TD-XREF-FOUND-SWITCH
004570     END-READ.
004580     IF TK-TICKET-CLOSED
004590         PERFORM 2400-BUILD-COMPLETE THRU 2400-EXIT
004600         GO TO 2100-EXIT
004610     END-IF.
004620     IF NOT TK-TICKET-OPEN
004630         MOVE "TICKET STATUS MUST BE O OR C" TO TD-REJECT-REASON
004640         MOVE "Y" TO TD-REJECT-SWITCH
004650         GO TO 2100-EXIT
004660     END-IF.
004670     IF TD-XREF-FOUND AND XR-TICKET-CLOSED
004680         MOVE "TICKET REOPENED AFTER ITS TASK WAS COMPLETED"
004690             TO TD-REJECT-REASON
004700         MOVE "Y" TO TD-REJECT-SWITCH
004710         GO TO 2100-EXIT
004720     END-IF.
004730     PERFORM 2150-VALIDATE-TICKET THRU 2150-EXIT.
004740     IF TD-TICKET-REJECTED
004750         GO TO 2100-EXIT
004760     END-IF.
004770     IF TD-XREF-FOUND
004775         PERFORM 2110-CHECK-TASK-ON-FILE THRU 2110-EXIT
004780         IF XR-ADDED-DATE = TD-CURRENT-DATE
004785                 AND NOT TD-TASK-ON-FILE
004790             PERFORM 2200-BUILD-ADD THRU 2200-EXIT
004800         ELSE
004810             PERFORM 2300-BUILD-EDIT THRU 2300-EXIT
004820         END-IF
004830     ELSE
004840         PERFORM 2200-BUILD-ADD THRU 2200-EXIT
004850     END-IF.
004851 2100-EXIT.
004852     EXIT.
004853
004854******************************************************************
004855* 2110-CHECK-TASK-ON-FILE - is the cross-referenced task already
004856*                on TASKFILE? With the file unavailable it is
004857*                taken as not there, so a same-day ticket goes as
004858*                an ADD the way it always has
004859******************************************************************
004860 2110-CHECK-TASK-ON-FILE.
004861     MOVE "N" TO TD-TASK-ON-FILE-SWITCH.
004862     IF NOT TD-TASK-AVAILABLE
004863         GO TO 2110-EXIT
004864     END-IF.
004865     MOVE XR-TASK-ID TO TR-TASK-ID.
004866     READ TASK-FILE
004867         INVALID KEY
004868             CONTINUE
004869         NOT INVALID KEY
004870             MOVE "Y" TO TD-TASK-ON-FILE-SWITCH
004871     END-READ.
004872 2110-EXIT.
004873     EXIT.
004880
004890******************************************************************
004900* 2150-VALIDATE-TICKET - the edits TASKMNT would make, caught
004910*                here so the ticket lands on the reject listing
004920*                instead of a SYSOUT line in the maintenance run.
004930*                The past-date check only applies to a new
004940*                ticket - an edit may leave an overdue task's
004950*                date where it is, the same as TASKMNT allows.
004960*                The category check is likewise new tickets
004970*                only - TASKMNT lets an edit keep the category
004980*                the task already has
004990******************************************************************
005000 2150-VALIDATE-TICKET.
005010     IF TK-SUMMARY = SPACES
005020         MOVE "SUMMARY IS BLANK" TO TD-REJECT-REASON
005030         MOVE "Y" TO TD-REJECT-SWITCH
005040         GO TO 2150-EXIT
005050     END-IF.
005060     IF TK-PRIORITY-CD NOT NUMERIC
005070             OR TK-PRIORITY-CD < 1 OR TK-PRIORITY-CD > 3
005080         MOVE "PRIORITY MUST BE 1, 2 OR 3" TO TD-REJECT-REASON
005090         MOVE "Y" TO TD-REJECT-SWITCH
005100         GO TO 2150-EXIT
005110     END-IF.
005120     IF TK-DUE-DATE NOT NUMERIC
005130         MOVE "DUE DATE IS NOT NUMERIC" TO TD-REJECT-REASON
005140         MOVE "Y" TO TD-REJECT-SWITCH
005150         GO TO 2150-EXIT
005160     END-IF.
005170     IF TK-DUE-DATE (5:2) < "01" OR TK-DUE-DATE (5:2) > "12"
005180         MOVE "DUE DATE MONTH MUST BE 01-12" TO TD-REJECT-REASON
005190         MOVE "Y" TO TD-REJECT-SWITCH
005200         GO TO 2150-EXIT
005210     END-IF.
005220     IF TK-DUE-DATE (7:2) < "01" OR TK-DUE-DATE (7:2) > "31"
005230         MOVE "DUE DATE DAY MUST BE 01-31" TO TD-REJECT-REASON
005240         MOVE "Y" TO TD-REJECT-SWITCH
005250         GO TO 2150-EXIT
005260     END-IF.
005270     PERFORM 2160-VALIDATE-CALENDAR-DATE THRU 2160-EXIT.
005280     IF TD-TICKET-REJECTED
005290         GO TO 2150-EXIT
005300     END-IF.
005310     IF NOT TD-XREF-FOUND
005320             AND TK-DUE-DATE < TD-CURRENT-DATE
005330         MOVE "DUE DATE IS IN THE PAST" TO TD-REJECT-REASON
005340         MOVE "Y" TO TD-REJECT-SWITCH
005350         GO TO 2150-EXIT
005360     END-IF.
005370     PERFORM 2170-VALIDATE-ASSIGNEE THRU 2170-EXIT.
005380     IF TD-TICKET-REJECTED
005390         GO TO 2150-EXIT
005400     END-IF.
005410     IF NOT TD-XREF-FOUND
005420         PERFORM 2180-VALIDATE-CATEGORY THRU 2180-EXIT
005430     END-IF.
005440 2150-EXIT.
005450     EXIT.
005460
005470 2160-VALIDATE-CALENDAR-DATE.
005480     MOVE TK-DUE-DATE (1:4) TO TD-DUE-YEAR.
005490     MOVE TK-DUE-DATE (5:2) TO TD-DUE-MONTH.
005500     MOVE TK-DUE-DATE (7:2) TO TD-DUE-DAY.
005510     PERFORM 7200-SET-MAX-DAY THRU 7200-EXIT.
005520     IF TD-DUE-DAY > TD-MAX-DAY-FOR-MONTH
005530         MOVE "DUE DATE DAY IS NOT VALID FOR THE MONTH"
005540             TO TD-REJECT-REASON
005550         MOVE "Y" TO TD-REJECT-SWITCH
005560     END-IF.
005570 2160-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 2170-VALIDATE-ASSIGNEE - a non-blank assignee must be an ACTIVE
005620*                operator on the OPERFILE master; a blank one
005630*                leaves the task unassigned. Waived when the
005640*                master is not available this run (see 1300)
005650******************************************************************
005660 2170-VALIDATE-ASSIGNEE.
005670     IF TK-ASSIGNEE-ID = SPACES OR NOT TD-OPER-AVAILABLE
005680         GO TO 2170-EXIT
005690     END-IF.
005700     MOVE TK-ASSIGNEE-ID TO OP-OPERATOR-ID.
005710     READ OPER-FILE
005720         INVALID KEY
005730             MOVE "ASSIGNEE IS NOT ON THE OPERATOR FILE"
005740                 TO TD-REJECT-REASON
005750             MOVE "Y" TO TD-REJECT-SWITCH
005760         NOT INVALID KEY
005770             IF OP-IS-INACTIVE
005780                 MOVE "ASSIGNEE IS AN INACTIVE OPERATOR"
005790                     TO TD-REJECT-REASON
005800                 MOVE "Y" TO TD-REJECT-SWITCH
005810             END-IF
005820     END-READ.
005830 2170-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870* 2180-VALIDATE-CATEGORY - a non-blank category must be an
005880*                ACTIVE category on the CATFILE master. Waived
005890*                when the master is not available this run (see
005900*                1350)
005910******************************************************************
005920 2180-VALIDATE-CATEGORY.
005930     IF TK-CATEGORY-CD = SPACES OR NOT TD-CAT-AVAILABLE
005940         GO TO 2180-EXIT
005950     END-IF.
005960     MOVE TK-CATEGORY-CD TO CA-CATEGORY-CD.
005970     READ CAT-FILE
005980         INVALID KEY
005990             MOVE "CATEGORY IS NOT ON THE CATEGORY FILE"
006000                 TO TD-REJECT-REASON
006010             MOVE "Y" TO TD-REJECT-SWITCH
006020         NOT INVALID KEY
006030             IF CA-IS-INACTIVE
006040                 MOVE "CATEGORY IS INACTIVE"
006050                     TO TD-REJECT-REASON
006060                 MOVE "Y" TO TD-REJECT-SWITCH
006070             END-IF
006080     END-READ.
006090 2180-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130* 2200-BUILD-ADD - a new ticket reserves the next id off the
006140*                  control record and is entered on the
006150*                  cross-reference before its ADD is written, so
006160*                  the cross-reference always holds the real
006170*                  TR-TASK-ID TASKMNT will add the task under
006180******************************************************************
006190 2200-BUILD-ADD.
006200     IF NOT TD-XREF-FOUND
006210         ADD 1 TO TD-NEXT-TASK-ID
006220         MOVE TK-TICKET-NO    TO XR-TICKET-NO
006230         MOVE TD-NEXT-TASK-ID TO XR-TASK-ID
006240         MOVE TD-CURRENT-DATE TO XR-ADDED-DATE
006250         MOVE TD-CURRENT-DATE TO XR-LAST-FED-DATE
006260         MOVE "O"             TO XR-TICKET-STATUS
006270         WRITE XR-XREF-RECORD
006280             INVALID KEY
006290                 MOVE "COULD NOT WRITE THE CROSS-REFERENCE"
006300                     TO TD-REJECT-REASON
006310                 MOVE "Y" TO TD-REJECT-SWITCH
006320                 GO TO 2200-EXIT
006330         END-WRITE
006340         PERFORM 2950-POST-CONTROL-ID THRU 2950-EXIT
006350     END-IF.
006360     PERFORM 2250-FILL-MAINT-FIELDS THRU 2250-EXIT.
006370     MOVE "ADD" TO MT-ACTION-CD.
006380     WRITE MT-MAINT-RECORD.
006390     ADD 1 TO TD-ADDS-WRITTEN.
006400     ADD MT-TASK-ID TO TD-DECK-HASH-TOTAL.
006410 2200-EXIT.
006420     EXIT.
006430
006440 2250-FILL-MAINT-FIELDS.
006450     MOVE SPACES            TO MT-MAINT-RECORD.
006460     MOVE XR-TASK-ID        TO MT-TASK-ID.
006470     MOVE TK-SUMMARY        TO MT-TASK-DESC.
006480     MOVE TK-PRIORITY-CD    TO MT-PRIORITY-CD.
006490     MOVE TK-DUE-DATE       TO MT-DUE-DATE.
006500     MOVE TK-CATEGORY-CD    TO MT-CATEGORY-CD.
006510     MOVE SPACE             TO MT-RECUR-CD.
006520     MOVE TK-ASSIGNEE-ID    TO MT-OWNER-ID.
006530     MOVE ZERO              TO MT-PRED-TASK-ID.
006540     IF TK-EST-HOURS NUMERIC
006550         MOVE TK-EST-HOURS TO MT-EST-HOURS
006560     ELSE
006570         MOVE ZERO TO MT-EST-HOURS
006580     END-IF.
006590 2250-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2300-BUILD-EDIT - a ticket already on the cross-reference
006640*                   becomes a full-field EDIT of the task it
006650*                   created, so the help desk stays the master
006660*                   of what the ticket says
006670******************************************************************
006680 2300-BUILD-EDIT.
006690     PERFORM 2250-FILL-MAINT-FIELDS THRU 2250-EXIT.
006700     MOVE "EDIT" TO MT-ACTION-CD.
006710     WRITE MT-MAINT-RECORD.
006720     ADD 1 TO TD-EDITS-WRITTEN.
006730     ADD MT-TASK-ID TO TD-DECK-HASH-TOTAL.
006740     MOVE TD-CURRENT-DATE TO XR-LAST-FED-DATE.
006750     REWRITE XR-XREF-RECORD
006760         INVALID KEY
006770             DISPLAY "COULD NOT UPDATE CROSS-REFERENCE FOR"
006780                 " TICKET " TK-TICKET-NO
006790     END-REWRITE.
006800 2300-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 2400-BUILD-COMPLETE - a closed ticket completes the task it
006850*                created. The cross-reference is flagged closed
006860*                once the COMPLETE is written, so the help desk
006870*                sending the closed ticket again the next night
006880*                is passed over quietly instead of completing
006890*                twice. A ticket closed before it was ever fed
006900*                has no task to complete and is rejected
006910******************************************************************
006920 2400-BUILD-COMPLETE.
006930     IF NOT TD-XREF-FOUND
006940         MOVE "CLOSED TICKET HAS NO TASK ON THE CROSS-REFERENCE"
006950             TO TD-REJECT-REASON
006960         MOVE "Y" TO TD-REJECT-SWITCH
006970         GO TO 2400-EXIT
006980     END-IF.
006990     IF XR-TICKET-CLOSED
007000         ADD 1 TO TD-ALREADY-CLOSED
007010         GO TO 2400-EXIT
007020     END-IF.
007030     MOVE SPACES TO MT-MAINT-RECORD.
007040     MOVE "COMPLETE" TO MT-ACTION-CD.
007050     MOVE XR-TASK-ID TO MT-TASK-ID.
007060     MOVE ZERO TO MT-PRIORITY-CD.
007070     MOVE ZERO TO MT-DUE-DATE.
007080     MOVE ZERO TO MT-PRED-TASK-ID.
007090     MOVE ZERO TO MT-EST-HOURS.
007100     WRITE MT-MAINT-RECORD.
007110     ADD 1 TO TD-COMPLETES-WRITTEN.
007120     ADD MT-TASK-ID TO TD-DECK-HASH-TOTAL.
007130     MOVE "C" TO XR-TICKET-STATUS.
007140     MOVE TD-CURRENT-DATE TO XR-LAST-FED-DATE.
007150     REWRITE XR-XREF-RECORD
007160         INVALID KEY
007170             DISPLAY "COULD NOT UPDATE CROSS-REFERENCE FOR"
007180                 " TICKET " TK-TICKET-NO
007190     END-REWRITE.
007200 2400-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 2900-PRINT-REJECT - one line on the reject listing per ticket
007250*                     left off the deck, with the reason
007260******************************************************************
007270 2900-PRINT-REJECT.
007280     MOVE TK-TICKET-NO     TO RD-TICKET-NO.
007290     MOVE TK-ASSIGNEE-ID   TO RD-ASSIGNEE-ID.
007300     MOVE TD-REJECT-REASON TO RD-REASON.
007310     MOVE RPT-DETAIL-LINE TO FEED-RPT-LINE.
007320     WRITE FEED-RPT-LINE.
007330 2900-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 2950-POST-CONTROL-ID - keep the control record's last issued
007380*                        id current after every id reserved, so
007390*                        an interactive add or another job never
007400*                        issues the same id
007410******************************************************************
007420 2950-POST-CONTROL-ID.
007430     MOVE "CONTROL" TO CT-CONTROL-ID.
007440     READ CONTROL-FILE
007450         INVALID KEY
007460             DISPLAY "COULD NOT UPDATE THE CONTROL RECORD"
007470         NOT INVALID KEY
007480             MOVE TD-NEXT-TASK-ID TO CT-LAST-TASK-ID
007490             REWRITE CT-CONTROL-RECORD
007500                 INVALID KEY
007510                     DISPLAY "COULD NOT UPDATE THE CONTROL"
007520                         " RECORD"
007530             END-REWRITE
007540     END-READ.
007550 2950-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 7200-SET-MAX-DAY - last day of TD-DUE-MONTH in TD-DUE-YEAR,
007600*                    with february's leap year extra day
007610******************************************************************
007620 7200-SET-MAX-DAY.
007630     MOVE MAX-DAYS-ENTRY (TD-DUE-MONTH) TO TD-MAX-DAY-FOR-MONTH.
007640     IF TD-DUE-MONTH = 2
007650         DIVIDE TD-DUE-YEAR BY 4
007660             GIVING TD-DIVIDE-QUOTIENT
007670             REMAINDER TD-YEAR-REMAINDER-4
007680         DIVIDE TD-DUE-YEAR BY 100
007690             GIVING TD-DIVIDE-QUOTIENT
007700             REMAINDER TD-YEAR-REMAINDER-100
007710         DIVIDE TD-DUE-YEAR BY 400
007720             GIVING TD-DIVIDE-QUOTIENT
007730             REMAINDER TD-YEAR-REMAINDER-400
007740         MOVE "N" TO TD-LEAP-YEAR-SWITCH
007750         IF TD-YEAR-REMAINDER-4 = 0
007760                 AND (TD-YEAR-REMAINDER-100 NOT = 0
007770                 OR TD-YEAR-REMAINDER-400 = 0)
007780             MOVE "Y" TO TD-LEAP-YEAR-SWITCH
007790         END-IF
007800         IF TD-IS-LEAP-YEAR
007810             MOVE 29 TO TD-MAX-DAY-FOR-MONTH
007820         END-IF
007830     END-IF.
007840 7200-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 8000-TERMINATE - counts, lock release, and close. A refused run
007890*                  ends RC=8; a run that rejected tickets ends
007900*                  RC=4 so the listing gets looked at, while the
007910*                  deck it wrote is still applied
007920******************************************************************
007930 8000-TERMINATE.
007940     IF NOT TD-ERROR-FOUND
007950         IF TD-TICKETS-REJECTED = 0
007960             MOVE "  NO TICKETS REJECTED" TO FEED-RPT-LINE
007970             WRITE FEED-RPT-LINE
007980         END-IF
007990         MOVE "TICKETS READ:       " TO RT-LABEL
008000         MOVE TD-TICKETS-READ TO RT-COUNT
008010         PERFORM 8050-PRINT-TRAILER THRU 8050-EXIT
008020         MOVE "ADDS WRITTEN:       " TO RT-LABEL
008030         MOVE TD-ADDS-WRITTEN TO RT-COUNT
008040         PERFORM 8050-PRINT-TRAILER THRU 8050-EXIT
008050         MOVE "EDITS WRITTEN:      " TO RT-LABEL
008060         MOVE TD-EDITS-WRITTEN TO RT-COUNT
008070         PERFORM 8050-PRINT-TRAILER THRU 8050-EXIT
008080         MOVE "COMPLETES WRITTEN:  " TO RT-LABEL
008090         MOVE TD-COMPLETES-WRITTEN TO RT-COUNT
008100         PERFORM 8050-PRINT-TRAILER THRU 8050-EXIT
008110         MOVE "ALREADY CLOSED:     " TO RT-LABEL
008120         MOVE TD-ALREADY-CLOSED TO RT-COUNT
008130         PERFORM 8050-PRINT-TRAILER THRU 8050-EXIT
008140         MOVE "TICKETS REJECTED:   " TO RT-LABEL
008150         MOVE TD-TICKETS-REJECTED TO RT-COUNT
008160         PERFORM 8050-PRINT-TRAILER THRU 8050-EXIT
008170     END-IF.
008180     IF NOT TD-ERROR-FOUND
008190         PERFORM 8060-WRITE-BATCH-TRAILER THRU 8060-EXIT
008200     END-IF.
008210     IF TD-LOCK-OWNED
008220         PERFORM 8100-RELEASE-RUN-LOCK THRU 8100-EXIT
008230     END-IF.
008240     CLOSE TICKET-FILE.
008250     CLOSE XREF-FILE.
008252     IF TD-TASK-AVAILABLE
008254         CLOSE TASK-FILE
008256     END-IF.
008260     CLOSE MAINT-FILE.
008270     CLOSE CONTROL-FILE.
008280     CLOSE OPER-FILE.
008290     CLOSE CAT-FILE.
008300     CLOSE FEED-RPT.
008310     IF TD-ERROR-FOUND
008320         DISPLAY "TKTFEED ENDED - NOTHING PROCESSED"
008330         MOVE 8 TO RETURN-CODE
008340         GO TO 8000-EXIT
008350     END-IF.
008360     DISPLAY "TKTFEED COMPLETE - " TD-TICKETS-READ
008370         " TICKETS READ".
008380     DISPLAY "  BATCH:     " TD-BATCH-ID.
008390     DISPLAY "  ADDS:      " TD-ADDS-WRITTEN.
008400     DISPLAY "  EDITS:     " TD-EDITS-WRITTEN.
008410     DISPLAY "  COMPLETES: " TD-COMPLETES-WRITTEN.
008420     DISPLAY "  REJECTED:  " TD-TICKETS-REJECTED.
008430     IF TD-TICKETS-REJECTED > 0
008440         MOVE 4 TO RETURN-CODE
008450     END-IF.
008460 8000-EXIT.
008470     EXIT.
008480
008490 8050-PRINT-TRAILER.
008500     MOVE RPT-TRAILER-LINE TO FEED-RPT-LINE.
008510     WRITE FEED-RPT-LINE.
008520 8050-EXIT.
008530     EXIT.
008540******************************************************************
008550* 8060-WRITE-BATCH-TRAILER - the deck's last record, carrying the
008560*                            totals TASKMNT proves the deck
008570*                            against
008580******************************************************************
008590 8060-WRITE-BATCH-TRAILER.
008600     MOVE SPACES TO BC-BATCH-CONTROL-RECORD.
008610     MOVE "*TRAILER" TO BC-RECORD-TYPE.
008620     MOVE TD-BATCH-ID TO BC-BATCH-ID.
008630     COMPUTE BC-RECORD-COUNT = TD-ADDS-WRITTEN + TD-EDITS-WRITTEN
008640         + TD-COMPLETES-WRITTEN.
008650     MOVE TD-DECK-HASH-TOTAL TO BC-HASH-TOTAL.
008660     MOVE TD-ADDS-WRITTEN TO BC-ADD-COUNT.
008670     MOVE TD-EDITS-WRITTEN TO BC-EDIT-COUNT.
008680     MOVE TD-COMPLETES-WRITTEN TO BC-COMPLETE-COUNT.
008690     MOVE ZERO TO BC-DELETE-COUNT.
008695     MOVE ZERO TO BC-MERGE-COUNT.
008700     WRITE MT-MAINT-RECORD FROM BC-BATCH-CONTROL-RECORD.
008710 8060-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 8100-RELEASE-RUN-LOCK - free the RUNLOCK record this run took
008760*                         at startup
008770******************************************************************
008780 8100-RELEASE-RUN-LOCK.
008790     MOVE "RUNLOCK" TO CT-CONTROL-ID.
008800     READ CONTROL-FILE
008810         INVALID KEY
008820             DISPLAY "COULD NOT RELEASE THE RUN LOCK"
008830             GO TO 8100-EXIT
008840     END-READ.
008850     MOVE "N" TO CT-LOCK-FLAG.
008860     REWRITE CT-CONTROL-RECORD
008870         INVALID KEY
008880             DISPLAY "COULD NOT RELEASE THE RUN LOCK"
008890     END-REWRITE.
008900 8100-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940* 8900-POST-RUN-LOG - append this run's completion record (job
008950*                     name, date/time, records processed,
008960*                     exceptions, return code) to RUNLOG so
008970*                     RUNSUM can show the whole night on one
008980*                     page. A log that will not open is
008990*                     reported, never fatal
009000******************************************************************
009010 8900-POST-RUN-LOG.
009020     OPEN EXTEND RUN-LOG.
009030     IF NOT TD-RUN-LOG-OK
009040         OPEN OUTPUT RUN-LOG
009050         CLOSE RUN-LOG
009060         OPEN EXTEND RUN-LOG
009070     END-IF
009080     IF NOT TD-RUN-LOG-OK
009090         DISPLAY "RUN LOG NOT AVAILABLE, STATUS "
009100             TD-RUN-LOG-STATUS " - COMPLETION NOT POSTED"
009110         GO TO 8900-EXIT
009120     END-IF.
009130     MOVE "TKTFEED" TO RL-JOB-NAME.
009140     ACCEPT TD-CURRENT-DATE FROM DATE YYYYMMDD.
009150     MOVE TD-CURRENT-DATE TO RL-RUN-DATE.
009160     ACCEPT TD-TIME-OF-DAY FROM TIME.
009170     MOVE TD-TIME-OF-DAY (1:6) TO RL-RUN-TIME.
009180     MOVE TD-TICKETS-READ TO RL-RECORDS-PROCESSED.
009190     MOVE TD-TICKETS-REJECTED TO RL-EXCEPTION-COUNT.
009200     MOVE RETURN-CODE TO RL-RETURN-CODE.
009210     WRITE RL-RUN-RECORD.
009220     CLOSE RUN-LOG.
009230 8900-EXIT.
009240     EXIT.
009250
009260 END PROGRAM TKTFEED.
