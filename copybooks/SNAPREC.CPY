000010******************************************************************
000020* Copybook: SNAPREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: record layout for SNAPHIST - the nightly backlog
000060*          snapshot history. BKLGSNAP appends one record per
000070*          category, owner and priority that has open tasks,
000080*          stamped with the run date and time, carrying that
000090*          night's open, overdue and blocked counts and the open
000100*          tasks split by age. A night with no open tasks at all
000110*          writes a single all-zero record so the night still
000120*          shows. BKLGTRND reads the history back for its weekly
000130*          trend; when the job ran twice in a week only the
000140*          latest run counts.
000150******************************************************************
000160* Modification History
000170*   oct.15, 2026  spk  original layout
000180******************************************************************
000190 01  SN-SNAPSHOT-RECORD.
000200     05  SN-SNAP-DATE            PIC 9(08).
000210     05  SN-SNAP-TIME            PIC 9(06).
000220     05  SN-CATEGORY-CD          PIC X(10).
000230     05  SN-OWNER-ID             PIC X(08).
000240         88  SN-UNASSIGNED           VALUE SPACES.
000250     05  SN-PRIORITY-CD          PIC 9(01).
000260     05  SN-OPEN-COUNT           PIC 9(05).
000270     05  SN-OVERDUE-COUNT        PIC 9(05).
000280     05  SN-BLOCKED-COUNT        PIC 9(05).
000290     05  SN-AGE-COUNTS.
000300         10  SN-AGE-0-7-COUNT    PIC 9(05).
000310         10  SN-AGE-8-30-COUNT   PIC 9(05).
000320         10  SN-AGE-31-90-COUNT  PIC 9(05).
000330         10  SN-AGE-OVER-90-COUNT PIC 9(05).
000340     05  SN-AGE-TABLE REDEFINES SN-AGE-COUNTS.
000350         10  SN-AGE-COUNT OCCURS 4 TIMES PIC 9(05).
000360     05  FILLER                  PIC X(12).
