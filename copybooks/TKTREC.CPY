000010******************************************************************
000020* Copybook: TKTREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: record layout for TKTFILE - the help-desk system's
000060*          nightly fixed-format ticket extract, one ticket per
000070*          record. TKTFEED turns each ticket into the ADD, EDIT
000080*          or COMPLETE transaction TASKMNT applies: an open
000090*          ticket not seen before is added, one already on the
000100*          TKTXREF cross-reference is edited, and a closed one
000110*          completes the task it created.
000120******************************************************************
000130* Modification History
000140*   oct.15, 2026  spk  original layout
000150******************************************************************
000160 01  TK-TICKET-RECORD.
000170     05  TK-TICKET-NO            PIC X(10).
000180     05  TK-TICKET-STATUS        PIC X(01).
000190         88  TK-TICKET-OPEN          VALUE "O".
000200         88  TK-TICKET-CLOSED        VALUE "C".
000210     05  TK-SUMMARY              PIC X(40).
000220     05  TK-PRIORITY-CD          PIC 9(01).
000230     05  TK-DUE-DATE             PIC 9(08).
000240     05  TK-CATEGORY-CD          PIC X(10).
000250     05  TK-ASSIGNEE-ID          PIC X(08).
000260     05  TK-EST-HOURS            PIC 9(03)V9(01).
000270     05  TK-CLOSED-DATE          PIC 9(08).
000280     05  FILLER                  PIC X(10).
