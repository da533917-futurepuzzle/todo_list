000010******************************************************************
000020* Copybook: TKXREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: record layout for TKTXREF - the help-desk ticket
000060*          cross-reference, keyed on the ticket number, giving
000070*          the TR-TASK-ID the ticket was first added under. A
000080*          ticket sent again is found here and becomes an EDIT
000090*          of that task instead of a duplicate ADD; a closed
000100*          ticket is flagged here once its COMPLETE is sent so
000110*          a resend does not complete it twice.
000120******************************************************************
000130* Modification History
000140*   oct.15, 2026  spk  original layout
000150******************************************************************
000160 01  XR-XREF-RECORD.
000170     05  XR-TICKET-NO            PIC X(10).
000180     05  XR-TASK-ID              PIC 9(06).
000190     05  XR-ADDED-DATE           PIC 9(08).
000200     05  XR-LAST-FED-DATE        PIC 9(08).
000210     05  XR-TICKET-STATUS        PIC X(01).
000220         88  XR-TICKET-OPEN          VALUE "O".
000230         88  XR-TICKET-CLOSED        VALUE "C".
000240     05  FILLER                  PIC X(07).
