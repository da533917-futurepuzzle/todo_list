000010******************************************************************
000020* Copybook: NTFREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: record layout for NTFYFILE - the shared outbound
000060*          notification queue. A record is appended whenever a
000070*          task is assigned to, reassigned to, or escalated for
000080*          an operator, by the interactive session and by every
000090*          batch job that changes an owner or a priority. It
000100*          carries the recipient, the event, the task id and
000110*          description, who or what caused it, and when. NTFYFMT
000120*          groups the pending records into one message per
000130*          operator for the mail gateway and marks each record
000140*          it has dealt with, so a rerun sends nothing twice.
000150******************************************************************
000160* Modification History
000170*   oct.15, 2026  spk  original layout
000180******************************************************************
000190 01  NQ-NOTIFY-RECORD.
000200     05  NQ-RECIPIENT-ID         PIC X(08).
000210     05  NQ-EVENT-CD             PIC X(08).
000220         88  NQ-EVENT-ASSIGN         VALUE "ASSIGN".
000230         88  NQ-EVENT-REASSIGN       VALUE "REASSIGN".
000240         88  NQ-EVENT-ESCALATE       VALUE "ESCALATE".
000250     05  NQ-TASK-ID              PIC 9(06).
000260     05  NQ-TASK-DESC            PIC X(40).
000270     05  NQ-EVENT-DATE           PIC 9(08).
000280     05  NQ-EVENT-TIME           PIC 9(06).
000290     05  NQ-SOURCE-JOB           PIC X(08).
000300     05  NQ-ACTED-BY-ID          PIC X(08).
000310     05  NQ-SEND-STATUS          PIC X(01).
000320         88  NQ-PENDING              VALUE SPACE.
000330         88  NQ-SENT                 VALUE "S".
000340         88  NQ-SKIPPED              VALUE "X".
000350     05  NQ-SEND-DATE            PIC 9(08).
000360     05  FILLER                  PIC X(09).
