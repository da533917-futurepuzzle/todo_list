000114*                      bulk owner reassignment job
000116*   sep.02, 2026  spk  added the RESTORE action posted when a
000118*                      held (deleted) task is put back on file
000119*   oct.15, 2026  spk  added the APPROVE and REJECT actions posted
000120*                      when a second operator signs off or sends
000121*                      back a task completed into review
000122*   oct.15, 2026  spk  added the MERGE action, posted against both
000123*                      the surviving task and the duplicate that
000124*                      was folded into it
000125*   oct.15, 2026  spk  added the REFUSED action (a signed-on
000126*                      operator tried something above their
000127*                      authority level), OVERRIDE (a supervisor
000128*                      broke a held RUNLOCK at sign-on) and
000129*                      OPERMNT (an operator master change), and
000130*                      the subject id and detail code out of the
000131*                      filler - the operator acted on, the new
000132*                      owner or the lock holder overridden, and
000133*                      the master change (ADD, DEAC, REAC, HRS,
000134*                      AUTH) or what was refused (OPnn for menu
000135*                      option nn, OWNR for a reassignment)
000136******************************************************************
000137 01  AR-AUDIT-RECORD.
000140     05  AR-TASK-ID              PIC 9(06).
000150     05  AR-ACTION-CD            PIC X(08).
000160         88  AR-ACTION-ADD           VALUE "ADD".
000200         88  AR-ACTION-ESCALATE      VALUE "ESCALATE".
000205         88  AR-ACTION-REASSIGN      VALUE "REASSIGN".
000207         88  AR-ACTION-RESTORE       VALUE "RESTORE".
000208         88  AR-ACTION-APPROVE       VALUE "APPROVE".
000209         88  AR-ACTION-REJECT        VALUE "REJECT".
000210         88  AR-ACTION-MERGE         VALUE "MERGE".
000211         88  AR-ACTION-REFUSED       VALUE "REFUSED".
000212         88  AR-ACTION-OVERRIDE      VALUE "OVERRIDE".
000213         88  AR-ACTION-OPERMNT       VALUE "OPERMNT".
000214     05  AR-OPERATOR-ID          PIC X(08).
000220     05  AR-ACTION-DATE          PIC 9(08).
000230     05  AR-ACTION-TIME          PIC 9(06).
000236     05  AR-SUBJECT-ID           PIC X(08).
000237     05  AR-DETAIL-CD            PIC X(04).
000240     05  FILLER                  PIC X(03).
