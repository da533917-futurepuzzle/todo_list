000270*                      task, posted when the task completes so
000272*                      the effort history survives archiving.
000274*                      RECORD GROWS 90 TO 99 BYTES - reallocate
000275*                      the history extract at LRECL 99
000276*   oct.15, 2026  spk  added the review-required flag and the
000277*                      completed-by operator, and a new status R
000278*                      (completed, awaiting second-operator
000279*                      review) - a task flagged for review, or in
000280*                      a category flagged for it, is not archived
000281*                      until another operator approves it.
000282*                      RECORD GROWS 99 TO 108 BYTES - reallocate
000283*                      the unload and history extracts at LRECL
000284*                      108
000285*   oct.15, 2026  spk  added the start-not-before date - a task
000286*                      with a start date still in the future is
000287*                      kept off the worklists and the escalation
000288*                      window until that date (zero = no start
000289*                      date). RECORD GROWS 108 TO 116 BYTES -
000290*                      reallocate the unload and history extracts
000291*                      at LRECL 116
000292******************************************************************
000293 01  TR-TASK-RECORD.
000294     05  TR-TASK-ID              PIC 9(06).
000300     05  TR-TASK-DESC            PIC X(40).
000310     05  TR-PRIORITY-CD          PIC 9(01).
000320         88  TR-PRIORITY-HIGH        VALUE 1.
000370     05  TR-TASK-STATUS          PIC X(01).
000380         88  TR-STATUS-OPEN          VALUE "O".
000390         88  TR-STATUS-COMPLETE      VALUE "C".
000395         88  TR-STATUS-REVIEW        VALUE "R".
000400     05  TR-COMPLETED-DATE       PIC 9(08).
000410     05  TR-RECUR-CD             PIC X(01).
000420         88  TR-RECUR-NONE           VALUE SPACE.
000510     05  TR-BASE-PRIORITY-CD     PIC 9(01).
000520     05  TR-EST-HOURS            PIC 9(03)V9(01).
000530     05  TR-ACT-HOURS            PIC 9(04)V9(01).
000540     05  TR-REVIEW-FLAG          PIC X(01).
000550         88  TR-REVIEW-REQUIRED      VALUE "Y".
000560     05  TR-COMPLETED-BY         PIC X(08).
000570     05  TR-START-DATE           PIC 9(08).
000580         88  TR-NO-START-DATE        VALUE ZERO.
