000145*   sep.02, 2026  spk  added estimated effort hours (tenths
000146*                      implied), carried onto the task the same
000147*                      as the interactive add and edit
000148*   oct.15, 2026  spk  the spare byte is now the review-required
000149*                      flag (Y/N; blank is N on an ADD and leaves
000150*                      the task's flag alone on an EDIT)
000151*   oct.15, 2026  spk  added the start-not-before date (CCYYMMDD,
000152*                      zero = none) - a blank field is no start
000153*                      date on an ADD and leaves the task's date
000154*                      alone on an EDIT, the same as the hours
000155*   oct.15, 2026  spk  added the MERGE action - the task id is the
000156*                      task that survives and the predecessor
000157*                      field, under its victim name, carries the
000158*                      duplicate that is folded into it
000159******************************************************************
000160 01  MT-MAINT-RECORD.
000170     05  MT-ACTION-CD            PIC X(08).
000180         88  MT-ACTION-ADD           VALUE "ADD".
000190         88  MT-ACTION-EDIT          VALUE "EDIT".
000200         88  MT-ACTION-COMPLETE      VALUE "COMPLETE".
000210         88  MT-ACTION-DELETE        VALUE "DELETE".
000215         88  MT-ACTION-MERGE         VALUE "MERGE".
000220     05  MT-TASK-ID              PIC 9(06).
000230     05  MT-TASK-DESC            PIC X(40).
000240     05  MT-PRIORITY-CD          PIC 9(01).
000270     05  MT-RECUR-CD             PIC X(01).
000280     05  MT-OWNER-ID             PIC X(08).
000290     05  MT-PRED-TASK-ID         PIC 9(06).
000295     05  MT-VICTIM-TASK-ID REDEFINES MT-PRED-TASK-ID
000296                                 PIC 9(06).
000300     05  MT-EST-HOURS            PIC 9(03)V9(01).
000310     05  MT-REVIEW-FLAG          PIC X(01).
000320     05  MT-START-DATE           PIC 9(08).
