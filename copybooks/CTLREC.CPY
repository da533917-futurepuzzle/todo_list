000200*                      date/time stamp redefine the data portion
000210*                      beside the CONTROL record, so the lock
000220*                      travels with the control file it guards
000221*   oct.15, 2026  spk  added the TICKLER record - the date the
000222*                      nightly tickler last ran redefines the data
000223*                      portion, so a task whose start date fell on
000224*                      a day the job did not run is still reported
000225*                      on the next run; the run before that is
000226*                      kept too, so a same-day rerun reprints the
000227*                      same window
000230******************************************************************
000240 01  CT-CONTROL-RECORD.
000250     05  CT-CONTROL-ID           PIC X(08).
000260         88  CT-MASTER-CONTROL       VALUE "CONTROL".
000270         88  CT-RUN-LOCK             VALUE "RUNLOCK".
000275         88  CT-TICKLER-CONTROL      VALUE "TICKLER".
000280     05  CT-CONTROL-DATA.
000290         10  CT-LAST-TASK-ID     PIC 9(06).
000300         10  CT-LAST-LOAD-DATE   PIC 9(08).
000390         10  CT-LOCK-DATE        PIC 9(08).
000400         10  CT-LOCK-TIME        PIC 9(06).
000410         10  FILLER              PIC X(19).
000420     05  CT-TICKLER-DATA REDEFINES CT-CONTROL-DATA.
000430         10  CT-LAST-TICKLE-DATE PIC 9(08).
000435         10  CT-PRIOR-TICKLE-DATE PIC 9(08).
000440         10  FILLER              PIC X(26).
