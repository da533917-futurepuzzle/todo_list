000175*   sep.02, 2026  spk  added estimated effort hours (tenths
000176*                      implied), carried onto each task the set
000177*                      stamps out
000178*   oct.15, 2026  spk  added the start offset days - a non-zero
000179*                      offset gives the stamped task a start-not-
000181*                      before date of the base date plus the
000183*                      offset, which may not pass the due offset
000185******************************************************************
000190 01  TP-TEMPLATE-RECORD.
000200     05  TP-TEMPLATE-KEY.
000210         10  TP-TEMPLATE-NAME    PIC X(08).
000280     05  TP-PRED-LINE-SEQ        PIC 9(03).
000290         88  TP-NO-PRED-LINE         VALUE ZERO.
000300     05  TP-EST-HOURS            PIC 9(03)V9(01).
000310     05  TP-START-OFFSET-DAYS    PIC 9(03).
000320         88  TP-NO-START-OFFSET      VALUE ZERO.
