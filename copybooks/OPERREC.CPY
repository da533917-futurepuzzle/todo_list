000120******************************************************************
000130* Modification History
000140*   sep.02, 2026  spk  original layout
000142*   oct.15, 2026  spk  added the operator's standard weekly hours
000144*                      (tenths implied) out of the filler; blank
000146*                      or zero means the shop's standard week,
000148*                      which CAPFCST assumes
000149*   oct.15, 2026  spk  added the authority level - operator, lead
000151*                      or supervisor - out of the filler; blank
000153*                      on a record written before it was kept
000155*                      means operator
000157******************************************************************
000160 01  OP-OPERATOR-RECORD.
000170     05  OP-OPERATOR-ID          PIC X(08).
000180     05  OP-OPERATOR-NAME        PIC X(30).
000190     05  OP-ACTIVE-FLAG          PIC X(01).
000200         88  OP-IS-ACTIVE            VALUE "A".
000210         88  OP-IS-INACTIVE          VALUE "I".
000212     05  OP-WEEKLY-HOURS         PIC 9(02)V9(01).
000214     05  OP-WEEKLY-HOURS-X REDEFINES OP-WEEKLY-HOURS
000216                                 PIC X(03).
000218         88  OP-NO-WEEKLY-HOURS      VALUE SPACES.
000219     05  OP-AUTHORITY-CD         PIC X(01).
000220         88  OP-AUTH-OPERATOR        VALUE "O" SPACE.
000221         88  OP-AUTH-LEAD            VALUE "L".
000222         88  OP-AUTH-SUPERVISOR      VALUE "S".
000223     05  FILLER                  PIC X(07).
