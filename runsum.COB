000200******************************************************************
000210* Modification History
000220*   sep.02, 2026  spk  original program
000222*   oct.15, 2026  spk  TICKLER added to the expected nightly
000224*                      stream, between TASKESC and WORKLST
000226*   oct.15, 2026  spk  NTFYFMT added to the expected nightly
000228*                      stream, between TICKLER and WORKLST
000229*   oct.15, 2026  spk  BKLGSNAP added to the expected nightly
000230*                      stream, between HOLDPURG and TDUNLOAD
000231*   oct.15, 2026  spk  DUPRPT added to the expected nightly
000232*                      stream, between BKLGSNAP and TDUNLOAD
000233*   oct.15, 2026  spk  ACCSRPT added to the expected nightly
000234*                      stream, between DUPRPT and TDUNLOAD
000235******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RUNSUM.
000260 AUTHOR. SPEAKER.
000790*----------------------------------------------------------------
000800 01  EXPECTED-JOBS-LITERALS.
000810     05  FILLER                  PIC X(08) VALUE "TASKESC".
000815     05  FILLER                  PIC X(08) VALUE "TICKLER".
000817     05  FILLER                  PIC X(08) VALUE "NTFYFMT".
000820     05  FILLER                  PIC X(08) VALUE "WORKLST".
000830     05  FILLER                  PIC X(08) VALUE "OVRDRPT".
000840     05  FILLER                  PIC X(08) VALUE "RECONRPT".
000850     05  FILLER                  PIC X(08) VALUE "CSVEXP".
000860     05  FILLER                  PIC X(08) VALUE "HOLDPURG".
000865     05  FILLER                  PIC X(08) VALUE "BKLGSNAP".
000867     05  FILLER                  PIC X(08) VALUE "DUPRPT".
000868     05  FILLER                  PIC X(08) VALUE "ACCSRPT".
000870     05  FILLER                  PIC X(08) VALUE "TDUNLOAD".
000880 01  EXPECTED-JOBS-TABLE REDEFINES EXPECTED-JOBS-LITERALS.
000890     05  EXPECTED-JOB-NAME OCCURS 12 TIMES PIC X(08).
000900
000910 77  TD-EXPECTED-MAX              PIC 9(02)      COMP VALUE 12.
000920 77  TD-EXP-IDX                   PIC 9(02)      COMP VALUE ZERO.
000930
000940*----------------------------------------------------------------
