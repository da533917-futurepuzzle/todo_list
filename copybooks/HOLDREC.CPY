000170*                      puts back exactly what was deleted
000180*   sep.02, 2026  spk  image widened 90 to 99 bytes with the
000185*                      effort-hours fields added to TASKREC
000186*   oct.15, 2026  spk  image widened 99 to 108 bytes with the
000187*                      review fields added to TASKREC
000188*   oct.15, 2026  spk  image widened 108 to 116 bytes with the
000189*                      start-not-before date added to TASKREC
000190******************************************************************
000200 01  HD-HELD-RECORD.
000210     05  HD-TASK-ID              PIC 9(06).
000220     05  HD-HELD-DATE            PIC 9(08).
000230     05  HD-HELD-BY              PIC X(08).
000240     05  HD-TASK-IMAGE           PIC X(116).
000250     05  FILLER                  PIC X(08).
