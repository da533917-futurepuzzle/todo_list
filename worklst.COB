000200*                      record to RUNLOG at termination so
000210*                      RUNSUM can show the whole night on
000220*                      one page
000222*   oct.15, 2026  spk  a task whose start-not-before date is still
000224*                      in the future is left off the pages until
000226*                      that date arrives
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. WORKLST.
002070     END-READ.
002080     IF NOT TD-END-OF-FILE
002090         IF TR-STATUS-OPEN
002095                 AND TR-START-DATE NOT > TD-CURRENT-DATE
002100             IF TR-UNASSIGNED
002110                 MOVE HIGH-VALUES TO SW-OWNER-SORT-KEY
002120             ELSE
