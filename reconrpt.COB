000260*                      record to RUNLOG at termination so
000270*                      RUNSUM can show the whole night on
000280*                      one page
000282*   oct.15, 2026  spk  a MERGE audit accounts for a vanished ADD
000284*                      the same as a DELETE - the duplicate
000286*                      folded into another task sits on HOLDFILE
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. RECONRPT.
002770             WHEN AR-ACTION-ADD
002780                 PERFORM 4200-CHECK-ADD-SURVIVES THRU 4200-EXIT
002790             WHEN AR-ACTION-DELETE
002795             WHEN AR-ACTION-MERGE
002800                 PERFORM 4300-POST-DELETED-ID THRU 4300-EXIT
002810             WHEN AR-ACTION-COMPLETE
002820                 PERFORM 4400-POST-COMPLETED-ID THRU 4400-EXIT
