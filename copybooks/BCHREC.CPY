000010******************************************************************
000020* Copybook: BCHREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: batch control record carried as the first (header)
000060*          and last (trailer) record of a TRANSFILE or MAINTFILE
000070*          deck. The record type sits in the first eight bytes,
000080*          where a TRANSFILE task id is always numeric and a
000090*          MAINTFILE action code is a real action, so neither
000100*          can be mistaken for a control record. The header
000110*          names the batch and the date it was built; the
000120*          trailer repeats the batch id and carries the record
000130*          count, a hash total of the task ids and a count per
000140*          action code, which TASKLOAD and TASKMNT prove before
000150*          anything is applied. The record is moved to and from
000160*          the deck record whole, so the deck keeps its own
000170*          fixed record length.
000180******************************************************************
000190* Modification History
000200*   oct.15, 2026  spk  original layout
000202*   oct.15, 2026  spk  added the MERGE count out of the filler; a
000204*                      trailer built before it was added carries
000206*                      spaces there and is proved as zero
000210******************************************************************
000220 01  BC-BATCH-CONTROL-RECORD.
000230     05  BC-RECORD-TYPE          PIC X(08).
000240         88  BC-IS-HEADER            VALUE "*HEADER*".
000250         88  BC-IS-TRAILER           VALUE "*TRAILER".
000260     05  BC-BATCH-ID             PIC X(12).
000270     05  BC-HEADER-DATA.
000280         10  BC-CREATION-DATE    PIC 9(08).
000290         10  FILLER              PIC X(52).
000300     05  BC-TRAILER-DATA REDEFINES BC-HEADER-DATA.
000310         10  BC-RECORD-COUNT     PIC 9(06).
000320         10  BC-HASH-TOTAL       PIC 9(12).
000330         10  BC-ADD-COUNT        PIC 9(06).
000340         10  BC-EDIT-COUNT       PIC 9(06).
000350         10  BC-COMPLETE-COUNT   PIC 9(06).
000360         10  BC-DELETE-COUNT     PIC 9(06).
000365         10  BC-MERGE-COUNT      PIC 9(06).
000366         10  BC-MERGE-COUNT-X REDEFINES BC-MERGE-COUNT
000367                                 PIC X(06).
000368             88  BC-NO-MERGE-COUNT   VALUE SPACES.
000370         10  FILLER              PIC X(12).
