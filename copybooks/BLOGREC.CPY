000010******************************************************************
000020* Copybook: BLOGREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: record layout for BATCHLOG - one record per batch a
000060*          job has taken on, keyed on the job name and the batch
000070*          id from the deck's header. The record is written
000080*          STARTED before the first transaction is applied and
000090*          turned APPLIED when the run finishes, so a deck sent
000100*          a second time is refused while an abended batch can
000110*          still be rerun from its checkpoint.
000120******************************************************************
000130* Modification History
000140*   oct.15, 2026  spk  original layout
000150******************************************************************
000160 01  BL-BATCH-LOG-RECORD.
000170     05  BL-LOG-KEY.
000180         10  BL-JOB-NAME         PIC X(08).
000190         10  BL-BATCH-ID         PIC X(12).
000200     05  BL-BATCH-STATUS         PIC X(01).
000210         88  BL-BATCH-STARTED        VALUE "S".
000220         88  BL-BATCH-APPLIED        VALUE "A".
000230     05  BL-CREATION-DATE        PIC 9(08).
000240     05  BL-RECORD-COUNT         PIC 9(06).
000250     05  BL-HASH-TOTAL           PIC 9(12).
000260     05  BL-STARTED-DATE         PIC 9(08).
000270     05  BL-STARTED-TIME         PIC 9(06).
000280     05  BL-APPLIED-DATE         PIC 9(08).
000290     05  BL-APPLIED-TIME         PIC 9(06).
000300     05  FILLER                  PIC X(05).
