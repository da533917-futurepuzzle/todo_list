000010******************************************************************
000020* Copybook: CATREC
000030* Author: Speaker
000040* Date-Written: oct.15, 2026
000050* Purpose: record layout for CATFILE - one record per task
000060*          category, keyed on the category code. Every add and
000070*          edit path validates TR-CATEGORY-CD against this file,
000080*          so "PAYROLL", "PAYRL" and "payroll" can no longer
000090*          become three categories. The default owner and
000100*          priority route a new task keyed with either left
000110*          blank. A category that is retired is DEACTIVATED,
000120*          never deleted, so old tasks still resolve to a
000130*          description.
000140******************************************************************
000150* Modification History
000160*   oct.15, 2026  spk  original layout
000162*   oct.15, 2026  spk  added the review-required flag - a task in
000164*                      a flagged category is held for a second
000166*                      operator's sign-off when it is completed
000170******************************************************************
000180 01  CA-CATEGORY-RECORD.
000190     05  CA-CATEGORY-CD          PIC X(10).
000200     05  CA-CATEGORY-DESC        PIC X(30).
000210     05  CA-ACTIVE-FLAG          PIC X(01).
000220         88  CA-IS-ACTIVE            VALUE "A".
000230         88  CA-IS-INACTIVE          VALUE "I".
000240     05  CA-DEFAULT-OWNER        PIC X(08).
000250         88  CA-NO-DEFAULT-OWNER     VALUE SPACES.
000260     05  CA-DEFAULT-PRIORITY     PIC 9(01).
000270         88  CA-NO-DEFAULT-PRIORITY  VALUE ZERO.
000280     05  CA-REVIEW-FLAG          PIC X(01).
000290         88  CA-REVIEW-REQUIRED      VALUE "Y".
000300     05  FILLER                  PIC X(09).
