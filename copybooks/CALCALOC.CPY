000010*****************************************************************
000020* CALCALOC.CPY
000030* Cost-allocation record, held in CALCALOC and maintained
000040* through CalcAllocMaint with the same maker/checker approval
000050* as the rate and standing-instruction files.  One record per
000060* allocation code, listing up to nine target departments and
000070* the percentage of a shared cost each one carries; the
000080* percentages on a code always add to exactly 100.00.  A
000090* CALC-TRANS-RECORD carrying CT-ALLOC-CODE is calculated once
000100* by CalcBatchDriver and the Result split into one share per
000110* line here, in line order, each share rounded to the cent and
000120* the last line taking whatever rounding difference is left,
000130* so the shares always add back to the source Result.  The
000140* record is exactly PC-RECORD-IMAGE wide so a whole allocation
000150* can wait in CALCCHGP for approval.
000160*****************************************************************
000170 01  CALC-ALLOC-RECORD.
000180         05  AL-ALLOC-CODE           PIC X(04).
000190         05  AL-LINE-COUNT           PIC 9(02).
000200         05  AL-LINE                 OCCURS 9 TIMES
000210                                     INDEXED BY AL-LINE-IDX.
000220             10  AL-DEPT-CODE        PIC X(03).
000230             10  AL-PERCENT          PIC 9(03)V99.
000240         05  FILLER                  PIC X(02).
