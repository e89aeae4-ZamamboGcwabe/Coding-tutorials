000010*****************************************************************
000020* CALCAUDC.CPY
000030* Audit chain state - a single record, rewritten by
000040* CalcComputeEngine after every CALCAUD record it writes, that
000050* holds the sequence number and check value of the last record
000060* written, so the next record can be chained without reading
000070* the whole trail.  With no CALCAUDC on disk the engine takes
000080* them from the last record on CALCAUD.  CalcAuditVerify also
000090* reads it: a trail that ends before AC-LAST-SEQUENCE-NO has
000100* lost records from its end.
000110*****************************************************************
000120 01  CALC-AUDIT-CHAIN-RECORD.
000130         05  AC-LAST-SEQUENCE-NO     PIC 9(09).
000140         05  AC-LAST-CHAIN-VALUE     PIC 9(09).
000150         05  AC-LAST-LOG-DATE        PIC 9(08).
000160         05  AC-LAST-LOG-TIME        PIC 9(08).
000170         05  FILLER                  PIC X(06).
