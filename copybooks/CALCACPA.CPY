000010*****************************************************************
000020* CALCACPA.CPY
000030* Parameter record for CalcAuditChain, the single point of
000040* working out the check value that chains one CALCAUD record
000050* to the record before it.  The caller moves the record, with
000060* its own CA-CHAIN-VALUE zeroed, to ACH-RECORD-IMAGE and the
000070* previous record's check value to ACH-PRIOR-CHAIN-VALUE (zero
000080* for the first record of the trail); ACH-CHAIN-VALUE comes
000090* back set.  CalcComputeEngine stamps the value on the record
000100* it writes; CalcAuditVerify recomputes it from the record as
000110* read and compares.  The image is checked only as far as its
000120* last non-blank character - the line as held in the file - so
000130* a record read back under a wider layout still checks the
000140* same.  ACH-RECORD-IMAGE is kept wider than CALC-AUDIT-RECORD.
000150*****************************************************************
000160 01  AUDIT-CHAIN-DATA.
000170         05  ACH-PRIOR-CHAIN-VALUE   PIC 9(09).
000180         05  ACH-CHAIN-VALUE         PIC 9(09).
000190         05  ACH-RECORD-IMAGE        PIC X(200).
