000010*****************************************************************
000020* CALCAUDX.CPY
000030* Audit archive catalogue - one record appended by
000040* CalcAuditInquiry for every archive pass that moves records
000050* out of CALCAUD, in the order the passes were made.  It names
000060* the dated archive file and the stretch of the chained trail
000070* it holds, so CalcAuditVerify can walk the archives in order
000080* and carry the chain from the last archived record into the
000090* first record left live.  AX-UNCHAINED-COUNT counts records
000100* logged before the chain began; sequence and check value are
000110* zero for an archive holding only such records.
000120*****************************************************************
000130 01  CALC-AUDIT-ARCHIVE-ENTRY.
000140         05  AX-ARCHIVE-NAME         PIC X(17).
000150         05  AX-CUTOFF-DATE          PIC 9(08).
000160         05  AX-ARCHIVED-DATE        PIC 9(08).
000170         05  AX-RECORD-COUNT         PIC 9(07).
000180         05  AX-UNCHAINED-COUNT      PIC 9(07).
000190         05  AX-FIRST-SEQUENCE-NO    PIC 9(09).
000200         05  AX-LAST-SEQUENCE-NO     PIC 9(09).
000210         05  AX-LAST-CHAIN-VALUE     PIC 9(09).
000220         05  FILLER                  PIC X(06).
