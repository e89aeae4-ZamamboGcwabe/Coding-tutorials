000110         05  CS-OPERATOR             PIC X(01).
000120         05  CS-OPERAND2             PIC S9(7)V99
000125             SIGN IS TRAILING SEPARATE CHARACTER.
000126         05  CS-REJECT-REASON        PIC X(30).
000127* A transaction CalcBatchDriver suspects is a duplicate is held
000128* with a reason of its own - "DUPLICATE " followed by the key
000129* and run date of the posting it appears to repeat - so the
000130* rework screen can tell it apart and release it if it proves
000131* genuine, and the reconciliation can count and value it.
000132         05  CS-DUPLICATE-REASON REDEFINES CS-REJECT-REASON.
000133             10  CS-DUP-TAG              PIC X(10).
000134                 88  CS-REASON-DUPLICATE     VALUE "DUPLICATE ".
000135             10  CS-DUP-ORIGINAL-KEY     PIC 9(08).
000136             10  CS-DUP-SEPARATOR        PIC X(01).
000137             10  CS-DUP-ORIGINAL-DATE    PIC 9(08).
000138             10  FILLER                  PIC X(03).
000140         05  CS-OPERATOR-ID          PIC X(08).
000150* CS-RUN-DATE carries the CT-RUN-DATE of the batch run that
000160* rejected the entry, so the reconciliation can match a batch
000280* path wrote it and left untouched while the entry stays open,
000290* so the aging report can say how long it has been sitting.
000300         05  CS-HELD-DATE            PIC 9(08).
000310* An entry that started in foreign currency keeps the currency
000320* and the amount in that currency, so rework can convert it
000330* again (CS-OPERAND1 holds the rands figure if it was
000340* converted before the entry was rejected, zero if the
000350* conversion itself failed).  Spaces/zero for a rands entry.
000360         05  CS-CURRENCY-CODE        PIC X(03).
000370         05  CS-FOREIGN-AMOUNT       PIC S9(9)V99
000380             SIGN IS TRAILING SEPARATE CHARACTER.
