000110* CalcPeriodStatus is the single point of asking whether a
000120* period is closed.  CP-RESULT-SUM carries SIGN IS TRAILING
000130* SEPARATE like every other flat file in this family.
000131* The GL figures are the GL balance master's at the close: the
000132* period's debits and credits and the closing balance carried
000133* into the next period's opening, for the trial balance to prove
000134* the master against.  CP-GL-RECORDED is space on a period closed
000135* before the balance master existed.
000140*****************************************************************
000150 01  CALC-PERIOD-RECORD.
000160         05  CP-PERIOD               PIC 9(06).
000250         05  CP-CLOSED-DATE          PIC 9(08).
000260         05  CP-CLOSED-BY            PIC X(08).
000270         05  FILLER                  PIC X(04).
000280         05  CP-GL-RECORDED          PIC X(01).
000290             88  CP-GL-FIGURES-RECORDED      VALUE "Y".
000300         05  CP-GL-DEBITS            PIC S9(13)V99
000310             SIGN IS TRAILING SEPARATE CHARACTER.
000320         05  CP-GL-CREDITS           PIC S9(13)V99
000330             SIGN IS TRAILING SEPARATE CHARACTER.
000340         05  CP-GL-CLOSING-BALANCE   PIC S9(13)V99
000350             SIGN IS TRAILING SEPARATE CHARACTER.
