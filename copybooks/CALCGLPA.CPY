000090* the ledger extract job can prove it received the whole file).
000100* A posting whose operator/amount-sign has no mapping comes
000110* back GLW-STATUS-UNMAPPED and is held in CALCGLHD instead of
000114* being sent uncoded.  CalcGlRedrive OPENs a re-drive batch
000118* instead and REDRIVEs each held posting: one that now maps is
000122* sent under its original date and origin, one that still does
000126* not comes back GLW-STATUS-UNMAPPED with nothing written.
000130*****************************************************************
000140 01  GLFEED-WRITER-DATA.
000150         05  GLW-FUNCTION-CODE       PIC X(01).
000160             88  GLW-FUNC-OPEN               VALUE "O".
000170             88  GLW-FUNC-POST               VALUE "P".
000180             88  GLW-FUNC-CLOSE              VALUE "C".
000183             88  GLW-FUNC-OPEN-REDRIVE       VALUE "D".
000186             88  GLW-FUNC-REDRIVE            VALUE "R".
000190         05  GLW-OPERAND1            PIC S9(7)V99.
000200         05  GLW-OPERATOR            PIC X(01).
000210         05  GLW-OPERAND2            PIC S9(7)V99.
000230         05  GLW-DEPT-CODE           PIC X(03).
000231* Which path is posting, stamped onto any unmapped hold in
000232* CALCGLHD so the reconciliation can count only the batch
000233* run's own holds.  A reversal's offsetting posting is mapped
000234* on the sign of the Result it reverses.
000235         05  GLW-ORIGIN-CODE         PIC X(01).
000236             88  GLW-ORIGIN-BATCH            VALUE "B".
000237             88  GLW-ORIGIN-ONLINE           VALUE "I".
000238             88  GLW-ORIGIN-REWORK           VALUE "R".
000239             88  GLW-ORIGIN-RELEASE          VALUE "S".
000240             88  GLW-ORIGIN-REVERSAL         VALUE "V".
000241         05  GLW-STATUS-CODE         PIC X(01).
000242             88  GLW-STATUS-OK               VALUE "0".
000250             88  GLW-STATUS-UNMAPPED         VALUE "U".
000260             88  GLW-STATUS-ERROR            VALUE "E".
000270* REDRIVE only: the held posting's original transaction date.
000280         05  GLW-TRANS-DATE          PIC 9(08).
000290* The operator whose work is being posted, when that is not
000300* GLW-OPERATOR-ID: CalcReleaseQueue passes the keying operator
000310* of a released item here.  Spaces means GLW-OPERATOR-ID.
000320         05  GLW-MAKER-ID            PIC X(08).
000330* When the posting's Operand1 was converted from a foreign
000340* currency: the currency, the foreign amount and the rate
000350* applied (rands per unit), carried onto the feed detail.
000360* Spaces/zero for a rands posting.
000370         05  GLW-CURRENCY-CODE       PIC X(03).
000380         05  GLW-FOREIGN-AMOUNT      PIC S9(9)V99.
000390         05  GLW-FX-RATE             PIC 9(05)V9(06).
