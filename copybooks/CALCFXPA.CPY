000010*****************************************************************
000020* CALCFXPA.CPY
000030* Parameter record for CalcFxLookup, the single point of
000040* converting a foreign-currency amount to rands.  The caller
000050* fills FXL-CURRENCY-CODE, FXL-AS-OF-DATE and
000060* FXL-FOREIGN-AMOUNT; the lookup returns the rate and its
000070* effective date from CALCFXRT and the amount converted
000080* (rounded to the cent) in FXL-BASE-AMOUNT, sized like an
000090* operand since that is what the compute engine works in.
000100* FXL-CURRENCY-UNKNOWN means the currency has no record at
000110* all; FXL-NO-RATE-FOR-DATE means it has, but none effective
000120* on or before the date; FXL-AMOUNT-TOO-LARGE means the
000130* converted amount will not fit an operand.
000140*****************************************************************
000150 01  FX-LOOKUP-DATA.
000160         05  FXL-CURRENCY-CODE       PIC X(03).
000170         05  FXL-AS-OF-DATE          PIC 9(08).
000180         05  FXL-FOREIGN-AMOUNT      PIC S9(9)V99.
000190         05  FXL-RATE                PIC 9(05)V9(06).
000200         05  FXL-EFFECTIVE-DATE      PIC 9(08).
000210         05  FXL-BASE-AMOUNT         PIC S9(7)V99.
000220         05  FXL-STATUS-CODE         PIC X(01).
000230             88  FXL-FOUND                   VALUE "0".
000240             88  FXL-CURRENCY-UNKNOWN        VALUE "U".
000250             88  FXL-NO-RATE-FOR-DATE        VALUE "D".
000260             88  FXL-AMOUNT-TOO-LARGE        VALUE "O".
000270             88  FXL-FILE-ERROR              VALUE "E".
