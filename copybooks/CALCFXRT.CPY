000010*****************************************************************
000020* CALCFXRT.CPY
000030* Exchange rate record in CALCFXRT, loaded from the treasury
000040* rates feed.  One record per currency per effective date; a
000050* new rate is a new record, never an overwrite, so the file
000060* keeps every version and a dated lookup can tell which rate
000070* applied on any given day - the same rule CALCRATE follows.
000080* CalcFxLookup resolves a currency to the rate with the latest
000090* FX-EFFECTIVE-DATE on or before the requested date.  FX-RATE
000100* is the number of rands for ONE unit of the currency, quoted
000110* to six decimals as treasury publishes it.
000120*****************************************************************
000130 01  CALC-FXRATE-RECORD.
000140         05  FX-CURRENCY-CODE        PIC X(03).
000150         05  FX-DESCRIPTION          PIC X(20).
000160         05  FX-RATE                 PIC 9(05)V9(06).
000170         05  FX-EFFECTIVE-DATE       PIC 9(08).
000180         05  FILLER                  PIC X(08).
