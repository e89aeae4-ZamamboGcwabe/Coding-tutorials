000010*****************************************************************
000020* CALCBDPA.CPY
000030* Parameter record for CalcBusinessDay, the single point of
000040* answering business-day questions against the calendar file
000050* CALCCAL.  The caller sets BDC-FUNCTION and BDC-FROM-DATE
000060* (and BDC-TO-DATE for a count):
000070*     T  test - is BDC-FROM-DATE a business day?
000080*     N  next - BDC-FROM-DATE if it is a business day, else the
000090*        first business day after it
000100*     P  previous - BDC-FROM-DATE if it is a business day, else
000110*        the last business day before it
000120*     C  count - business days after BDC-FROM-DATE up to and
000130*        including BDC-TO-DATE (zero when TO is not later)
000140* BDC-RESULT-DATE, BDC-DAY-COUNT and BDC-BUSINESS-SWITCH come
000150* back set.  With no CALCCAL on disk (status N) or an
000160* unreadable one (status E) the answer is still given, with
000170* only Saturdays and Sundays treated as non-business days, so
000180* the caller decides how loudly to say so.
000190*****************************************************************
000200 01  BUSINESS-DAY-DATA.
000210         05  BDC-FUNCTION            PIC X(01).
000220             88  BDC-FUNC-TEST               VALUE "T".
000230             88  BDC-FUNC-NEXT               VALUE "N".
000240             88  BDC-FUNC-PREVIOUS           VALUE "P".
000250             88  BDC-FUNC-COUNT              VALUE "C".
000260         05  BDC-FROM-DATE           PIC 9(08).
000270         05  BDC-TO-DATE             PIC 9(08).
000280         05  BDC-RESULT-DATE         PIC 9(08).
000290         05  BDC-DAY-COUNT           PIC 9(05).
000300         05  BDC-BUSINESS-SWITCH     PIC X(01).
000310             88  BDC-BUSINESS-DAY            VALUE "Y".
000320             88  BDC-NOT-BUSINESS-DAY        VALUE "N".
000330         05  BDC-STATUS-CODE         PIC X(01).
000340             88  BDC-OK                      VALUE "0".
000350             88  BDC-NO-CALENDAR             VALUE "N".
000360             88  BDC-FILE-ERROR              VALUE "E".
000370             88  BDC-INVALID-REQUEST         VALUE "D".
