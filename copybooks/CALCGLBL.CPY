000010*****************************************************************
000020* CALCGLBL.CPY
000030* GL balance master record, held in the indexed file CALCGLBL
000040* keyed on GL account plus department (and by department plus
000050* account on the alternate key, for the trial balance's
000060* department view).  CalcGlFeedWriter adds each feed batch's
000070* postings in as the batch closes - a positive GL-RESULT is a
000080* debit, a negative one a credit - so "what has department 040
000090* posted to account X this year" is one keyed read instead of
000100* months of CALCRMST re-added by hand.  GB-OPEN-PERIOD is the
000110* month the period-to-date figures belong to; a posting dated
000120* after it (fed before CalcMonthEndClose has closed the open
000130* month) waits in the AHEAD figures, and a late posting dated
000140* in an already-closed month lands in the open period.  At the
000150* close the period's net moves into GB-OPENING-BALANCE, the
000160* period-to-date figures are kept as the PRIOR period's for the
000170* trial balance to prove against CALCPERD, the AHEAD figures
000180* become the new period-to-date, and year-to-date starts again
000190* with a new year.  The signed fields carry SIGN IS TRAILING
000200* SEPARATE like every other file in this family.
000210*****************************************************************
000220 01  CALC-GLBAL-RECORD.
000230         05  GB-BALANCE-KEY.
000240             10  GB-ACCOUNT-CODE     PIC X(10).
000250             10  GB-DEPT-CODE        PIC X(03).
000260         05  GB-DEPT-ACCOUNT-KEY.
000270             10  GB-ALT-DEPT-CODE    PIC X(03).
000280             10  GB-ALT-ACCOUNT-CODE PIC X(10).
000290         05  GB-OPEN-PERIOD          PIC 9(06).
000300         05  GB-OPENING-BALANCE      PIC S9(13)V99
000310             SIGN IS TRAILING SEPARATE CHARACTER.
000320         05  GB-PTD-DEBITS           PIC S9(13)V99
000330             SIGN IS TRAILING SEPARATE CHARACTER.
000340         05  GB-PTD-CREDITS          PIC S9(13)V99
000350             SIGN IS TRAILING SEPARATE CHARACTER.
000360         05  GB-YTD-DEBITS           PIC S9(13)V99
000370             SIGN IS TRAILING SEPARATE CHARACTER.
000380         05  GB-YTD-CREDITS          PIC S9(13)V99
000390             SIGN IS TRAILING SEPARATE CHARACTER.
000400         05  GB-AHEAD-DEBITS         PIC S9(13)V99
000410             SIGN IS TRAILING SEPARATE CHARACTER.
000420         05  GB-AHEAD-CREDITS        PIC S9(13)V99
000430             SIGN IS TRAILING SEPARATE CHARACTER.
000440         05  GB-PRIOR-PERIOD         PIC 9(06).
000450         05  GB-PRIOR-DEBITS         PIC S9(13)V99
000460             SIGN IS TRAILING SEPARATE CHARACTER.
000470         05  GB-PRIOR-CREDITS        PIC S9(13)V99
000480             SIGN IS TRAILING SEPARATE CHARACTER.
000490         05  GB-LAST-POSTED-DATE     PIC 9(08).
000500         05  FILLER                  PIC X(10).
