000320* department), kept so a release posts to the right
000330* department's GL account.
000340         05  PR-DEPT-CODE            PIC X(03).
000350* The currency, foreign amount and rate applied (rands per
000360* unit) of a held posting whose Operand1 was converted from a
000370* foreign currency, kept so a release carries them to the GL
000380* feed.  Spaces/zero for a rands posting.
000390         05  PR-CURRENCY-CODE        PIC X(03).
000400         05  PR-FOREIGN-AMOUNT       PIC S9(9)V99
000410             SIGN IS TRAILING SEPARATE CHARACTER.
000420         05  PR-FX-RATE              PIC 9(05)V9(06).
