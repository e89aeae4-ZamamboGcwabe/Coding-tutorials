000090* batch - a truncated file no longer posts short with nobody
000100* the wiser.  The signed fields carry SIGN IS TRAILING SEPARATE
000110* so the extract job can read a negative adjustment as a plain
000111* trailing minus instead of having to know GnuCOBOL's overpunch
000112* table.  Each detail carries the origin code of the path that
000113* posted it (the GLW-ORIGIN-CODE values), so a CALCGLHD hold -
000114* a byte-for-byte detail image - keeps its origin, and a batch
000115* of held postings sent late by CalcGlRedrive is marked "R" on
000116* its header and trailer so the reconciliation and the close
000117* can tell it from a day's own posting batch.  The trailer also
000118* says whether the batch's postings were added into the GL
000119* balance master CALCGLBL, so the trial balance can prove the
000120* master against exactly the batches it holds.
000121* GL-MAKER-ID is the operator whose work the posting is - the
000122* same as GL-OPERATOR-ID except on a released over-limit item,
000123* where GL-OPERATOR-ID is the releasing supervisor and
000124* GL-MAKER-ID the operator who keyed it, so a release of one's
000125* own work shows on the feed itself.
000126* A posting whose Operand1 was converted from a foreign
000127* currency carries the currency, the foreign amount and the
000128* rate applied (rands per unit) at the end of the detail, so
000129* the ledger can show the original figure beside the rands
000130* posted (spaces/zero on a rands posting).  An allocated
000131* posting splits the foreign amount across its shares by the
000132* same percentages as the Result, the last share taking the
000133* remainder, so the shares add back to the source amount.
000140*****************************************************************
000150 01  CALC-GLFEED-RECORD.
000160         05  GL-RECORD-TYPE          PIC X(01).
000296* for the shared/default department), so the ledger team no
000298* longer re-splits our single feed by hand.
000300             10  GL-DEPT-CODE            PIC X(03).
000301             10  GL-ORIGIN-CODE          PIC X(01).
000302                 88  GL-ORIGIN-BATCH             VALUE "B".
000303                 88  GL-ORIGIN-ONLINE            VALUE "I".
000304                 88  GL-ORIGIN-REWORK            VALUE "R".
000305                 88  GL-ORIGIN-REVERSAL          VALUE "V".
000306                 88  GL-ORIGIN-RELEASE           VALUE "S".
000307             10  GL-MAKER-ID             PIC X(08).
000308             10  GL-CURRENCY-CODE        PIC X(03).
000309             10  GL-FOREIGN-AMOUNT       PIC S9(9)V99
000310                 SIGN IS TRAILING SEPARATE CHARACTER.
000311             10  GL-FX-RATE              PIC 9(05)V9(06).
000312         05  GL-CONTROL-DATA REDEFINES GL-DETAIL-DATA.
000320             10  GL-RECORD-COUNT         PIC 9(07).
000330             10  GL-HASH-TOTAL           PIC S9(13)V99
000340                 SIGN IS TRAILING SEPARATE CHARACTER.
000350             10  GL-BATCH-SOURCE         PIC X(01).
000360                 88  GL-BATCH-REDRIVE            VALUE "R".
000370             10  GL-BALANCE-STATUS       PIC X(01).
000380                 88  GL-BALANCES-POSTED          VALUE "Y".
000390                 88  GL-BALANCES-NOT-POSTED      VALUE "N".
000400             10  FILLER                  PIC X(64).
