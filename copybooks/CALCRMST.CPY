000010*****************************************************************
000020* CALCRMST.CPY
000030* Results master record, held in the indexed file CALCRMST
000036* keyed on transaction key plus run date (plus the share line
000042* for a Result split by cost allocation).  Accepted results are
000050* posted here as well as to the day's CALCRSLT, and kept across
000060* days, so "what did transaction 00012345 compute to last
000070* Tuesday" is a keyed read from CalcResultInquiry instead of a
000090* book of record for the day's run - a master posting failure
000100* degrades the inquiry service, never the batch.  The signed
000110* fields carry SIGN IS TRAILING SEPARATE like every other file
000114* in this family.  The record has been widened (and the share
000118* line added to the key) since the file was first loaded; a
000122* master in the original 68-byte layout is converted once by
000126* CalcMasterConvert before any program here opens it.
000130*****************************************************************
000140 01  CALC-RSLTMST-RECORD.
000150         05  CM-MASTER-KEY.
000160             10  CM-TRANS-KEY        PIC 9(08).
000170             10  CM-RUN-DATE         PIC 9(08).
000175             10  CM-SHARE-LINE       PIC 9(02).
000180         05  CM-OPERAND1             PIC S9(7)V99
000190             SIGN IS TRAILING SEPARATE CHARACTER.
000200         05  CM-OPERATOR             PIC X(01).
000270* The department/cost-centre carried from the CALCTRAN record
000280* (spaces for the shared/default department).
000290         05  CM-DEPT-CODE            PIC X(03).
000300* A posting backed out by CalcResultReversal is kept on the
000310* master, not deleted, and marked here with the date it was
000320* reversed and the operator who reversed it (space/zero/spaces
000330* for a live posting), so an inquiry or the month-end close can
000340* tell a reversed item from a live one.
000350         05  CM-REVERSAL-STATUS      PIC X(01).
000360             88  CM-POSTING-LIVE             VALUE SPACE.
000370             88  CM-POSTING-REVERSED         VALUE "V".
000380         05  CM-REVERSED-DATE        PIC 9(08).
000390         05  CM-REVERSED-BY          PIC X(08).
000400* A Result split across departments by a CALCALOC cost
000410* allocation posts one record per share: CM-SHARE-LINE (in the
000420* key) is the allocation line, CM-RESULT and CM-DEPT-CODE the
000430* share and its department, and CM-ALLOC-CODE/CM-SOURCE-RESULT
000440* the allocation applied and the whole Result it was split
000450* from.  An ordinary posting carries share line zero, spaces and
000460* zero.
000470         05  CM-ALLOC-CODE           PIC X(04).
000480         05  CM-SOURCE-RESULT        PIC S9(9)V99
000490             SIGN IS TRAILING SEPARATE CHARACTER.
000500* A Result whose Operand1 was converted from a foreign-currency
000510* amount keeps the currency, the foreign amount and the rate
000520* applied (rands per unit); each share of an allocated Result
000530* carries its source's.  Spaces/zero for a rands posting.
000540         05  CM-CURRENCY-CODE        PIC X(03).
000550         05  CM-FOREIGN-AMOUNT       PIC S9(9)V99
000560             SIGN IS TRAILING SEPARATE CHARACTER.
000570         05  CM-FX-RATE              PIC 9(05)V9(06).
