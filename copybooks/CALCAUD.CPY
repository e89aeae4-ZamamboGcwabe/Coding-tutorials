000260* reconstructed: the substituted value itself shows in the
000270* operand fields above.
000280         05  CA-CHAIN-KEY            PIC 9(08).
000290* CA-ENTRY-TYPE is space for an ordinary calculation.  A
000300* reversal writes two linked entries: "V" repeats the posted
000310* figures being backed out and "O" carries the offsetting
000320* posting (Result negated).  Both carry the reversed posting's
000330* results-master key in CA-LINK-KEY/CA-LINK-RUN-DATE (zero for
000340* an ordinary calculation), so the original and its reversal
000350* can be put side by side from the trail alone.  A Result split
000360* by cost allocation logs one "A" entry per share after the
000370* source calculation, linked to the source transaction key and
000380* run date, with the share in CA-RESULT and the allocation code,
000390* share line and receiving department in the fields below
000400* (spaces/zero on every other entry; a reversal of a share
000410* carries them too).
000420         05  CA-ENTRY-TYPE           PIC X(01).
000430             88  CA-ENTRY-CALCULATION        VALUE SPACE.
000440             88  CA-ENTRY-REVERSED           VALUE "V".
000450             88  CA-ENTRY-OFFSET             VALUE "O".
000460             88  CA-ENTRY-SHARE              VALUE "A".
000470         05  CA-LINK-KEY             PIC 9(08).
000480         05  CA-LINK-RUN-DATE        PIC 9(08).
000490         05  CA-ALLOC-CODE           PIC X(04).
000500         05  CA-SHARE-LINE           PIC 9(02).
000510         05  CA-SHARE-DEPT-CODE      PIC X(03).
000520* Every record written carries the next number in one unbroken
000530* sequence and a check value chained from the record before it
000540* (worked out by CalcAuditChain over the record as written,
000550* with CA-CHAIN-VALUE itself zero), so CalcAuditVerify can
000560* prove the trail - live and archived - has no gap, no record
000570* out of place and no record altered.  Records logged before
000580* the chain began carry spaces here.
000590         05  CA-SEQUENCE-NO          PIC 9(09).
000600         05  CA-CHAIN-VALUE          PIC 9(09).
000610* When Operand1 was converted from a foreign-currency amount,
000620* the currency, the amount as it arrived in that currency and
000630* the CALCFXRT rate applied (rands per unit) travel here, so
000640* the trail shows the original figure and not just the rands
000650* worked out from it.  Spaces and zero on a rands entry; spaces
000660* on every record logged before these fields existed.
000670         05  CA-CURRENCY-CODE        PIC X(03).
000680         05  CA-FOREIGN-AMOUNT       PIC S9(9)V99
000690             SIGN IS TRAILING SEPARATE CHARACTER.
000700         05  CA-FX-RATE              PIC 9(05)V9(06).
