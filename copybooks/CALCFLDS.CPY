000350* an operand, the referenced key is set here (zero otherwise)
000360* and stamped into the audit record by the compute engine.
000370         05  CALC-CHAIN-KEY          PIC 9(08).
000380* Set by a caller recording an already-posted figure rather
000390* than asking for arithmetic: "V" logs the posting being
000400* reversed, "O" logs its offsetting posting, "A" logs one share
000410* of a cost-allocated Result.  The engine skips
000420* validation and arithmetic for these - the figures were
000430* validated when first posted - and stamps the type and the
000440* linked results-master key into the audit record.  Any other
000450* value (normally space) is an ordinary calculation and the
000460* link fields are ignored.
000470         05  CALC-ENTRY-TYPE         PIC X(01).
000480             88  CALC-ENTRY-REVERSED         VALUE "V".
000490             88  CALC-ENTRY-OFFSET           VALUE "O".
000500             88  CALC-ENTRY-SHARE            VALUE "A".
000510             88  CALC-ENTRY-POSTED-FIGURE    VALUE "V" "O" "A".
000520         05  CALC-LINK-KEY           PIC 9(08).
000530         05  CALC-LINK-RUN-DATE      PIC 9(08).
000540* For a posted figure that is (or reverses) one share of a
000550* cost-allocated Result, the allocation code, share line and
000560* receiving department (spaces/zero otherwise), stamped into the
000570* audit record by the compute engine.
000580         05  CALC-ALLOC-CODE         PIC X(04).
000590         05  CALC-SHARE-LINE         PIC 9(02).
000600         05  CALC-SHARE-DEPT-CODE    PIC X(03).
000610* When Operand1 was converted from a foreign-currency amount,
000620* the currency, the amount in that currency and the rate
000630* applied (rands per unit) are set here by the caller
000640* (spaces/zero otherwise) and stamped into the audit record by
000650* the compute engine.
000660         05  CALC-CURRENCY-CODE      PIC X(03).
000670         05  CALC-FOREIGN-AMOUNT     PIC S9(9)V99.
000680         05  CALC-FX-RATE            PIC 9(05)V9(06).
000690* Set "N" by a caller projecting what a calculation would come
000700* to without posting it (CalcBatchDriver's dry run): the engine
000710* validates and computes as usual but writes no audit record.
000720* Any other value (normally space) is logged as always.
000730         05  CALC-AUDIT-SWITCH       PIC X(01).
000740             88  CALC-AUDIT-SUPPRESSED       VALUE "N".
000750             88  CALC-AUDIT-LOGGED           VALUE SPACE.
