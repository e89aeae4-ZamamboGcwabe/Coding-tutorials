000050* fields carry SIGN IS TRAILING SEPARATE so a non-COBOL extract
000051* job can build this file with a plain trailing minus instead of
000052* a compiler-default overpunched digit.
000053* The file is made up of one or more groups, each a header
000054* record (the source system that built the group and its run
000055* date), the group's detail records, and a trailer record
000056* carrying the detail record count and hash totals of
000057* CT-OPERAND1 and CT-OPERAND2 - the extract job's own promise of
000058* what it sent, so a truncated, doubled or damaged file is
000059* refused before anything posts instead of posting short.  The
000060* upstream extract supplies the first group; anything appended
000061* in-house (CalcStandingGen, CalcWorksheet) follows as a group
000062* of its own.
000063* A record that starts in foreign currency carries the currency
000064* code and the amount in that currency at the end of the
000065* detail; the trailer's third hash is the total of those
000066* foreign amounts (older extracts leave it blank and it is not
000067* proved).
000068*****************************************************************
000070 01  CALC-TRANS-RECORD.
000073         05  CT-RECORD-TYPE          PIC X(01).
000076             88  CT-HEADER-REC               VALUE "H".
000079             88  CT-DETAIL-REC               VALUE "D".
000082             88  CT-TRAILER-REC              VALUE "T".
000085         05  CT-DETAIL-DATA.
000088             10  CT-TRANS-KEY            PIC 9(08).
000091             10  CT-OPERAND1             PIC S9(7)V99
000094                 SIGN IS TRAILING SEPARATE CHARACTER.
000097             10  CT-OPERATOR             PIC X(01).
000100             10  CT-OPERAND2             PIC S9(7)V99
000103                 SIGN IS TRAILING SEPARATE CHARACTER.
000106             10  CT-RUN-DATE             PIC 9(08).
000112* A non-blank CT-RATE-CODE asks the batch driver to resolve the
000113* code against CALCRATE as at CT-RUN-DATE and use the resolved
000114* value in place of CT-OPERAND2.
000115             10  CT-RATE-CODE            PIC X(04).
000116* A non-zero CT-CHAIN-KEY names an EARLIER record in this same
000117* file whose computed Result the batch driver substitutes into
000118* the operand CT-CHAIN-OPERAND names (1 or 2; anything else is
000119* taken as 1) before the engine is called.  A reference to a
000120* key that was rejected, or that has not been processed yet,
000121* rejects this record to suspense.
000122             10  CT-CHAIN-KEY            PIC 9(08).
000123             10  CT-CHAIN-OPERAND        PIC X(01).
000124                 88  CT-CHAIN-TO-OP1             VALUE "1".
000125                 88  CT-CHAIN-TO-OP2             VALUE "2".
000126* The department/cost-centre the calculation belongs to, set by
000127* the extract job (or the standing instruction) and carried
000128* unchanged through results, suspense, the results master and
000129* the GL feed, so each department's figures can be told apart
000130* downstream.  Spaces means the shared/default department.
000140             10  CT-DEPT-CODE            PIC X(03).
000150* A non-blank CT-ALLOC-CODE names a CALCALOC cost allocation:
000160* the Result is calculated once and split into one share per
000170* target department on the allocation, each share posting under
000180* its own department in place of CT-DEPT-CODE.  A code not on
000190* CALCALOC rejects the record to suspense.
000200             10  CT-ALLOC-CODE           PIC X(04).
000210* A non-blank CT-CURRENCY-CODE says the calculation starts in
000220* that currency: CT-FOREIGN-AMOUNT is converted to rands at the
000230* CALCFXRT rate as at CT-RUN-DATE and the converted amount used
000240* in place of CT-OPERAND1 (the extract sends zero there).  A
000250* currency not on CALCFXRT, or with no rate for the date,
000260* rejects the record to suspense.  Spaces means the amounts are
000270* already in rands and CT-FOREIGN-AMOUNT is ignored.
000280             10  CT-CURRENCY-CODE        PIC X(03).
000290             10  CT-FOREIGN-AMOUNT       PIC S9(9)V99
000300                 SIGN IS TRAILING SEPARATE CHARACTER.
000310         05  CT-HEADER-DATA REDEFINES CT-DETAIL-DATA.
000320             10  CT-HDR-SOURCE-SYSTEM    PIC X(08).
000330             10  CT-HDR-RUN-DATE         PIC 9(08).
000340             10  FILLER                  PIC X(56).
000350         05  CT-TRAILER-DATA REDEFINES CT-DETAIL-DATA.
000360             10  CT-TRL-RECORD-COUNT     PIC 9(07).
000370             10  CT-TRL-HASH-OPERAND1    PIC S9(13)V99
000380                 SIGN IS TRAILING SEPARATE CHARACTER.
000390             10  CT-TRL-HASH-OPERAND2    PIC S9(13)V99
000400                 SIGN IS TRAILING SEPARATE CHARACTER.
000410             10  CT-TRL-HASH-FOREIGN     PIC S9(13)V99
000420                 SIGN IS TRAILING SEPARATE CHARACTER.
000430             10  FILLER                  PIC X(17).
