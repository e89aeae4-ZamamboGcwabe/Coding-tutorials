000060* id and date, and only a second, differently signed-on
000070* operator approving it through CalcApprovalQueue writes the
000080* live record - the segregation of duties the external
000090* auditors asked for on these reference files.  For an Add,
000100* PC-RECORD-IMAGE carries the record to be written (a standing
000110* instruction's key is assigned at approval time, so two
000120* pending adds cannot claim the same key); for a Delete,
000140* an Import (the validated treasury rate sheet, captured whole
000150* as ONE change) the accepted versions wait in the holding
000160* file CALCRIMH and PC-RECORD-IMAGE carries a display note -
000164* only one import may be pending at a time.  For a cost
000168* allocation (CALCALOC) an Add carries the whole allocation
000172* record, new code or replacement alike, and a Delete carries
000176* the allocation code in PC-RECORD-IMAGE.  Every approval
000180* or rejection is logged to CALCCHGL with both the maker and
000190* the checker.
000200*****************************************************************
000230         05  PC-FILE-ID              PIC X(08).
000240             88  PC-FILE-RATE                VALUE "CALCRATE".
000250             88  PC-FILE-STANDING            VALUE "CALCSTND".
000255             88  PC-FILE-ALLOC               VALUE "CALCALOC".
000260         05  PC-ACTION               PIC X(01).
000270             88  PC-ACTION-ADD               VALUE "A".
000280             88  PC-ACTION-DELETE            VALUE "D".
