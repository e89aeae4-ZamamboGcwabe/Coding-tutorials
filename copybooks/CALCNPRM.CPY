000110* CALCCKPT first so the run starts fresh.  NP-OPERATOR-ID is
000120* stamped on everything the run writes, the way a signed-on
000130* operator's id is at the menu; blank defaults to NIGHTRUN.
000132* NP-NON-BUSINESS-ACTION says what to do when the run date is
000134* not a business day on the CALCCAL calendar: "S" skips the
000136* night (nothing runs, the log says why), "W" or blank runs it
000138* and leaves a warning for the morning.
000140*****************************************************************
000150 01  CALC-NIGHTPARM-RECORD.
000160         05  NP-RUN-DATE             PIC 9(08).
000190             88  NP-RESTART-HONORED          VALUE "Y".
000200             88  NP-RESTART-IGNORED          VALUE "N".
000210         05  NP-OPERATOR-ID          PIC X(08).
000220         05  NP-NON-BUSINESS-ACTION  PIC X(01).
000230             88  NP-NON-BUSINESS-SKIP        VALUE "S".
000240             88  NP-NON-BUSINESS-WARN        VALUE "W" SPACE.
000250         05  FILLER                  PIC X(06).
