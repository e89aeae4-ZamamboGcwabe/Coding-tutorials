000110* the normal batch untouched by human hands.  The operand
000120* fields carry SIGN IS TRAILING SEPARATE like every other flat
000130* file in this family.
000131* SI-BUSINESS-DAY-RULE says what happens when the date falls on
000132* a day the business-day calendar (CALCCAL) says is not worked:
000133* blank runs it anyway, N moves it to the next business day,
000134* P to the previous one.  SI-SCHEDULE-DATE is the unadjusted
000135* date in the frequency cycle that SI-NEXT-RUN-DATE was moved
000136* from, so a month-end instruction moved off a Saturday still
000137* falls due at the next month-end rather than drifting.  A zero
000138* or non-numeric schedule date (a record keyed before the rule
000139* existed) means SI-NEXT-RUN-DATE is itself the schedule date.
000140*****************************************************************
000150 01  CALC-STANDING-RECORD.
000160         05  SI-INSTR-KEY            PIC 9(04).
000316* this instruction generates (spaces for the shared/default
000317* department).
000320         05  SI-DEPT-CODE            PIC X(03).
000330         05  SI-BUSINESS-DAY-RULE    PIC X(01).
000340             88  SI-RULE-NONE                VALUE SPACE.
000350             88  SI-RULE-NEXT-BUSINESS       VALUE "N".
000360             88  SI-RULE-PREV-BUSINESS       VALUE "P".
000370             88  SI-RULE-VALID               VALUE SPACE
000380                                                   "N" "P".
000390         05  SI-SCHEDULE-DATE        PIC 9(08).
000400         05  FILLER                  PIC X(10).
