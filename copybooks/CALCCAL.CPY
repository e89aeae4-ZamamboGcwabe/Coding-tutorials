000010*****************************************************************
000020* CALCCAL.CPY
000030* Business-day calendar record, maintained through
000040* CalcCalendarMaint in CALCCAL.  One record per dated public
000050* holiday or other non-working weekday (a site closure, a
000060* declared bank holiday).  Saturdays and Sundays are never
000070* business days and need no record.  CalcBusinessDay reads the
000080* whole file on every call, so every date rule in the family -
000090* standing-instruction roll dates, exception aging, the
000100* acknowledgment grace day, the night run's date check - sees
000110* the calendar as maintained at that moment.
000120*****************************************************************
000130 01  CALC-CALENDAR-RECORD.
000140         05  CL-CALENDAR-DATE        PIC 9(08).
000150         05  CL-DAY-TYPE             PIC X(01).
000160             88  CL-PUBLIC-HOLIDAY           VALUE "H".
000170             88  CL-NON-WORKING-DAY          VALUE "N".
000180             88  CL-DAY-TYPE-VALID           VALUE "H" "N".
000190         05  CL-DESCRIPTION          PIC X(30).
000200         05  FILLER                  PIC X(01).
