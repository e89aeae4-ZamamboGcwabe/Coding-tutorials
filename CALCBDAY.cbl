000010*****************************************************************
000020* PROGRAM-ID: CalcBusinessDay
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Single point of answering business-day questions, shared
000090*     by CalcStandingGen (moving a next-run date off a weekend
000100*     or holiday), CalcExceptionAging (aging in business days),
000110*     CalcAckMatch (the ledger's one business day to answer)
000120*     and CalcNightRun (a run date that is not a business day)
000130*     the same way CalcRateLookup is the single point of rate
000140*     resolution.  Saturdays and Sundays are never business
000150*     days; any other date listed on the calendar file CALCCAL
000160*     (public holidays and declared non-working days) is not
000170*     one either.  The calendar is read whole on every call so
000180*     a date keyed at CalcCalendarMaint counts at once.  The
000190*     day of the week comes from the day number: day 1 of the
000200*     integer calendar, 1 January 1601, was a Monday, so a
000210*     remainder of 6 on division by 7 is a Saturday and 0 a
000220*     Sunday.  A count works in whole weeks of five business
000230*     days, walks the odd days left over, then takes off each
000240*     calendar weekday that falls inside the span, so aging an
000250*     item held for years costs no more than one held a week.
000260*
000270* MODIFICATION HISTORY.
000280*     2026-10-15  DN  Original business-day calendar lookup.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CalcBusinessDay.
000320 AUTHOR. D. NAIDOO.
000330 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000340 DATE-WRITTEN. 10-15-2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CALC-CALENDAR-FILE
000410         ASSIGN TO "CALCCAL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CALC-CALENDAR-FILE
000480     RECORDING MODE IS F.
000490     COPY "CALCCAL.CPY".
000500
000510 WORKING-STORAGE SECTION.
000520*****************************************************************
000530*    WORKING STORAGE - CONTROL FIELDS
000540*****************************************************************
000550 77  WS-CALENDAR-FILE-STATUS      PIC X(02).
000560 77  WS-CALENDAR-COUNT            PIC 9(04) COMP VALUE ZERO.
000570*    CalcCalendarMaint refuses an Add past this many dates.
000580 77  WS-CALENDAR-LIMIT            PIC 9(04) COMP VALUE 400.
000590 77  WS-CAL-SUB                   PIC 9(04) COMP VALUE ZERO.
000600 77  WS-DAY-INTEGER               PIC 9(07) VALUE ZERO.
000610 77  WS-FROM-INTEGER              PIC 9(07) VALUE ZERO.
000620 77  WS-TO-INTEGER                PIC 9(07) VALUE ZERO.
000630 77  WS-SPAN-DAYS                 PIC 9(07) VALUE ZERO.
000640 77  WS-WEEK-COUNT                PIC 9(07) VALUE ZERO.
000650 77  WS-ODD-DAYS                  PIC 9(01) VALUE ZERO.
000660 77  WS-ODD-SUB                   PIC 9(01) VALUE ZERO.
000670 77  WS-WEEK-QUOTIENT             PIC 9(07) VALUE ZERO.
000680 77  WS-BUSINESS-TOTAL            PIC S9(07) VALUE ZERO.
000690 77  WS-STEP-GUARD                PIC 9(04) COMP VALUE ZERO.
000700*    No calendar can close a whole year; a walk that long means
000710*    the file is wrong, not that the date is far away.
000720 77  WS-MAX-STEPS                 PIC 9(04) COMP VALUE 366.
000730 77  WS-CHECK-DATE                PIC 9(08) VALUE ZERO.
000740
000750 01  WS-WEEKDAY-NUMBER            PIC 9(01).
000760     88  WS-WEEKEND-DAY               VALUE 0 6.
000770
000780 01  WS-END-OF-FILE-SWITCH        PIC X(01).
000790     88  WS-END-OF-FILE               VALUE "Y".
000800     88  WS-NOT-END-OF-FILE           VALUE "N".
000810
000820 01  WS-DAY-SWITCH                PIC X(01).
000830     88  WS-DAY-IS-BUSINESS           VALUE "Y".
000840     88  WS-DAY-NOT-BUSINESS          VALUE "N".
000850
000860 01  WS-DATE-SWITCH               PIC X(01).
000870     88  WS-DATE-VALID                VALUE "Y".
000880     88  WS-DATE-INVALID              VALUE "N".
000890
000900*****************************************************************
000910*    The calendar as loaded for this call - each date kept with
000920*    its day number so the tests below never convert twice.
000930*****************************************************************
000940 01  WS-CALENDAR-TABLE.
000950     05  WS-CAL-ENTRY OCCURS 400 TIMES.
000960         10  WS-CAL-DATE          PIC 9(08).
000970         10  WS-CAL-INTEGER       PIC 9(07).
000980
000990 LINKAGE SECTION.
001000     COPY "CALCBDPA.CPY".
001010
001020*****************************************************************
001030*    0000-MAINLINE
001040*****************************************************************
001050 PROCEDURE DIVISION USING BUSINESS-DAY-DATA.
001060 0000-MAINLINE.
001070     MOVE ZERO TO BDC-RESULT-DATE BDC-DAY-COUNT.
001080     SET BDC-NOT-BUSINESS-DAY TO TRUE.
001090     SET BDC-OK TO TRUE.
001100
001110     MOVE BDC-FROM-DATE TO WS-CHECK-DATE.
001120     PERFORM 7900-VALIDATE-DATE THRU 7900-EXIT.
001130     IF WS-DATE-VALID AND BDC-FUNC-COUNT
001140         MOVE BDC-TO-DATE TO WS-CHECK-DATE
001150         PERFORM 7900-VALIDATE-DATE THRU 7900-EXIT
001160     END-IF.
001170     IF WS-DATE-INVALID
001180         SET BDC-INVALID-REQUEST TO TRUE
001190         GOBACK
001200     END-IF.
001210
001220     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
001230
001240     EVALUATE TRUE
001250         WHEN BDC-FUNC-TEST
001260             PERFORM 2000-TEST-DATE THRU 2000-EXIT
001270         WHEN BDC-FUNC-NEXT
001280             PERFORM 3000-NEXT-BUSINESS-DAY THRU 3000-EXIT
001290         WHEN BDC-FUNC-PREVIOUS
001300             PERFORM 4000-PREV-BUSINESS-DAY THRU 4000-EXIT
001310         WHEN BDC-FUNC-COUNT
001320             PERFORM 5000-COUNT-BUSINESS-DAYS THRU 5000-EXIT
001330         WHEN OTHER
001340             SET BDC-INVALID-REQUEST TO TRUE
001350     END-EVALUATE.
001360     GOBACK.
001370
001380*****************************************************************
001390*    1000-LOAD-CALENDAR
001400*    A missing calendar leaves weekends as the only non-business
001410*    days (status N); an unreadable one does the same but says
001420*    so on the console (status E).  Records past the table limit
001430*    are dropped with a message - CalcCalendarMaint never lets
001440*    the file grow that far.
001450*****************************************************************
001460 1000-LOAD-CALENDAR.
001470     MOVE ZERO TO WS-CALENDAR-COUNT.
001480     OPEN INPUT CALC-CALENDAR-FILE.
001490     IF WS-CALENDAR-FILE-STATUS = "35"
001500         SET BDC-NO-CALENDAR TO TRUE
001510         GO TO 1000-EXIT
001520     END-IF.
001530     IF WS-CALENDAR-FILE-STATUS NOT = "00"
001540         DISPLAY "CalcBusinessDay: unable to open CALCCAL - "
001550             "status " WS-CALENDAR-FILE-STATUS
001560         SET BDC-FILE-ERROR TO TRUE
001570         GO TO 1000-EXIT
001580     END-IF.
001590     SET WS-NOT-END-OF-FILE TO TRUE.
001600     PERFORM 1100-LOAD-ONE-DATE THRU 1100-EXIT
001610         UNTIL WS-END-OF-FILE.
001620     CLOSE CALC-CALENDAR-FILE.
001630 1000-EXIT.
001640     EXIT.
001650
001660 1100-LOAD-ONE-DATE.
001670     READ CALC-CALENDAR-FILE
001680         AT END
001690             SET WS-END-OF-FILE TO TRUE
001700     END-READ.
001710     IF WS-END-OF-FILE
001720         GO TO 1100-EXIT
001730     END-IF.
001740     MOVE CL-CALENDAR-DATE TO WS-CHECK-DATE.
001750     PERFORM 7900-VALIDATE-DATE THRU 7900-EXIT.
001760     IF WS-DATE-INVALID
001770         GO TO 1100-EXIT
001780     END-IF.
001790     IF WS-CALENDAR-COUNT NOT < WS-CALENDAR-LIMIT
001800         DISPLAY "CalcBusinessDay: CALCCAL holds more than "
001810             WS-CALENDAR-LIMIT " dates - " CL-CALENDAR-DATE
001820             " ignored"
001830         GO TO 1100-EXIT
001840     END-IF.
001850     ADD 1 TO WS-CALENDAR-COUNT.
001860     MOVE CL-CALENDAR-DATE TO WS-CAL-DATE (WS-CALENDAR-COUNT).
001870     COMPUTE WS-CAL-INTEGER (WS-CALENDAR-COUNT) =
001880         FUNCTION INTEGER-OF-DATE(CL-CALENDAR-DATE).
001890 1100-EXIT.
001900     EXIT.
001910
001920*****************************************************************
001930*    2000-TEST-DATE
001940*****************************************************************
001950 2000-TEST-DATE.
001960     COMPUTE WS-DAY-INTEGER =
001970         FUNCTION INTEGER-OF-DATE(BDC-FROM-DATE).
001980     PERFORM 7100-TEST-ONE-DAY THRU 7100-EXIT.
001990     IF WS-DAY-IS-BUSINESS
002000         SET BDC-BUSINESS-DAY TO TRUE
002010     END-IF.
002020     MOVE BDC-FROM-DATE TO BDC-RESULT-DATE.
002030 2000-EXIT.
002040     EXIT.
002050
002060*****************************************************************
002070*    3000-NEXT-BUSINESS-DAY
002080*    The date itself when it is a business day, otherwise the
002090*    first one after it.
002100*****************************************************************
002110 3000-NEXT-BUSINESS-DAY.
002120     COMPUTE WS-DAY-INTEGER =
002130         FUNCTION INTEGER-OF-DATE(BDC-FROM-DATE).
002140     PERFORM 7100-TEST-ONE-DAY THRU 7100-EXIT.
002150     IF WS-DAY-IS-BUSINESS
002160         SET BDC-BUSINESS-DAY TO TRUE
002170     END-IF.
002180     MOVE ZERO TO WS-STEP-GUARD.
002190     PERFORM 3100-STEP-FORWARD THRU 3100-EXIT
002200         UNTIL WS-DAY-IS-BUSINESS
002210            OR WS-STEP-GUARD > WS-MAX-STEPS.
002220     IF WS-DAY-NOT-BUSINESS
002230         DISPLAY "CalcBusinessDay: no business day within "
002240             WS-MAX-STEPS " days of " BDC-FROM-DATE
002250         SET BDC-INVALID-REQUEST TO TRUE
002260         MOVE BDC-FROM-DATE TO BDC-RESULT-DATE
002270         GO TO 3000-EXIT
002280     END-IF.
002290     COMPUTE BDC-RESULT-DATE =
002300         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
002310 3000-EXIT.
002320     EXIT.
002330
002340 3100-STEP-FORWARD.
002350     ADD 1 TO WS-DAY-INTEGER.
002360     ADD 1 TO WS-STEP-GUARD.
002370     PERFORM 7100-TEST-ONE-DAY THRU 7100-EXIT.
002380 3100-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420*    4000-PREV-BUSINESS-DAY
002430*    The date itself when it is a business day, otherwise the
002440*    last one before it.
002450*****************************************************************
002460 4000-PREV-BUSINESS-DAY.
002470     COMPUTE WS-DAY-INTEGER =
002480         FUNCTION INTEGER-OF-DATE(BDC-FROM-DATE).
002490     PERFORM 7100-TEST-ONE-DAY THRU 7100-EXIT.
002500     IF WS-DAY-IS-BUSINESS
002510         SET BDC-BUSINESS-DAY TO TRUE
002520     END-IF.
002530     MOVE ZERO TO WS-STEP-GUARD.
002540     PERFORM 4100-STEP-BACK THRU 4100-EXIT
002550         UNTIL WS-DAY-IS-BUSINESS
002560            OR WS-STEP-GUARD > WS-MAX-STEPS.
002570     IF WS-DAY-NOT-BUSINESS
002580         DISPLAY "CalcBusinessDay: no business day within "
002590             WS-MAX-STEPS " days of " BDC-FROM-DATE
002600         SET BDC-INVALID-REQUEST TO TRUE
002610         MOVE BDC-FROM-DATE TO BDC-RESULT-DATE
002620         GO TO 4000-EXIT
002630     END-IF.
002640     COMPUTE BDC-RESULT-DATE =
002650         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
002660 4000-EXIT.
002670     EXIT.
002680
002690 4100-STEP-BACK.
002700     SUBTRACT 1 FROM WS-DAY-INTEGER.
002710     ADD 1 TO WS-STEP-GUARD.
002720     PERFORM 7100-TEST-ONE-DAY THRU 7100-EXIT.
002730 4100-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770*    5000-COUNT-BUSINESS-DAYS
002780*    Business days after the from-date up to and including the
002790*    to-date: five for every whole week in the span, plus the
002800*    weekdays among the odd days left over, less every calendar
002810*    date inside the span that would otherwise have been worked.
002820*****************************************************************
002830 5000-COUNT-BUSINESS-DAYS.
002840     COMPUTE WS-FROM-INTEGER =
002850         FUNCTION INTEGER-OF-DATE(BDC-FROM-DATE).
002860     COMPUTE WS-TO-INTEGER =
002870         FUNCTION INTEGER-OF-DATE(BDC-TO-DATE).
002880     IF WS-TO-INTEGER NOT > WS-FROM-INTEGER
002890         GO TO 5000-EXIT
002900     END-IF.
002910     COMPUTE WS-SPAN-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER.
002920     DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-WEEK-COUNT
002930         REMAINDER WS-ODD-DAYS.
002940     COMPUTE WS-BUSINESS-TOTAL = WS-WEEK-COUNT * 5.
002950     PERFORM 5100-COUNT-ODD-DAY THRU 5100-EXIT
002960         VARYING WS-ODD-SUB FROM 1 BY 1
002970         UNTIL WS-ODD-SUB > WS-ODD-DAYS.
002980     PERFORM 5200-DROP-CALENDAR-DAY THRU 5200-EXIT
002990         VARYING WS-CAL-SUB FROM 1 BY 1
003000         UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT.
003010     IF WS-BUSINESS-TOTAL < ZERO
003020         MOVE ZERO TO WS-BUSINESS-TOTAL
003030     END-IF.
003040     IF WS-BUSINESS-TOTAL > 99999
003050         MOVE 99999 TO WS-BUSINESS-TOTAL
003060     END-IF.
003070     MOVE WS-BUSINESS-TOTAL TO BDC-DAY-COUNT.
003080 5000-EXIT.
003090     EXIT.
003100
003110 5100-COUNT-ODD-DAY.
003120     COMPUTE WS-DAY-INTEGER = WS-FROM-INTEGER
003130         + (WS-WEEK-COUNT * 7) + WS-ODD-SUB.
003140     PERFORM 7000-SET-WEEKDAY THRU 7000-EXIT.
003150     IF NOT WS-WEEKEND-DAY
003160         ADD 1 TO WS-BUSINESS-TOTAL
003170     END-IF.
003180 5100-EXIT.
003190     EXIT.
003200
003210 5200-DROP-CALENDAR-DAY.
003220     IF WS-CAL-INTEGER (WS-CAL-SUB) NOT > WS-FROM-INTEGER
003230      OR WS-CAL-INTEGER (WS-CAL-SUB) > WS-TO-INTEGER
003240         GO TO 5200-EXIT
003250     END-IF.
003260     MOVE WS-CAL-INTEGER (WS-CAL-SUB) TO WS-DAY-INTEGER.
003270     PERFORM 7000-SET-WEEKDAY THRU 7000-EXIT.
003280     IF NOT WS-WEEKEND-DAY
003290         SUBTRACT 1 FROM WS-BUSINESS-TOTAL
003300     END-IF.
003310 5200-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350*    7000-SET-WEEKDAY
003360*    Day of the week of WS-DAY-INTEGER: 1 Monday through 5
003370*    Friday, 6 Saturday, 0 Sunday.
003380*****************************************************************
003390 7000-SET-WEEKDAY.
003400     DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-QUOTIENT
003410         REMAINDER WS-WEEKDAY-NUMBER.
003420 7000-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    7100-TEST-ONE-DAY
003470*    Sets WS-DAY-SWITCH for WS-DAY-INTEGER: a weekend or a date
003480*    on the calendar is not a business day.
003490*****************************************************************
003500 7100-TEST-ONE-DAY.
003510     SET WS-DAY-IS-BUSINESS TO TRUE.
003520     PERFORM 7000-SET-WEEKDAY THRU 7000-EXIT.
003530     IF WS-WEEKEND-DAY
003540         SET WS-DAY-NOT-BUSINESS TO TRUE
003550         GO TO 7100-EXIT
003560     END-IF.
003570     PERFORM 7110-CHECK-ONE-ENTRY THRU 7110-EXIT
003580         VARYING WS-CAL-SUB FROM 1 BY 1
003590         UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT
003600            OR WS-DAY-NOT-BUSINESS.
003610 7100-EXIT.
003620     EXIT.
003630
003640 7110-CHECK-ONE-ENTRY.
003650     IF WS-CAL-INTEGER (WS-CAL-SUB) = WS-DAY-INTEGER
003660         SET WS-DAY-NOT-BUSINESS TO TRUE
003670     END-IF.
003680 7110-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    7900-VALIDATE-DATE
003730*    WS-CHECK-DATE must be a real calendar date before it is
003740*    turned into a day number.
003750*****************************************************************
003760 7900-VALIDATE-DATE.
003770     SET WS-DATE-VALID TO TRUE.
003780     IF WS-CHECK-DATE NOT NUMERIC
003790      OR WS-CHECK-DATE < 16010101
003800         SET WS-DATE-INVALID TO TRUE
003810         GO TO 7900-EXIT
003820     END-IF.
003830     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = ZERO
003840         SET WS-DATE-INVALID TO TRUE
003850     END-IF.
003860 7900-EXIT.
003870     EXIT.
