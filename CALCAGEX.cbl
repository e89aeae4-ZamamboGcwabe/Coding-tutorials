000120*     (CALCGLHD, aged on the feed detail's transaction date).
000130*     Reachable from CalcMenuProgram.  Every open item is
000140*     listed with its key, origin, department, operator id,
000148*     amount, held date and business days held, bucketed 0-1 /
000156*     2-5 / over 5 business days, with a count and value per
000164*     bucket at the foot; anything older than
000172*     WS-OVERDUE-CUTOFF-DAYS business days carries
000180*     a loud OVERDUE flag - last month a R40,000 pending
000190*     release sat unnoticed for three weeks.  A held date of
000200*     zero (an entry written before dates were kept) is
000210*     reported as overdue rather than as fresh.  Written to
000220*     CALCAGER.  LS-RETURN-CODE comes back 1 when anything is
000230*     flagged overdue, 2 when the report could not run, 0
000233*     otherwise.  Days held are business days on the CALCCAL
000236*     calendar (through CalcBusinessDay), so a long weekend
000239*     does not age an item; with no calendar on file only
000242*     Saturdays and Sundays are left out, and the report says
000245*     so under its headings.
000250*
000260* MODIFICATION HISTORY.
000270*     2026-09-02  DN  Original open-exception aging report.
000271*     2026-10-15  DN  Aging buckets and the OVERDUE cutoff are
000272*                      now measured in business days through
000273*                      CalcBusinessDay; the cutoff is 10
000274*                      business days (the two weeks the 14
000275*                      calendar days meant).  A held date that
000276*                      is not a real date ages as overdue.
000277*     2026-10-15  DN  Held-posting record image widened with
000278*                      the GL feed detail layout (maker id,
000279*                      currency, foreign amount, exchange rate).
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CalcExceptionAging.
000730*****************************************************************
000740 FD  CALC-GLHELD-FILE
000750     RECORDING MODE IS F.
000760 01  CALC-GLHELD-RECORD              PIC X(98).
000770
000780 FD  CALC-AGING-REPORT-FILE
000790     RECORDING MODE IS F.
000880 77  WS-GLHELD-FILE-STATUS        PIC X(02).
000890 77  WS-REPORT-FILE-STATUS        PIC X(02).
000900 77  WS-CURRENT-DATE              PIC 9(08).
000920 77  WS-DAYS-HELD                 PIC S9(05) VALUE ZERO.
000926*    Business days, not calendar days.
000932 77  WS-OVERDUE-CUTOFF-DAYS       PIC 9(03) VALUE 10.
000940 77  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
000950 77  WS-ITEM-HELD-DATE            PIC 9(08) VALUE ZERO.
000960 77  WS-ITEM-KEY                  PIC 9(08) VALUE ZERO.
001100
001110*****************************************************************
001120*    WORKING STORAGE - AGING BUCKETS
001130*    1 = held 0-1 business days, 2 = 2-5, 3 = over 5.
001140*****************************************************************
001150 01  WS-BUCKET-TABLE.
001160     05  WS-BUCKET-ENTRY OCCURS 3 TIMES.
001510     05  FILLER  PIC X(05) VALUE "DEPT ".
001520     05  FILLER  PIC X(09) VALUE "OPERATOR ".
001530     05  FILLER  PIC X(09) VALUE "HELD     ".
001540     05  FILLER  PIC X(06) VALUE "BDAYS ".
001550     05  FILLER  PIC X(14) VALUE "AMOUNT        ".
001560     05  FILLER  PIC X(19) VALUE SPACES.
001570
001850     05  WS-GC-COUNT         PIC Z,ZZZ,ZZ9.
001860     05  FILLER              PIC X(31) VALUE SPACES.
001870
001873     COPY "CALCBDPA.CPY".
001876
001880 LINKAGE SECTION.
001890 01  LS-RETURN-CODE               PIC 9(04) COMP.
001900
002200     END-IF.
002210
002220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002250     MOVE WS-CURRENT-DATE TO WS-GH1-DATE.
002260     MOVE WS-AGE-HEADING-1 TO CALC-AGING-REPORT-LINE.
002270     WRITE CALC-AGING-REPORT-LINE.
002280     MOVE WS-AGE-HEADING-2 TO CALC-AGING-REPORT-LINE.
002281     WRITE CALC-AGING-REPORT-LINE.
002282
002283*    Probe the calendar once so the report can say how the
002284*    business days were counted.
002285     SET BDC-FUNC-TEST TO TRUE.
002286     MOVE WS-CURRENT-DATE TO BDC-FROM-DATE.
002287     MOVE ZERO            TO BDC-TO-DATE.
002288     CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA.
002289     IF BDC-NO-CALENDAR
002290         MOVE "NOTE: NO CALCCAL ON FILE - ONLY WEEKENDS EXCLUDED"
002291             TO CALC-AGING-REPORT-LINE
002292         WRITE CALC-AGING-REPORT-LINE
002293     END-IF.
002294     IF BDC-FILE-ERROR
002295         MOVE "NOTE: CALCCAL UNREADABLE - ONLY WEEKENDS EXCLUDED"
002296             TO CALC-AGING-REPORT-LINE
002297         WRITE CALC-AGING-REPORT-LINE
002298     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320
003380
003390*****************************************************************
003400*    7000-AGE-ONE-ITEM
003408*    Works out the business days held (those after the held
003416*    date up to and including today), buckets the item, flags
003424*    one past the cutoff, and prints its line.  A held date of
003432*    zero or garbage cannot be aged honestly, so it is treated
003440*    as overdue rather than as fresh - an undated exception is
003448*    an old exception until someone proves otherwise.
003460*****************************************************************
003470 7000-AGE-ONE-ITEM.
003480     SET WS-ITEM-NOT-OVERDUE TO TRUE.
003490     IF WS-ITEM-HELD-DATE < 19000101
003500         MOVE 99999 TO WS-DAYS-HELD
003510     ELSE
003515         SET BDC-FUNC-COUNT TO TRUE
003520         MOVE WS-ITEM-HELD-DATE TO BDC-FROM-DATE
003525         MOVE WS-CURRENT-DATE   TO BDC-TO-DATE
003530         CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA
003535         IF BDC-INVALID-REQUEST
003540             MOVE 99999 TO WS-DAYS-HELD
003545         ELSE
003550             MOVE BDC-DAY-COUNT TO WS-DAYS-HELD
003560         END-IF
003570     END-IF.
003580
003960     WRITE CALC-AGING-REPORT-LINE.
003970
003980     MOVE SPACES TO WS-AGE-BUCKET-LINE.
003990     MOVE "HELD 0-1 BUSINESS DAYS:" TO WS-GB-TEXT.
004000     MOVE WS-BUCKET-COUNT (1) TO WS-GB-COUNT.
004010     MOVE WS-BUCKET-VALUE (1) TO WS-GB-VALUE.
004020     MOVE WS-AGE-BUCKET-LINE TO CALC-AGING-REPORT-LINE.
004030     WRITE CALC-AGING-REPORT-LINE.
004040
004050     MOVE SPACES TO WS-AGE-BUCKET-LINE.
004060     MOVE "HELD 2-5 BUSINESS DAYS:" TO WS-GB-TEXT.
004070     MOVE WS-BUCKET-COUNT (2) TO WS-GB-COUNT.
004080     MOVE WS-BUCKET-VALUE (2) TO WS-GB-VALUE.
004090     MOVE WS-AGE-BUCKET-LINE TO CALC-AGING-REPORT-LINE.
004100     WRITE CALC-AGING-REPORT-LINE.
004110
004120     MOVE SPACES TO WS-AGE-BUCKET-LINE.
004130     MOVE "HELD OVER 5 BUSINESS DAYS:" TO WS-GB-TEXT.
004140     MOVE WS-BUCKET-COUNT (3) TO WS-GB-COUNT.
004150     MOVE WS-BUCKET-VALUE (3) TO WS-GB-VALUE.
004160     MOVE WS-AGE-BUCKET-LINE TO CALC-AGING-REPORT-LINE.
