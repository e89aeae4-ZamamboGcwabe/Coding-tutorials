000080*     Reads the raw operator detail and trailer records left by
000090*     CalcBatchDriver in CALC-STATS-FILE and formats them into a
000100*     printable daily summary - calculation count and average
000109*     Result by operator, totals by foreign currency, plus the
000118*     count of entries rejected - written to CALC-REPORT-FILE.
000127*     Called from CalcMenuProgram's "reports" option, or
000136*     standalone after a batch run.  This is a batch-day summary
000145*     only - interactive calculations are logged to
000154*     CALC-AUDIT-FILE but never posted to CALC-STATS-FILE, so
000163*     they are outside these totals.  LS-RETURN-CODE comes back
000172*     1 if the run being reported on had any rejects, 2 if this
000181*     program could not produce a report at all (no
000190*     CALC-STATS-FILE to read), 0 otherwise.
000191*
000200* MODIFICATION HISTORY.
000295*                      operator per department; the report
000296*                      prints the department column so each
000297*                      department's totals read separately.
000298*     2026-10-15  DN  CALCSTAT currency records print under a
000299*                      TOTALS BY CURRENCY heading - accepted and
000300*                      rejected counts, the foreign amounts
000301*                      accepted and the rands they converted to.
000302*****************************************************************
000303 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CalcSummaryReport.
000320 AUTHOR. D. NAIDOO.
000330 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000900     05  FILLER              PIC X(06) VALUE SPACES.
000910     05  WS-RD-RESULT-SUM    PIC -Z(10)9.99.
000920     05  FILLER              PIC X(04) VALUE SPACES.
000921     05  WS-RD-AVERAGE       PIC -Z(10)9.99.
000922     05  FILLER              PIC X(14) VALUE SPACES.
000923
000924 01  WS-CURRENCY-HEADING-SWITCH   PIC X(01).
000925     88  WS-CURRENCY-HEADING-DONE     VALUE "Y".
000926     88  WS-CURRENCY-HEADING-DUE      VALUE "N".
000927
000928 01  WS-CURRENCY-HEADING-1.
000929     05  FILLER  PIC X(18) VALUE "TOTALS BY CURRENCY".
000930     05  FILLER  PIC X(62) VALUE SPACES.
000931
000932 01  WS-CURRENCY-HEADING-2.
000933     05  FILLER  PIC X(06) VALUE "CCY   ".
000934     05  FILLER  PIC X(11) VALUE "ACCEPTED   ".
000935     05  FILLER  PIC X(11) VALUE "REJECTED   ".
000936     05  FILLER  PIC X(19) VALUE "FOREIGN AMOUNT     ".
000937     05  FILLER  PIC X(15) VALUE "RAND AMOUNT    ".
000938     05  FILLER  PIC X(18) VALUE SPACES.
000939
000940 01  WS-CURRENCY-DETAIL-LINE.
000941     05  WS-RC-CURRENCY-CODE PIC X(03).
000942     05  FILLER              PIC X(03) VALUE SPACES.
000943     05  WS-RC-ACCEPTED      PIC Z,ZZZ,ZZ9.
000944     05  FILLER              PIC X(02) VALUE SPACES.
000945     05  WS-RC-REJECTED      PIC Z,ZZZ,ZZ9.
000946     05  FILLER              PIC X(02) VALUE SPACES.
000947     05  WS-RC-FOREIGN-SUM   PIC -Z(12)9.99.
000948     05  FILLER              PIC X(02) VALUE SPACES.
000949     05  WS-RC-RAND-SUM      PIC -Z(10)9.99.
000950     05  FILLER              PIC X(18) VALUE SPACES.
000951
000960 01  WS-REPORT-TRAILER-LINE.
000970     05  FILLER          PIC X(20) VALUE "TOTAL CALCULATIONS: ".
000980     05  WS-RT-CALC-COUNT    PIC Z,ZZZ,ZZ9.
001370     WRITE CALC-REPORT-LINE.
001380
001390     SET WS-NOT-END-OF-FILE TO TRUE.
001395     SET WS-CURRENCY-HEADING-DUE TO TRUE.
001400     PERFORM 2100-READ-STAT THRU 2100-EXIT.
001410 1000-EXIT.
001420     EXIT.
001440*****************************************************************
001450*    2000-FORMAT-ONE-STAT
001460*    A detail record becomes one printed line of operator counts
001470*    and averages; a currency record one line of that currency's
001480*    totals; the trailer record becomes the closing totals line.
001490*****************************************************************
001500 2000-FORMAT-ONE-STAT.
001506     EVALUATE TRUE
001512         WHEN CST-DETAIL
001518             PERFORM 2200-FORMAT-DETAIL THRU 2200-EXIT
001524         WHEN CST-CURRENCY
001530             PERFORM 2250-FORMAT-CURRENCY THRU 2250-EXIT
001536         WHEN OTHER
001542             PERFORM 2300-FORMAT-TRAILER THRU 2300-EXIT
001548     END-EVALUATE.
001560     PERFORM 2100-READ-STAT THRU 2100-EXIT.
001570 2000-EXIT.
001580     EXIT.
001860     MOVE WS-REPORT-DETAIL-LINE TO CALC-REPORT-LINE.
001870     WRITE CALC-REPORT-LINE.
001880 2200-EXIT.
001881     EXIT.
001882
001883*****************************************************************
001884*    2250-FORMAT-CURRENCY
001885*    The currency records follow the operator details, so the
001886*    TOTALS BY CURRENCY heading is printed ahead of the first.
001887*****************************************************************
001888 2250-FORMAT-CURRENCY.
001889     IF WS-CURRENCY-HEADING-DUE
001890         MOVE WS-CURRENCY-HEADING-1 TO CALC-REPORT-LINE
001891         WRITE CALC-REPORT-LINE
001892         MOVE WS-CURRENCY-HEADING-2 TO CALC-REPORT-LINE
001893         WRITE CALC-REPORT-LINE
001894         SET WS-CURRENCY-HEADING-DONE TO TRUE
001895     END-IF.
001896
001897     MOVE SPACES              TO WS-CURRENCY-DETAIL-LINE.
001898     MOVE CST-CURRENCY-CODE   TO WS-RC-CURRENCY-CODE.
001899     MOVE CST-CALC-COUNT      TO WS-RC-ACCEPTED.
001900     MOVE CST-REJECT-COUNT    TO WS-RC-REJECTED.
001901     MOVE CST-FOREIGN-SUM     TO WS-RC-FOREIGN-SUM.
001902     MOVE CST-RESULT-SUM      TO WS-RC-RAND-SUM.
001903     MOVE WS-CURRENCY-DETAIL-LINE TO CALC-REPORT-LINE.
001904     WRITE CALC-REPORT-LINE.
001905 2250-EXIT.
001906     EXIT.
001907
001910*****************************************************************
001920*    2300-FORMAT-TRAILER
001930*****************************************************************
