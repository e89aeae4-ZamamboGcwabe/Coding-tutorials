000266*                      onto a released feed posting and onto a
000268*                      diverted suspense entry, so a release
000269*                      posts to the right department's account.
000270*     2026-10-15  DN  A released posting carries the keying
000271*                      operator (PR-OPERATOR-ID) as its maker
000272*                      on the feed beside the releasing
000273*                      supervisor's id.
000274*     2026-10-15  DN  An item converted from foreign currency
000275*                      shows its currency, foreign amount and
000276*                      rate; a release carries them onto the feed
000277*                      posting and a divert onto the suspense
000278*                      entry.  Items held before the currency
000279*                      fields existed read as rands.  Work image
000280*                      widened to match.
000281*****************************************************************
000282 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CalcReleaseQueue.
000300 AUTHOR. D. NAIDOO.
000310 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000640*****************************************************************
000650 FD  CALC-PENDNEW-FILE
000660     RECORDING MODE IS F.
000670 01  CALC-PENDNEW-RECORD             PIC X(87).
000680
000690 FD  CALC-SUSPENSE-FILE
000700     RECORDING MODE IS F.
000920 77  WS-INVALID-ACTION-COUNT      PIC 9(02) VALUE ZERO.
000930 77  WS-DISPLAY-OPERAND           PIC -Z(6)9.99.
000940 77  WS-DISPLAY-RESULT            PIC -Z(8)9.99.
000941 77  WS-DISPLAY-FOREIGN           PIC -Z(8)9.99.
000942 77  WS-DISPLAY-FX-RATE           PIC Z(4)9.9(6).
000945 77  WS-CURRENT-DATE              PIC 9(08).
000950
000960 01  WS-INPUT-REASON              PIC X(30).
001870     DISPLAY "  Operand2: " WS-DISPLAY-OPERAND.
001880     MOVE PR-RESULT TO WS-DISPLAY-RESULT.
001890     DISPLAY "  Result:   " WS-DISPLAY-RESULT.
001891     IF PR-CURRENCY-CODE NOT = SPACES
001892         MOVE PR-FOREIGN-AMOUNT TO WS-DISPLAY-FOREIGN
001893         MOVE PR-FX-RATE TO WS-DISPLAY-FX-RATE
001894         DISPLAY "  Currency: " PR-CURRENCY-CODE
001895             "  Foreign amount: " WS-DISPLAY-FOREIGN
001896             "  Rate: " WS-DISPLAY-FX-RATE
001897     END-IF.
001900
001910     MOVE SPACE TO WS-ACTION-CHOICE.
001920     MOVE ZERO TO WS-INVALID-ACTION-COUNT.
002570*    Releases the held posting to the GL feed through the
002580*    shared CalcGlFeedWriter as a batch of one, so it carries
002590*    an account code and control totals like any other posting.
002597*    The releasing supervisor's id goes on the feed record,
002604*    the keying operator's id beside it as the maker, so a
002611*    release of one's own work shows on the feed.  An
002620*    unmapped or failed posting keeps the item pending so it
002630*    is not lost.
002640*****************************************************************
002750     MOVE PR-OPERAND1    TO GLW-OPERAND1.
002760     MOVE PR-OPERATOR    TO GLW-OPERATOR.
002770     MOVE PR-OPERAND2    TO GLW-OPERAND2.
002771     MOVE PR-RESULT      TO GLW-RESULT.
002772     MOVE LS-OPERATOR-ID TO GLW-OPERATOR-ID.
002773     MOVE PR-OPERATOR-ID TO GLW-MAKER-ID.
002774     MOVE PR-DEPT-CODE   TO GLW-DEPT-CODE.
002775     IF PR-CURRENCY-CODE = SPACES
002776         MOVE SPACES TO GLW-CURRENCY-CODE
002777         MOVE ZERO   TO GLW-FOREIGN-AMOUNT
002778         MOVE ZERO   TO GLW-FX-RATE
002779     ELSE
002780         MOVE PR-CURRENCY-CODE  TO GLW-CURRENCY-CODE
002781         MOVE PR-FOREIGN-AMOUNT TO GLW-FOREIGN-AMOUNT
002782         MOVE PR-FX-RATE        TO GLW-FX-RATE
002783     END-IF.
002792     SET GLW-ORIGIN-RELEASE TO TRUE.
002800     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
002810     EVALUATE TRUE
003181*    A supervisor divert belongs to no batch run.
003182     MOVE ZERO            TO CS-RUN-DATE.
003183     MOVE PR-DEPT-CODE    TO CS-DEPT-CODE.
003184     IF PR-CURRENCY-CODE = SPACES
003185         MOVE SPACES TO CS-CURRENCY-CODE
003186         MOVE ZERO   TO CS-FOREIGN-AMOUNT
003187     ELSE
003188         MOVE PR-CURRENCY-CODE  TO CS-CURRENCY-CODE
003189         MOVE PR-FOREIGN-AMOUNT TO CS-FOREIGN-AMOUNT
003190     END-IF.
003191     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003192     MOVE WS-CURRENT-DATE TO CS-HELD-DATE.
003193
003200     OPEN EXTEND CALC-SUSPENSE-FILE.
003210     IF WS-SUSPENSE-FILE-STATUS = "35"
003220         OPEN OUTPUT CALC-SUSPENSE-FILE
