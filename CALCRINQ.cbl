000150*     date and the operator who ran it.  The prompt repeats
000160*     until a blank key (or X) hands control back to the menu.
000170*     LS-RETURN-CODE comes back 2 when the master cannot be
000175*     read at all, 0 otherwise.  A posting backed out by
000180*     CalcResultReversal is still shown, flagged REVERSED with
000185*     the date and the operator who reversed it.
000190*
000200* MODIFICATION HISTORY.
000210*     2026-08-22  DN  Original keyed results inquiry.
000211*     2026-10-02  DN  A reversed posting is flagged REVERSED with
000212*                      the reversal date and operator.
000213*     2026-10-15  DN  Each share of a cost-allocated Result is
000214*                      shown with its share line, department,
000215*                      allocation code and source Result.
000216*     2026-10-15  DN  A posting converted from foreign currency
000217*                      is shown with its currency, foreign amount
000218*                      and exchange rate.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CalcResultInquiry.
000530 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
000540 77  WS-DISPLAY-OPERAND           PIC -Z(6)9.99.
000550 77  WS-DISPLAY-RESULT            PIC -Z(8)9.99.
000553 77  WS-DISPLAY-FOREIGN           PIC -Z(8)9.99.
000556 77  WS-DISPLAY-FX-RATE           PIC Z(4)9.9(6).
000560
000570 01  WS-INPUT-KEY                 PIC X(12).
000580
001450
001460*****************************************************************
001470*    2100-BROWSE-ONE-KEY
001478*    Positions at the first posting for the key (run date and
001486*    share line zero) and reads forward until the key changes,
001494*    showing each run date's posting - or each share of it,
001502*    for a Result split by cost allocation.
001510*****************************************************************
001520 2100-BROWSE-ONE-KEY.
001530     MOVE ZERO TO WS-SHOWN-COUNT.
001540     MOVE WS-REQUESTED-KEY TO CM-TRANS-KEY.
001550     MOVE ZERO TO CM-RUN-DATE.
001555     MOVE ZERO TO CM-SHARE-LINE.
001560     SET WS-BROWSE-ACTIVE TO TRUE.
001570     START CALC-RSLTMST-FILE
001580         KEY NOT < CM-MASTER-KEY
001910             MOVE CM-OPERAND2 TO WS-DISPLAY-OPERAND
001920             DISPLAY "  Operand2: " WS-DISPLAY-OPERAND
001930             MOVE CM-RESULT TO WS-DISPLAY-RESULT
001931             DISPLAY "  Result:   " WS-DISPLAY-RESULT
001932             IF CM-SHARE-LINE > ZERO
001933                 MOVE CM-SOURCE-RESULT TO WS-DISPLAY-RESULT
001934                 DISPLAY "  Share line " CM-SHARE-LINE
001935                     "  dept: " CM-DEPT-CODE
001936                     "  allocation " CM-ALLOC-CODE
001937                     " of source Result " WS-DISPLAY-RESULT
001938             END-IF
001939             IF CM-CURRENCY-CODE NOT = SPACES
001940                 MOVE CM-FOREIGN-AMOUNT TO WS-DISPLAY-FOREIGN
001941                 MOVE CM-FX-RATE TO WS-DISPLAY-FX-RATE
001942                 DISPLAY "  Currency: " CM-CURRENCY-CODE
001943                     "  Foreign amount: " WS-DISPLAY-FOREIGN
001944                     "  Rate: " WS-DISPLAY-FX-RATE
001945             END-IF
001946             IF CM-POSTING-REVERSED
001947                 DISPLAY "  REVERSED on " CM-REVERSED-DATE
001948                     " by " CM-REVERSED-BY
001949             END-IF
001950         ELSE
001960             SET WS-BROWSE-DONE TO TRUE
001970         END-IF
