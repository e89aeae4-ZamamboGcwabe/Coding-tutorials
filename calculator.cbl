000694*                      seeding when the counter has never
000695*                      existed, and as the loud fallback when
000696*                      the control file cannot be read.
000697*     2026-10-15  DN  An entry may start in foreign currency: a
000698*                      currency code and foreign amount are keyed
000699*                      in place of the first operand and converted
000700*                      to rands through the shared CalcFxLookup at
000701*                      the rate effective today, the rate and
000702*                      rands figure shown to the operator.  The
000703*                      currency, foreign amount and rate are
000704*                      stamped into the audit record and carried
000705*                      onto the GL feed posting and any CALCPEND
000706*                      hold.  An unknown currency, no rate for
000707*                      today, a converted amount too large for an
000708*                      operand or unreadable rates reject the
000709*                      entry to suspense with its currency and
000710*                      foreign amount.
000711*****************************************************************
000712 IDENTIFICATION DIVISION.
000713 PROGRAM-ID. CalculatorProgram.
000714 AUTHOR. D. NAIDOO.
000715 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000716 DATE-WRITTEN. 02-11-2024.
000717 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
001017*    WORKING STORAGE - KEY CONTROL INTERFACE
001018*****************************************************************
001019     COPY "CALCKPA.CPY".
001020
001021*****************************************************************
001022*    WORKING STORAGE - EXCHANGE RATE LOOKUP INTERFACE
001023*****************************************************************
001024     COPY "CALCFXPA.CPY".
001025
001026 77  WS-SUSPENSE-FILE-STATUS      PIC X(02).
001027 77  WS-LIMIT-FILE-STATUS         PIC X(02).
001028 77  WS-PENDING-FILE-STATUS       PIC X(02).
001029*    Built-in fallback when CALCLIMT is absent or unreadable.
001031 77  WS-AUTH-LIMIT                PIC 9(9)V99 VALUE 100000.
001033 77  WS-DEFAULT-AUTH-LIMIT        PIC 9(9)V99 VALUE 100000.
001040 77  WS-SUSPENSE-SEQ              PIC 9(08) VALUE ZERO.
001042 77  WS-CURRENT-DATE              PIC 9(08).
001044 77  WS-DISPLAY-RATE              PIC -Z(6)9.99.
001045 77  WS-DISPLAY-FX-RATE           PIC Z(4)9.9(6).
001046 77  WS-DISPLAY-OPERAND           PIC -Z(6)9.99.
001047 77  WS-PRIOR-RESULT              PIC S9(9)V99 VALUE ZERO.
001050 77  WS-SESSION-REJECT-COUNT      PIC 9(04) VALUE ZERO.
001070 77  WS-DISPLAY-RESULT            PIC -Z(8)9.99.
001080 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
001100 77  WS-INVALID-CONTINUE-COUNT    PIC 9(02) VALUE ZERO.
001110
001120 01  WS-INPUT-OPERAND1            PIC X(12).
001123 01  WS-INPUT-CURRENCY            PIC X(03).
001126 01  WS-INPUT-FOREIGN             PIC X(15).
001130 01  WS-INPUT-OPERAND2            PIC X(12).
001132 01  WS-INPUT-OPERAND2R REDEFINES WS-INPUT-OPERAND2.
001134     05  WS-INPUT-OP2-CODE        PIC X(04).
001250 01  WS-POST-GLFEED-SWITCH        PIC X(01).
001251     88  WS-POST-TO-GLFEED            VALUE "Y" "y".
001260
001261 01  WS-FOREIGN-ENTRY-SWITCH      PIC X(01).
001262     88  WS-FOREIGN-ENTRY             VALUE "Y".
001263     88  WS-RANDS-ENTRY               VALUE "N".
001264
001265 01  WS-CONVERT-SWITCH            PIC X(01).
001266     88  WS-CONVERT-OK                VALUE "Y".
001267     88  WS-CONVERT-FAILED            VALUE "N".
001268
001270 LINKAGE SECTION.
001280 01  LS-RETURN-CODE               PIC 9(04) COMP.
001282 01  LS-OPERATOR-ID               PIC X(08).
001620*    then asks whether to run another.  Either re-prompt loop can
001630*    end the session early (WS-STOP-RUN) if the operator/input
001640*    stream cannot produce a valid entry within
001645*    WS-MAX-INVALID-ATTEMPTS tries.  A foreign-currency entry is
001650*    converted to rands first; one that cannot be converted goes
001655*    to suspense without reaching the engine.
001660*****************************************************************
001670 2000-CALCULATE-ONE.
001680     PERFORM 2100-ACCEPT-AND-VALIDATE THRU 2100-EXIT
001730     END-IF.
001740
001748     MOVE LS-OPERATOR-ID TO CALC-OPERATOR-ID.
001750     SET WS-CONVERT-OK TO TRUE.
001752     IF WS-FOREIGN-ENTRY
001754         PERFORM 2050-CONVERT-CURRENCY THRU 2050-EXIT
001756     END-IF.
001760
001770     IF WS-CONVERT-FAILED
001820         DISPLAY "Rejected: " CALC-REJECT-REASON
001821         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
001822     ELSE
001823         CALL "CalcComputeEngine" USING CALC-ENGINE-DATA
001824         IF CALC-STATUS-ACCEPTED
001825             MOVE CALC-RESULT TO WS-DISPLAY-RESULT
001826             DISPLAY "Result: " WS-DISPLAY-RESULT
001827             MOVE CALC-RESULT TO WS-PRIOR-RESULT
001828             SET WS-PRIOR-AVAILABLE TO TRUE
001829             PERFORM 2300-OFFER-GLFEED THRU 2300-EXIT
001830         ELSE
001831             DISPLAY "Rejected: " CALC-REJECT-REASON
001832             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
001833         END-IF
001840     END-IF.
001850
001860     MOVE SPACE TO WS-CONTINUE-SWITCH.
001890         UNTIL WS-CONTINUE-VALID.
001900     IF WS-CONTINUE-RUN
001910         PERFORM 9000-RESTART THRU 9000-EXIT
001911     END-IF.
001912 2000-EXIT.
001913     EXIT.
001914
001915*****************************************************************
001916*    2050-CONVERT-CURRENCY
001917*    Converts the foreign amount to rands through the shared
001918*    CalcFxLookup at the CALCFXRT rate effective today - the
001919*    same lookup and rounding CalcBatchDriver applies as at the
001920*    run date - shows the operator the rate and rands figure,
001921*    and uses the rands as Operand1.  A failure leaves Operand1
001922*    zero and the reason in CALC-REJECT-REASON, in the same
001923*    words the batch uses.
001924*****************************************************************
001925 2050-CONVERT-CURRENCY.
001926     MOVE CALC-CURRENCY-CODE  TO FXL-CURRENCY-CODE.
001927     MOVE CALC-FOREIGN-AMOUNT TO FXL-FOREIGN-AMOUNT.
001928     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001929     MOVE WS-CURRENT-DATE     TO FXL-AS-OF-DATE.
001930     CALL "CalcFxLookup" USING FX-LOOKUP-DATA.
001931     EVALUATE TRUE
001932         WHEN FXL-FOUND
001933             MOVE FXL-BASE-AMOUNT TO CALC-OPERAND1
001934             MOVE FXL-RATE        TO CALC-FX-RATE
001935             MOVE FXL-RATE        TO WS-DISPLAY-FX-RATE
001936             MOVE FXL-BASE-AMOUNT TO WS-DISPLAY-OPERAND
001937             DISPLAY "Rate " FXL-CURRENCY-CODE " = "
001938                 WS-DISPLAY-FX-RATE " effective "
001939                 FXL-EFFECTIVE-DATE
001940             DISPLAY "First operand in rands: " WS-DISPLAY-OPERAND
001941             GO TO 2050-EXIT
001942         WHEN FXL-CURRENCY-UNKNOWN
001943             MOVE "CURRENCY NOT ON FILE" TO CALC-REJECT-REASON
001944         WHEN FXL-NO-RATE-FOR-DATE
001945             MOVE "NO EXCHANGE RATE FOR RUN DATE"
001946                 TO CALC-REJECT-REASON
001947         WHEN FXL-AMOUNT-TOO-LARGE
001948             MOVE "CONVERTED AMOUNT TOO LARGE"
001949                 TO CALC-REJECT-REASON
001950         WHEN OTHER
001951             MOVE "EXCHANGE RATES UNREADABLE"
001952                 TO CALC-REJECT-REASON
001953     END-EVALUATE.
001954     MOVE ZERO TO CALC-OPERAND1.
001955     SET WS-CONVERT-FAILED TO TRUE.
001956 2050-EXIT.
001957     EXIT.
001958
001960*****************************************************************
001970*    2100-ACCEPT-AND-VALIDATE
001980*    Operand1/Operand2 are ACCEPTed into alphanumeric buffers so
002070*    re-prompt forever once that many consecutive entries have
002080*    failed - an exhausted/closed input stream re-ACCEPTs the
002090*    same blank or invalid value every time, so an unconditional
002092*    retry loop here would spin CPU with no way out.  A currency
002094*    code keyed at the first prompt makes a foreign-currency
002096*    entry: the foreign amount is taken in place of the first
002098*    operand (so R cannot be used for it) and converted to rands
002100*    in 2050-CONVERT-CURRENCY once the entry is valid.  A blank
002102*    currency is a rands entry, as before.
002110*****************************************************************
002120 2100-ACCEPT-AND-VALIDATE.
002130     SET WS-ENTRY-VALID TO TRUE.
002135     MOVE SPACES TO CALC-RATE-CODE.
002136     MOVE ZERO   TO CALC-RATE-EFF-DATE.
002137     MOVE ZERO   TO CALC-CHAIN-KEY.
002138     SET WS-RANDS-ENTRY TO TRUE.
002139     MOVE SPACES TO CALC-CURRENCY-CODE.
002140     MOVE ZERO   TO CALC-FOREIGN-AMOUNT.
002141     MOVE ZERO   TO CALC-FX-RATE.
002142     MOVE SPACES TO WS-INPUT-OPERAND1.
002143
002144     DISPLAY "Enter currency code (blank = rands): ".
002145     ACCEPT WS-INPUT-CURRENCY.
002146     IF WS-INPUT-CURRENCY = SPACES
002147         DISPLAY "Enter the first operand (R = prior Result): "
002148         ACCEPT WS-INPUT-OPERAND1
002149     ELSE
002150         INSPECT WS-INPUT-CURRENCY
002151             CONVERTING "abcdefghijklmnopqrstuvwxyz"
002152                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002153         SET WS-FOREIGN-ENTRY TO TRUE
002154         DISPLAY "Enter the amount in " WS-INPUT-CURRENCY ": "
002155         ACCEPT WS-INPUT-FOREIGN
002156     END-IF.
002170     DISPLAY "Enter operator (+, -, *, /, %, M, ^): ".
002180     ACCEPT CALC-OPERATOR.
002190     DISPLAY "Enter second operand (R = prior Result): ".
002216         MOVE WS-PRIOR-RESULT TO CALC-OPERAND1
002217         SET WS-OP1-CHAINED TO TRUE
002218     END-IF.
002219     IF WS-OP1-NOT-CHAINED AND WS-RANDS-ENTRY
002220        AND FUNCTION TEST-NUMVAL(WS-INPUT-OPERAND1) NOT = ZERO
002230         DISPLAY "Invalid entry - Operand1 is not numeric"
002240         PERFORM 2150-REJECT-ENTRY THRU 2150-EXIT
002250         GO TO 2100-EXIT
002260     END-IF.
002261     IF WS-FOREIGN-ENTRY
002262        AND FUNCTION TEST-NUMVAL(WS-INPUT-FOREIGN) NOT = ZERO
002263         DISPLAY "Invalid entry - foreign amount is not numeric"
002264         PERFORM 2150-REJECT-ENTRY THRU 2150-EXIT
002265         GO TO 2100-EXIT
002266     END-IF.
002270
002271     IF WS-INPUT-OPERAND2 = "R" OR WS-INPUT-OPERAND2 = "r"
002272         PERFORM 2170-CHECK-PRIOR-RESULT THRU 2170-EXIT
002400         GO TO 2100-EXIT
002410     END-IF.
002420
002425     IF WS-OP1-NOT-CHAINED AND WS-RANDS-ENTRY
002430         COMPUTE CALC-OPERAND1 =
002435                 FUNCTION NUMVAL(WS-INPUT-OPERAND1)
002440             ON SIZE ERROR
002450                 DISPLAY "Invalid entry - Operand1 is too large"
002460                 PERFORM 2150-REJECT-ENTRY THRU 2150-EXIT
002470                 GO TO 2100-EXIT
002471         END-COMPUTE
002472     END-IF.
002473     IF WS-FOREIGN-ENTRY
002474         COMPUTE CALC-FOREIGN-AMOUNT =
002475                 FUNCTION NUMVAL(WS-INPUT-FOREIGN)
002476             ON SIZE ERROR
002477                 DISPLAY "Invalid entry - foreign amount is too "
002478                     "large"
002479                 PERFORM 2150-REJECT-ENTRY THRU 2150-EXIT
002480                 GO TO 2100-EXIT
002481         END-COMPUTE
002482         MOVE WS-INPUT-CURRENCY TO CALC-CURRENCY-CODE
002483         MOVE ZERO TO CALC-OPERAND1
002484     END-IF.
002485     IF WS-RATE-NOT-APPLIED AND WS-OP2-NOT-CHAINED
002490         COMPUTE CALC-OPERAND2 =
002495                 FUNCTION NUMVAL(WS-INPUT-OPERAND2)
002845*****************************************************************
002846*    2200-WRITE-SUSPENSE
002847*    Routes a rejected interactive entry to the suspense file
002849*    for review and re-key, instead of only DISPLAYing it.  A
002851*    foreign-currency entry keeps its currency and foreign
002853*    amount so rework can convert it again.
002855*****************************************************************
002860 2200-WRITE-SUSPENSE.
002870     PERFORM 9300-NEXT-SUSPENSE-KEY THRU 9300-EXIT.
002880     ADD 1 TO WS-SESSION-REJECT-COUNT.
002936     MOVE SPACES             TO CS-DEPT-CODE.
002937     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002938     MOVE WS-CURRENT-DATE    TO CS-HELD-DATE.
002941     MOVE CALC-CURRENCY-CODE  TO CS-CURRENCY-CODE.
002944     MOVE CALC-FOREIGN-AMOUNT TO CS-FOREIGN-AMOUNT.
002947
002950     OPEN EXTEND CALC-SUSPENSE-FILE.
002960     IF WS-SUSPENSE-FILE-STATUS = "35"
002970         OPEN OUTPUT CALC-SUSPENSE-FILE
003228         MOVE CALC-RESULT     TO GLW-RESULT
003229         MOVE LS-OPERATOR-ID  TO GLW-OPERATOR-ID
003230         MOVE SPACES          TO GLW-DEPT-CODE
003231         MOVE CALC-CURRENCY-CODE  TO GLW-CURRENCY-CODE
003232         MOVE CALC-FOREIGN-AMOUNT TO GLW-FOREIGN-AMOUNT
003233         MOVE CALC-FX-RATE        TO GLW-FX-RATE
003234         SET GLW-ORIGIN-ONLINE TO TRUE
003235         CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA
003240         IF GLW-STATUS-UNMAPPED
003250             DISPLAY "No GL account mapping for this posting - "
003290         CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA
003300     END-IF.
003310 2300-EXIT.
003311     EXIT.
003312
003313*****************************************************************
003314*    2350-HOLD-FOR-RELEASE
003315*    Writes the over-limit posting to the pending-release file
003316*    under the suspense key sequence, so CalcReleaseQueue can
003317*    show it to a supervisor.  The calculation itself stays
003318*    accepted and audited - only the feed posting is deferred.
003319*****************************************************************
003320 2350-HOLD-FOR-RELEASE.
003321     PERFORM 9300-NEXT-SUSPENSE-KEY THRU 9300-EXIT.
003322     MOVE WS-SUSPENSE-SEQ TO PR-TRANS-KEY.
003323     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003324     MOVE WS-CURRENT-DATE TO PR-HELD-DATE.
003325     MOVE CALC-OPERAND1   TO PR-OPERAND1.
003326     MOVE CALC-OPERATOR   TO PR-OPERATOR.
003327     MOVE CALC-OPERAND2   TO PR-OPERAND2.
003328     MOVE CALC-RESULT     TO PR-RESULT.
003329     MOVE LS-OPERATOR-ID  TO PR-OPERATOR-ID.
003330     MOVE SPACES          TO PR-DEPT-CODE.
003331     MOVE CALC-CURRENCY-CODE  TO PR-CURRENCY-CODE.
003332     MOVE CALC-FOREIGN-AMOUNT TO PR-FOREIGN-AMOUNT.
003333     MOVE CALC-FX-RATE        TO PR-FX-RATE.
003340     SET PR-ORIGIN-ONLINE TO TRUE.
003341
003342     OPEN EXTEND CALC-PENDING-FILE.
003690 9000-RESTART.
003700     INITIALIZE CALC-ENGINE-DATA
003710                WS-INPUT-OPERAND1
003713                WS-INPUT-CURRENCY
003716                WS-INPUT-FOREIGN
003720                WS-INPUT-OPERAND2
003730                WS-VALID-ENTRY-SWITCH
003740                WS-POST-GLFEED-SWITCH.
