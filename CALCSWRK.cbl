000324*                      repair must not silently replace that
000325*                      different transaction.  The clash is
000326*                      reported and the batch record kept.
000327*     2026-10-02  DN  Results-master postings are now written
000328*                      live (not reversed) - the master now
000329*                      carries CalcResultReversal's reversal
000330*                      mark.
000331*     2026-10-07  DN  An entry CalcBatchDriver held as a
000332*                      suspected duplicate shows the posting it
000333*                      appears to repeat and may be released as
000334*                      Genuine - run through the engine exactly
000335*                      as held and posted like a repair.  The
000336*                      engine call and posting are now shared by
000337*                      2330-RUN-AND-POST.
000338*     2026-10-15  DN  Results-master postings carry share line
000339*                      zero and no allocation - a repair always
000340*                      posts whole to the entry's own department.
000341*     2026-10-15  DN  An entry that started in foreign currency
000342*                      shows its currency and foreign amount
000343*                      and, when its first operand is kept, is
000344*                      converted again through CalcFxLookup at
000345*                      the rate for its run date; the currency,
000346*                      foreign amount and rate travel into the
000347*                      audit trail, the results master, CALCPEND
000348*                      and the GL feed.  Keying a rands first
000349*                      operand drops the currency.  Work image
000350*                      widened to match.
000351*****************************************************************
000352 IDENTIFICATION DIVISION.
000353 PROGRAM-ID. CalcSuspenseRework.
000354 AUTHOR. D. NAIDOO.
000355 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000356 DATE-WRITTEN. 08-22-2026.
000357 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000710*****************************************************************
000720 FD  CALC-SUSPNEW-FILE
000730     RECORDING MODE IS F.
000740 01  CALC-SUSPNEW-RECORD             PIC X(101).
000750
000760 FD  CALC-RESULT-FILE
000770     RECORDING MODE IS F.
000886*****************************************************************
000888     COPY "CALCGLPA.CPY".
000890
000891*****************************************************************
000892*    WORKING STORAGE - EXCHANGE RATE LOOKUP INTERFACE
000893*****************************************************************
000894     COPY "CALCFXPA.CPY".
000895
000900*****************************************************************
000910*    WORKING STORAGE - CONTROL FIELDS
000920*****************************************************************
000990 77  WS-CURRENT-DATE              PIC 9(08).
001000 77  WS-REVIEWED-COUNT            PIC 9(07) VALUE ZERO.
001010 77  WS-REPAIRED-COUNT            PIC 9(07) VALUE ZERO.
001015 77  WS-RELEASED-COUNT            PIC 9(07) VALUE ZERO.
001020 77  WS-STILL-OPEN-COUNT          PIC 9(07) VALUE ZERO.
001030 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
001040 77  WS-INVALID-ACTION-COUNT      PIC 9(02) VALUE ZERO.
001050 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
001060 77  WS-DISPLAY-OPERAND           PIC -Z(6)9.99.
001070 77  WS-DISPLAY-RESULT            PIC -Z(8)9.99.
001072 77  WS-DISPLAY-FOREIGN           PIC -Z(8)9.99.
001074 77  WS-DISPLAY-FX-RATE           PIC Z(4)9.9(6).
001076 77  WS-POSTED-VERB               PIC X(08).
001080
001090 01  WS-INPUT-OPERAND1            PIC X(12).
001100 01  WS-INPUT-OPERAND2            PIC X(12).
001200
001210 01  WS-ACTION-CHOICE             PIC X(01).
001220     88  WS-ACTION-REPAIR             VALUE "R" "r".
001225     88  WS-ACTION-GENUINE            VALUE "G" "g".
001230     88  WS-ACTION-KEEP               VALUE "K" "k".
001240     88  WS-ACTION-END                VALUE "X" "x".
001250     88  WS-ACTION-VALID              VALUE "R" "r" "G" "g"
001260                                            "K" "k" "X" "x".
001270
001280 01  WS-CORRECTION-SWITCH         PIC X(01).
001290     88  WS-CORRECTION-VALID          VALUE "Y".
001316     88  WS-MASTER-AVAILABLE          VALUE "Y".
001318     88  WS-MASTER-UNAVAILABLE        VALUE "N".
001320
001322 01  WS-CONVERT-SWITCH            PIC X(01).
001324     88  WS-CONVERT-OK                VALUE "Y".
001326     88  WS-CONVERT-FAILED            VALUE "N".
001328
001330 LINKAGE SECTION.
001340 01  LS-RETURN-CODE               PIC 9(04) COMP.
001345 01  LS-OPERATOR-ID               PIC X(08).
001570 1000-INITIALIZE.
001580     MOVE ZERO TO LS-RETURN-CODE.
001590     MOVE ZERO TO WS-REVIEWED-COUNT WS-REPAIRED-COUNT
001600                  WS-RELEASED-COUNT WS-STILL-OPEN-COUNT.
001610     SET WS-STOP-NOT-REQUESTED TO TRUE.
001620
001630     OPEN INPUT CALC-SUSPENSE-FILE.
002110*    choice: Repair pushes a corrected entry back through the
002120*    compute engine, Keep carries the entry forward untouched,
002130*    and eXit keeps this and every remaining entry and ends the
002136*    pass.  A suspected duplicate may also be released as
002142*    Genuine - pushed through the engine exactly as held.
002150*****************************************************************
002160 2000-WORK-ONE-ENTRY.
002170     ADD 1 TO WS-REVIEWED-COUNT.
002220     DISPLAY "  Operator: " CS-OPERATOR.
002230     MOVE CS-OPERAND2 TO WS-DISPLAY-OPERAND.
002240     DISPLAY "  Operand2: " WS-DISPLAY-OPERAND.
002241     IF CS-CURRENCY-CODE NOT = SPACES
002242         MOVE CS-FOREIGN-AMOUNT TO WS-DISPLAY-FOREIGN
002243         DISPLAY "  Currency: " CS-CURRENCY-CODE
002244             "  Foreign amount: " WS-DISPLAY-FOREIGN
002245     END-IF.
002250     DISPLAY "  Reject reason: " CS-REJECT-REASON.
002252     IF CS-REASON-DUPLICATE
002254         DISPLAY "  Appears to repeat key " CS-DUP-ORIGINAL-KEY
002256             " posted for run date " CS-DUP-ORIGINAL-DATE
002258     END-IF.
002260
002270     MOVE SPACE TO WS-ACTION-CHOICE.
002280     MOVE ZERO TO WS-INVALID-ACTION-COUNT.
002370     EVALUATE TRUE
002380         WHEN WS-ACTION-REPAIR
002390             PERFORM 2300-REPAIR-ONE THRU 2300-EXIT
002393         WHEN WS-ACTION-GENUINE
002396             PERFORM 2320-RELEASE-GENUINE THRU 2320-EXIT
002400         WHEN WS-ACTION-KEEP
002410             PERFORM 2600-KEEP-SUSPENSE THRU 2600-EXIT
002420             ADD 1 TO WS-STILL-OPEN-COUNT
002690*    is - after WS-MAX-INVALID-ATTEMPTS consecutive invalid
002700*    answers the pass ends (keeping everything unworked) rather
002710*    than re-prompting an exhausted/closed input stream forever.
002713*    Genuine is offered, and accepted, only for an entry held as
002716*    a suspected duplicate.
002720*****************************************************************
002730 2200-ACCEPT-ACTION.
002732     IF CS-REASON-DUPLICATE
002734         DISPLAY "Repair, Genuine, Keep, or eXit rework? "
002736            "(R/G/K/X)"
002738     ELSE
002740         DISPLAY "Repair, Keep, or eXit rework? (R/K/X)"
002742     END-IF.
002750     ACCEPT WS-ACTION-CHOICE.
002752     IF WS-ACTION-GENUINE
002754        AND NOT CS-REASON-DUPLICATE
002756         MOVE SPACE TO WS-ACTION-CHOICE
002758     END-IF.
002760     IF WS-ACTION-VALID
002770         MOVE ZERO TO WS-INVALID-ACTION-COUNT
002780     ELSE
002840                 MOVE 2 TO LS-RETURN-CODE
002850             END-IF
002860         ELSE
002862             IF CS-REASON-DUPLICATE
002864                 DISPLAY "Invalid entry - please answer "
002866                    "R, G, K or X"
002868             ELSE
002870                 DISPLAY "Invalid entry - please answer R, K or X"
002872             END-IF
002880         END-IF
002890     END-IF.
002900 2200-EXIT.
003120         GO TO 2300-EXIT
003130     END-IF.
003140
003141     MOVE "Repaired" TO WS-POSTED-VERB.
003142     PERFORM 2330-RUN-AND-POST THRU 2330-EXIT.
003143 2300-EXIT.
003144     EXIT.
003145
003146*****************************************************************
003147*    2320-RELEASE-GENUINE
003148*    A suspected duplicate the operator has confirmed is a
003149*    genuine transaction in its own right is pushed through the
003150*    engine with its operands exactly as held - there is nothing
003151*    to correct - and posted the same way a repair is.  One held
003152*    in foreign currency is converted again at the rate for its
003153*    run date, so the posting carries the rate applied; should
003154*    that now fail the entry stays in suspense under the reason.
003155*****************************************************************
003156 2320-RELEASE-GENUINE.
003157     INITIALIZE CALC-ENGINE-DATA.
003158     MOVE LS-OPERATOR-ID TO CALC-OPERATOR-ID.
003159     MOVE CS-OPERAND1    TO CALC-OPERAND1.
003160     MOVE CS-OPERATOR    TO CALC-OPERATOR.
003161     MOVE CS-OPERAND2    TO CALC-OPERAND2.
003162     IF CS-CURRENCY-CODE NOT = SPACES
003163         PERFORM 2340-CONVERT-HELD-AMOUNT THRU 2340-EXIT
003164         IF WS-CONVERT-FAILED
003165             DISPLAY "Still rejected: " CALC-REJECT-REASON
003166             MOVE CALC-REJECT-REASON TO CS-REJECT-REASON
003167             MOVE LS-OPERATOR-ID     TO CS-OPERATOR-ID
003168             PERFORM 2600-KEEP-SUSPENSE THRU 2600-EXIT
003169             ADD 1 TO WS-STILL-OPEN-COUNT
003170             IF LS-RETURN-CODE = ZERO
003171                 MOVE 1 TO LS-RETURN-CODE
003172             END-IF
003173             GO TO 2320-EXIT
003174         END-IF
003175     END-IF.
003176     MOVE "Released" TO WS-POSTED-VERB.
003177     PERFORM 2330-RUN-AND-POST THRU 2330-EXIT.
003178     IF CALC-STATUS-ACCEPTED
003179         ADD 1 TO WS-RELEASED-COUNT
003180     END-IF.
003181 2320-EXIT.
003182     EXIT.
003183
003184*****************************************************************
003185*    2330-RUN-AND-POST
003186*    Shared by a repair and a genuine release: calls the engine
003187*    on CALC-ENGINE-DATA as prepared by the caller, posts an
003188*    acceptance, and keeps a rejection in suspense under the
003189*    engine's new reason.
003190*****************************************************************
003191 2330-RUN-AND-POST.
003192     CALL "CalcComputeEngine" USING CALC-ENGINE-DATA.
003193
003194     IF CALC-STATUS-ACCEPTED
003195         MOVE CALC-RESULT TO WS-DISPLAY-RESULT
003196         DISPLAY WS-POSTED-VERB " - Result: " WS-DISPLAY-RESULT
003200         PERFORM 2400-POST-RESULT THRU 2400-EXIT
003201         IF CALC-RESULT > WS-AUTH-LIMIT
003202          OR CALC-RESULT < (ZERO - WS-AUTH-LIMIT)
003270         MOVE CALC-OPERAND2      TO CS-OPERAND2
003280         MOVE CALC-REJECT-REASON TO CS-REJECT-REASON
003282         MOVE LS-OPERATOR-ID     TO CS-OPERATOR-ID
003284         MOVE CALC-CURRENCY-CODE TO CS-CURRENCY-CODE
003286         MOVE CALC-FOREIGN-AMOUNT TO CS-FOREIGN-AMOUNT
003290         PERFORM 2600-KEEP-SUSPENSE THRU 2600-EXIT
003300         ADD 1 TO WS-STILL-OPEN-COUNT
003310         IF LS-RETURN-CODE = ZERO
003320             MOVE 1 TO LS-RETURN-CODE
003330         END-IF
003340     END-IF.
003350 2330-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003420*    same way CalculatorProgram takes an interactive entry; a
003430*    blank reply keeps the value already held on the suspense
003440*    record so the operator only re-keys the field that was
003443*    actually wrong.  Keeping the first operand of a foreign-
003446*    currency entry converts its foreign amount again; a
003449*    conversion that still fails counts as an invalid entry, and
003452*    the operator may key the rands figure instead, which makes
003455*    it a rands entry.
003460*****************************************************************
003470 2310-ACCEPT-CORRECTION.
003480     SET WS-CORRECTION-VALID TO TRUE.
003570
003580     IF WS-INPUT-OPERAND1 = SPACES
003590         MOVE CS-OPERAND1 TO CALC-OPERAND1
003591         IF CS-CURRENCY-CODE NOT = SPACES
003592             PERFORM 2340-CONVERT-HELD-AMOUNT THRU 2340-EXIT
003593             IF WS-CONVERT-FAILED
003594                 DISPLAY "Invalid entry - " CALC-REJECT-REASON
003595                     " - key the first operand in rands"
003596                 PERFORM 2350-REJECT-CORRECTION THRU 2350-EXIT
003597                 GO TO 2310-EXIT
003598             END-IF
003599         END-IF
003600     ELSE
003610         IF FUNCTION TEST-NUMVAL(WS-INPUT-OPERAND1) NOT = ZERO
003620             DISPLAY "Invalid entry - Operand1 is not numeric"
004020                 GO TO 2310-EXIT
004030         END-COMPUTE
004040     END-IF.
004041
004042     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
004043 2310-EXIT.
004044     EXIT.
004045
004046*****************************************************************
004047*    2340-CONVERT-HELD-AMOUNT
004048*    Converts a held foreign amount to rands through the shared
004049*    CalcFxLookup at the rate effective on the entry's batch run
004050*    date (today for an entry that did not come from a batch
004051*    run), the same conversion CalcBatchDriver applies, and
004052*    shows the rate used.  On success Operand1 and the currency
004053*    fields of CALC-ENGINE-DATA are set; on failure the reason is
004054*    left in CALC-REJECT-REASON in CalcBatchDriver's words.
004055*****************************************************************
004056 2340-CONVERT-HELD-AMOUNT.
004057     MOVE CS-CURRENCY-CODE  TO FXL-CURRENCY-CODE.
004058     MOVE CS-FOREIGN-AMOUNT TO FXL-FOREIGN-AMOUNT.
004059     IF CS-RUN-DATE = ZERO
004060         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004061         MOVE WS-CURRENT-DATE TO FXL-AS-OF-DATE
004062     ELSE
004063         MOVE CS-RUN-DATE TO FXL-AS-OF-DATE
004064     END-IF.
004065     CALL "CalcFxLookup" USING FX-LOOKUP-DATA.
004066     EVALUATE TRUE
004067         WHEN FXL-FOUND
004068             MOVE FXL-BASE-AMOUNT    TO CALC-OPERAND1
004069             MOVE FXL-CURRENCY-CODE  TO CALC-CURRENCY-CODE
004070             MOVE FXL-FOREIGN-AMOUNT TO CALC-FOREIGN-AMOUNT
004071             MOVE FXL-RATE           TO CALC-FX-RATE
004072             MOVE FXL-RATE           TO WS-DISPLAY-FX-RATE
004073             MOVE FXL-BASE-AMOUNT    TO WS-DISPLAY-OPERAND
004074             DISPLAY "  Converted at " WS-DISPLAY-FX-RATE
004075                 " to " WS-DISPLAY-OPERAND " rands"
004076             SET WS-CONVERT-OK TO TRUE
004077             GO TO 2340-EXIT
004078         WHEN FXL-CURRENCY-UNKNOWN
004079             MOVE "CURRENCY NOT ON FILE" TO CALC-REJECT-REASON
004080         WHEN FXL-NO-RATE-FOR-DATE
004081             MOVE "NO EXCHANGE RATE FOR RUN DATE"
004082                 TO CALC-REJECT-REASON
004083         WHEN FXL-AMOUNT-TOO-LARGE
004084             MOVE "CONVERTED AMOUNT TOO LARGE"
004085                 TO CALC-REJECT-REASON
004086         WHEN OTHER
004087             MOVE "EXCHANGE RATES UNREADABLE"
004088                 TO CALC-REJECT-REASON
004089     END-EVALUATE.
004090     SET WS-CONVERT-FAILED TO TRUE.
004091 2340-EXIT.
004092     EXIT.
004093
004100*****************************************************************
004110*    2350-REJECT-CORRECTION
004120*    Common handling for every rejection branch in
004534     MOVE CS-TRANS-KEY  TO CM-TRANS-KEY.
004535     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004536     MOVE WS-CURRENT-DATE TO CM-RUN-DATE.
004537     MOVE ZERO          TO CM-SHARE-LINE.
004538     MOVE CALC-OPERAND1 TO CM-OPERAND1.
004539     MOVE CALC-OPERATOR TO CM-OPERATOR.
004540     MOVE CALC-OPERAND2 TO CM-OPERAND2.
004541     MOVE CALC-RESULT   TO CM-RESULT.
004542     MOVE WS-CURRENT-DATE TO CM-POSTED-DATE.
004543     MOVE LS-OPERATOR-ID TO CM-OPERATOR-ID.
004544     MOVE CS-DEPT-CODE   TO CM-DEPT-CODE.
004545     SET CM-POSTING-LIVE TO TRUE.
004546     MOVE ZERO           TO CM-REVERSED-DATE.
004547     MOVE SPACES         TO CM-REVERSED-BY.
004548     MOVE SPACES         TO CM-ALLOC-CODE.
004549     MOVE ZERO           TO CM-SOURCE-RESULT.
004550     MOVE CALC-CURRENCY-CODE  TO CM-CURRENCY-CODE.
004551     MOVE CALC-FOREIGN-AMOUNT TO CM-FOREIGN-AMOUNT.
004552     MOVE CALC-FX-RATE        TO CM-FX-RATE.
004553     WRITE CALC-RSLTMST-RECORD
004554         INVALID KEY
004555             DISPLAY "CalcSuspenseRework: master already holds "
004556                 "key " CM-TRANS-KEY " for today - not replaced"
004557     END-WRITE.
004558     IF WS-RSLTMST-FILE-STATUS NOT = "00"
004559        AND WS-RSLTMST-FILE-STATUS NOT = "22"
004560         DISPLAY "CalcSuspenseRework: master posting failed "
004561             "- pass continues without it"
004562         SET WS-MASTER-UNAVAILABLE TO TRUE
004563     END-IF.
004564 2450-EXIT.
004565     EXIT.
004566
004567*****************************************************************
004568*    2500-POST-GLFEED
004570*    A repaired acceptance flows to the GL feed interface file
004580*    unconditionally, the same as a batch acceptance - the
004590*    repair has already been confirmed at the screen.  It goes
004698     MOVE CALC-RESULT     TO GLW-RESULT.
004699     MOVE LS-OPERATOR-ID  TO GLW-OPERATOR-ID.
004700     MOVE CS-DEPT-CODE    TO GLW-DEPT-CODE.
004701     MOVE CALC-CURRENCY-CODE  TO GLW-CURRENCY-CODE.
004702     MOVE CALC-FOREIGN-AMOUNT TO GLW-FOREIGN-AMOUNT.
004703     MOVE CALC-FX-RATE        TO GLW-FX-RATE.
004704     SET GLW-ORIGIN-REWORK TO TRUE.
004705     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
004710     IF GLW-STATUS-UNMAPPED
004720         DISPLAY "No GL account mapping for this posting - "
004750     SET GLW-FUNC-CLOSE TO TRUE.
004760     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
004770 2500-EXIT.
004771     EXIT.
004772
004773*****************************************************************
004774*    2550-HOLD-FOR-RELEASE
004775*    A repaired Result over the authorization limit is held in
004776*    the pending-release file for CalcReleaseQueue, exactly as
004777*    the batch path holds one.  A failure to hold aborts the
004778*    pass - the live suspense file has not been replaced yet,
004779*    so the entry survives for a retry.
004780*****************************************************************
004781 2550-HOLD-FOR-RELEASE.
004782     MOVE CS-TRANS-KEY  TO PR-TRANS-KEY.
004783     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004784     MOVE WS-CURRENT-DATE TO PR-HELD-DATE.
004785     MOVE CALC-OPERAND1 TO PR-OPERAND1.
004786     MOVE CALC-OPERATOR TO PR-OPERATOR.
004787     MOVE CALC-OPERAND2 TO PR-OPERAND2.
004788     MOVE CALC-RESULT   TO PR-RESULT.
004789     MOVE LS-OPERATOR-ID TO PR-OPERATOR-ID.
004790     MOVE CS-DEPT-CODE   TO PR-DEPT-CODE.
004791     MOVE CALC-CURRENCY-CODE  TO PR-CURRENCY-CODE.
004792     MOVE CALC-FOREIGN-AMOUNT TO PR-FOREIGN-AMOUNT.
004793     MOVE CALC-FX-RATE        TO PR-FX-RATE.
004800     SET PR-ORIGIN-REWORK TO TRUE.
004801
004802     OPEN EXTEND CALC-PENDING-FILE.
005250     DISPLAY "Suspense rework complete - " WS-REVIEWED-COUNT
005260         " reviewed, " WS-REPAIRED-COUNT " repaired, "
005270         WS-STILL-OPEN-COUNT " still open".
005272     IF WS-RELEASED-COUNT > ZERO
005274         DISPLAY "  of which " WS-RELEASED-COUNT
005276             " suspected duplicate(s) released as genuine"
005278     END-IF.
005280 9000-EXIT.
005290     EXIT.
005300
