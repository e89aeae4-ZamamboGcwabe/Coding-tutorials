000230*     batch.  CALCSTND is replaced through a work file with
000240*     every OPEN and WRITE status-checked, the same way the
000250*     other file swaps in this family are done.
000251*     An instruction with a business-day rule never runs on a
000252*     weekend or a CALCCAL holiday: the frequency steps the
000253*     unadjusted SI-SCHEDULE-DATE and SI-NEXT-RUN-DATE is that
000254*     date moved to the next (N) or previous (P) business day,
000255*     worked out again on every run so a holiday keyed after the
000256*     last roll is still honored.
000260*     LS-RETURN-CODE comes back 2 on any file failure (the
000270*     batch should not run with recurring work missing), 0
000280*     otherwise.
000315*     2026-09-02  DN  The instruction's department code
000316*                      (SI-DEPT-CODE) is now stamped onto every
000317*                      generated transaction.
000318*     2026-10-05  DN  Generated transactions are now written as
000319*                      a header/detail/trailer group of their
000320*                      own (source STANDING) after the
000321*                      extract's, with the count and operand
000322*                      hash totals CalcBatchDriver proves; the
000323*                      run date comes from the first control
000324*                      header and the next key from details only.
000325*     2026-10-15  DN  An instruction can now be moved off a
000326*                      non-business day (SI-BUSINESS-DAY-RULE,
000327*                      next or previous business day on the
000328*                      CALCCAL calendar via CalcBusinessDay).
000329*                      The frequency counts from the unadjusted
000330*                      SI-SCHEDULE-DATE so moved dates do not
000331*                      drift; SI-NEXT-RUN-DATE is the adjusted
000332*                      date the instruction actually runs.
000333*     2026-10-15  DN  Generated details are rands entries (blank
000334*                      currency, zero foreign amount) and the
000335*                      trailer carries a zero foreign amount hash.
000336*****************************************************************
000337 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CalcStandingGen.
000350 AUTHOR. D. NAIDOO.
000360 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000700*****************************************************************
000710 FD  CALC-STDNEW-FILE
000720     RECORDING MODE IS F.
000730 01  CALC-STDNEW-RECORD              PIC X(80).
000740
000750 FD  CALC-TRANS-FILE
000760     RECORDING MODE IS F.
000920 77  WS-LEAP-QUOTIENT             PIC 9(04).
000930 77  WS-LEAP-REMAINDER            PIC 9(04).
000940 77  WS-ADVANCE-GUARD             PIC 9(04).
000942 77  WS-HASH-OPERAND1             PIC S9(13)V99 VALUE ZERO.
000944 77  WS-HASH-OPERAND2             PIC S9(13)V99 VALUE ZERO.
000946 77  WS-ADJUSTED-DATE             PIC 9(08) VALUE ZERO.
000950
000960 01  WS-WORK-DATE                 PIC 9(08).
000970 01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
001070     88  WS-TRANS-PRESENT             VALUE "Y".
001080     88  WS-TRANS-ABSENT              VALUE "N".
001090
001093     COPY "CALCBDPA.CPY".
001096
001100 LINKAGE SECTION.
001110 01  LS-RETURN-CODE               PIC 9(04) COMP.
001120
001310 1000-INITIALIZE.
001320     MOVE ZERO TO LS-RETURN-CODE.
001330     MOVE ZERO TO WS-GENERATED-COUNT.
001335     MOVE ZERO TO WS-HASH-OPERAND1 WS-HASH-OPERAND2.
001340
001350     OPEN INPUT CALC-STANDING-FILE.
001360     IF WS-STANDING-FILE-STATUS = "35"
001640
001650*****************************************************************
001660*    1100-PREP-TRANS-FILE
001668*    Scans the day's CALCTRAN for its run date (from the first
001676*    control header) and highest detail key, then reopens it
001684*    EXTEND so generated records land after the extracted
001692*    ones.  When no CALCTRAN exists yet, the file is created
001700*    with today's date and keys from 1.
001710*****************************************************************
001720 1100-PREP-TRANS-FILE.
001730     MOVE ZERO TO WS-NEXT-TRANS-KEY.
002020             SET WS-END-OF-FILE TO TRUE
002030         NOT AT END
002040             IF WS-TRANS-ABSENT
002046                AND CT-HEADER-REC
002052                 MOVE CT-HDR-RUN-DATE TO WS-RUN-DATE
002060                 SET WS-TRANS-PRESENT TO TRUE
002070             END-IF
002076             IF CT-DETAIL-REC
002082                AND CT-TRANS-KEY > WS-NEXT-TRANS-KEY
002090                 MOVE CT-TRANS-KEY TO WS-NEXT-TRANS-KEY
002100             END-IF
002110     END-READ.
002170*    A due instruction generates one transaction and has its
002180*    next-run date rolled forward past the run date; every
002190*    instruction, due or not, is carried to the work file that
002195*    replaces CALCSTND.  The next-run date of an instruction
002200*    with a business-day rule is first worked out afresh from
002205*    its schedule date against today's calendar.
002210*****************************************************************
002220 2000-PROCESS-ONE-INSTR.
002225     PERFORM 2050-APPLY-BUSINESS-RULE THRU 2050-EXIT.
002230     IF SI-NEXT-RUN-DATE <= WS-RUN-DATE
002240         PERFORM 2200-GENERATE-TRANS THRU 2200-EXIT
002250         PERFORM 2300-ROLL-NEXT-DATE THRU 2300-EXIT
002270     PERFORM 2400-KEEP-INSTRUCTION THRU 2400-EXIT.
002280     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
002290 2000-EXIT.
002291     EXIT.
002292
002293*****************************************************************
002294*    2050-APPLY-BUSINESS-RULE
002295*    A record keyed before the rule existed has no schedule
002296*    date; its next-run date is taken as the schedule date.
002297*    Without a rule the two stay the same date.
002298*****************************************************************
002299 2050-APPLY-BUSINESS-RULE.
002300     IF SI-SCHEDULE-DATE NOT NUMERIC
002301      OR SI-SCHEDULE-DATE = ZERO
002302         MOVE SI-NEXT-RUN-DATE TO SI-SCHEDULE-DATE
002303     END-IF.
002304     IF NOT SI-RULE-VALID
002305         MOVE SPACE TO SI-BUSINESS-DAY-RULE
002306     END-IF.
002307     IF SI-RULE-NONE
002308         GO TO 2050-EXIT
002309     END-IF.
002310     MOVE SI-SCHEDULE-DATE TO WS-WORK-DATE.
002311     PERFORM 2350-ADJUST-WORK-DATE THRU 2350-EXIT.
002312     MOVE WS-ADJUSTED-DATE TO SI-NEXT-RUN-DATE.
002313 2050-EXIT.
002314     EXIT.
002315
002320 2100-READ-INSTRUCTION.
002330     READ CALC-STANDING-FILE
002340         AT END
002350             SET WS-END-OF-FILE TO TRUE
002360     END-READ.
002370 2100-EXIT.
002371     EXIT.
002372
002373*****************************************************************
002374*    2150-WRITE-HEADER
002375*    Opens the generated records' control group, dated with
002376*    the day's run date, so CalcBatchDriver can prove it the
002377*    same way it proves the upstream extract's.
002378*****************************************************************
002379 2150-WRITE-HEADER.
002380     MOVE SPACES            TO CALC-TRANS-RECORD.
002381     SET CT-HEADER-REC      TO TRUE.
002382     MOVE "STANDING"        TO CT-HDR-SOURCE-SYSTEM.
002383     MOVE WS-RUN-DATE       TO CT-HDR-RUN-DATE.
002384     WRITE CALC-TRANS-RECORD.
002385     IF WS-TRANS-FILE-STATUS NOT = "00"
002386         DISPLAY "CalcStandingGen: unable to write CALCTRAN - "
002387             "status " WS-TRANS-FILE-STATUS
002388         CLOSE CALC-STANDING-FILE
002389         CLOSE CALC-STDNEW-FILE
002390         CLOSE CALC-TRANS-FILE
002391         MOVE 2 TO LS-RETURN-CODE
002392         GOBACK
002393     END-IF.
002394 2150-EXIT.
002395     EXIT.
002396
002400*****************************************************************
002410*    2200-GENERATE-TRANS
002420*    Appends one CALC-TRANS-RECORD for the due instruction,
002430*    keyed after the day's highest key and stamped with the
002440*    day's CT-RUN-DATE so the checkpoint logic treats it as
002446*    part of the same file.  The first one generated opens
002452*    this run's own header/trailer group (source STANDING).  A
002458*    write failure abandons the generator with CALCSTND
002464*    untouched, so no instruction is rolled forward for a
002470*    transaction that never landed.
002480*****************************************************************
002490 2200-GENERATE-TRANS.
002492     IF WS-GENERATED-COUNT = ZERO
002494         PERFORM 2150-WRITE-HEADER THRU 2150-EXIT
002496     END-IF.
002500     ADD 1 TO WS-NEXT-TRANS-KEY.
002510     MOVE SPACES            TO CALC-TRANS-RECORD.
002515     SET CT-DETAIL-REC      TO TRUE.
002520     MOVE WS-NEXT-TRANS-KEY TO CT-TRANS-KEY.
002530     MOVE SI-OPERAND1       TO CT-OPERAND1.
002540     MOVE SI-OPERATOR       TO CT-OPERATOR.
002564     MOVE SPACE             TO CT-CHAIN-OPERAND.
002566     MOVE SI-DEPT-CODE      TO CT-DEPT-CODE.
002570     MOVE WS-RUN-DATE       TO CT-RUN-DATE.
002573     MOVE SPACES            TO CT-CURRENCY-CODE.
002576     MOVE ZERO              TO CT-FOREIGN-AMOUNT.
002580     WRITE CALC-TRANS-RECORD.
002590     IF WS-TRANS-FILE-STATUS NOT = "00"
002600         DISPLAY "CalcStandingGen: unable to write CALCTRAN - "
002660         GOBACK
002670     END-IF.
002680     ADD 1 TO WS-GENERATED-COUNT.
002683     ADD CT-OPERAND1 TO WS-HASH-OPERAND1.
002686     ADD CT-OPERAND2 TO WS-HASH-OPERAND2.
002690 2200-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730*    2300-ROLL-NEXT-DATE
002737*    Rolls SI-SCHEDULE-DATE forward by SI-FREQUENCY until the
002744*    date it moves to under the business-day rule passes the
002751*    run date, so an instruction that missed several periods
002758*    catches up in one step (and a "previous business day"
002765*    date that lands back on today is not generated twice).
002772*    An unrecognized frequency (or a date that will not roll)
002779*    is pushed a year out after WS-ADVANCE-GUARD turns, with a
002786*    console warning, rather than spinning forever.
002800*****************************************************************
002810 2300-ROLL-NEXT-DATE.
002818     MOVE SI-SCHEDULE-DATE TO WS-WORK-DATE.
002826     MOVE ZERO TO WS-ADVANCE-GUARD WS-ADJUSTED-DATE.
002834     PERFORM 2305-ROLL-AND-ADJUST THRU 2305-EXIT
002842         UNTIL WS-ADJUSTED-DATE > WS-RUN-DATE.
002850     MOVE WS-WORK-DATE     TO SI-SCHEDULE-DATE.
002858     MOVE WS-ADJUSTED-DATE TO SI-NEXT-RUN-DATE.
002870 2300-EXIT.
002880     EXIT.
002881
002882 2305-ROLL-AND-ADJUST.
002883     PERFORM 2310-ROLL-ONE-PERIOD THRU 2310-EXIT.
002884     IF SI-RULE-NONE
002885         MOVE WS-WORK-DATE TO WS-ADJUSTED-DATE
002886     ELSE
002887         PERFORM 2350-ADJUST-WORK-DATE THRU 2350-EXIT
002888     END-IF.
002889 2305-EXIT.
002890     EXIT.
002891
002900 2310-ROLL-ONE-PERIOD.
002910     ADD 1 TO WS-ADVANCE-GUARD.
002920     IF WS-ADVANCE-GUARD > 1000
003100                 " - pushed one year out"
003110             ADD 1 TO WS-WORK-YEAR
003120     END-EVALUATE.
003121 2310-EXIT.
003122     EXIT.
003123
003124*****************************************************************
003125*    2350-ADJUST-WORK-DATE
003126*    WS-ADJUSTED-DATE is WS-WORK-DATE moved to the next or
003127*    previous business day.  With the calendar unreadable only
003128*    weekends are moved, and the console says so; a date the
003129*    calendar cannot place is left where it is.
003130*****************************************************************
003131 2350-ADJUST-WORK-DATE.
003132     MOVE WS-WORK-DATE TO WS-ADJUSTED-DATE.
003133     IF SI-RULE-NEXT-BUSINESS
003134         SET BDC-FUNC-NEXT TO TRUE
003135     ELSE
003136         SET BDC-FUNC-PREVIOUS TO TRUE
003137     END-IF.
003138     MOVE WS-WORK-DATE TO BDC-FROM-DATE.
003139     MOVE ZERO         TO BDC-TO-DATE.
003140     CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA.
003141     IF BDC-INVALID-REQUEST
003142         DISPLAY "CalcStandingGen: instruction " SI-INSTR-KEY
003143             " date " WS-WORK-DATE " not moved - not a "
003144             "calendar date"
003145         GO TO 2350-EXIT
003146     END-IF.
003147     IF BDC-FILE-ERROR
003148         DISPLAY "CalcStandingGen: instruction " SI-INSTR-KEY
003149             " moved off weekends only - CALCCAL unreadable"
003150     END-IF.
003151     MOVE BDC-RESULT-DATE TO WS-ADJUSTED-DATE.
003152 2350-EXIT.
003153     EXIT.
003154
003160*****************************************************************
003170*    2400-KEEP-INSTRUCTION
003180*****************************************************************
004120
004130*****************************************************************
004140*    9000-TERMINATE
004146*    Closes this run's CALCTRAN group with its trailer, then
004152*    replaces CALCSTND with the rolled instructions.  A trailer
004158*    that cannot be written leaves CALCSTND untouched and the
004164*    group unproved, so CalcBatchDriver refuses the file rather
004170*    than posting it short.  Once the live file has been
004176*    re-OPENed OUTPUT the work file is the only copy, so every
004182*    OPEN and WRITE is status-checked and a failure leaves the
004188*    work file on disk with a message saying where the
004194*    instructions are.
004200*****************************************************************
004210 9000-TERMINATE.
004212     IF WS-GENERATED-COUNT > ZERO
004214         PERFORM 9050-WRITE-TRAILER THRU 9050-EXIT
004216     END-IF.
004220     CLOSE CALC-STANDING-FILE.
004230     CLOSE CALC-STDNEW-FILE.
004240     CLOSE CALC-TRANS-FILE.
004510     DISPLAY "Standing instructions - " WS-GENERATED-COUNT
004520         " transaction(s) generated".
004530 9000-EXIT.
004531     EXIT.
004532
004533 9050-WRITE-TRAILER.
004534     MOVE SPACES             TO CALC-TRANS-RECORD.
004535     SET CT-TRAILER-REC      TO TRUE.
004536     MOVE WS-GENERATED-COUNT TO CT-TRL-RECORD-COUNT.
004537     MOVE WS-HASH-OPERAND1   TO CT-TRL-HASH-OPERAND1.
004538     MOVE WS-HASH-OPERAND2   TO CT-TRL-HASH-OPERAND2.
004539     MOVE ZERO               TO CT-TRL-HASH-FOREIGN.
004540     WRITE CALC-TRANS-RECORD.
004541     IF WS-TRANS-FILE-STATUS NOT = "00"
004542         DISPLAY "CalcStandingGen: unable to write CALCTRAN "
004543             "trailer - status " WS-TRANS-FILE-STATUS
004544         DISPLAY "Generated group has no trailer - the batch "
004545             "will refuse CALCTRAN until it is repaired"
004546         CLOSE CALC-STANDING-FILE
004547         CLOSE CALC-STDNEW-FILE
004548         CLOSE CALC-TRANS-FILE
004549         MOVE 2 TO LS-RETURN-CODE
004550         GOBACK
004551     END-IF.
004552 9050-EXIT.
004553     EXIT.
004554
004560 9100-COPY-BACK-ONE.
004570     READ CALC-STDNEW-FILE
004580         AT END
