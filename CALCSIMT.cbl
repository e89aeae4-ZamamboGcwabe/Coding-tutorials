000225*                      through the shared CalcKeyControl; the
000226*                      CALCCHGP scan remains only as one-off
000227*                      seeding and the loud fallback.
000228*     2026-10-15  DN  Add now takes the business-day rule (N
000229*                      next or P previous business day, blank
000230*                      to run on the date regardless); the date
000231*                      keyed becomes the schedule date the
000232*                      generator counts the frequency from.
000233*                      List shows the rule.
000234*****************************************************************
000235 IDENTIFICATION DIVISION.
000236 PROGRAM-ID. CalcStandingMaint.
000240 AUTHOR. D. NAIDOO.
000250 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000260 DATE-WRITTEN. 08-22-2026.
000765 01  WS-INPUT-DEPT-CODE           PIC X(03).
000770 01  WS-INPUT-FREQUENCY           PIC X(01).
000780 01  WS-INPUT-DATE                PIC X(08).
000785 01  WS-INPUT-RULE                PIC X(01).
000790 01  WS-INPUT-KEY                 PIC X(04).
000800
000810 01  WS-INPUT-OPERATOR            PIC X(01).
001650         MOVE 2 TO LS-RETURN-CODE
001660         GO TO 2000-EXIT
001670     END-IF.
001677     DISPLAY "KEY   FREQ  RULE  NEXT RUN  OP  RATE  DEPT "
001685         "DESCRIPTION".
001690     SET WS-NOT-END-OF-FILE TO TRUE.
001700     PERFORM 2100-LIST-ONE THRU 2100-EXIT
001810         NOT AT END
001820             ADD 1 TO WS-LISTED-COUNT
001830             DISPLAY SI-INSTR-KEY "  " SI-FREQUENCY "     "
001835                 SI-BUSINESS-DAY-RULE "     "
001840                 SI-NEXT-RUN-DATE "  " SI-OPERATOR "   "
001850                 SI-RATE-CODE "  " SI-DEPT-CODE "  "
001855                 SI-DESCRIPTION
002880         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002890         GO TO 3100-EXIT
002900     END-IF.
002901
002902     DISPLAY "On a weekend or holiday: N = next business day, "
002903         "P = previous, blank = run anyway: ".
002904     ACCEPT WS-INPUT-RULE.
002905     IF WS-INPUT-RULE = "n"
002906         MOVE "N" TO WS-INPUT-RULE
002907     END-IF.
002908     IF WS-INPUT-RULE = "p"
002909         MOVE "P" TO WS-INPUT-RULE
002910     END-IF.
002911     MOVE WS-INPUT-RULE TO SI-BUSINESS-DAY-RULE.
002912     IF NOT SI-RULE-VALID
002913         DISPLAY "Invalid entry - please answer N, P or blank"
002914         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002915         GO TO 3100-EXIT
002916     END-IF.
002917
002920     MOVE WS-INPUT-DESCRIPTION TO SI-DESCRIPTION.
002930     COMPUTE SI-OPERAND1 = FUNCTION NUMVAL(WS-INPUT-OPERAND1)
002940         ON SIZE ERROR
003110     MOVE WS-INPUT-RATE-CODE TO SI-RATE-CODE.
003115     MOVE WS-INPUT-DEPT-CODE TO SI-DEPT-CODE.
003120     MOVE WS-INPUT-DATE      TO SI-NEXT-RUN-DATE.
003125     MOVE WS-INPUT-DATE      TO SI-SCHEDULE-DATE.
003130
003140     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003150 3100-EXIT.
