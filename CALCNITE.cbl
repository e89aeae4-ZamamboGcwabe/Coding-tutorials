000220*     checkpoint logic has been in CalcBatchDriver all along -
000230*     this program only decides, from NP-HONOR-RESTART, whether
000240*     a leftover CALCCKPT is honored or cleared before the
000243*     batch starts.  A run date that is not a business day on
000246*     the CALCCAL calendar (checked through CalcBusinessDay) is
000249*     either skipped - nothing runs, return code 0 and a log
000252*     line saying why - or run with a warning that leaves at
000255*     least 4, as NP-NON-BUSINESS-ACTION says.
000260*
000270* MODIFICATION HISTORY.
000271*     2026-09-02  DN  Original unattended night-run driver.
000272*     2026-10-05  DN  1200-CHECK-RUN-DATE now takes the run
000273*                      date from CALCTRAN's control header and
000274*                      logs a file that does not start with one.
000275*                      A CalcBatchDriver refusal on unproved
000276*                      control totals comes back as its fatal
000277*                      return code 2 and stops the night with 8.
000278*     2026-10-09  DN  CalcBatchDriver now takes a run mode; the
000279*                      night run always passes live (L).
000280*     2026-10-15  DN  A run date that is not a business day on
000281*                      the CALCCAL calendar is now skipped or
000282*                      warned about (NP-NON-BUSINESS-ACTION).
000283*                      The run date checked is the parameter's,
000284*                      else CALCTRAN's control header, else
000285*                      today's.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CalcNightRun.
000810 77  WS-CURRENT-TIME              PIC 9(08).
000820 77  WS-PARM-RUN-DATE             PIC 9(08) VALUE ZERO.
000830 77  WS-PARM-CKPT-INTERVAL        PIC 9(04) VALUE ZERO.
000835 77  WS-RUN-MODE-LIVE             PIC X(01) VALUE "L".
000840 77  WS-PARM-OPERATOR-ID          PIC X(08) VALUE "NIGHTRUN".
000850 77  WS-TRANS-RUN-DATE            PIC 9(08) VALUE ZERO.
000855 77  WS-CHECK-RUN-DATE            PIC 9(08) VALUE ZERO.
000860
000870 01  WS-PARM-RESTART-SWITCH       PIC X(01) VALUE "Y".
000880     88  WS-RESTART-HONORED           VALUE "Y".
000890     88  WS-RESTART-IGNORED           VALUE "N".
000900
000902 01  WS-NON-BUSINESS-SWITCH       PIC X(01) VALUE "W".
000904     88  WS-NON-BUSINESS-SKIP         VALUE "S".
000906     88  WS-NON-BUSINESS-WARN         VALUE "W".
000908
000910 01  WS-RUN-STOP-SWITCH           PIC X(01).
000920     88  WS-RUN-STOPPED               VALUE "Y".
000930     88  WS-RUN-NOT-STOPPED           VALUE "N".
001070     05  WS-NL-RC            PIC 9(04).
001080     05  FILLER              PIC X(10) VALUE SPACES.
001090
001091*****************************************************************
001092*    WORKING STORAGE - BUSINESS-DAY CALENDAR INTERFACE
001093*****************************************************************
001094     COPY "CALCBDPA.CPY".
001095
001100*****************************************************************
001110*    0000-MAINLINE
001120*****************************************************************
001320*    parameters fall back to the documented defaults, loudly,
001330*    in the log), optionally clears a leftover checkpoint, and
001340*    proves the CALCTRAN on disk carries the run date the
001346*    scheduler expected - the wrong file must not post - and
001352*    that the run date is a business day.
001360*****************************************************************
001370 1000-INITIALIZE.
001380     SET WS-RUN-NOT-STOPPED TO TRUE.
001650     END-IF.
001660
001670     PERFORM 1200-CHECK-RUN-DATE THRU 1200-EXIT.
001672     IF WS-RUN-NOT-STOPPED
001674         PERFORM 1300-CHECK-BUSINESS-DAY THRU 1300-EXIT
001676     END-IF.
001680 1000-EXIT.
001690     EXIT.
001700
001790     MOVE ZERO       TO WS-PARM-CKPT-INTERVAL.
001800     MOVE "NIGHTRUN" TO WS-PARM-OPERATOR-ID.
001810     SET WS-RESTART-HONORED TO TRUE.
001815     SET WS-NON-BUSINESS-WARN TO TRUE.
001820
001830     OPEN INPUT CALC-NIGHTPARM-FILE.
001840     IF WS-NIGHTPARM-FILE-STATUS NOT = "00"
002050             IF NP-RESTART-IGNORED
002060                 SET WS-RESTART-IGNORED TO TRUE
002070             END-IF
002072             IF NP-NON-BUSINESS-SKIP
002074                 SET WS-NON-BUSINESS-SKIP TO TRUE
002076             END-IF
002080             IF NP-OPERATOR-ID NOT = SPACES
002090                 MOVE NP-OPERATOR-ID TO WS-PARM-OPERATOR-ID
002100             END-IF
002190
002200*****************************************************************
002210*    1200-CHECK-RUN-DATE
002215*    The run date on the extract's control header (the first
002220*    CALCTRAN record) is kept for the business-day check.  A
002225*    parameter run date of zero skips the match.  Otherwise
002230*    the header's run date must match - a stale or wrong extract
002235*    stops the night before anything posts, with RETURN-CODE 8
002240*    for the scheduler.  A file that does not open with a
002245*    header cannot be dated at all and is stopped the same
002250*    way; CalcBatchDriver proves the rest of the file's
002255*    control totals itself.
002260*****************************************************************
002270 1200-CHECK-RUN-DATE.
002310     MOVE ZERO TO WS-TRANS-RUN-DATE.
002320     OPEN INPUT CALC-TRANS-FILE.
002330     IF WS-TRANS-FILE-STATUS = "00"
002350             AT END
002360                 CONTINUE
002370             NOT AT END
002371                 IF CT-HEADER-REC
002372                     MOVE CT-HDR-RUN-DATE TO WS-TRANS-RUN-DATE
002373                 ELSE
002374                     IF WS-PARM-RUN-DATE NOT = ZERO
002375                         MOVE "CALCTRAN HAS NO CONTROL HEADER"
002376                             TO WS-NL-TEXT
002377                         MOVE 8 TO WS-NL-RC
002378                         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
002379                     END-IF
002380                 END-IF
002390         END-READ
002400         CLOSE CALC-TRANS-FILE
002410     END-IF.
002412     IF WS-PARM-RUN-DATE = ZERO
002414         GO TO 1200-EXIT
002416     END-IF.
002420     IF WS-TRANS-RUN-DATE NOT = WS-PARM-RUN-DATE
002430         MOVE "CALCTRAN RUN DATE DOES NOT MATCH CALCNPRM"
002440             TO WS-NL-TEXT
002450         MOVE 8 TO WS-NL-RC
002460         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
002461         MOVE 8 TO WS-COMPOSITE-RC
002462         SET WS-RUN-STOPPED TO TRUE
002463     END-IF.
002464 1200-EXIT.
002465     EXIT.
002466
002467*****************************************************************
002468*    1300-CHECK-BUSINESS-DAY
002469*    The run date is the parameter's, else the extract header's,
002470*    else today's.  On a weekend or a CALCCAL holiday the night
002471*    is skipped (RETURN-CODE 0 - nothing was due to run) or run
002472*    with a warning that leaves at least 4, by parameter.  A
002473*    missing calendar still catches weekends; an unreadable one
002474*    is logged and the night runs.
002475*****************************************************************
002476 1300-CHECK-BUSINESS-DAY.
002477     MOVE WS-PARM-RUN-DATE TO WS-CHECK-RUN-DATE.
002478     IF WS-CHECK-RUN-DATE = ZERO
002479         MOVE WS-TRANS-RUN-DATE TO WS-CHECK-RUN-DATE
002480     END-IF.
002481     IF WS-CHECK-RUN-DATE = ZERO
002482         ACCEPT WS-CHECK-RUN-DATE FROM DATE YYYYMMDD
002483     END-IF.
002484     SET BDC-FUNC-TEST TO TRUE.
002485     MOVE WS-CHECK-RUN-DATE TO BDC-FROM-DATE.
002486     MOVE ZERO              TO BDC-TO-DATE.
002487     CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA.
002488     IF BDC-FILE-ERROR
002489         MOVE "CALCCAL UNREADABLE - WEEKENDS ONLY CHECKED"
002490             TO WS-NL-TEXT
002491         MOVE 4 TO WS-NL-RC
002492         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
002493         IF WS-COMPOSITE-RC < 4
002494             MOVE 4 TO WS-COMPOSITE-RC
002495         END-IF
002496     END-IF.
002497     IF BDC-INVALID-REQUEST
002498         MOVE "RUN DATE IS NOT A CALENDAR DATE" TO WS-NL-TEXT
002499         MOVE 8 TO WS-NL-RC
002500         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
002501         MOVE 8 TO WS-COMPOSITE-RC
002502         SET WS-RUN-STOPPED TO TRUE
002503         GO TO 1300-EXIT
002504     END-IF.
002505     IF BDC-BUSINESS-DAY
002506         GO TO 1300-EXIT
002507     END-IF.
002508     IF WS-NON-BUSINESS-SKIP
002509         MOVE "NOT A BUSINESS DAY - NIGHT RUN SKIPPED"
002510             TO WS-NL-TEXT
002511         MOVE ZERO TO WS-NL-RC
002512         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
002513         SET WS-RUN-STOPPED TO TRUE
002514     ELSE
002515         MOVE "WARNING - RUN DATE IS NOT A BUSINESS DAY"
002516             TO WS-NL-TEXT
002517         MOVE 4 TO WS-NL-RC
002518         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
002519         IF WS-COMPOSITE-RC < 4
002520             MOVE 4 TO WS-COMPOSITE-RC
002521         END-IF
002522     END-IF.
002523 1300-EXIT.
002524     EXIT.
002525
002530*****************************************************************
002540*    2000-RUN-STANDING-GEN
002550*    A generator failure stops the night - the batch must not
002780 3000-RUN-BATCH.
002790     MOVE ZERO TO WS-SUB-RETURN-CODE.
002800     CALL "CalcBatchDriver" USING WS-SUB-RETURN-CODE
002806         WS-PARM-OPERATOR-ID WS-PARM-CKPT-INTERVAL
002812         WS-RUN-MODE-LIVE.
002820     MOVE "STEP CALCBATCH - BATCH RUN" TO WS-NL-TEXT.
002830     MOVE WS-SUB-RETURN-CODE TO WS-NL-RC.
002840     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
