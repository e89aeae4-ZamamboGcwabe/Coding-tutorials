000533*                      rates Import at CALCRIMR, a worksheet
000534*                      step rejection at the audit log - none
000535*                      of those land in the suspense file.
000536*     2026-10-02  DN  Added result reversal and correction
000537*                      (CalcResultReversal) as choice V; it is
000538*                      passed the signed-on operator id for the
000539*                      reversal mark, the offset and the audit
000540*                      trail.
000541*     2026-10-09  DN  Added the batch dry run as choice D:
000542*                      CalcBatchDriver is called in dry-run mode
000543*                      against the day's CALCTRAN and posts
000544*                      nothing, listing what the run would do on
000545*                      CALCDRYR; CalcStandingGen and the
000546*                      reconciliation are not run for it.  The
000547*                      batch run (choice 2) now passes the live
000548*                      run mode.
000549*     2026-10-12  DN  Added GL account-mapping maintenance as
000550*                      choice G (CalcGlMapMaint) and the re-drive
000551*                      of held GL postings as choice R
000552*                      (CalcGlRedrive), which sends every held
000553*                      posting that now maps and lists what is
000554*                      still unmapped on CALCGLRR.
000555*     2026-10-14  DN  Choice T runs the GL trial balance
000556*                      (CalcTrialBalance); a month-end close
000557*                      that could not roll the GL balances
000558*                      forward gets its own note.
000559*     2026-10-15  DN  Choice L, Cost allocation maintenance,
000560*                      calls CalcAllocMaint with the signed-on
000561*                      operator id.
000562*     2026-10-15  DN  Choice N, Business-day calendar
000563*                      maintenance, calls CalcCalendarMaint.
000564*     2026-10-15  DN  A lockout at sign-on stamps the date on
000565*                      the profile's new OP-STATUS-DATE; work
000566*                      image widened with the profile layout.
000567*****************************************************************
000568 IDENTIFICATION DIVISION.
000569 PROGRAM-ID. CalcMenuProgram.
000570 AUTHOR. D. NAIDOO.
000571 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000572 DATE-WRITTEN. 08-08-2026.
000573 DATE-COMPILED.
000574
000575 ENVIRONMENT DIVISION.
000576 INPUT-OUTPUT SECTION.
000577 FILE-CONTROL.
000578     SELECT CALC-OPERATOR-FILE
000579         ASSIGN TO "CALCOPRF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000581         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000582
000583     SELECT CALC-OPRNEW-FILE
000584         ASSIGN TO "CALCOPRN"
000585         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-OPRNEW-FILE-STATUS.
000587
000588 DATA DIVISION.
000589 FILE SECTION.
000590 FD  CALC-OPERATOR-FILE
000591     RECORDING MODE IS F.
000592     COPY "CALCOPRF.CPY".
000593
000594*****************************************************************
000595*    Work file used when a profile record must be rewritten at
000596*    sign-on (failed-attempt count, lockout, password change) -
000597*    a byte-for-byte image of CALC-OPERATOR-PROFILE
000598*    (CALCOPRF.CPY), kept the same length as that layout.
000599*****************************************************************
000600 FD  CALC-OPRNEW-FILE
000601     RECORDING MODE IS F.
000602 01  CALC-OPRNEW-RECORD              PIC X(84).
000603
000604 WORKING-STORAGE SECTION.
000605*****************************************************************
000606*    WORKING STORAGE - MENU CONTROL FIELDS
000607*****************************************************************
000608 77  WS-SUB-RETURN-CODE           PIC 9(04) COMP.
000609 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
000610 77  WS-INVALID-CHOICE-COUNT      PIC 9(02) VALUE ZERO.
000611 77  WS-OPERATOR-FILE-STATUS      PIC X(02).
000612 77  WS-OPRNEW-FILE-STATUS        PIC X(02).
000613 77  WS-OPRNEW-FILENAME           PIC X(08) VALUE "CALCOPRN".
000614 77  WS-OPRNEW-DELETE-RC          PIC 9(09) COMP-5 VALUE ZERO.
000615 77  WS-MAX-SIGNON-ATTEMPTS       PIC 9(02) VALUE 3.
000616 77  WS-SIGNON-ATTEMPT-COUNT      PIC 9(02) VALUE ZERO.
000617 77  WS-AUTHORITY-COUNT           PIC 9(02) VALUE ZERO.
000618 77  WS-LOCKOUT-THRESHOLD         PIC 9(02) VALUE 3.
000619 77  WS-PWD-EXPIRY-DAYS           PIC 9(03) VALUE 90.
000620 77  WS-PWD-CHANGE-ATTEMPTS       PIC 9(02) VALUE 3.
000621 77  WS-PWD-TRY-COUNT             PIC 9(02) VALUE ZERO.
000622 77  WS-PWD-AGE-DAYS              PIC S9(05) VALUE ZERO.
000623 77  WS-CURRENT-DATE              PIC 9(08).
000624*    Passed to CalcBatchDriver; the unattended night run sets
000625*    its own from the parameter file.
000626 77  WS-CKPT-INTERVAL             PIC 9(04) VALUE 100.
000627*    Run mode passed to CalcBatchDriver: live posts, dry only
000628*    projects the run onto CALCDRYR.
000629 77  WS-RUN-MODE-LIVE             PIC X(01) VALUE "L".
000630 77  WS-RUN-MODE-DRY              PIC X(01) VALUE "D".
000631
000632 01  WS-SIGNON-OPERATOR-ID        PIC X(08).
000633 01  WS-SIGNON-PASSWORD           PIC X(08).
000634 01  WS-SIGNON-NAME               PIC X(20).
000635 01  WS-ALLOWED-CHOICES           PIC X(24).
000636 01  WS-NEW-PASSWORD-1            PIC X(08).
000637 01  WS-NEW-PASSWORD-2            PIC X(08).
000638
000639*****************************************************************
000640*    The matched profile's fields, saved off the record area so
000641*    the file can be closed (and later rewritten through the
000642*    work-file swap) while the attempt is judged.
000643*****************************************************************
000644 01  WS-FOUND-PROFILE.
000645     05  WS-FOUND-PASSWORD        PIC X(08).
000646     05  WS-FOUND-NAME            PIC X(20).
000647     05  WS-FOUND-CHOICES         PIC X(24).
000648     05  WS-FOUND-PWD-DATE        PIC 9(08).
000649     05  WS-FOUND-FAILED-COUNT    PIC 9(02).
000650     05  WS-FOUND-STATUS          PIC X(01).
000651         88  WS-FOUND-ACTIVE          VALUE "A".
000652         88  WS-FOUND-LOCKED          VALUE "L".
000653         88  WS-FOUND-DISABLED        VALUE "D".
000654     05  WS-FOUND-STATUS-DATE     PIC X(08).
000655
000656 01  WS-MENU-CHOICE               PIC X(01).
000657     88  WS-CHOICE-INTERACTIVE        VALUE "1".
000658     88  WS-CHOICE-BATCH               VALUE "2".
000659     88  WS-CHOICE-REPORTS             VALUE "3".
000660     88  WS-CHOICE-REWORK              VALUE "4".
000661     88  WS-CHOICE-AUDIT               VALUE "5".
000662     88  WS-CHOICE-RATES               VALUE "6".
000663     88  WS-CHOICE-STANDING            VALUE "7".
000664     88  WS-CHOICE-RESULTS             VALUE "8".
000665     88  WS-CHOICE-TREND               VALUE "9".
000666     88  WS-CHOICE-RELEASE             VALUE "A" "a".
000667     88  WS-CHOICE-ACKMATCH            VALUE "B" "b".
000668     88  WS-CHOICE-CLOSE               VALUE "C" "c".
000669     88  WS-CHOICE-OPERATORS           VALUE "O" "o".
000670     88  WS-CHOICE-HOUSEKEEP           VALUE "H" "h".
000671     88  WS-CHOICE-AGING               VALUE "E" "e".
000672     88  WS-CHOICE-WORKSHEET           VALUE "W" "w".
000673     88  WS-CHOICE-APPROVALS           VALUE "P" "p".
000674     88  WS-CHOICE-REVERSAL            VALUE "V" "v".
000675     88  WS-CHOICE-DRYRUN              VALUE "D" "d".
000676     88  WS-CHOICE-GLMAP               VALUE "G" "g".
000677     88  WS-CHOICE-REDRIVE             VALUE "R" "r".
000678     88  WS-CHOICE-TRIALBAL            VALUE "T" "t".
000679     88  WS-CHOICE-ALLOC               VALUE "L" "l".
000680     88  WS-CHOICE-CALENDAR            VALUE "N" "n".
000681     88  WS-CHOICE-EXIT                 VALUE "X" "x".
000682     88  WS-CHOICE-VALID                VALUE "1" "2" "3" "4"
000683                                              "5" "6" "7" "8"
000684                                              "9" "A" "a"
000685                                              "B" "b" "C" "c"
000686                                              "E" "e" "H" "h"
000687                                              "O" "o" "P" "p"
000688                                              "W" "w" "V" "v"
000689                                              "D" "d"
000690                                              "G" "g"
000691                                              "R" "r"
000692                                              "T" "t"
000693                                              "L" "l"
000694                                              "N" "n"
000695                                              "X" "x".
000696
000697 01  WS-EXIT-SWITCH                PIC X(01).
000698     88  WS-EXIT-REQUESTED             VALUE "Y".
000700     88  WS-EXIT-NOT-REQUESTED         VALUE "N".
000701
000702 01  WS-SIGNON-SWITCH              PIC X(01).
000964     IF WS-MENU-CHOICE = "p"
000965         MOVE "P" TO WS-MENU-CHOICE
000966     END-IF.
000967     IF WS-MENU-CHOICE = "v"
000968         MOVE "V" TO WS-MENU-CHOICE
000969     END-IF.
000970     IF WS-MENU-CHOICE = "d"
000971         MOVE "D" TO WS-MENU-CHOICE
000972     END-IF.
000973     IF WS-MENU-CHOICE = "g"
000974         MOVE "G" TO WS-MENU-CHOICE
000975     END-IF.
000976     IF WS-MENU-CHOICE = "r"
000977         MOVE "R" TO WS-MENU-CHOICE
000978     END-IF.
000979     IF WS-MENU-CHOICE = "t"
000980         MOVE "T" TO WS-MENU-CHOICE
000981     END-IF.
000982     IF WS-MENU-CHOICE = "l"
000983         MOVE "L" TO WS-MENU-CHOICE
000984     END-IF.
000985     IF WS-MENU-CHOICE = "n"
000986         MOVE "N" TO WS-MENU-CHOICE
000987     END-IF.
000988
000989     IF NOT WS-CHOICE-VALID
000990         ADD 1 TO WS-INVALID-CHOICE-COUNT
000991         IF WS-INVALID-CHOICE-COUNT > WS-MAX-INVALID-ATTEMPTS
000992             DISPLAY "Too many invalid entries - ending menu"
001000             SET WS-EXIT-REQUESTED TO TRUE
001010         ELSE
001020             DISPLAY "Invalid choice - please select 1 "
001023                 "through 9, A, B, C, D, E, G, H, L, N, O, "
001026                 "P, R, T, V, W, or X to exit"
001030         END-IF
001040         GO TO 1000-EXIT
001050     END-IF.
001129             MOVE ZERO TO WS-SUB-RETURN-CODE
001130             CALL "CalcBatchDriver" USING WS-SUB-RETURN-CODE
001131                 WS-SIGNON-OPERATOR-ID WS-CKPT-INTERVAL
001132                 WS-RUN-MODE-LIVE
001133*    The reconciliation only makes sense against a run that
001134*    actually completed; a fatal setup failure (2) skips it.
001135             IF WS-SUB-RETURN-CODE NOT = 2
001136                 PERFORM 1200-CHECK-RETURN-CODE THRU 1200-EXIT
001137                 MOVE ZERO TO WS-SUB-RETURN-CODE
001138                 CALL "CalcReconcileRun" USING WS-SUB-RETURN-CODE
001139             END-IF
001140         WHEN WS-CHOICE-REPORTS
001150             CALL "CalcSummaryReport" USING WS-SUB-RETURN-CODE
001155         WHEN WS-CHOICE-REWORK
001189         WHEN WS-CHOICE-APPROVALS
001190             CALL "CalcApprovalQueue" USING WS-SUB-RETURN-CODE
001191                 WS-SIGNON-OPERATOR-ID
001192         WHEN WS-CHOICE-REVERSAL
001193             CALL "CalcResultReversal" USING WS-SUB-RETURN-CODE
001194                 WS-SIGNON-OPERATOR-ID
001195         WHEN WS-CHOICE-DRYRUN
001196*    Nothing is posted, so there is nothing to reconcile and the
001197*    standing-instruction generator is left for the live run.
001198             CALL "CalcBatchDriver" USING WS-SUB-RETURN-CODE
001199                 WS-SIGNON-OPERATOR-ID WS-CKPT-INTERVAL
001200                 WS-RUN-MODE-DRY
001201         WHEN WS-CHOICE-GLMAP
001202             CALL "CalcGlMapMaint" USING WS-SUB-RETURN-CODE
001203         WHEN WS-CHOICE-REDRIVE
001204             CALL "CalcGlRedrive" USING WS-SUB-RETURN-CODE
001205                 WS-SIGNON-OPERATOR-ID
001206         WHEN WS-CHOICE-TRIALBAL
001207             CALL "CalcTrialBalance" USING WS-SUB-RETURN-CODE
001208         WHEN WS-CHOICE-ALLOC
001209             CALL "CalcAllocMaint" USING WS-SUB-RETURN-CODE
001210                 WS-SIGNON-OPERATOR-ID
001211         WHEN WS-CHOICE-CALENDAR
001212             CALL "CalcCalendarMaint" USING WS-SUB-RETURN-CODE
001213         WHEN WS-CHOICE-EXIT
001214             SET WS-EXIT-REQUESTED TO TRUE
001215     END-EVALUATE.
001216     PERFORM 1200-CHECK-RETURN-CODE THRU 1200-EXIT.
001217 1000-EXIT.
001218     EXIT.
001220
001230*****************************************************************
001240*    1100-DISPLAY-MENU
001329     DISPLAY "E. Exception aging report".
001330     DISPLAY "W. Calculation worksheets".
001331     DISPLAY "P. Pending change approvals".
001332     DISPLAY "V. Result reversal and correction".
001333     DISPLAY "D. Batch dry run (nothing posted)".
001334     DISPLAY "G. GL account mapping maintenance".
001335     DISPLAY "R. Re-drive held GL postings".
001336     DISPLAY "T. GL trial balance".
001337     DISPLAY "L. Cost allocation maintenance".
001338     DISPLAY "N. Business-day calendar maintenance".
001339     DISPLAY "X. Exit".
001340     DISPLAY "Enter your choice: ".
001341 1100-EXIT.
001350     EXIT.
001360
001370*****************************************************************
001513                 WHEN WS-CHOICE-WORKSHEET
001514                     DISPLAY "Note: a worksheet step was "
001515                         "rejected - see the audit log"
001516                 WHEN WS-CHOICE-DRYRUN
001517                     DISPLAY "Note: the dry run would reject "
001518                         "entries - see CALCDRYR"
001519                 WHEN WS-CHOICE-REDRIVE
001520                     DISPLAY "Note: GL postings still unmapped - "
001521                         "see CALCGLRR"
001522                 WHEN WS-CHOICE-TRIALBAL
001523                     DISPLAY "Note: trial balance does not "
001524                         "prove - see CALCTBR"
001525                 WHEN WS-CHOICE-CLOSE
001526                     DISPLAY "Note: GL balances not fully rolled "
001527                         "forward - see the message above"
001528                 WHEN OTHER
001529                     DISPLAY "Note: that run had rejected "
001530                         "entries - see the suspense file"
001531             END-EVALUATE
001532         WHEN 2
001540             DISPLAY "Note: that run did not complete - see the "
001550                 "error message displayed above"
001552         WHEN 3
002340                 MOVE OP-PWD-CHANGED-DATE TO WS-FOUND-PWD-DATE
002350                 MOVE OP-FAILED-COUNT  TO WS-FOUND-FAILED-COUNT
002360                 MOVE OP-STATUS           TO WS-FOUND-STATUS
002365                 MOVE OP-STATUS-DATE   TO WS-FOUND-STATUS-DATE
002370                 SET WS-PROFILE-FOUND TO TRUE
002380             END-IF
002390     END-READ.
002530     ADD 1 TO WS-FOUND-FAILED-COUNT.
002540     IF WS-FOUND-FAILED-COUNT >= WS-LOCKOUT-THRESHOLD
002550         MOVE "L" TO WS-FOUND-STATUS
002553         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002556         MOVE WS-CURRENT-DATE TO WS-FOUND-STATUS-DATE
002560         DISPLAY "Sign-on rejected - id is now locked after "
002570             WS-LOCKOUT-THRESHOLD " failed attempts"
002580     ELSE
003410                 MOVE WS-FOUND-FAILED-COUNT
003420                     TO OP-FAILED-COUNT
003430                 MOVE WS-FOUND-STATUS    TO OP-STATUS
003435                 MOVE WS-FOUND-STATUS-DATE TO OP-STATUS-DATE
003440             END-IF
003450             WRITE CALC-OPRNEW-RECORD
003460                 FROM CALC-OPERATOR-PROFILE
