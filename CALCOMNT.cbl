000280*     could not run, 0 otherwise.
000290*
000300* MODIFICATION HISTORY.
000301*     2026-09-02  DN  Original operator profile maintenance.
000302*     2026-10-02  DN  Menu choice V (result reversal) added to
000303*                      the valid choice letters.
000304*     2026-10-12  DN  Menu choices D (batch dry run), G (GL
000305*                      account mapping) and R (GL hold re-drive)
000306*                      added to the valid choice letters.
000307*     2026-10-14  DN  Menu choice T (GL trial balance) added to
000308*                      the valid choice letters.
000309*     2026-10-15  DN  Menu choice L (cost allocation
000310*                      maintenance) added to the valid choice
000311*                      letters.
000312*     2026-10-15  DN  Menu choice N (business-day calendar
000313*                      maintenance) added to the valid choice
000314*                      letters.
000315*     2026-10-15  DN  Add, Disable and Unlock stamp the date on
000316*                      the new OP-STATUS-DATE, shown on List;
000317*                      work image widened with the layout.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CalcOperMaint.
000630*****************************************************************
000640 FD  CALC-OPRNEW-FILE
000650     RECORDING MODE IS F.
000660 01  CALC-OPRNEW-RECORD              PIC X(84).
000670
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000830*    allowed and never needs listing).  Keep this in step with
000840*    CalcMenuProgram's WS-CHOICE-VALID when choices are added.
000850 77  WS-VALID-CHOICE-SET          PIC X(24)
000860         VALUE "123456789ABCEHOPWVDGRTLN".
000870
000880 01  WS-TARGET-ID                 PIC X(08).
000890 01  WS-INPUT-ID                  PIC X(08).
001430         88  WS-FOUND-ACTIVE          VALUE "A".
001440         88  WS-FOUND-LOCKED          VALUE "L".
001450         88  WS-FOUND-DISABLED        VALUE "D".
001455     05  WS-FOUND-STATUS-DATE     PIC X(08).
001460
001470 LINKAGE SECTION.
001480 01  LS-RETURN-CODE               PIC 9(04) COMP.
002390                 OP-FAILED-COUNT "     " OP-PWD-CHANGED-DATE
002400                 "     " OP-ALLOWED-CHOICES
002410             DISPLAY "          " OP-OPERATOR-NAME
002415                 "  STATUS SINCE " OP-STATUS-DATE
002420     END-READ.
002430 2100-EXIT.
002440     EXIT.
002680     MOVE ZERO              TO OP-PWD-CHANGED-DATE.
002690     MOVE ZERO              TO OP-FAILED-COUNT.
002700     SET OP-ACTIVE          TO TRUE.
002703     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002706     MOVE WS-CURRENT-DATE   TO OP-STATUS-DATE.
002710
002720     OPEN EXTEND CALC-OPERATOR-FILE.
002730     IF WS-OPERATOR-FILE-STATUS = "35"
004240         GO TO 5000-EXIT
004250     END-IF.
004260     MOVE "D" TO WS-FOUND-STATUS.
004263     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004266     MOVE WS-CURRENT-DATE TO WS-FOUND-STATUS-DATE.
004270     PERFORM 7000-UPDATE-PROFILE THRU 7000-EXIT.
004280     IF WS-UPDATE-FAILED
004290         MOVE 2 TO LS-RETURN-CODE
004530     END-IF.
004540     MOVE "A" TO WS-FOUND-STATUS.
004550     MOVE ZERO TO WS-FOUND-FAILED-COUNT.
004553     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004556     MOVE WS-CURRENT-DATE TO WS-FOUND-STATUS-DATE.
004560     PERFORM 7000-UPDATE-PROFILE THRU 7000-EXIT.
004570     IF WS-UPDATE-FAILED
004580         MOVE 2 TO LS-RETURN-CODE
005980                 MOVE WS-FOUND-FAILED-COUNT
005990                     TO OP-FAILED-COUNT
006000                 MOVE WS-FOUND-STATUS    TO OP-STATUS
006005                 MOVE WS-FOUND-STATUS-DATE TO OP-STATUS-DATE
006010             END-IF
006020             WRITE CALC-OPRNEW-RECORD
006030                 FROM CALC-OPERATOR-PROFILE
006590                 MOVE OP-FAILED-COUNT
006600                     TO WS-FOUND-FAILED-COUNT
006610                 MOVE OP-STATUS           TO WS-FOUND-STATUS
006615                 MOVE OP-STATUS-DATE   TO WS-FOUND-STATUS-DATE
006620                 SET WS-PROFILE-FOUND TO TRUE
006630             END-IF
006640     END-READ.
