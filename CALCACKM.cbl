000140*     whose totals disagree with the trailer we sent, or that
000150*     names a batch we never sent, is a break.  A feed batch
000160*     sent before today with no acknowledgment at all is flagged
000164*     as unacknowledged once a full business day (on the CALCCAL
000168*     calendar, through CalcBusinessDay) has passed - the ledger
000172*     is given one business day to answer, so a Friday batch is
000176*     not chased on Saturday morning.
000180*     Every detail posting the ledger bounced is written to the
000190*     suspense file under the next suspense key, so it is worked
000200*     at the CalcSuspenseRework screen like any other open
000341*                      read cleanly - a pass that fails part
000342*                      way through no longer leaves bounces in
000343*                      suspense for a rerun to duplicate.
000344*     2026-10-15  DN  The ledger's day to answer is now one
000345*                      business day: a batch is flagged
000346*                      unacknowledged only when a business day
000347*                      has passed since its feed date, counted
000348*                      through CalcBusinessDay.
000349*     2026-10-15  DN  A bounce is routed to suspense as a rands
000350*                      entry (the ledger refused the rands
000351*                      posting); record image widened with the
000352*                      suspense layout.
000353*****************************************************************
000354 IDENTIFICATION DIVISION.
000355 PROGRAM-ID. CalcAckMatch.
000360 AUTHOR. D. NAIDOO.
000370 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000380 DATE-WRITTEN. 09-02-2026.
000882*****************************************************************
000883 FD  CALC-BOUNCE-FILE
000884     RECORDING MODE IS F.
000885 01  CALC-BOUNCE-RECORD              PIC X(101).
000886
000887 FD  CALC-ACK-REPORT-FILE
000888     RECORDING MODE IS F.
001684*****************************************************************
001685     COPY "CALCKPA.CPY".
001686
001688*****************************************************************
001690*    WORKING STORAGE - BUSINESS-DAY CALENDAR INTERFACE
001692*****************************************************************
001694     COPY "CALCBDPA.CPY".
001696
001698 LINKAGE SECTION.
001700 01  LS-RETURN-CODE               PIC 9(04) COMP.
001710
001720*****************************************************************
004650     MOVE ZERO            TO CS-RUN-DATE.
004655     MOVE AK-DEPT-CODE    TO CS-DEPT-CODE.
004656     MOVE WS-CURRENT-DATE TO CS-HELD-DATE.
004657     MOVE SPACES          TO CS-CURRENCY-CODE.
004658     MOVE ZERO            TO CS-FOREIGN-AMOUNT.
004660
004665*    The record goes to the bounce work file, NOT to the live
004670*    suspense file - a pass that fails part way through must
005089*****************************************************************
005090*    3000-CHECK-UNACKED
005091*    A feed batch sent before today with no acknowledgment is
005092*    flagged once a business day has passed since its feed
005093*    date - the ledger is given one business day to answer.
005094*    Today's own batch, or Friday's on a Saturday or a public
005095*    holiday, is left alone; its acknowledgment is simply not
005096*    due yet.
005097*****************************************************************
005100 3000-CHECK-UNACKED.
005110     PERFORM 3100-CHECK-ONE-GROUP THRU 3100-EXIT
005120         VARYING WS-GROUP-SUB FROM 1 BY 1
005150     EXIT.
005160
005170 3100-CHECK-ONE-GROUP.
005172     IF WS-FG-ACKED (WS-GROUP-SUB)
005174      OR WS-FG-DATE (WS-GROUP-SUB) NOT < WS-CURRENT-DATE
005176         GO TO 3100-EXIT
005178     END-IF.
005180     SET BDC-FUNC-COUNT TO TRUE.
005182     MOVE WS-FG-DATE (WS-GROUP-SUB) TO BDC-FROM-DATE.
005184     MOVE WS-CURRENT-DATE           TO BDC-TO-DATE.
005186     CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA.
005188     IF BDC-INVALID-REQUEST
005190         MOVE 1 TO BDC-DAY-COUNT
005192     END-IF.
005194     IF BDC-DAY-COUNT NOT < 1
005200         ADD 1 TO WS-UNACKED-COUNT
005210         ADD 1 TO WS-BREAK-COUNT
005220         MOVE SPACES TO WS-ACK-DATE-LINE
005467     WRITE CALC-ACK-REPORT-LINE.
005470
005480     MOVE SPACES TO WS-ACK-COUNT-LINE.
005490     MOVE "UNACKNOWLEDGED PAST A BUSINESS DAY:" TO WS-AC-TEXT.
005500     MOVE WS-UNACKED-COUNT TO WS-AC-COUNT.
005510     MOVE WS-ACK-COUNT-LINE TO CALC-ACK-REPORT-LINE.
005520     WRITE CALC-ACK-REPORT-LINE.
