000300*     when the requested function could not run, 0 otherwise.
000310*
000320* MODIFICATION HISTORY.
000321*     2026-09-02  DN  Original worksheet facility.
000322*     2026-10-05  DN  A worksheet dropped to batch is now
000323*                      written as a header/detail/trailer group
000324*                      of its own (source WORKSHT) with the count
000325*                      and operand hash totals CalcBatchDriver
000326*                      proves; the run date comes from the first
000327*                      control header and the next key from
000328*                      details only.
000329*     2026-10-15  DN  Dropped details are rands entries (blank
000330*                      currency, zero foreign amount) and the
000331*                      trailer carries a zero foreign amount hash.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CalcWorksheet.
000920 77  WS-DISPLAY-RESULT            PIC -Z(8)9.99.
000930 77  WS-DISPLAY-RATE              PIC -Z(6)9.99.
000940 77  WS-OPERAND-SIDE              PIC X(01) VALUE "1".
000943 77  WS-HASH-OPERAND1             PIC S9(13)V99 VALUE ZERO.
000946 77  WS-HASH-OPERAND2             PIC S9(13)V99 VALUE ZERO.
000950
000960 01  WS-WORKSHEET-NAME            PIC X(08).
000970 01  WS-INPUT-NAME                PIC X(08).
006630*    codes left for the batch driver to resolve as at the run
006640*    date.  A prompt step cannot run unattended and a rate on
006650*    Operand1 has no CALCTRAN field - both refuse the drop
006652*    before anything is written.  The dropped records form a
006654*    header/detail/trailer group of their own (source WORKSHT)
006656*    carrying the count and operand hash totals CalcBatchDriver
006658*    proves; a drop that fails part-way leaves its group
006660*    without a trailer, and the batch refuses the file rather
006662*    than running half a worksheet.
006670*****************************************************************
006680 5000-DROP-TO-BATCH.
006690     DISPLAY "Worksheet name to drop to batch: ".
006880         GO TO 5000-EXIT
006890     END-IF.
006900     MOVE ZERO TO WS-DROPPED-COUNT.
006903     MOVE ZERO TO WS-HASH-OPERAND1 WS-HASH-OPERAND2.
006906     PERFORM 5250-WRITE-HEADER THRU 5250-EXIT.
006910     PERFORM 5300-DROP-ONE-STEP THRU 5300-EXIT
006920         VARYING WS-STEP-SUB FROM 1 BY 1
006930         UNTIL WS-STEP-SUB > WS-STEP-COUNT
006940            OR LS-RETURN-CODE NOT = ZERO.
006942     IF LS-RETURN-CODE = ZERO
006944         PERFORM 5400-WRITE-TRAILER THRU 5400-EXIT
006946     END-IF.
006950     CLOSE CALC-TRANS-FILE.
006951     IF LS-RETURN-CODE NOT = ZERO
006952         DISPLAY "Worksheet group on CALCTRAN is incomplete - "
006953             "the batch will refuse the file until it is "
006954             "repaired"
006955     END-IF.
006960     IF LS-RETURN-CODE = ZERO
006970         DISPLAY "Worksheet " WS-WORKSHEET-NAME " dropped - "
006980             WS-DROPPED-COUNT " transaction(s) added to the "
007570             SET WS-END-OF-FILE TO TRUE
007580         NOT AT END
007590             IF WS-TRANS-ABSENT
007596                AND CT-HEADER-REC
007602                 MOVE CT-HDR-RUN-DATE TO WS-RUN-DATE
007610                 SET WS-TRANS-PRESENT TO TRUE
007620             END-IF
007626             IF CT-DETAIL-REC
007632                AND CT-TRANS-KEY > WS-NEXT-TRANS-KEY
007640                 MOVE CT-TRANS-KEY TO WS-NEXT-TRANS-KEY
007650             END-IF
007660     END-READ.
007670 5210-EXIT.
007680     EXIT.
007681
007682 5250-WRITE-HEADER.
007683     MOVE SPACES            TO CALC-TRANS-RECORD.
007684     SET CT-HEADER-REC      TO TRUE.
007685     MOVE "WORKSHT"         TO CT-HDR-SOURCE-SYSTEM.
007686     MOVE WS-RUN-DATE       TO CT-HDR-RUN-DATE.
007687     WRITE CALC-TRANS-RECORD.
007688     IF WS-TRANS-FILE-STATUS NOT = "00"
007689         DISPLAY "CalcWorksheet: unable to write CALCTRAN - "
007690             "status " WS-TRANS-FILE-STATUS
007691         MOVE 2 TO LS-RETURN-CODE
007692     END-IF.
007693 5250-EXIT.
007694     EXIT.
007695
007700 5300-DROP-ONE-STEP.
007710     ADD 1 TO WS-NEXT-TRANS-KEY.
007720     MOVE WS-NEXT-TRANS-KEY
007730         TO WS-ST-GEN-KEY (WS-STEP-SUB).
007740     MOVE SPACES            TO CALC-TRANS-RECORD.
007745     SET CT-DETAIL-REC      TO TRUE.
007750     MOVE WS-NEXT-TRANS-KEY TO CT-TRANS-KEY.
007760     MOVE WS-RUN-DATE       TO CT-RUN-DATE.
007770     MOVE WS-ST-OPERATOR (WS-STEP-SUB) TO CT-OPERATOR.
007790     MOVE SPACES            TO CT-RATE-CODE.
007800     MOVE ZERO              TO CT-CHAIN-KEY.
007810     MOVE SPACE             TO CT-CHAIN-OPERAND.
007813     MOVE SPACES            TO CT-CURRENCY-CODE.
007816     MOVE ZERO              TO CT-FOREIGN-AMOUNT.
007820
007830     EVALUATE TRUE
007840         WHEN WS-ST-OP1-TYPE (WS-STEP-SUB) = "S"
008180         GO TO 5300-EXIT
008190     END-IF.
008200     ADD 1 TO WS-DROPPED-COUNT.
008203     ADD CT-OPERAND1 TO WS-HASH-OPERAND1.
008206     ADD CT-OPERAND2 TO WS-HASH-OPERAND2.
008210 5300-EXIT.
008220     EXIT.
008221
008222 5400-WRITE-TRAILER.
008223     MOVE SPACES            TO CALC-TRANS-RECORD.
008224     SET CT-TRAILER-REC     TO TRUE.
008225     MOVE WS-DROPPED-COUNT  TO CT-TRL-RECORD-COUNT.
008226     MOVE WS-HASH-OPERAND1  TO CT-TRL-HASH-OPERAND1.
008227     MOVE WS-HASH-OPERAND2  TO CT-TRL-HASH-OPERAND2.
008228     MOVE ZERO              TO CT-TRL-HASH-FOREIGN.
008229     WRITE CALC-TRANS-RECORD.
008230     IF WS-TRANS-FILE-STATUS NOT = "00"
008231         DISPLAY "CalcWorksheet: unable to write CALCTRAN - "
008232             "status " WS-TRANS-FILE-STATUS
008233         MOVE 2 TO LS-RETURN-CODE
008234     END-IF.
008235 5400-EXIT.
008236     EXIT.
008237
008240*****************************************************************
008250*    6000-CHECK-NAME-EXISTS
008260*****************************************************************
