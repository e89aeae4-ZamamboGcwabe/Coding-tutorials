000130*     which front end drove the calculation, and so that every
000140*     calculation - accepted or rejected - is written once to
000150*     the audit log.
000151*
000152*     A caller recording an already-posted figure (a reversal
000153*     and its offsetting posting) sets CALC-ENTRY-TYPE; the
000154*     engine then only logs the figures supplied, linked to the
000155*     reversed posting, so the trail keeps a single writer.
000156*     The shares of a cost-allocated Result are logged the same
000157*     way, each linked to its source transaction.
000158*     A caller projecting a run without posting it sets
000159*     CALC-AUDIT-SWITCH and nothing is logged.
000160*     Every record written is numbered in one unbroken sequence
000161*     and carries a check value chained from the record before
000162*     it through CalcAuditChain.  The last number and value are
000163*     kept on the one-record state file CALCAUDC, rewritten
000164*     after each record, so chaining never means reading the
000165*     whole trail; with no CALCAUDC the last record on CALCAUD
000166*     is used instead.
000167*
000170* MODIFICATION HISTORY.
000180*     2026-08-08  DN  Original engine, split out of
000190*                      CalculatorProgram's EVALUATE Operator
000226*                      key when the caller substituted a prior
000227*                      transaction's Result into an operand, so
000228*                      the chain can be reconstructed.
000229*     2026-10-02  DN  Reversal entries: when CALC-ENTRY-TYPE is
000230*                      "V" or "O" the supplied posted figures are
000231*                      logged without re-validation or arithmetic,
000232*                      with the entry type and linked results-
000233*                      master key stamped into the audit record.
000234*     2026-10-09  DN  No audit record is written when the
000235*                      caller sets CALC-AUDIT-SWITCH to project
000236*                      a calculation rather than post it.
000237*     2026-10-15  DN  Cost-allocation shares: CALC-ENTRY-TYPE "A"
000238*                      logs one share as a posted figure, with the
000239*                      allocation code, share line and receiving
000240*                      department stamped into the audit record.
000241*     2026-10-15  DN  Each audit record now carries a sequence
000242*                      number and a check value chained from the
000243*                      previous record (CalcAuditChain), with the
000244*                      chain state kept on CALCAUDC.
000245*     2026-10-15  DN  The currency, foreign amount and exchange
000246*                      rate of an Operand1 converted from a
000247*                      foreign currency are stamped into the audit
000248*                      record.
000249*****************************************************************
000250 IDENTIFICATION DIVISION.
000251 PROGRAM-ID. CalcComputeEngine.
000252 AUTHOR. D. NAIDOO.
000260 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000270 DATE-WRITTEN. 08-08-2026.
000280 DATE-COMPILED.
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000370
000371     SELECT CALC-AUDCHN-FILE
000372         ASSIGN TO "CALCAUDC"
000373         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-AUDCHN-FILE-STATUS.
000375
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CALC-AUDIT-FILE
000410     RECORDING MODE IS F.
000420     COPY "CALCAUD.CPY".
000430
000432 FD  CALC-AUDCHN-FILE
000434     RECORDING MODE IS F.
000436     COPY "CALCAUDC.CPY".
000438
000440 WORKING-STORAGE SECTION.
000450*****************************************************************
000460*    WORKING STORAGE - ENGINE CONTROL FIELDS
000490 77  WS-CURRENT-TIME             PIC 9(08).
000500 77  WS-QUOTIENT                 PIC S9(9).
000510 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000511 77  WS-AUDCHN-FILE-STATUS       PIC X(02).
000512 77  WS-AUDCHN-FILENAME          PIC X(08) VALUE "CALCAUDC".
000513 77  WS-FILE-UTIL-RC             PIC 9(09) COMP-5 VALUE ZERO.
000514 77  WS-LAST-SEQUENCE-NO         PIC 9(09) VALUE ZERO.
000515 77  WS-LAST-CHAIN-VALUE         PIC 9(09) VALUE ZERO.
000520
000530 01  WS-VALIDATE-SWITCH          PIC X(01).
000540     88  WS-INPUT-VALID              VALUE "Y".
000550     88  WS-INPUT-INVALID             VALUE "N".
000551
000552 01  WS-CHAIN-STATE-SWITCH       PIC X(01).
000553     88  WS-CHAIN-STATE-FOUND         VALUE "Y".
000554     88  WS-CHAIN-STATE-NOT-FOUND     VALUE "N".
000555
000556 01  WS-END-OF-FILE-SWITCH       PIC X(01).
000557     88  WS-END-OF-FILE               VALUE "Y".
000558     88  WS-NOT-END-OF-FILE           VALUE "N".
000559
000560 01  WS-AUDIT-WRITE-SWITCH       PIC X(01).
000561     88  WS-AUDIT-WRITTEN             VALUE "Y".
000562     88  WS-AUDIT-NOT-WRITTEN         VALUE "N".
000563
000564*****************************************************************
000565*    WORKING STORAGE - AUDIT CHAIN INTERFACE
000566*****************************************************************
000567     COPY "CALCACPA.CPY".
000568
000570 LINKAGE SECTION.
000580     COPY "CALCFLDS.CPY".
000590
000650*****************************************************************
000660 PROCEDURE DIVISION USING CALC-ENGINE-DATA.
000670 0000-MAINLINE.
000671     IF CALC-ENTRY-POSTED-FIGURE
000672         SET CALC-STATUS-ACCEPTED TO TRUE
000673         MOVE SPACES TO CALC-REJECT-REASON
000674         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
000675         GOBACK
000676     END-IF.
000680     PERFORM 1000-VALIDATE-INPUT THRU 1000-EXIT.
000690     IF WS-INPUT-VALID
000700         PERFORM 2000-COMPUTE-RESULT THRU 2000-EXIT
001990*    8000-WRITE-AUDIT-LOG
002000*    Appends one record to CALC-AUDIT-FILE for this calculation,
002010*    accepted or rejected, so a Result questioned later can be
002014*    reconciled against the trail.  A projection (dry run) is
002018*    not a calculation anyone performed and is not logged.
002022*    The chain state is fetched first: seeding it from CALCAUD
002026*    reads through the same record area this paragraph fills.
002030*****************************************************************
002040 8000-WRITE-AUDIT-LOG.
002042     IF NOT CALC-AUDIT-SUPPRESSED
002044         PERFORM 8100-READ-CHAIN-STATE THRU 8100-EXIT
002046     END-IF.
002048
002050     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002060     ACCEPT WS-CURRENT-TIME FROM TIME.
002070
002156     MOVE CALC-RATE-CODE    TO CA-RATE-CODE.
002157     MOVE CALC-RATE-EFF-DATE TO CA-RATE-EFF-DATE.
002158     MOVE CALC-CHAIN-KEY    TO CA-CHAIN-KEY.
002168     MOVE CALC-CURRENCY-CODE TO CA-CURRENCY-CODE.
002178     MOVE CALC-FOREIGN-AMOUNT TO CA-FOREIGN-AMOUNT.
002188     MOVE CALC-FX-RATE      TO CA-FX-RATE.
002198     IF CALC-ENTRY-POSTED-FIGURE
002208         MOVE CALC-ENTRY-TYPE    TO CA-ENTRY-TYPE
002218         MOVE CALC-LINK-KEY      TO CA-LINK-KEY
002228         MOVE CALC-LINK-RUN-DATE TO CA-LINK-RUN-DATE
002238         MOVE CALC-ALLOC-CODE    TO CA-ALLOC-CODE
002248         MOVE CALC-SHARE-LINE    TO CA-SHARE-LINE
002258         MOVE CALC-SHARE-DEPT-CODE TO CA-SHARE-DEPT-CODE
002268     ELSE
002278         SET CA-ENTRY-CALCULATION TO TRUE
002288         MOVE ZERO TO CA-LINK-KEY
002298         MOVE ZERO TO CA-LINK-RUN-DATE
002308         MOVE SPACES TO CA-ALLOC-CODE
002318         MOVE ZERO TO CA-SHARE-LINE
002328         MOVE SPACES TO CA-SHARE-DEPT-CODE
002338     END-IF.
002348
002358     IF NOT CALC-AUDIT-SUPPRESSED
002368         PERFORM 8300-CHAIN-AND-WRITE THRU 8300-EXIT
002378     END-IF.
002388
002398*    The entry type applies to this call only.
002408     MOVE SPACE TO CALC-ENTRY-TYPE.
002418     MOVE ZERO TO CALC-LINK-KEY.
002428     MOVE ZERO TO CALC-LINK-RUN-DATE.
002438     MOVE SPACES TO CALC-ALLOC-CODE.
002448     MOVE ZERO TO CALC-SHARE-LINE.
002458     MOVE SPACES TO CALC-SHARE-DEPT-CODE.
002468 8000-EXIT.
002478     EXIT.
002488
002498*****************************************************************
002508*    8100-READ-CHAIN-STATE
002518*    The last sequence number and check value written, from
002528*    CALCAUDC; without a usable CALCAUDC they are taken from
002538*    the last chained record on CALCAUD, and with neither the
002548*    chain starts afresh at sequence 1 from a check value of
002558*    zero.
002568*****************************************************************
002578 8100-READ-CHAIN-STATE.
002588     MOVE ZERO TO WS-LAST-SEQUENCE-NO WS-LAST-CHAIN-VALUE.
002598     SET WS-CHAIN-STATE-NOT-FOUND TO TRUE.
002608     OPEN INPUT CALC-AUDCHN-FILE.
002618     IF WS-AUDCHN-FILE-STATUS = "00"
002628         READ CALC-AUDCHN-FILE
002638             AT END
002648                 CONTINUE
002658             NOT AT END
002668                 IF AC-LAST-SEQUENCE-NO IS NUMERIC
002678                    AND AC-LAST-CHAIN-VALUE IS NUMERIC
002688                     MOVE AC-LAST-SEQUENCE-NO
002698                         TO WS-LAST-SEQUENCE-NO
002708                     MOVE AC-LAST-CHAIN-VALUE
002718                         TO WS-LAST-CHAIN-VALUE
002728                     SET WS-CHAIN-STATE-FOUND TO TRUE
002738                 END-IF
002748         END-READ
002758         CLOSE CALC-AUDCHN-FILE
002768     END-IF.
002778     IF WS-CHAIN-STATE-FOUND
002788         GO TO 8100-EXIT
002798     END-IF.
002808
002818     OPEN INPUT CALC-AUDIT-FILE.
002828     IF WS-AUDIT-FILE-STATUS NOT = "00"
002838         GO TO 8100-EXIT
002848     END-IF.
002858     SET WS-NOT-END-OF-FILE TO TRUE.
002868     PERFORM 8150-SEED-FROM-LOG THRU 8150-EXIT
002878         UNTIL WS-END-OF-FILE.
002888     CLOSE CALC-AUDIT-FILE.
002898 8100-EXIT.
002908     EXIT.
002918
002928 8150-SEED-FROM-LOG.
002938     READ CALC-AUDIT-FILE
002948         AT END
002958             SET WS-END-OF-FILE TO TRUE
002968             GO TO 8150-EXIT
002978     END-READ.
002988     IF CA-SEQUENCE-NO IS NUMERIC
002998        AND CA-SEQUENCE-NO NOT = ZERO
003008        AND CA-CHAIN-VALUE IS NUMERIC
003018         MOVE CA-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
003028         MOVE CA-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
003038     END-IF.
003048 8150-EXIT.
003058     EXIT.
003068
003078*****************************************************************
003088*    8300-CHAIN-AND-WRITE
003098*    Numbers the record, chains it to the last one written and
003108*    appends it.  The chain state only moves on once the record
003118*    is safely on CALCAUD, so a failed write never leaves a
003128*    number handed out with no record behind it.
003138*****************************************************************
003148 8300-CHAIN-AND-WRITE.
003158     COMPUTE CA-SEQUENCE-NO = WS-LAST-SEQUENCE-NO + 1.
003168     MOVE ZERO TO CA-CHAIN-VALUE.
003178     MOVE WS-LAST-CHAIN-VALUE TO ACH-PRIOR-CHAIN-VALUE.
003188     MOVE CALC-AUDIT-RECORD TO ACH-RECORD-IMAGE.
003198     CALL "CalcAuditChain" USING AUDIT-CHAIN-DATA.
003208     MOVE ACH-CHAIN-VALUE TO CA-CHAIN-VALUE.
003218
003228     SET WS-AUDIT-NOT-WRITTEN TO TRUE.
003238     OPEN EXTEND CALC-AUDIT-FILE.
003248     IF WS-AUDIT-FILE-STATUS = "35"
003258         OPEN OUTPUT CALC-AUDIT-FILE
003268     END-IF.
003278     WRITE CALC-AUDIT-RECORD.
003288     IF WS-AUDIT-FILE-STATUS = "00"
003298         SET WS-AUDIT-WRITTEN TO TRUE
003308     END-IF.
003318     CLOSE CALC-AUDIT-FILE.
003328     IF WS-AUDIT-WRITTEN
003338         PERFORM 8400-SAVE-CHAIN-STATE THRU 8400-EXIT
003348     END-IF.
003358 8300-EXIT.
003368     EXIT.
003378
003388*****************************************************************
003398*    8400-SAVE-CHAIN-STATE
003408*    A state file that cannot be rewritten is removed, so the
003418*    next record is chained from the last record on CALCAUD
003428*    rather than from a stale state.
003438*****************************************************************
003448 8400-SAVE-CHAIN-STATE.
003458     OPEN OUTPUT CALC-AUDCHN-FILE.
003468     IF WS-AUDCHN-FILE-STATUS NOT = "00"
003478         CALL "CBL_DELETE_FILE" USING WS-AUDCHN-FILENAME
003488             RETURNING WS-FILE-UTIL-RC
003498         GO TO 8400-EXIT
003508     END-IF.
003518     MOVE SPACES            TO CALC-AUDIT-CHAIN-RECORD.
003528     MOVE CA-SEQUENCE-NO    TO AC-LAST-SEQUENCE-NO.
003538     MOVE CA-CHAIN-VALUE    TO AC-LAST-CHAIN-VALUE.
003548     MOVE CA-LOG-DATE       TO AC-LAST-LOG-DATE.
003558     MOVE CA-LOG-TIME       TO AC-LAST-LOG-TIME.
003568     WRITE CALC-AUDIT-CHAIN-RECORD.
003578     IF WS-AUDCHN-FILE-STATUS NOT = "00"
003588         CLOSE CALC-AUDCHN-FILE
003598         CALL "CBL_DELETE_FILE" USING WS-AUDCHN-FILENAME
003608             RETURNING WS-FILE-UTIL-RC
003618         GO TO 8400-EXIT
003628     END-IF.
003638     CLOSE CALC-AUDCHN-FILE.
003648 8400-EXIT.
003658     EXIT.
