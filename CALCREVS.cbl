000010*****************************************************************
000020* PROGRAM-ID: CalcResultReversal
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-02
000060*
000070* REMARKS.
000080*     Reversal and correction of a posted Result, reachable from
000090*     CalcMenuProgram (the operator profile controls who may
000100*     take the choice).  The operator gives the results-master
000110*     key (transaction key and run date) of a posting that went
000120*     out wrong; the posting is shown and, once confirmed:
000130*       - the master record is marked reversed with the date
000140*         and the reversing operator (it is never deleted, so
000150*         the inquiry still shows what was posted);
000160*       - an exact offset (the Result negated) is posted to
000170*         the GL feed through the shared CalcGlFeedWriter as a
000180*         batch of one, carrying the original operands,
000190*         operator and department, so it maps to the same GL
000200*         account and lands in the same department;
000210*       - both sides are written to the audit log through
000220*         CalcComputeEngine - the reversed figures and the
000230*         offset - each linked to the original master key.
000240*     The operator may then queue a corrected replacement: the
000250*     original figures, with any field re-keyed, are written to
000260*     the suspense file under the next suspense key with a
000270*     reason naming the reversed posting, and are posted from
000280*     CalcSuspenseRework under all the usual controls (compute
000290*     engine, authorization limit, GL mapping).
000300*     A posting still waiting in CALCPEND for supervisor
000310*     release has not reached the ledger and is refused - it is
000320*     diverted at the release queue instead.  The mark is
000330*     written before the offset is posted and put back if the
000340*     offset cannot be posted, so a posting is never shown
000350*     reversed without its offset or offset twice.  The day's
000360*     CALCRSLT is not touched - it stays the book of record for
000362*     that run.  A Result split by cost allocation is on the
000365*     master as one posting per share, and is reversed one share
000368*     at a time under its share line; a corrected replacement
000371*     is not queued for a single share, since the suspense file
000374*     has no way to carry the allocation.
000377*     LS-RETURN-CODE comes back 2 when the master
000380*     cannot be opened or a reversal could not complete, 0
000390*     otherwise.
000400*
000410* MODIFICATION HISTORY.
000420*     2026-10-02  DN  Original result reversal and correction.
000423*     2026-10-09  DN  Sets CALC-AUDIT-LOGGED before calling the
000426*                      engine, which can now be told not to log.
000427*     2026-10-15  DN  Cost-allocation shares: a key and run date
000429*                      posted as shares asks for the share line,
000430*                      the share is shown with its allocation and
000432*                      source Result, and both audit entries carry
000433*                      the allocation code, share line and
000435*                      department.  No correction is offered for a
000436*                      share.
000437*     2026-10-15  DN  A posting converted from foreign currency
000438*                      shows its currency, foreign amount and
000439*                      rate, and both audit entries and the offset
000440*                      feed posting carry them.  A corrected
000441*                      replacement is queued in rands at the
000442*                      posted figure, so rework cannot convert it
000443*                      again at a later rate.
000444*****************************************************************
000445 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CalcResultReversal.
000460 AUTHOR. D. NAIDOO.
000470 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000480 DATE-WRITTEN. 10-02-2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CALC-RSLTMST-FILE
000550         ASSIGN TO "CALCRMST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-MASTER-KEY
000590         FILE STATUS IS WS-RSLTMST-FILE-STATUS.
000600
000610     SELECT CALC-PENDING-FILE
000620         ASSIGN TO "CALCPEND"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PENDING-FILE-STATUS.
000650
000660     SELECT CALC-SUSPENSE-FILE
000670         ASSIGN TO "CALCSUSP"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CALC-RSLTMST-FILE.
000740     COPY "CALCRMST.CPY".
000750
000760 FD  CALC-PENDING-FILE
000770     RECORDING MODE IS F.
000780     COPY "CALCPEND.CPY".
000790
000800 FD  CALC-SUSPENSE-FILE
000810     RECORDING MODE IS F.
000820     COPY "CALCSUSP.CPY".
000830
000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000860*    WORKING STORAGE - COMPUTE ENGINE INTERFACE
000870*****************************************************************
000880     COPY "CALCFLDS.CPY".
000890
000900*****************************************************************
000910*    WORKING STORAGE - GL FEED WRITER INTERFACE
000920*****************************************************************
000930     COPY "CALCGLPA.CPY".
000940
000950*****************************************************************
000960*    WORKING STORAGE - KEY CONTROL INTERFACE
000970*****************************************************************
000980     COPY "CALCKPA.CPY".
000990
001000*****************************************************************
001010*    WORKING STORAGE - CONTROL FIELDS
001020*****************************************************************
001030 77  WS-RSLTMST-FILE-STATUS       PIC X(02).
001040 77  WS-PENDING-FILE-STATUS       PIC X(02).
001050 77  WS-SUSPENSE-FILE-STATUS      PIC X(02).
001060 77  WS-REQUESTED-KEY             PIC 9(08) VALUE ZERO.
001070 77  WS-REQUESTED-RUN-DATE        PIC 9(08) VALUE ZERO.
001075 77  WS-REQUESTED-SHARE-LINE      PIC 9(02) VALUE ZERO.
001080 77  WS-SUSPENSE-SEQ              PIC 9(08) VALUE ZERO.
001090 77  WS-OFFSET-RESULT             PIC S9(9)V99 VALUE ZERO.
001100 77  WS-REVERSED-COUNT            PIC 9(04) VALUE ZERO.
001110 77  WS-CORRECTION-COUNT          PIC 9(04) VALUE ZERO.
001120 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
001130 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
001140 77  WS-DISPLAY-OPERAND           PIC -Z(6)9.99.
001150 77  WS-DISPLAY-RESULT            PIC -Z(8)9.99.
001153 77  WS-DISPLAY-FOREIGN           PIC -Z(8)9.99.
001156 77  WS-DISPLAY-FX-RATE           PIC Z(4)9.9(6).
001160 77  WS-CURRENT-DATE              PIC 9(08).
001170
001180 01  WS-INPUT-KEY                 PIC X(12).
001190 01  WS-INPUT-RUN-DATE            PIC X(12).
001195 01  WS-INPUT-SHARE-LINE          PIC X(12).
001200 01  WS-INPUT-OPERAND1            PIC X(12).
001210 01  WS-INPUT-OPERAND2            PIC X(12).
001220 01  WS-INPUT-OPERATOR            PIC X(01).
001230     88  WS-INPUT-OPERATOR-VALID      VALUE "+" "-" "*" "/"
001240                                            "%" "M" "^".
001250
001260*    Suspense reason naming the reversed posting, e.g.
001270*    "CORRECTS 00012345 RUN 20261001".
001280 01  WS-CORRECTION-REASON.
001290     05  FILLER                   PIC X(09) VALUE "CORRECTS ".
001300     05  WS-CR-TRANS-KEY          PIC 9(08).
001310     05  FILLER                   PIC X(05) VALUE " RUN ".
001320     05  WS-CR-RUN-DATE           PIC 9(08).
001330
001340 01  WS-SESSION-SWITCH            PIC X(01).
001350     88  WS-SESSION-DONE              VALUE "Y".
001360     88  WS-SESSION-ACTIVE            VALUE "N".
001370
001380 01  WS-MASTER-OPEN-SWITCH        PIC X(01).
001390     88  WS-MASTER-OPEN               VALUE "Y".
001400     88  WS-MASTER-NOT-OPEN           VALUE "N".
001410
001420 01  WS-PENDING-SWITCH            PIC X(01).
001430     88  WS-STILL-PENDING             VALUE "Y".
001440     88  WS-NOT-PENDING               VALUE "N".
001450
001460 01  WS-SCAN-SWITCH               PIC X(01).
001470     88  WS-SCAN-EOF                  VALUE "Y".
001480     88  WS-SCAN-NOT-EOF              VALUE "N".
001490
001500 01  WS-OFFSET-SWITCH             PIC X(01).
001510     88  WS-OFFSET-POSTED             VALUE "Y".
001520     88  WS-OFFSET-FAILED             VALUE "N".
001530
001540 01  WS-CONFIRM-CHOICE            PIC X(01).
001550     88  WS-CONFIRM-YES               VALUE "Y" "y".
001560     88  WS-CONFIRM-VALID             VALUE "Y" "y" "N" "n".
001570
001580 01  WS-CORRECTION-SWITCH         PIC X(01).
001590     88  WS-CORRECTION-VALID          VALUE "Y".
001600     88  WS-CORRECTION-INVALID        VALUE "N".
001610     88  WS-CORRECTION-ABANDONED      VALUE "A".
001620
001630 LINKAGE SECTION.
001640 01  LS-RETURN-CODE               PIC 9(04) COMP.
001650 01  LS-OPERATOR-ID               PIC X(08).
001660
001670*****************************************************************
001680*    0000-MAINLINE
001690*****************************************************************
001700 PROCEDURE DIVISION USING LS-RETURN-CODE LS-OPERATOR-ID.
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-ONE-REVERSAL THRU 2000-EXIT
001740         UNTIL WS-SESSION-DONE.
001750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001760     GOBACK.
001770
001780*****************************************************************
001790*    1000-INITIALIZE
001800*****************************************************************
001810 1000-INITIALIZE.
001820     MOVE ZERO TO LS-RETURN-CODE.
001830     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
001840     MOVE ZERO TO WS-REVERSED-COUNT WS-CORRECTION-COUNT.
001850     SET WS-SESSION-ACTIVE TO TRUE.
001860     SET WS-MASTER-NOT-OPEN TO TRUE.
001870     DISPLAY "Result Reversal and Correction".
001880
001890     OPEN I-O CALC-RSLTMST-FILE.
001900     IF WS-RSLTMST-FILE-STATUS = "35"
001910         DISPLAY "CalcResultReversal: no results master on file"
001920         MOVE 2 TO LS-RETURN-CODE
001930         SET WS-SESSION-DONE TO TRUE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     IF WS-RSLTMST-FILE-STATUS NOT = "00"
001970         DISPLAY "CalcResultReversal: unable to open CALCRMST - "
001980             "status " WS-RSLTMST-FILE-STATUS
001990         MOVE 2 TO LS-RETURN-CODE
002000         SET WS-SESSION-DONE TO TRUE
002010         GO TO 1000-EXIT
002020     END-IF.
002030     SET WS-MASTER-OPEN TO TRUE.
002040 1000-EXIT.
002050     EXIT.
002060
002070*****************************************************************
002080*    2000-ONE-REVERSAL
002090*    One posting per round, named by transaction key and run
002100*    date; a blank key (or X) ends the session.  The posting
002110*    is shown and must be confirmed before anything is
002120*    written.  Bounded the same way every other prompt loop in
002130*    this family is.
002140*****************************************************************
002150 2000-ONE-REVERSAL.
002160     DISPLAY " ".
002170     DISPLAY "Transaction key (blank or X to return): ".
002180     ACCEPT WS-INPUT-KEY.
002190     IF WS-INPUT-KEY = SPACES OR WS-INPUT-KEY = "X"
002200        OR WS-INPUT-KEY = "x"
002210         SET WS-SESSION-DONE TO TRUE
002220         GO TO 2000-EXIT
002230     END-IF.
002240     IF FUNCTION TEST-NUMVAL(WS-INPUT-KEY) NOT = ZERO
002250         DISPLAY "Invalid entry - key must be numeric"
002260         PERFORM 2050-REJECT-ENTRY THRU 2050-EXIT
002270         GO TO 2000-EXIT
002280     END-IF.
002290     COMPUTE WS-REQUESTED-KEY = FUNCTION NUMVAL(WS-INPUT-KEY).
002300
002310     DISPLAY "Run date posted under (YYYYMMDD): ".
002320     ACCEPT WS-INPUT-RUN-DATE.
002330     IF WS-INPUT-RUN-DATE = SPACES
002340        OR FUNCTION TEST-NUMVAL(WS-INPUT-RUN-DATE) NOT = ZERO
002350         DISPLAY "Invalid entry - run date must be YYYYMMDD"
002360         PERFORM 2050-REJECT-ENTRY THRU 2050-EXIT
002370         GO TO 2000-EXIT
002380     END-IF.
002390     COMPUTE WS-REQUESTED-RUN-DATE =
002400             FUNCTION NUMVAL(WS-INPUT-RUN-DATE).
002410     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
002420
002421     MOVE ZERO TO WS-REQUESTED-SHARE-LINE.
002423     PERFORM 2020-CHECK-SHARES THRU 2020-EXIT.
002425     IF WS-SESSION-DONE
002426         GO TO 2000-EXIT
002428     END-IF.
002430     MOVE WS-REQUESTED-KEY      TO CM-TRANS-KEY.
002440     MOVE WS-REQUESTED-RUN-DATE TO CM-RUN-DATE.
002445     MOVE WS-REQUESTED-SHARE-LINE TO CM-SHARE-LINE.
002450     READ CALC-RSLTMST-FILE
002460         KEY IS CM-MASTER-KEY
002470         INVALID KEY
002480             DISPLAY "Transaction " WS-REQUESTED-KEY
002490                 " run " WS-REQUESTED-RUN-DATE
002500                 " not on the results master"
002510             GO TO 2000-EXIT
002520     END-READ.
002530     IF WS-RSLTMST-FILE-STATUS NOT = "00"
002540         DISPLAY "CalcResultReversal: unable to read CALCRMST - "
002550             "status " WS-RSLTMST-FILE-STATUS
002560         MOVE 2 TO LS-RETURN-CODE
002570         GO TO 2000-EXIT
002580     END-IF.
002590
002600     PERFORM 2100-SHOW-POSTING THRU 2100-EXIT.
002610
002620     IF CM-POSTING-REVERSED
002630         DISPLAY "Already reversed on " CM-REVERSED-DATE
002640             " by " CM-REVERSED-BY " - nothing done"
002650         GO TO 2000-EXIT
002660     END-IF.
002670
002680     PERFORM 2200-CHECK-PENDING THRU 2200-EXIT.
002690     IF WS-STILL-PENDING
002700         DISPLAY "Still pending supervisor release - divert it "
002710             "at the release queue instead"
002720         GO TO 2000-EXIT
002730     END-IF.
002740
002750     DISPLAY "Reverse this posting? (Y/N)".
002760     PERFORM 2300-ACCEPT-CONFIRM THRU 2300-EXIT.
002770     IF NOT WS-CONFIRM-YES
002780         DISPLAY "Not reversed"
002790         GO TO 2000-EXIT
002800     END-IF.
002810
002820     PERFORM 2400-MARK-REVERSED THRU 2400-EXIT.
002830     IF NOT CM-POSTING-REVERSED
002840         GO TO 2000-EXIT
002850     END-IF.
002860
002870     PERFORM 2500-POST-OFFSET THRU 2500-EXIT.
002880     IF WS-OFFSET-FAILED
002890         PERFORM 2550-RESTORE-LIVE THRU 2550-EXIT
002900         GO TO 2000-EXIT
002910     END-IF.
002920
002930     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
002940     ADD 1 TO WS-REVERSED-COUNT.
002950     DISPLAY "Posting reversed".
002960
002961     IF CM-SHARE-LINE > ZERO
002963         DISPLAY "Allocation share - no correction is queued "
002965             "from here; re-key the source with its "
002966             "allocation code"
002967         GO TO 2000-EXIT
002968     END-IF.
002970     PERFORM 2700-OFFER-CORRECTION THRU 2700-EXIT.
002980 2000-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003011*    2020-CHECK-SHARES
003012*    A Result split by cost allocation has no posting under
003013*    share line zero - its shares are on the master under
003014*    lines 01 upward.  When the key and date are posted that
003015*    way the operator names the share to reverse.
003016*****************************************************************
003017 2020-CHECK-SHARES.
003018     MOVE WS-REQUESTED-KEY      TO CM-TRANS-KEY.
003019     MOVE WS-REQUESTED-RUN-DATE TO CM-RUN-DATE.
003020     MOVE ZERO                  TO CM-SHARE-LINE.
003021     READ CALC-RSLTMST-FILE
003022         KEY IS CM-MASTER-KEY
003023         INVALID KEY
003024             CONTINUE
003025         NOT INVALID KEY
003027             GO TO 2020-EXIT
003028     END-READ.
003029     MOVE 1 TO CM-SHARE-LINE.
003030     READ CALC-RSLTMST-FILE
003031         KEY IS CM-MASTER-KEY
003032         INVALID KEY
003033             GO TO 2020-EXIT
003034     END-READ.
003035     DISPLAY "Posted as shares of allocation " CM-ALLOC-CODE.
003036     DISPLAY "Share line to reverse (01-09): ".
003037     ACCEPT WS-INPUT-SHARE-LINE.
003038     IF WS-INPUT-SHARE-LINE = SPACES
003039        OR FUNCTION TEST-NUMVAL(WS-INPUT-SHARE-LINE) NOT = ZERO
003040         DISPLAY "Invalid entry - share line must be numeric"
003041         PERFORM 2050-REJECT-ENTRY THRU 2050-EXIT
003042         MOVE 99 TO WS-REQUESTED-SHARE-LINE
003044         GO TO 2020-EXIT
003045     END-IF.
003046     COMPUTE WS-REQUESTED-SHARE-LINE =
003047             FUNCTION NUMVAL(WS-INPUT-SHARE-LINE)
003048         ON SIZE ERROR
003049             MOVE 99 TO WS-REQUESTED-SHARE-LINE
003050     END-COMPUTE.
003051 2020-EXIT.
003052     EXIT.
003053
003054*****************************************************************
003055*    2050-REJECT-ENTRY
003056*    Common handling for an invalid key or run date.
003057*****************************************************************
003058 2050-REJECT-ENTRY.
003060     ADD 1 TO WS-INVALID-ENTRY-COUNT.
003070     IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003080         DISPLAY "Too many invalid entries - returning to "
003090             "the menu"
003100         MOVE 2 TO LS-RETURN-CODE
003110         SET WS-SESSION-DONE TO TRUE
003120     END-IF.
003130 2050-EXIT.
003140     EXIT.
003150
003160 2100-SHOW-POSTING.
003170     DISPLAY "Run date: " CM-RUN-DATE
003180         "  posted: " CM-POSTED-DATE
003190         "  by: " CM-OPERATOR-ID
003200         "  dept: " CM-DEPT-CODE.
003210     MOVE CM-OPERAND1 TO WS-DISPLAY-OPERAND.
003220     DISPLAY "  Operand1: " WS-DISPLAY-OPERAND
003230         "  Operator: " CM-OPERATOR.
003240     MOVE CM-OPERAND2 TO WS-DISPLAY-OPERAND.
003250     DISPLAY "  Operand2: " WS-DISPLAY-OPERAND.
003260     MOVE CM-RESULT TO WS-DISPLAY-RESULT.
003270     DISPLAY "  Result:   " WS-DISPLAY-RESULT.
003271     IF CM-SHARE-LINE > ZERO
003272         MOVE CM-SOURCE-RESULT TO WS-DISPLAY-RESULT
003274         DISPLAY "  Share line " CM-SHARE-LINE
003275             " of allocation " CM-ALLOC-CODE
003277             " - source Result " WS-DISPLAY-RESULT
003278     END-IF.
003279     IF CM-CURRENCY-CODE NOT = SPACES
003280         MOVE CM-FOREIGN-AMOUNT TO WS-DISPLAY-FOREIGN
003281         MOVE CM-FX-RATE TO WS-DISPLAY-FX-RATE
003282         DISPLAY "  Currency: " CM-CURRENCY-CODE
003283             "  Foreign amount: " WS-DISPLAY-FOREIGN
003284             "  Rate: " WS-DISPLAY-FX-RATE
003285     END-IF.
003286 2100-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*    2200-CHECK-PENDING
003330*    A posting held in CALCPEND for supervisor release has not
003340*    reached the GL feed, so there is nothing to offset yet.
003350*    CALCPEND is keyed on the transaction key alone, so any
003360*    pending item under the key refuses the reversal.
003370*****************************************************************
003380 2200-CHECK-PENDING.
003390     SET WS-NOT-PENDING TO TRUE.
003400     OPEN INPUT CALC-PENDING-FILE.
003410     IF WS-PENDING-FILE-STATUS NOT = "00"
003420         GO TO 2200-EXIT
003430     END-IF.
003440     SET WS-SCAN-NOT-EOF TO TRUE.
003450     PERFORM 2210-SCAN-ONE-PENDING THRU 2210-EXIT
003460         UNTIL WS-SCAN-EOF OR WS-STILL-PENDING.
003470     CLOSE CALC-PENDING-FILE.
003480 2200-EXIT.
003490     EXIT.
003500
003510 2210-SCAN-ONE-PENDING.
003520     READ CALC-PENDING-FILE
003530         AT END
003540             SET WS-SCAN-EOF TO TRUE
003550         NOT AT END
003560             IF PR-TRANS-KEY = CM-TRANS-KEY
003570                 SET WS-STILL-PENDING TO TRUE
003580             END-IF
003590     END-READ.
003600 2210-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640*    2300-ACCEPT-CONFIRM
003650*    Y/N answer, re-prompted up to WS-MAX-INVALID-ATTEMPTS
003660*    times; running out of attempts counts as No and ends the
003670*    session.
003680*****************************************************************
003690 2300-ACCEPT-CONFIRM.
003700     MOVE SPACE TO WS-CONFIRM-CHOICE.
003710     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003720     PERFORM 2310-ACCEPT-ONE-ANSWER THRU 2310-EXIT
003730         UNTIL WS-CONFIRM-VALID OR WS-SESSION-DONE.
003740     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003750 2300-EXIT.
003760     EXIT.
003770
003780 2310-ACCEPT-ONE-ANSWER.
003790     ACCEPT WS-CONFIRM-CHOICE.
003800     IF NOT WS-CONFIRM-VALID
003810         ADD 1 TO WS-INVALID-ENTRY-COUNT
003820         IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003830             DISPLAY "Too many invalid entries - returning to "
003840                 "the menu"
003850             MOVE SPACE TO WS-CONFIRM-CHOICE
003860             MOVE 2 TO LS-RETURN-CODE
003870             SET WS-SESSION-DONE TO TRUE
003880         ELSE
003890             DISPLAY "Invalid entry - please answer Y or N"
003900         END-IF
003910     END-IF.
003920 2310-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960*    2400-MARK-REVERSED
003970*    Marks the master record first, so a failure here leaves
003980*    nothing posted.  On failure the record area is put back
003990*    to live for the caller's test.
004000*****************************************************************
004010 2400-MARK-REVERSED.
004020     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004030     SET CM-POSTING-REVERSED TO TRUE.
004040     MOVE WS-CURRENT-DATE TO CM-REVERSED-DATE.
004050     MOVE LS-OPERATOR-ID  TO CM-REVERSED-BY.
004060     REWRITE CALC-RSLTMST-RECORD
004070         INVALID KEY
004080             CONTINUE
004090     END-REWRITE.
004100     IF WS-RSLTMST-FILE-STATUS NOT = "00"
004110         DISPLAY "CalcResultReversal: unable to mark CALCRMST - "
004120             "status " WS-RSLTMST-FILE-STATUS
004130         DISPLAY "Nothing reversed"
004140         SET CM-POSTING-LIVE TO TRUE
004150         MOVE ZERO   TO CM-REVERSED-DATE
004160         MOVE SPACES TO CM-REVERSED-BY
004170         MOVE 2 TO LS-RETURN-CODE
004180     END-IF.
004190 2400-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*    2500-POST-OFFSET
004240*    Posts the Result negated to the GL feed through the shared
004250*    CalcGlFeedWriter as a batch of one, with the original
004260*    operands, operator and department so the offset is coded
004270*    to the original account.  The reversing operator's id goes
004280*    on the feed record.  An unmapped offset is held in
004290*    CALCGLHD like any other posting (the original was coded
004300*    from the same mapping) and counts as posted; only a feed
004310*    failure leaves the posting live.
004320*****************************************************************
004330 2500-POST-OFFSET.
004340     SET WS-OFFSET-FAILED TO TRUE.
004350     COMPUTE WS-OFFSET-RESULT = ZERO - CM-RESULT.
004360
004370     SET GLW-FUNC-OPEN TO TRUE.
004380     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
004390     IF GLW-STATUS-ERROR
004400         GO TO 2500-EXIT
004410     END-IF.
004420     SET GLW-FUNC-POST TO TRUE.
004430     MOVE CM-OPERAND1      TO GLW-OPERAND1.
004440     MOVE CM-OPERATOR      TO GLW-OPERATOR.
004450     MOVE CM-OPERAND2      TO GLW-OPERAND2.
004460     MOVE WS-OFFSET-RESULT TO GLW-RESULT.
004470     MOVE LS-OPERATOR-ID   TO GLW-OPERATOR-ID.
004475     MOVE SPACES           TO GLW-MAKER-ID.
004480     MOVE CM-DEPT-CODE     TO GLW-DEPT-CODE.
004481     IF CM-CURRENCY-CODE = SPACES
004482         MOVE SPACES TO GLW-CURRENCY-CODE
004483         MOVE ZERO   TO GLW-FOREIGN-AMOUNT
004484         MOVE ZERO   TO GLW-FX-RATE
004485     ELSE
004486         MOVE CM-CURRENCY-CODE  TO GLW-CURRENCY-CODE
004487         MOVE CM-FOREIGN-AMOUNT TO GLW-FOREIGN-AMOUNT
004488         MOVE CM-FX-RATE        TO GLW-FX-RATE
004489     END-IF.
004490     SET GLW-ORIGIN-REVERSAL TO TRUE.
004500     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
004510     EVALUATE TRUE
004520         WHEN GLW-STATUS-UNMAPPED
004530             DISPLAY "No GL account mapping - offset held in "
004540                 "CALCGLHD"
004550             SET WS-OFFSET-POSTED TO TRUE
004560         WHEN GLW-STATUS-ERROR
004570             CONTINUE
004580         WHEN OTHER
004590             DISPLAY "Offset posted to the GL feed"
004600             SET WS-OFFSET-POSTED TO TRUE
004610     END-EVALUATE.
004620     SET GLW-FUNC-CLOSE TO TRUE.
004630     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
004640 2500-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*    2550-RESTORE-LIVE
004690*    The offset could not be posted, so the mark is taken off
004700*    again.  If even that fails the operator is told exactly
004710*    what state the posting is in.
004720*****************************************************************
004730 2550-RESTORE-LIVE.
004740     MOVE 2 TO LS-RETURN-CODE.
004750     SET CM-POSTING-LIVE TO TRUE.
004760     MOVE ZERO   TO CM-REVERSED-DATE.
004770     MOVE SPACES TO CM-REVERSED-BY.
004780     REWRITE CALC-RSLTMST-RECORD
004790         INVALID KEY
004800             CONTINUE
004810     END-REWRITE.
004820     IF WS-RSLTMST-FILE-STATUS = "00"
004830         DISPLAY "Offset could not be posted - posting left live"
004840     ELSE
004850         DISPLAY "CalcResultReversal: unable to restore CALCRMST "
004860             "- status " WS-RSLTMST-FILE-STATUS
004870         DISPLAY "Transaction " CM-TRANS-KEY " run " CM-RUN-DATE
004880             " shows reversed but NO offset was posted"
004890     END-IF.
004900 2550-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940*    2600-WRITE-AUDIT
004950*    Both sides of the reversal go to the audit log through the
004960*    compute engine, the single writer of CALCAUD: the figures
004970*    being reversed, then the offset, each linked to the
004980*    original master key and stamped with the reversing
004986*    operator.  A share of an allocated Result carries its
004989*    allocation code, share line and department on both, and a
004992*    posting converted from foreign currency its currency,
004995*    foreign amount and rate.
005000*****************************************************************
005010 2600-WRITE-AUDIT.
005020     MOVE CM-OPERAND1    TO CALC-OPERAND1.
005030     MOVE CM-OPERATOR    TO CALC-OPERATOR.
005040     MOVE CM-OPERAND2    TO CALC-OPERAND2.
005050     MOVE CM-RESULT      TO CALC-RESULT.
005060     MOVE LS-OPERATOR-ID TO CALC-OPERATOR-ID.
005070     MOVE SPACES         TO CALC-RATE-CODE.
005080     MOVE ZERO           TO CALC-RATE-EFF-DATE.
005090     MOVE ZERO           TO CALC-CHAIN-KEY.
005100     SET CALC-ENTRY-REVERSED TO TRUE.
005105     SET CALC-AUDIT-LOGGED   TO TRUE.
005110     MOVE CM-TRANS-KEY   TO CALC-LINK-KEY.
005120     MOVE CM-RUN-DATE    TO CALC-LINK-RUN-DATE.
005125     PERFORM 2610-STAMP-SHARE THRU 2610-EXIT.
005127     PERFORM 2620-STAMP-CURRENCY THRU 2620-EXIT.
005130     CALL "CalcComputeEngine" USING CALC-ENGINE-DATA.
005140
005150     MOVE WS-OFFSET-RESULT TO CALC-RESULT.
005160     SET CALC-ENTRY-OFFSET TO TRUE.
005170     MOVE CM-TRANS-KEY   TO CALC-LINK-KEY.
005180     MOVE CM-RUN-DATE    TO CALC-LINK-RUN-DATE.
005185     PERFORM 2610-STAMP-SHARE THRU 2610-EXIT.
005190     CALL "CalcComputeEngine" USING CALC-ENGINE-DATA.
005191 2600-EXIT.
005192     EXIT.
005194
005195 2610-STAMP-SHARE.
005196     IF CM-SHARE-LINE > ZERO
005198         MOVE CM-ALLOC-CODE TO CALC-ALLOC-CODE
005199         MOVE CM-SHARE-LINE TO CALC-SHARE-LINE
005200         MOVE CM-DEPT-CODE  TO CALC-SHARE-DEPT-CODE
005202     ELSE
005203         MOVE SPACES TO CALC-ALLOC-CODE
005204         MOVE ZERO   TO CALC-SHARE-LINE
005206         MOVE SPACES TO CALC-SHARE-DEPT-CODE
005207     END-IF.
005208 2610-EXIT.
005210     EXIT.
005211
005212 2620-STAMP-CURRENCY.
005213     IF CM-CURRENCY-CODE NOT = SPACES
005214         MOVE CM-CURRENCY-CODE  TO CALC-CURRENCY-CODE
005215         MOVE CM-FOREIGN-AMOUNT TO CALC-FOREIGN-AMOUNT
005216         MOVE CM-FX-RATE        TO CALC-FX-RATE
005217     ELSE
005218         MOVE SPACES TO CALC-CURRENCY-CODE
005219         MOVE ZERO   TO CALC-FOREIGN-AMOUNT
005220         MOVE ZERO   TO CALC-FX-RATE
005221     END-IF.
005222 2620-EXIT.
005223     EXIT.
005224
005230*****************************************************************
005240*    2700-OFFER-CORRECTION
005250*    Optionally queues a corrected replacement in the suspense
005260*    file: the reversed figures with any field re-keyed (blank
005270*    keeps the posted value), the original department, and a
005280*    reason naming the reversed posting.  It is posted from
005290*    CalcSuspenseRework, which runs it through the engine, the
005300*    authorization limit and the GL mapping like any repair.
005310*****************************************************************
005320 2700-OFFER-CORRECTION.
005330     DISPLAY "Queue a corrected replacement? (Y/N)".
005340     PERFORM 2300-ACCEPT-CONFIRM THRU 2300-EXIT.
005350     IF NOT WS-CONFIRM-YES
005360         GO TO 2700-EXIT
005370     END-IF.
005380
005390     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
005400     SET WS-CORRECTION-INVALID TO TRUE.
005410     PERFORM 2710-ACCEPT-CORRECTION THRU 2710-EXIT
005420         UNTIL WS-CORRECTION-VALID OR WS-CORRECTION-ABANDONED.
005430     IF WS-CORRECTION-ABANDONED
005440         DISPLAY "No correction queued - the reversal stands"
005450         GO TO 2700-EXIT
005460     END-IF.
005470
005480     PERFORM 2800-QUEUE-CORRECTION THRU 2800-EXIT.
005490 2700-EXIT.
005500     EXIT.
005510
005520 2710-ACCEPT-CORRECTION.
005530     SET WS-CORRECTION-VALID TO TRUE.
005540
005550     DISPLAY "Corrected first operand (blank = keep): ".
005560     ACCEPT WS-INPUT-OPERAND1.
005570     DISPLAY "Corrected operator (blank = keep): ".
005580     ACCEPT WS-INPUT-OPERATOR.
005590     DISPLAY "Corrected second operand (blank = keep): ".
005600     ACCEPT WS-INPUT-OPERAND2.
005610
005620     IF WS-INPUT-OPERAND1 = SPACES
005630         MOVE CM-OPERAND1 TO CS-OPERAND1
005640     ELSE
005650         IF FUNCTION TEST-NUMVAL(WS-INPUT-OPERAND1) NOT = ZERO
005660             DISPLAY "Invalid entry - Operand1 is not numeric"
005670             PERFORM 2750-REJECT-CORRECTION THRU 2750-EXIT
005680             GO TO 2710-EXIT
005690         END-IF
005700         COMPUTE CS-OPERAND1 =
005710                 FUNCTION NUMVAL(WS-INPUT-OPERAND1)
005720             ON SIZE ERROR
005730                 DISPLAY "Invalid entry - Operand1 is too large"
005740                 PERFORM 2750-REJECT-CORRECTION THRU 2750-EXIT
005750                 GO TO 2710-EXIT
005760         END-COMPUTE
005770     END-IF.
005780
005790     IF WS-INPUT-OPERATOR = SPACE
005800         MOVE CM-OPERATOR TO WS-INPUT-OPERATOR
005810     END-IF.
005820     IF NOT WS-INPUT-OPERATOR-VALID
005830         DISPLAY "Invalid entry - unrecognized operator"
005840         PERFORM 2750-REJECT-CORRECTION THRU 2750-EXIT
005850         GO TO 2710-EXIT
005860     END-IF.
005870     MOVE WS-INPUT-OPERATOR TO CS-OPERATOR.
005880
005890     IF WS-INPUT-OPERAND2 = SPACES
005900         MOVE CM-OPERAND2 TO CS-OPERAND2
005910     ELSE
005920         IF FUNCTION TEST-NUMVAL(WS-INPUT-OPERAND2) NOT = ZERO
005930             DISPLAY "Invalid entry - Operand2 is not numeric"
005940             PERFORM 2750-REJECT-CORRECTION THRU 2750-EXIT
005950             GO TO 2710-EXIT
005960         END-IF
005970         COMPUTE CS-OPERAND2 =
005980                 FUNCTION NUMVAL(WS-INPUT-OPERAND2)
005990             ON SIZE ERROR
006000                 DISPLAY "Invalid entry - Operand2 is too large"
006010                 PERFORM 2750-REJECT-CORRECTION THRU 2750-EXIT
006020                 GO TO 2710-EXIT
006030         END-COMPUTE
006040     END-IF.
006050
006060     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
006070 2710-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110*    2750-REJECT-CORRECTION
006120*    Common handling for every rejection branch in
006130*    2710-ACCEPT-CORRECTION.
006140*****************************************************************
006150 2750-REJECT-CORRECTION.
006160     SET WS-CORRECTION-INVALID TO TRUE.
006170     ADD 1 TO WS-INVALID-ENTRY-COUNT.
006180     IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
006190         DISPLAY "Too many invalid entries - abandoning "
006200             "correction"
006210         SET WS-CORRECTION-ABANDONED TO TRUE
006220     END-IF.
006230 2750-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*    2800-QUEUE-CORRECTION
006280*    Writes the corrected replacement to CALCSUSP under the
006290*    next shared suspense key.  Like a supervisor divert it
006294*    belongs to no batch run.  It is queued in rands even when
006298*    the reversed posting was converted from foreign currency:
006302*    its first operand is already the rands figure posted, and
006306*    rework would otherwise convert it again at today's rate.
006310*****************************************************************
006320 2800-QUEUE-CORRECTION.
006330     PERFORM 9300-NEXT-SUSPENSE-KEY THRU 9300-EXIT.
006340     MOVE CM-TRANS-KEY    TO WS-CR-TRANS-KEY.
006350     MOVE CM-RUN-DATE     TO WS-CR-RUN-DATE.
006360
006370     MOVE WS-SUSPENSE-SEQ TO CS-TRANS-KEY.
006380     MOVE WS-CORRECTION-REASON TO CS-REJECT-REASON.
006390     MOVE LS-OPERATOR-ID  TO CS-OPERATOR-ID.
006400     MOVE ZERO            TO CS-RUN-DATE.
006410     MOVE CM-DEPT-CODE    TO CS-DEPT-CODE.
006413     MOVE SPACES          TO CS-CURRENCY-CODE.
006416     MOVE ZERO            TO CS-FOREIGN-AMOUNT.
006420     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006430     MOVE WS-CURRENT-DATE TO CS-HELD-DATE.
006440
006450     OPEN EXTEND CALC-SUSPENSE-FILE.
006460     IF WS-SUSPENSE-FILE-STATUS = "35"
006470         OPEN OUTPUT CALC-SUSPENSE-FILE
006480     END-IF.
006490     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
006500         DISPLAY "CalcResultReversal: unable to open CALCSUSP - "
006510             "status " WS-SUSPENSE-FILE-STATUS
006520         DISPLAY "No correction queued - the reversal stands"
006530         MOVE 2 TO LS-RETURN-CODE
006540         GO TO 2800-EXIT
006550     END-IF.
006560     WRITE CALC-SUSPENSE-RECORD.
006570     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
006580         DISPLAY "CalcResultReversal: unable to write CALCSUSP "
006590             "- status " WS-SUSPENSE-FILE-STATUS
006600         DISPLAY "No correction queued - the reversal stands"
006610         CLOSE CALC-SUSPENSE-FILE
006620         MOVE 2 TO LS-RETURN-CODE
006630         GO TO 2800-EXIT
006640     END-IF.
006650     CLOSE CALC-SUSPENSE-FILE.
006660     ADD 1 TO WS-CORRECTION-COUNT.
006670     DISPLAY "Correction queued in suspense as key "
006680         CS-TRANS-KEY " - post it from suspense rework".
006690 2800-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730*    9000-TERMINATE
006740*****************************************************************
006750 9000-TERMINATE.
006760     IF WS-MASTER-OPEN
006770         CLOSE CALC-RSLTMST-FILE
006780     END-IF.
006790     DISPLAY "Result reversal - " WS-REVERSED-COUNT
006800         " reversed, " WS-CORRECTION-COUNT
006805         " correction(s) queued".
006810 9000-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850*    9100-SEED-SUSPENSE-SEQ
006860*    Legacy scan for the highest suspense/pending key on file,
006870*    used once to seed the SUSPSEQ counter (or as the fallback
006880*    when the control file cannot be read).
006890*****************************************************************
006900 9100-SEED-SUSPENSE-SEQ.
006910     MOVE ZERO TO WS-SUSPENSE-SEQ.
006920     OPEN INPUT CALC-SUSPENSE-FILE.
006930     IF WS-SUSPENSE-FILE-STATUS = "00"
006940         SET WS-SCAN-NOT-EOF TO TRUE
006950         PERFORM 9110-SCAN-ONE-SUSPENSE THRU 9110-EXIT
006960             UNTIL WS-SCAN-EOF
006970         CLOSE CALC-SUSPENSE-FILE
006980     END-IF.
006990     OPEN INPUT CALC-PENDING-FILE.
007000     IF WS-PENDING-FILE-STATUS = "00"
007010         SET WS-SCAN-NOT-EOF TO TRUE
007020         PERFORM 9120-SCAN-ONE-PENDING THRU 9120-EXIT
007030             UNTIL WS-SCAN-EOF
007040         CLOSE CALC-PENDING-FILE
007050     END-IF.
007060 9100-EXIT.
007070     EXIT.
007080
007090 9110-SCAN-ONE-SUSPENSE.
007100     READ CALC-SUSPENSE-FILE
007110         AT END
007120             SET WS-SCAN-EOF TO TRUE
007130         NOT AT END
007140             IF CS-TRANS-KEY > WS-SUSPENSE-SEQ
007150                 MOVE CS-TRANS-KEY TO WS-SUSPENSE-SEQ
007160             END-IF
007170     END-READ.
007180 9110-EXIT.
007190     EXIT.
007200
007210 9120-SCAN-ONE-PENDING.
007220     READ CALC-PENDING-FILE
007230         AT END
007240             SET WS-SCAN-EOF TO TRUE
007250         NOT AT END
007260             IF PR-TRANS-KEY > WS-SUSPENSE-SEQ
007270                 MOVE PR-TRANS-KEY TO WS-SUSPENSE-SEQ
007280             END-IF
007290     END-READ.
007300 9120-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    9300-NEXT-SUSPENSE-KEY
007350*    Takes the next suspense key from the SUSPSEQ counter, the
007360*    same way CalculatorProgram does; a counter never seeded is
007370*    built once from the legacy scan, and a control file that
007380*    cannot be read falls back on the scan, loudly.
007390*****************************************************************
007400 9300-NEXT-SUSPENSE-KEY.
007410     SET KCT-FUNC-NEXT TO TRUE.
007420     MOVE "SUSPSEQ" TO KCT-COUNTER-ID.
007430     MOVE ZERO TO KCT-VALUE.
007440     CALL "CalcKeyControl" USING KEY-CONTROL-DATA.
007450     IF KCT-NOT-FOUND
007460         PERFORM 9100-SEED-SUSPENSE-SEQ THRU 9100-EXIT
007470         SET KCT-FUNC-SET TO TRUE
007480         COMPUTE KCT-VALUE = WS-SUSPENSE-SEQ + 1
007490         CALL "CalcKeyControl" USING KEY-CONTROL-DATA
007500         SET KCT-FUNC-NEXT TO TRUE
007510         MOVE ZERO TO KCT-VALUE
007520         CALL "CalcKeyControl" USING KEY-CONTROL-DATA
007530     END-IF.
007540     IF KCT-STATUS-OK
007550         MOVE KCT-VALUE TO WS-SUSPENSE-SEQ
007560     ELSE
007570         DISPLAY "CalcResultReversal: key control unavailable "
007580             "- seeding from a file scan"
007590         PERFORM 9100-SEED-SUSPENSE-SEQ THRU 9100-EXIT
007600         ADD 1 TO WS-SUSPENSE-SEQ
007610     END-IF.
007620 9300-EXIT.
007630     EXIT.
