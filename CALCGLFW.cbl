000210*     down the feed for the ledger team to code by hand.  Any
000220*     file failure comes back GLW-STATUS-ERROR with the status
000230*     displayed, for the caller to treat like any other posting
000231*     failure.
000232*     CalcGlRedrive sends those holds once the mapping is fixed:
000233*     it OPENs a re-drive batch (mapping loaded; the header is
000234*     written only when the first held posting actually goes,
000235*     so a re-drive that sends nothing leaves no empty group on
000236*     the feed) and REDRIVEs each hold.  One that now maps goes
000237*     down the feed under its original date and origin inside a
000238*     group marked "R" on the header and trailer; one that still
000239*     does not comes back GLW-STATUS-UNMAPPED and nothing is
000240*     written - the caller keeps it held.
000241*     Every batch that closes is also added into the GL balance
000242*     master CALCGLBL by account and department before its
000243*     trailer is written, and the trailer says whether it was.
000244*     The balance master is a reporting convenience, not the
000245*     book of record: if it cannot be updated the batch is still
000246*     sent, loudly, with its trailer marked not posted to the
000247*     balances for the trial balance to report.
000250*
000260* MODIFICATION HISTORY.
000270*     2026-08-22  DN  Original feed writer, consolidating the
000328*                      the ledger team stops re-splitting our
000329*                      single feed by hand.  Mapping table
000330*                      widened to 42 entries.
000331*     2026-10-02  DN  Reversal origin (GLW-ORIGIN-REVERSAL): the
000332*                      offsetting posting is mapped on the sign
000333*                      of the Result it reverses, so the offset
000334*                      lands on the same GL account as the
000335*                      original posting.
000336*     2026-10-12  DN  Re-drive batches for CalcGlRedrive
000337*                      (GLW-FUNC-OPEN-REDRIVE, GLW-FUNC-REDRIVE).
000338*                      Feed details now carry the posting's
000339*                      origin code, so a CALCGLHD hold is simply
000340*                      the detail image.  The group start and the
000341*                      account lookup are split out for the two
000342*                      posting paths to share.
000343*     2026-10-14  DN  Each closing batch is added into the GL
000344*                      balance master CALCGLBL (debits, credits
000345*                      by account, department and month) and the
000346*                      trailer marked with GL-BALANCES-POSTED when
000347*                      that succeeded.
000348*     2026-10-15  DN  Feed details carry GL-MAKER-ID, the
000349*                      operator whose work is posted (the
000350*                      caller's GLW-MAKER-ID, else the posting
000351*                      operator); held record image widened.
000352*     2026-10-15  DN  Feed details carry the currency, foreign
000353*                      amount and exchange rate of a posting whose
000354*                      Operand1 was converted from a foreign
000355*                      currency; held record image widened.
000356*     2026-10-15  DN  A first posting to an account/department
000357*                      opens its CALCGLBL record in the master's
000358*                      open period (the month after the latest
000359*                      CALCPERD close), not the posting's month,
000360*                      so a re-driven hold from a closed month no
000361*                      longer leaves later postings waiting in the
000362*                      AHEAD figures past the close.
000363*****************************************************************
000364 IDENTIFICATION DIVISION.
000365 PROGRAM-ID. CalcGlFeedWriter.
000366 AUTHOR. D. NAIDOO.
000367 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000370 DATE-WRITTEN. 08-22-2026.
000380 DATE-COMPILED.
000390
000540         ASSIGN TO "CALCGLHD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-GLHELD-FILE-STATUS.
000561
000562     SELECT CALC-GLBAL-FILE
000563         ASSIGN TO "CALCGLBL"
000564         ORGANIZATION IS INDEXED
000565         ACCESS MODE IS DYNAMIC
000566         RECORD KEY IS GB-BALANCE-KEY
000567         ALTERNATE RECORD KEY IS GB-DEPT-ACCOUNT-KEY
000568         FILE STATUS IS WS-GLBAL-FILE-STATUS.
000569
000570     SELECT CALC-PERIOD-FILE
000571         ASSIGN TO "CALCPERD"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000574
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CALC-GLFEED-FILE
000680*****************************************************************
000690*    Held file for postings with no account mapping.  The
000700*    record is a byte-for-byte image of a CALCGLFD detail
000710*    record (origin code included) with GL-ACCOUNT-CODE left at
000720*    spaces, so CalcGlRedrive can send it once the mapping file
000730*    has been corrected.
000740*****************************************************************
000750 FD  CALC-GLHELD-FILE
000760     RECORDING MODE IS F.
000762 01  CALC-GLHELD-RECORD              PIC X(98).
000764
000766 FD  CALC-GLBAL-FILE.
000768     COPY "CALCGLBL.CPY".
000770
000772 FD  CALC-PERIOD-FILE
000774     RECORDING MODE IS F.
000776     COPY "CALCPERD.CPY".
000780
000790 WORKING-STORAGE SECTION.
000800*****************************************************************
000880 77  WS-FEED-HASH-TOTAL           PIC S9(13)V99 VALUE ZERO.
000890 77  WS-MAP-LOADED-COUNT          PIC 9(02) VALUE ZERO.
000900 77  WS-LOOKUP-SIGN               PIC X(01).
000901 77  WS-GLBAL-FILE-STATUS         PIC X(02).
000902 77  WS-BAL-ENTRY-COUNT           PIC 9(04) COMP VALUE ZERO.
000903 77  WS-BAL-ENTRY-LIMIT           PIC 9(04) COMP VALUE 500.
000904 77  WS-BAL-MONTH                 PIC 9(06).
000905 77  WS-SENT-ACCOUNT              PIC X(10).
000906 77  WS-SENT-DEPT                 PIC X(03).
000907 77  WS-SENT-RESULT               PIC S9(13)V99.
000908 77  WS-PERIOD-FILE-STATUS        PIC X(02).
000909 77  WS-LATEST-CLOSED-PERIOD      PIC 9(06).
000910
000920 01  WS-FEED-OPEN-SWITCH          PIC X(01) VALUE "N".
000930     88  WS-FEED-OPEN                 VALUE "Y".
000960 01  WS-MAP-EOF-SWITCH            PIC X(01).
000970     88  WS-MAP-EOF                   VALUE "Y".
000980     88  WS-MAP-NOT-EOF               VALUE "N".
000981
000982 01  WS-MAP-FOUND-SWITCH          PIC X(01).
000983     88  WS-MAP-FOUND                 VALUE "Y".
000984     88  WS-MAP-NOT-FOUND             VALUE "N".
000985
000986 01  WS-BATCH-KIND-SWITCH         PIC X(01) VALUE "P".
000987     88  WS-REDRIVE-BATCH             VALUE "R".
000988     88  WS-POSTING-BATCH             VALUE "P".
000989
000990*    Set once the batch's header is on the feed; a re-drive
000991*    batch leaves it unset until its first posting goes.
000992 01  WS-GROUP-STARTED-SWITCH      PIC X(01) VALUE "N".
000993     88  WS-GROUP-STARTED             VALUE "Y".
000994     88  WS-GROUP-NOT-STARTED         VALUE "N".
000995
000996*    Cleared at OPEN; set by any failure adding the batch into
000997*    the balance master, so the trailer is not marked posted.
000998 01  WS-BAL-UPDATE-SWITCH         PIC X(01) VALUE "Y".
000999     88  WS-BAL-UPDATE-OK             VALUE "Y".
001000     88  WS-BAL-UPDATE-FAILED         VALUE "N".
001001
001002 01  WS-BAL-FOUND-SWITCH          PIC X(01).
001003     88  WS-BAL-FOUND                 VALUE "Y".
001004     88  WS-BAL-NOT-FOUND             VALUE "N".
001005
001006 01  WS-BAL-RECORD-SWITCH         PIC X(01).
001007     88  WS-BAL-RECORD-NEW            VALUE "Y".
001008     88  WS-BAL-RECORD-ON-FILE        VALUE "N".
001009
001010 01  WS-PERIOD-EOF-SWITCH         PIC X(01).
001011     88  WS-PERIOD-EOF                VALUE "Y".
001012     88  WS-PERIOD-NOT-EOF            VALUE "N".
001013
001014*    The balance master's open period - the month after the
001015*    latest one CalcMonthEndClose has closed on CALCPERD - or
001016*    zero while no month has yet been closed.
001017 01  WS-OPEN-PERIOD-SPLIT.
001018     05  WS-OP-YEAR               PIC 9(04).
001019     05  WS-OP-MONTH              PIC 9(02).
001020 01  WS-OPEN-PERIOD REDEFINES WS-OPEN-PERIOD-SPLIT
001021                                  PIC 9(06).
001030
001040*****************************************************************
001050*    WORKING STORAGE - ACCOUNT MAPPING TABLE
001120     05  WS-MAP-ENTRY OCCURS 42 TIMES INDEXED BY WS-MAP-IDX.
001130         10  WS-MAP-OPERATOR       PIC X(01).
001140         10  WS-MAP-SIGN           PIC X(01).
001141         10  WS-MAP-DEPT           PIC X(03).
001142         10  WS-MAP-ACCOUNT        PIC X(10).
001143
001144*****************************************************************
001145*    WORKING STORAGE - BATCH BALANCE TOTALS
001146*    The open batch's sent postings summed by account,
001147*    department and transaction month, added into CALCGLBL when
001148*    the batch closes.  A batch spread over more combinations
001149*    than the table holds has the full table added in early.
001150*****************************************************************
001151 01  WS-BAL-TABLE.
001152     05  WS-BAL-ENTRY OCCURS 500 TIMES INDEXED BY WS-BAL-IDX.
001153         10  WS-BAL-ACCOUNT        PIC X(10).
001154         10  WS-BAL-DEPT           PIC X(03).
001155         10  WS-BAL-TRANS-MONTH    PIC 9(06).
001156         10  WS-BAL-DEBITS         PIC S9(13)V99.
001157         10  WS-BAL-CREDITS        PIC S9(13)V99.
001162
001164 LINKAGE SECTION.
001166     COPY "CALCGLPA.CPY".
001270             PERFORM 2000-POST-ONE THRU 2000-EXIT
001280         WHEN GLW-FUNC-CLOSE
001290             PERFORM 3000-CLOSE-FEED-BATCH THRU 3000-EXIT
001292         WHEN GLW-FUNC-OPEN-REDRIVE
001294             PERFORM 1500-OPEN-REDRIVE-BATCH THRU 1500-EXIT
001296         WHEN GLW-FUNC-REDRIVE
001298             PERFORM 2500-REDRIVE-ONE THRU 2500-EXIT
001300         WHEN OTHER
001310             DISPLAY "CalcGlFeedWriter: unknown function code "
001320                 GLW-FUNCTION-CODE
001360
001370*****************************************************************
001380*    1000-OPEN-FEED-BATCH
001390*    Loads the account-mapping table and starts the batch's
001400*    group on the feed (1200-START-GROUP).
001432*    A batch still open from a caller that aborted without
001434*    closing is abandoned here - the file is closed with no
001436*    trailer, leaving that group unbalanced for the extract job
001439*    run cannot block every later run in the same session.
001440*****************************************************************
001450 1000-OPEN-FEED-BATCH.
001460     PERFORM 1050-ABANDON-OPEN-BATCH THRU 1050-EXIT.
001510     SET GLW-STATUS-OK TO TRUE.
001520     MOVE ZERO TO WS-FEED-RECORD-COUNT WS-FEED-HASH-TOTAL.
001523     MOVE ZERO TO WS-BAL-ENTRY-COUNT.
001526     SET WS-BAL-UPDATE-OK TO TRUE.
001530     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT.
001540     SET WS-POSTING-BATCH TO TRUE.
001550     PERFORM 1200-START-GROUP THRU 1200-EXIT.
001560     IF GLW-STATUS-ERROR
001780         GO TO 1000-EXIT
001790     END-IF.
001800     SET WS-FEED-OPEN TO TRUE.
001810 1000-EXIT.
001820     EXIT.
001821
001822 1050-ABANDON-OPEN-BATCH.
001823     IF WS-FEED-OPEN
001824         DISPLAY "CalcGlFeedWriter: abandoning feed batch left "
001825             "open by an earlier run"
001826         IF WS-GROUP-STARTED
001827             CLOSE CALC-GLFEED-FILE
001828         END-IF
001829         SET WS-FEED-NOT-OPEN TO TRUE
001830         SET WS-GROUP-NOT-STARTED TO TRUE
001831     END-IF.
001832 1050-EXIT.
001833     EXIT.
001840*****************************************************************
001850*    1100-LOAD-MAPPING
001860*    Reads CALCGLAM into the working table.  A missing or empty
002160             MOVE GM-AMOUNT-SIGN TO WS-MAP-SIGN (WS-MAP-IDX)
002165             MOVE GM-DEPT-CODE TO WS-MAP-DEPT (WS-MAP-IDX)
002170             MOVE GM-ACCOUNT-CODE TO WS-MAP-ACCOUNT (WS-MAP-IDX)
002171     END-READ.
002172 1110-EXIT.
002173     EXIT.
002174
002175*****************************************************************
002176*    1200-START-GROUP
002177*    Opens the feed with the same status-35 fallback to OUTPUT
002178*    every writer of this file has always used, and writes the
002179*    batch header record.  The header carries the batch date
002180*    and, for a re-drive batch, the "R" mark; its control
002181*    fields are zero - the real count and hash travel on the
002182*    trailer.
002183*****************************************************************
002184 1200-START-GROUP.
002185     OPEN EXTEND CALC-GLFEED-FILE.
002186     IF WS-GLFEED-FILE-STATUS = "35"
002187         OPEN OUTPUT CALC-GLFEED-FILE
002188     END-IF.
002189     IF WS-GLFEED-FILE-STATUS NOT = "00"
002190         DISPLAY "CalcGlFeedWriter: unable to open CALCGLFD - "
002191             "status " WS-GLFEED-FILE-STATUS
002192         SET GLW-STATUS-ERROR TO TRUE
002193         GO TO 1200-EXIT
002194     END-IF.
002195
002196     MOVE SPACES TO CALC-GLFEED-RECORD.
002197     SET GL-HEADER-REC TO TRUE.
002198     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002199     MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
002200     MOVE ZERO TO GL-RECORD-COUNT.
002201     MOVE ZERO TO GL-HASH-TOTAL.
002202     IF WS-REDRIVE-BATCH
002203         SET GL-BATCH-REDRIVE TO TRUE
002204     END-IF.
002205     WRITE CALC-GLFEED-RECORD.
002206     IF WS-GLFEED-FILE-STATUS NOT = "00"
002207         DISPLAY "CalcGlFeedWriter: unable to write CALCGLFD - "
002208             "status " WS-GLFEED-FILE-STATUS
002209         CLOSE CALC-GLFEED-FILE
002210         SET GLW-STATUS-ERROR TO TRUE
002211         GO TO 1200-EXIT
002212     END-IF.
002213     SET WS-GROUP-STARTED TO TRUE.
002214 1200-EXIT.
002215     EXIT.
002216
002217*****************************************************************
002218*    1500-OPEN-REDRIVE-BATCH
002219*    Loads the mapping table for CalcGlRedrive but leaves the
002220*    feed alone: the group is started by the first held posting
002221*    that actually maps, so a re-drive with nothing to send
002222*    writes nothing.
002223*****************************************************************
002224 1500-OPEN-REDRIVE-BATCH.
002225     PERFORM 1050-ABANDON-OPEN-BATCH THRU 1050-EXIT.
002226     SET GLW-STATUS-OK TO TRUE.
002227     MOVE ZERO TO WS-FEED-RECORD-COUNT WS-FEED-HASH-TOTAL.
002228     MOVE ZERO TO WS-BAL-ENTRY-COUNT.
002229     SET WS-BAL-UPDATE-OK TO TRUE.
002230     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT.
002231     SET WS-REDRIVE-BATCH TO TRUE.
002232     SET WS-GROUP-NOT-STARTED TO TRUE.
002233     SET WS-FEED-OPEN TO TRUE.
002234 1500-EXIT.
002235     EXIT.
002236
002237*****************************************************************
002238*    2000-POST-ONE
002240*    Looks the posting's operator symbol, amount sign and
002250*    department up in the mapping table - the department's own
002260*    record first, then the default (spaces) mapping.  Mapped
002280*    are folded into the running count and hash total; unmapped
002290*    postings are held back in CALCGLHD and reported to the
002300*    caller instead of being sent uncoded.  A zero Result maps
002305*    with the positive sign.  A reversal's offsetting posting
002310*    is mapped on the sign of the Result it reverses (the
002315*    opposite of its own), so it lands on the original account.
002320*****************************************************************
002330 2000-POST-ONE.
002340     IF WS-FEED-NOT-OPEN
002345      OR WS-REDRIVE-BATCH
002350         DISPLAY "CalcGlFeedWriter: post with no open batch"
002360         SET GLW-STATUS-ERROR TO TRUE
002370         GO TO 2000-EXIT
002380     END-IF.
002390     SET GLW-STATUS-OK TO TRUE.
002400
002401     PERFORM 2050-LOOKUP-ACCOUNT THRU 2050-EXIT.
002402     PERFORM 2100-BUILD-DETAIL THRU 2100-EXIT.
002403     IF WS-MAP-NOT-FOUND
002404         PERFORM 2200-HOLD-UNMAPPED THRU 2200-EXIT
002405         GO TO 2000-EXIT
002406     END-IF.
002407     PERFORM 2300-SEND-DETAIL THRU 2300-EXIT.
002408 2000-EXIT.
002409     EXIT.
002410
002411*****************************************************************
002412*    2050-LOOKUP-ACCOUNT
002413*    Shared by the posting and re-drive paths: leaves
002414*    WS-MAP-FOUND set and WS-MAP-IDX on the mapping to use.
002415*****************************************************************
002416 2050-LOOKUP-ACCOUNT.
002417     IF GLW-ORIGIN-REVERSAL
002418         IF GLW-RESULT > ZERO
002419             MOVE "N" TO WS-LOOKUP-SIGN
002420         ELSE
002421             MOVE "P" TO WS-LOOKUP-SIGN
002422         END-IF
002430     ELSE
002433         IF GLW-RESULT < ZERO
002436             MOVE "N" TO WS-LOOKUP-SIGN
002439         ELSE
002442             MOVE "P" TO WS-LOOKUP-SIGN
002445         END-IF
002450     END-IF.
002460
002470     SET WS-MAP-NOT-FOUND TO TRUE.
002630                 SET WS-MAP-FOUND TO TRUE
002640         END-SEARCH
002650     END-IF.
002660 2050-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002860     MOVE GLW-RESULT      TO GL-RESULT.
002865     MOVE GLW-OPERATOR-ID TO GL-OPERATOR-ID.
002867     MOVE GLW-DEPT-CODE   TO GL-DEPT-CODE.
002868     MOVE GLW-ORIGIN-CODE TO GL-ORIGIN-CODE.
002869     IF GLW-MAKER-ID = SPACES
002870         MOVE GLW-OPERATOR-ID TO GL-MAKER-ID
002871     ELSE
002872         MOVE GLW-MAKER-ID    TO GL-MAKER-ID
002873     END-IF.
002874     MOVE SPACES          TO GL-ACCOUNT-CODE.
002875     MOVE GLW-CURRENCY-CODE  TO GL-CURRENCY-CODE.
002876     MOVE GLW-FOREIGN-AMOUNT TO GL-FOREIGN-AMOUNT.
002877     MOVE GLW-FX-RATE        TO GL-FX-RATE.
002880 2100-EXIT.
002890     EXIT.
002900
003050         SET GLW-STATUS-ERROR TO TRUE
003060         GO TO 2200-EXIT
003070     END-IF.
003080     WRITE CALC-GLHELD-RECORD FROM CALC-GLFEED-RECORD.
003090     IF WS-GLHELD-FILE-STATUS NOT = "00"
003100         DISPLAY "CalcGlFeedWriter: unable to write CALCGLHD - "
003110             "status " WS-GLHELD-FILE-STATUS
003150     END-IF.
003160     CLOSE CALC-GLHELD-FILE.
003170     SET GLW-STATUS-UNMAPPED TO TRUE.
003171 2200-EXIT.
003172     EXIT.
003173
003174*****************************************************************
003175*    2300-SEND-DETAIL
003176*    Fills the mapped account and writes the detail down the
003177*    feed, folding it into the running count and hash total and
003178*    the batch's balance totals.
003179*****************************************************************
003180 2300-SEND-DETAIL.
003181     MOVE WS-MAP-ACCOUNT (WS-MAP-IDX) TO GL-ACCOUNT-CODE.
003182     MOVE GL-ACCOUNT-CODE TO WS-SENT-ACCOUNT.
003183     MOVE GL-DEPT-CODE    TO WS-SENT-DEPT.
003184     MOVE GL-RESULT       TO WS-SENT-RESULT.
003185     COMPUTE WS-BAL-MONTH = GL-TRANS-DATE / 100.
003186     WRITE CALC-GLFEED-RECORD.
003187     IF WS-GLFEED-FILE-STATUS NOT = "00"
003188         DISPLAY "CalcGlFeedWriter: unable to write CALCGLFD - "
003189             "status " WS-GLFEED-FILE-STATUS
003190         SET GLW-STATUS-ERROR TO TRUE
003191         GO TO 2300-EXIT
003192     END-IF.
003193     ADD 1 TO WS-FEED-RECORD-COUNT.
003194     ADD GLW-RESULT TO WS-FEED-HASH-TOTAL.
003195     PERFORM 2400-ADD-TO-BALANCES THRU 2400-EXIT.
003196 2300-EXIT.
003197     EXIT.
003198
003199*****************************************************************
003200*    2400-ADD-TO-BALANCES
003201*    A positive Result is a debit, a negative one a credit
003202*    (kept as a positive amount).  The detail's key fields were
003203*    kept before it was written.
003204*****************************************************************
003205 2400-ADD-TO-BALANCES.
003206     SET WS-BAL-NOT-FOUND TO TRUE.
003207     IF WS-BAL-ENTRY-COUNT > ZERO
003208         SET WS-BAL-IDX TO 1
003209         SEARCH WS-BAL-ENTRY
003210             WHEN WS-BAL-IDX > WS-BAL-ENTRY-COUNT
003211                 CONTINUE
003212             WHEN WS-BAL-ACCOUNT (WS-BAL-IDX) = WS-SENT-ACCOUNT
003213              AND WS-BAL-DEPT (WS-BAL-IDX) = WS-SENT-DEPT
003214              AND WS-BAL-TRANS-MONTH (WS-BAL-IDX) = WS-BAL-MONTH
003215                 SET WS-BAL-FOUND TO TRUE
003216         END-SEARCH
003217     END-IF.
003218     IF WS-BAL-NOT-FOUND
003219         IF WS-BAL-ENTRY-COUNT NOT < WS-BAL-ENTRY-LIMIT
003220             PERFORM 3100-POST-BALANCES THRU 3100-EXIT
003221         END-IF
003222         ADD 1 TO WS-BAL-ENTRY-COUNT
003223         SET WS-BAL-IDX TO WS-BAL-ENTRY-COUNT
003224         MOVE WS-SENT-ACCOUNT TO WS-BAL-ACCOUNT (WS-BAL-IDX)
003225         MOVE WS-SENT-DEPT    TO WS-BAL-DEPT (WS-BAL-IDX)
003226         MOVE WS-BAL-MONTH    TO WS-BAL-TRANS-MONTH (WS-BAL-IDX)
003227         MOVE ZERO TO WS-BAL-DEBITS (WS-BAL-IDX)
003228         MOVE ZERO TO WS-BAL-CREDITS (WS-BAL-IDX)
003229     END-IF.
003230     IF WS-SENT-RESULT < ZERO
003231         SUBTRACT WS-SENT-RESULT
003232             FROM WS-BAL-CREDITS (WS-BAL-IDX)
003233     ELSE
003234         ADD WS-SENT-RESULT TO WS-BAL-DEBITS (WS-BAL-IDX)
003235     END-IF.
003236 2400-EXIT.
003237     EXIT.
003238
003239*****************************************************************
003240*    2500-REDRIVE-ONE
003241*    A held posting handed back by CalcGlRedrive.  Still
003242*    unmapped: reported back and nothing written, so it stays
003243*    in the caller's held file rather than being held twice.
003244*    Mapped: sent under its original transaction date and
003245*    origin, starting the re-drive group on the feed first if
003246*    this is the batch's first posting to go.
003247*****************************************************************
003248 2500-REDRIVE-ONE.
003249     IF WS-FEED-NOT-OPEN
003250      OR WS-POSTING-BATCH
003251         DISPLAY "CalcGlFeedWriter: re-drive with no open "
003252             "re-drive batch"
003253         SET GLW-STATUS-ERROR TO TRUE
003254         GO TO 2500-EXIT
003255     END-IF.
003256     SET GLW-STATUS-OK TO TRUE.
003257
003258     PERFORM 2050-LOOKUP-ACCOUNT THRU 2050-EXIT.
003259     IF WS-MAP-NOT-FOUND
003260         SET GLW-STATUS-UNMAPPED TO TRUE
003261         GO TO 2500-EXIT
003262     END-IF.
003263     IF WS-GROUP-NOT-STARTED
003264         PERFORM 1200-START-GROUP THRU 1200-EXIT
003265         IF GLW-STATUS-ERROR
003266             GO TO 2500-EXIT
003267         END-IF
003268     END-IF.
003269     PERFORM 2100-BUILD-DETAIL THRU 2100-EXIT.
003270     MOVE GLW-TRANS-DATE TO GL-TRANS-DATE.
003271     PERFORM 2300-SEND-DETAIL THRU 2300-EXIT.
003272 2500-EXIT.
003273     EXIT.
003274
003275*****************************************************************
003276*    3000-CLOSE-FEED-BATCH
003277*    Writes the trailer record carrying the batch's detail
003278*    record count and GL-RESULT hash total, then closes the
003279*    feed.  An aborted run never reaches here, so its batch
003280*    group ends without a trailer and the ledger extract job
003281*    rejects it - which is exactly the point of the control
003282*    records.  A re-drive batch that never sent anything has no
003283*    group to close.  The batch's balance totals are added into
003284*    CALCGLBL first, so the trailer can say whether they were.
003290*****************************************************************
003300 3000-CLOSE-FEED-BATCH.
003310     IF WS-FEED-NOT-OPEN
003340         GO TO 3000-EXIT
003350     END-IF.
003360     SET GLW-STATUS-OK TO TRUE.
003361     IF WS-GROUP-NOT-STARTED
003362         SET WS-FEED-NOT-OPEN TO TRUE
003363         SET WS-POSTING-BATCH TO TRUE
003364         GO TO 3000-EXIT
003365     END-IF.
003366
003367     PERFORM 3100-POST-BALANCES THRU 3100-EXIT.
003370
003380     MOVE SPACES TO CALC-GLFEED-RECORD.
003390     SET GL-TRAILER-REC TO TRUE.
003391     IF WS-REDRIVE-BATCH
003392         SET GL-BATCH-REDRIVE TO TRUE
003393     END-IF.
003394     IF WS-BAL-UPDATE-OK
003395         SET GL-BALANCES-POSTED TO TRUE
003396     ELSE
003397         SET GL-BALANCES-NOT-POSTED TO TRUE
003398     END-IF.
003400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003410     MOVE WS-CURRENT-DATE       TO GL-TRANS-DATE.
003420     MOVE WS-FEED-RECORD-COUNT  TO GL-RECORD-COUNT.
003490     END-IF.
003500     CLOSE CALC-GLFEED-FILE.
003510     SET WS-FEED-NOT-OPEN TO TRUE.
003513     SET WS-GROUP-NOT-STARTED TO TRUE.
003516     SET WS-POSTING-BATCH TO TRUE.
003520 3000-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    3050-FIND-OPEN-PERIOD
003570*    The open period follows the latest month closed on
003580*    CALCPERD; no CALCPERD means no month has been closed yet.
003590*    A CALCPERD that cannot be read leaves the open period
003600*    unknown, and the batch is then not added in at all rather
003610*    than into the wrong month.
003620*****************************************************************
003630 3050-FIND-OPEN-PERIOD.
003640     MOVE ZERO TO WS-LATEST-CLOSED-PERIOD WS-OPEN-PERIOD.
003650     OPEN INPUT CALC-PERIOD-FILE.
003660     IF WS-PERIOD-FILE-STATUS = "35"
003670         GO TO 3050-EXIT
003680     END-IF.
003690     IF WS-PERIOD-FILE-STATUS NOT = "00"
003700         DISPLAY "CalcGlFeedWriter: unable to open CALCPERD - "
003710             "status " WS-PERIOD-FILE-STATUS
003720         SET WS-BAL-UPDATE-FAILED TO TRUE
003730         GO TO 3050-EXIT
003740     END-IF.
003750     SET WS-PERIOD-NOT-EOF TO TRUE.
003760     PERFORM 3060-TAKE-ONE-PERIOD THRU 3060-EXIT
003770         UNTIL WS-PERIOD-EOF.
003780     CLOSE CALC-PERIOD-FILE.
003790     IF WS-LATEST-CLOSED-PERIOD = ZERO
003800         GO TO 3050-EXIT
003810     END-IF.
003820     MOVE WS-LATEST-CLOSED-PERIOD TO WS-OPEN-PERIOD.
003830     IF WS-OP-MONTH < 12
003840         ADD 1 TO WS-OP-MONTH
003850     ELSE
003860         MOVE 1 TO WS-OP-MONTH
003870         ADD 1 TO WS-OP-YEAR
003880     END-IF.
003890 3050-EXIT.
003900     EXIT.
003910
003920 3060-TAKE-ONE-PERIOD.
003930     READ CALC-PERIOD-FILE
003940         AT END
003950             SET WS-PERIOD-EOF TO TRUE
003960             GO TO 3060-EXIT
003970     END-READ.
003980     IF CP-PERIOD-CLOSED
003990      AND CP-PERIOD > WS-LATEST-CLOSED-PERIOD
004000         MOVE CP-PERIOD TO WS-LATEST-CLOSED-PERIOD
004010     END-IF.
004020 3060-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*    3100-POST-BALANCES
004070*    Adds the batch balance totals into CALCGLBL and empties the
004080*    table.  Opened and closed each time, with the same status-35
004090*    create every writer of an indexed file here uses.
004100*****************************************************************
004110 3100-POST-BALANCES.
004120     IF WS-BAL-ENTRY-COUNT = ZERO
004130         GO TO 3100-EXIT
004140     END-IF.
004150     PERFORM 3050-FIND-OPEN-PERIOD THRU 3050-EXIT.
004160     IF WS-BAL-UPDATE-FAILED
004170         DISPLAY "Feed batch sent without a balance update"
004180         MOVE ZERO TO WS-BAL-ENTRY-COUNT
004190         GO TO 3100-EXIT
004200     END-IF.
004210     OPEN I-O CALC-GLBAL-FILE.
004220     IF WS-GLBAL-FILE-STATUS = "35"
004230         OPEN OUTPUT CALC-GLBAL-FILE
004240         CLOSE CALC-GLBAL-FILE
004250         OPEN I-O CALC-GLBAL-FILE
004260     END-IF.
004270     IF WS-GLBAL-FILE-STATUS NOT = "00"
004280         DISPLAY "CalcGlFeedWriter: balance master unavailable - "
004290             "status " WS-GLBAL-FILE-STATUS
004300         DISPLAY "Feed batch sent without a balance update"
004310         SET WS-BAL-UPDATE-FAILED TO TRUE
004320         MOVE ZERO TO WS-BAL-ENTRY-COUNT
004330         GO TO 3100-EXIT
004340     END-IF.
004350     PERFORM 3110-POST-ONE-BALANCE THRU 3110-EXIT
004360         VARYING WS-BAL-IDX FROM 1 BY 1
004370         UNTIL WS-BAL-IDX > WS-BAL-ENTRY-COUNT.
004380     CLOSE CALC-GLBAL-FILE.
004390     MOVE ZERO TO WS-BAL-ENTRY-COUNT.
004400 3100-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    3110-POST-ONE-BALANCE
004450*    A first posting to an account/department starts its record
004460*    in the balance master's open period, where every other
004470*    record stands - or in the posting's own month while no month
004480*    has yet been closed.  Postings dated after the open month
004490*    wait in the AHEAD figures for the close; any other date,
004500*    a re-driven hold from a closed month included, is the open
004510*    period's.
004520*****************************************************************
004530 3110-POST-ONE-BALANCE.
004540     MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO GB-ACCOUNT-CODE.
004550     MOVE WS-BAL-DEPT (WS-BAL-IDX)    TO GB-DEPT-CODE.
004560     SET WS-BAL-RECORD-ON-FILE TO TRUE.
004570     READ CALC-GLBAL-FILE
004580         INVALID KEY
004590             SET WS-BAL-RECORD-NEW TO TRUE
004600     END-READ.
004610     IF WS-BAL-RECORD-ON-FILE
004620      AND WS-GLBAL-FILE-STATUS NOT = "00"
004630         DISPLAY "CalcGlFeedWriter: unable to read CALCGLBL - "
004640             "status " WS-GLBAL-FILE-STATUS
004650         SET WS-BAL-UPDATE-FAILED TO TRUE
004660         GO TO 3110-EXIT
004670     END-IF.
004680     IF WS-BAL-RECORD-NEW
004690         MOVE SPACES TO CALC-GLBAL-RECORD
004700         MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO GB-ACCOUNT-CODE
004710                                             GB-ALT-ACCOUNT-CODE
004720         MOVE WS-BAL-DEPT (WS-BAL-IDX)    TO GB-DEPT-CODE
004730                                             GB-ALT-DEPT-CODE
004740         IF WS-OPEN-PERIOD = ZERO
004750             MOVE WS-BAL-TRANS-MONTH (WS-BAL-IDX)
004760                 TO GB-OPEN-PERIOD
004770         ELSE
004780             MOVE WS-OPEN-PERIOD TO GB-OPEN-PERIOD
004790         END-IF
004800         MOVE ZERO TO GB-OPENING-BALANCE GB-PTD-DEBITS
004810                      GB-PTD-CREDITS GB-YTD-DEBITS GB-YTD-CREDITS
004820                      GB-AHEAD-DEBITS GB-AHEAD-CREDITS
004830                      GB-PRIOR-PERIOD GB-PRIOR-DEBITS
004840                      GB-PRIOR-CREDITS
004850     END-IF.
004860
004870     IF WS-BAL-TRANS-MONTH (WS-BAL-IDX) > GB-OPEN-PERIOD
004880         ADD WS-BAL-DEBITS (WS-BAL-IDX)  TO GB-AHEAD-DEBITS
004890         ADD WS-BAL-CREDITS (WS-BAL-IDX) TO GB-AHEAD-CREDITS
004900     ELSE
004910         ADD WS-BAL-DEBITS (WS-BAL-IDX)  TO GB-PTD-DEBITS
004920                                            GB-YTD-DEBITS
004930         ADD WS-BAL-CREDITS (WS-BAL-IDX) TO GB-PTD-CREDITS
004940                                            GB-YTD-CREDITS
004950     END-IF.
004960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004970     MOVE WS-CURRENT-DATE TO GB-LAST-POSTED-DATE.
004980
004990     IF WS-BAL-RECORD-NEW
005000         WRITE CALC-GLBAL-RECORD
005010     ELSE
005020         REWRITE CALC-GLBAL-RECORD
005030     END-IF.
005040     IF WS-GLBAL-FILE-STATUS NOT = "00"
005050         DISPLAY "CalcGlFeedWriter: unable to update CALCGLBL - "
005060             "status " WS-GLBAL-FILE-STATUS
005070         SET WS-BAL-UPDATE-FAILED TO TRUE
005080     END-IF.
005090 3110-EXIT.
005100     EXIT.
