000200*     calculations are logged to CALC-AUDIT-FILE but are outside
000210*     this run's counters, so CalcSummaryReport's totals are a
000220*     batch-day summary, not a whole-session one.
000221*
000222*     Called with LS-RUN-MODE "D" the run is a dry run: the file
000223*     is read, proved, rated and computed exactly as a live run
000224*     would, but nothing is posted - no CALCRSLT, CALCRMST,
000225*     CALCGLFD, CALCPEND, CALCSUSP, CALCSTAT, CALCSHST, checkpoint
000226*     or audit record.  Instead the projected results, suspense
000227*     rejects and CALCLIMT holds are listed on CALCDRYR, and when
000228*     a prior CALCRSLT is supplied as CALCRSLP every transaction
000229*     whose Result would come out different is listed as well.
000230*
000231*     A transaction carrying an allocation code (CT-ALLOC-CODE) is
000232*     calculated once and its Result split across the target
000233*     departments on the CALCALOC allocation, one share per line,
000234*     the last line taking the rounding difference so the shares
000235*     add back exactly.  Each share posts as a Result of its own
000236*     department - CALCRSLT, the results master (under its share
000237*     line), the statistics, and the GL feed or CALCPEND - and is
000238*     logged to the audit trail linked to its source.
000239*
000240* MODIFICATION HISTORY.
000250*     2026-08-08  DN  Original batch driver, built on the shared
000260*                      CalcComputeEngine so batch and interactive
001048*                      straight to the GL feed - it is still
001049*                      posted to CALCRSLT and the results
001050*                      master.
001051*     2026-10-02  DN  Results-master postings are now written
001052*                      live (not reversed) - the master now
001053*                      carries CalcResultReversal's reversal
001054*                      mark.
001055*     2026-10-05  DN  CALCTRAN now arrives as header/detail/
001056*                      trailer groups.  1600-PROVE-CONTROL-
001057*                      TOTALS re-adds every group's detail
001058*                      count and CT-OPERAND1/CT-OPERAND2 hash
001059*                      totals against its trailer, and checks
001060*                      each detail's run date against its
001061*                      header, before anything is posted; any
001062*                      failure refuses the whole file with
001063*                      LS-RETURN-CODE = 2.  Control records are
001064*                      skipped by 2100-READ-TRANS, so the rest
001065*                      of the run only ever sees details.
001066*     2026-10-07  DN  Suspected duplicates are now caught
001067*                      before the engine is called: a key
001068*                      already live on CALCRMST under another
001069*                      run date, or a record repeating an earlier
001070*                      one in the same file (same operands,
001071*                      operator, department, rate code and chain
001072*                      reference), goes to suspense under the
001073*                      DUPLICATE reason naming the posting it
001074*                      repeats, for CalcSuspenseRework to
001075*                      release if genuine.
001076*     2026-10-09  DN  A fourth linkage parameter, LS-RUN-MODE,
001077*                      selects a dry run ("D"): the file is
001078*                      proved, rated and computed as for a live
001079*                      run but nothing is posted, audited or
001080*                      checkpointed; projected results, rejects
001081*                      and CALCLIMT holds are listed on CALCDRYR,
001082*                      with every Result that would differ from a
001083*                      prior CALCRSLT supplied as CALCRSLP.
001084*     2026-10-15  DN  Cost allocation: CALCALOC is loaded at the
001085*                      start of every run, and a transaction whose
001086*                      CT-ALLOC-CODE is on it posts one Result per
001087*                      target department (rounding difference to
001088*                      the last line) through every output a
001089*                      Result goes to, with an "A" audit entry per
001090*                      share linked to the source.  The CALCLIMT
001091*                      hold is decided once on the source Result,
001092*                      so all shares are held or fed together.  An
001093*                      allocation code not on file rejects to
001094*                      suspense; the allocation code is part of
001095*                      the duplicate signature.  A dry run
001096*                      projects every share and compares the
001097*                      source Result with the prior run's shares
001098*                      added back together.
001099*     2026-10-15  DN  Foreign currency: a record carrying
001100*                      CT-CURRENCY-CODE has CT-FOREIGN-AMOUNT
001101*                      converted to rands by CalcFxLookup at the
001102*                      CALCFXRT rate as at CT-RUN-DATE, and the
001103*                      converted amount used as Operand1, before
001104*                      the rate code, chain and engine; an unknown
001105*                      currency, no rate for the date or an amount
001106*                      too large rejects to suspense, as does a
001107*                      currency with a chain to Operand1.  The
001108*                      currency, foreign amount and rate travel to
001109*                      the audit trail, results master, suspense,
001110*                      CALCPEND and the GL feed, and are part of
001111*                      the duplicate signature.  The control proof
001112*                      adds a foreign amount hash, proved when the
001113*                      trailer carries one.  CALCSTAT gains a "C"
001114*                      record per currency (accepted and rejected
001115*                      counts, foreign and rand totals), written
001116*                      ahead of the trailer and folded in on
001117*                      restart.
001118*     2026-10-15  DN  A same-day rerun of a key CalcResultReversal
001119*                      has reversed on CALCRMST is now rejected to
001120*                      suspense as a duplicate, rather than posted
001121*                      again and the reversed posting rewritten
001122*                      live.
001123*     2026-10-15  DN  An allocated foreign posting splits its
001124*                      foreign amount across the shares by the
001125*                      same percentages as the Result, the last
001126*                      share taking the remainder, instead of
001127*                      carrying the whole amount on every share.
001128*****************************************************************
001129 IDENTIFICATION DIVISION.
001130 PROGRAM-ID. CalcBatchDriver.
001131 AUTHOR. D. NAIDOO.
001132 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
001133 DATE-WRITTEN. 08-08-2026.
001134 DATE-COMPILED.
001135
001136 ENVIRONMENT DIVISION.
001137 INPUT-OUTPUT SECTION.
001138 FILE-CONTROL.
001139     SELECT CALC-TRANS-FILE
001140         ASSIGN TO "CALCTRAN"
001141         ORGANIZATION IS LINE SEQUENTIAL
001142         FILE STATUS IS WS-TRANS-FILE-STATUS.
001143
001144     SELECT CALC-RESULT-FILE
001145         ASSIGN TO "CALCRSLT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-RESULT-FILE-STATUS.
001170
001375         ORGANIZATION IS LINE SEQUENTIAL
001376         FILE STATUS IS WS-PENDING-FILE-STATUS.
001377
001378     SELECT CALC-PRIOR-RESULT-FILE
001379         ASSIGN TO "CALCRSLP"
001380         ORGANIZATION IS LINE SEQUENTIAL
001381         FILE STATUS IS WS-PRIOR-FILE-STATUS.
001382
001383     SELECT CALC-DRYRUN-REPORT-FILE
001384         ASSIGN TO "CALCDRYR"
001385         ORGANIZATION IS LINE SEQUENTIAL
001386         FILE STATUS IS WS-DRYRUN-FILE-STATUS.
001387
001388     SELECT CALC-ALLOC-FILE
001389         ASSIGN TO "CALCALOC"
001390         ORGANIZATION IS LINE SEQUENTIAL
001391         FILE STATUS IS WS-ALLOC-FILE-STATUS.
001392
001393 DATA DIVISION.
001394 FILE SECTION.
001400 FD  CALC-TRANS-FILE
001410     RECORDING MODE IS F.
001420     COPY "CALCTRAN.CPY".
001635     RECORDING MODE IS F.
001636     COPY "CALCPEND.CPY".
001637
001638*****************************************************************
001639*    The prior run's CALCRSLT, read only by a dry run.  Records
001640*    are byte-for-byte images of CALCRSLT.CPY and are read into
001641*    WS-PRIOR-RECORD, which mirrors the fields needed here.
001642*****************************************************************
001643 FD  CALC-PRIOR-RESULT-FILE
001644     RECORDING MODE IS F.
001645 01  CALC-PRIOR-RESULT-RECORD     PIC X(44).
001646
001647 FD  CALC-DRYRUN-REPORT-FILE
001648     RECORDING MODE IS F.
001649 01  CALC-DRYRUN-REPORT-LINE      PIC X(80).
001650
001651 FD  CALC-ALLOC-FILE
001652     RECORDING MODE IS F.
001653     COPY "CALCALOC.CPY".
001654
001655 WORKING-STORAGE SECTION.
001656*****************************************************************
001660*    WORKING STORAGE - CALCULATION FIELDS
001670*****************************************************************
001680     COPY "CALCFLDS.CPY".
001904     COPY "CALCRLPA.CPY".
001905
001906*****************************************************************
001907*    WORKING STORAGE - EXCHANGE RATE LOOKUP INTERFACE
001908*****************************************************************
001909     COPY "CALCFXPA.CPY".
001910
001911*****************************************************************
001912*    WORKING STORAGE - PERIOD STATUS INTERFACE
001913*****************************************************************
001914     COPY "CALCPSPA.CPY".
001915 77  WS-RUN-PERIOD                PIC 9(06) VALUE ZERO.
001916
001917 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001920     88  WS-END-OF-FILE               VALUE "Y".
001930     88  WS-NOT-END-OF-FILE           VALUE "N".
001940
001941 01  WS-RESTART-FOUND-SWITCH      PIC X(01).
001942     88  WS-RESTART-FOUND             VALUE "Y".
001943     88  WS-RESTART-NOT-FOUND          VALUE "N".
001944
001945 01  WS-PRIOR-EOF-SWITCH          PIC X(01).
001946     88  WS-PRIOR-EOF                 VALUE "Y".
001947     88  WS-PRIOR-NOT-EOF              VALUE "N".
001948
001949 01  WS-TRANS-USE-SWITCH          PIC X(01).
001950     88  WS-TRANS-USABLE              VALUE "Y".
001951     88  WS-TRANS-NOT-USABLE          VALUE "N".
001952
001953 01  WS-MASTER-SWITCH             PIC X(01).
001954     88  WS-MASTER-AVAILABLE          VALUE "Y".
001955     88  WS-MASTER-UNAVAILABLE        VALUE "N".
001956
001957 77  WS-ACCEPTED-COUNT            PIC 9(05) VALUE ZERO.
001958 77  WS-ACCEPTED-LIMIT            PIC 9(05) VALUE 20000.
001959 77  WS-CHAIN-SUB                 PIC 9(05) COMP VALUE ZERO.
001960 77  WS-STAT-WORK-COUNT           PIC 9(07) VALUE ZERO.
001961 77  WS-STAT-WORK-SUM             PIC S9(11)V99 VALUE ZERO.
001962 77  WS-STAT-WORK-OP              PIC X(01) VALUE SPACE.
001963 77  WS-STAT-WORK-DEPT            PIC X(03) VALUE SPACES.
001964
001965 01  WS-CHAIN-FOUND-SWITCH        PIC X(01).
001966     88  WS-CHAIN-FOUND               VALUE "Y".
001967     88  WS-CHAIN-NOT-FOUND           VALUE "N".
001968
001969 01  WS-CHAIN-WARN-SWITCH         PIC X(01) VALUE "N".
001970     88  WS-CHAIN-WARNED              VALUE "Y".
001971     88  WS-CHAIN-NOT-WARNED          VALUE "N".
001972
001973*****************************************************************
001974*    WORKING STORAGE - CALCTRAN CONTROL-TOTAL PROOF
001975*    Re-added per header/trailer group by 1600-PROVE-CONTROL-
001976*    TOTALS before anything is posted.
001977*****************************************************************
001978 77  WS-CTL-GROUP-COUNT           PIC 9(05) VALUE ZERO.
001979 77  WS-CTL-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
001980 77  WS-CTL-HASH-OPERAND1         PIC S9(13)V99 VALUE ZERO.
001981 77  WS-CTL-HASH-OPERAND2         PIC S9(13)V99 VALUE ZERO.
001982 77  WS-CTL-HASH-FOREIGN          PIC S9(13)V99 VALUE ZERO.
001983 77  WS-CTL-FOREIGN-COUNT         PIC 9(07) VALUE ZERO.
001984 77  WS-CTL-FILE-RUN-DATE         PIC 9(08) VALUE ZERO.
001985 77  WS-CTL-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
001986 77  WS-CTL-REFUSAL-TEXT          PIC X(40) VALUE SPACES.
001987
001988 01  WS-CTL-GROUP-SWITCH          PIC X(01).
001989     88  WS-CTL-IN-GROUP              VALUE "Y".
001990     88  WS-CTL-OUT-OF-GROUP          VALUE "N".
001991
001992 01  WS-CTL-PROOF-SWITCH          PIC X(01).
001993     88  WS-CTL-PROVED                VALUE "Y".
001994     88  WS-CTL-REFUSED               VALUE "N".
001995
001996*****************************************************************
001997*    WORKING STORAGE - DUPLICATE DETECTION
001998*    WS-DUP-REASON is the suspense reason a suspected duplicate
001999*    is held under (CS-DUPLICATE-REASON in CALCSUSP.CPY): the
002000*    key and run date of the posting it appears to repeat.
002001*    WS-SEEN-TABLE remembers every record this run has read,
002002*    by key and signature - the fields that make two records
002003*    the same calculation - so an identical repeat later in
002004*    the file is caught.
002005*****************************************************************
002006 77  WS-DUPLICATE-COUNT           PIC 9(07) VALUE ZERO.
002007 77  WS-SEEN-COUNT                PIC 9(05) VALUE ZERO.
002008 77  WS-SEEN-LIMIT                PIC 9(05) VALUE 20000.
002009 77  WS-SEEN-SUB                  PIC 9(05) COMP VALUE ZERO.
002010
002011 01  WS-DUP-REASON.
002012     05  FILLER                   PIC X(10) VALUE "DUPLICATE ".
002013     05  WS-DUP-ORIGINAL-KEY      PIC 9(08).
002014     05  FILLER                   PIC X(01) VALUE "/".
002015     05  WS-DUP-ORIGINAL-DATE     PIC 9(08).
002016     05  FILLER                   PIC X(03) VALUE SPACES.
002017
002018*    A chained record's operand comes from the record it chains
002019*    to, so the chain reference is part of what makes two
002020*    records the same calculation.
002021 01  WS-DUP-SIGNATURE.
002022     05  WS-SIG-OPERAND1          PIC S9(7)V99
002023         SIGN IS TRAILING SEPARATE CHARACTER.
002024     05  WS-SIG-OPERATOR          PIC X(01).
002025     05  WS-SIG-OPERAND2          PIC S9(7)V99
002026         SIGN IS TRAILING SEPARATE CHARACTER.
002027     05  WS-SIG-DEPT-CODE         PIC X(03).
002028     05  WS-SIG-RATE-CODE         PIC X(04).
002029     05  WS-SIG-CHAIN-KEY         PIC 9(08).
002030     05  WS-SIG-CHAIN-OPERAND     PIC X(01).
002031     05  WS-SIG-ALLOC-CODE        PIC X(04).
002032     05  WS-SIG-CURRENCY-CODE     PIC X(03).
002033     05  WS-SIG-FOREIGN-AMOUNT    PIC S9(9)V99
002034         SIGN IS TRAILING SEPARATE CHARACTER.
002035
002036 01  WS-DUP-SWITCH                PIC X(01).
002037     88  WS-DUP-FOUND                 VALUE "Y".
002038     88  WS-DUP-NOT-FOUND             VALUE "N".
002039
002040 01  WS-MASTER-SCAN-SWITCH        PIC X(01).
002041     88  WS-MASTER-SCAN-DONE          VALUE "Y".
002042     88  WS-MASTER-SCAN-GOING         VALUE "N".
002043
002044 01  WS-SEEN-WARN-SWITCH          PIC X(01) VALUE "N".
002045     88  WS-SEEN-WARNED               VALUE "Y".
002046     88  WS-SEEN-NOT-WARNED           VALUE "N".
002047
002048 01  WS-SEEN-TABLE.
002049     05  WS-SEEN-ENTRY OCCURS 20000 TIMES.
002050         10  WS-SEEN-KEY           PIC 9(08).
002051         10  WS-SEEN-SIGNATURE     PIC X(56).
002052
002058*****************************************************************
002060*    WORKING STORAGE - THIS RUN'S ACCEPTED RESULTS
002062*    Keyed table of the results accepted so far, consulted when
002116         10  WS-STATS-COUNT        PIC 9(07).
002118         10  WS-STATS-SUM          PIC S9(11)V99.
002120
002121*****************************************************************
002122*    WORKING STORAGE - RUNNING CURRENCY TOTALS
002123*    One entry per foreign currency met in the run: accepted
002124*    and rejected transaction counts, and the foreign amounts
002125*    accepted with the rands they converted to.  Counted once
002126*    per transaction, not per share.  Twenty currencies is more
002127*    than a day's file carries; a run that somehow meets more
002128*    warns once and stops counting the overflow.
002129*****************************************************************
002130 77  WS-CCY-USED                  PIC 9(03) VALUE ZERO.
002131 77  WS-CCY-LIMIT                 PIC 9(03) VALUE 20.
002132 77  WS-CCY-WORK-CODE             PIC X(03) VALUE SPACES.
002133 77  WS-CCY-WORK-ACCEPTED         PIC 9(07) VALUE ZERO.
002134 77  WS-CCY-WORK-REJECTED         PIC 9(07) VALUE ZERO.
002135 77  WS-CCY-WORK-FOREIGN          PIC S9(13)V99 VALUE ZERO.
002136 77  WS-CCY-WORK-RANDS            PIC S9(11)V99 VALUE ZERO.
002137
002138 01  WS-CCY-FULL-SWITCH           PIC X(01) VALUE "N".
002139     88  WS-CCY-FULL-WARNED           VALUE "Y".
002140     88  WS-CCY-NOT-WARNED            VALUE "N".
002141
002142 01  WS-CCY-TABLE.
002143     05  WS-CCY-ENTRY OCCURS 20 TIMES INDEXED BY WS-CCY-IDX.
002144         10  WS-CCY-CODE           PIC X(03).
002145         10  WS-CCY-ACCEPTED       PIC 9(07).
002146         10  WS-CCY-REJECTED       PIC 9(07).
002147         10  WS-CCY-FOREIGN-SUM    PIC S9(13)V99.
002148         10  WS-CCY-RAND-SUM       PIC S9(11)V99.
002149
002150*****************************************************************
002151*    WORKING STORAGE - COST ALLOCATION
002152*    CALCALOC is loaded whole at the start of the run.  Every
002153*    posting of an accepted Result goes out through the WS-POST-
002154*    fields: the Result itself for an ordinary transaction, or
002155*    one share at a time for an allocated one.  The CALCLIMT
002156*    hold is decided once, on the source Result.
002157*****************************************************************
002158 77  WS-ALLOC-FILE-STATUS         PIC X(02).
002159 77  WS-ALLOC-COUNT               PIC 9(03) VALUE ZERO.
002160 77  WS-ALLOC-LIMIT               PIC 9(03) VALUE 200.
002161 77  WS-ALLOC-SUB                 PIC 9(03) COMP VALUE ZERO.
002162 77  WS-ALLOC-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
002163 77  WS-SHARE-SUB                 PIC 9(02) COMP VALUE ZERO.
002164 77  WS-ALLOC-PERCENT-TOTAL       PIC 9(05)V99 VALUE ZERO.
002165 77  WS-SOURCE-RESULT             PIC S9(9)V99 VALUE ZERO.
002166 77  WS-SHARE-RUNNING-TOTAL       PIC S9(9)V99 VALUE ZERO.
002167 77  WS-POST-RESULT               PIC S9(9)V99 VALUE ZERO.
002168 77  WS-SOURCE-FOREIGN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
002169 77  WS-SHARE-FOREIGN-TOTAL       PIC S9(9)V99 VALUE ZERO.
002170 77  WS-POST-FOREIGN-AMOUNT       PIC S9(9)V99 VALUE ZERO.
002171 77  WS-POST-DEPT-CODE            PIC X(03) VALUE SPACES.
002172 77  WS-POST-SHARE-LINE           PIC 9(02) VALUE ZERO.
002173
002174 01  WS-ALLOC-EOF-SWITCH          PIC X(01).
002175     88  WS-ALLOC-EOF                 VALUE "Y".
002176     88  WS-ALLOC-NOT-EOF             VALUE "N".
002177
002178 01  WS-ALLOC-FOUND-SWITCH        PIC X(01).
002179     88  WS-ALLOC-FOUND               VALUE "Y".
002180     88  WS-ALLOC-NOT-FOUND           VALUE "N".
002181
002182 01  WS-ALLOC-WARN-SWITCH         PIC X(01) VALUE "N".
002183     88  WS-ALLOC-WARNED              VALUE "Y".
002184     88  WS-ALLOC-NOT-WARNED          VALUE "N".
002185
002186 01  WS-RELEASE-SWITCH            PIC X(01).
002187     88  WS-HOLD-FOR-RELEASE          VALUE "Y".
002188     88  WS-FEED-TO-GL                VALUE "N".
002189
002190 01  WS-ALLOC-TABLE.
002191     05  WS-ALLOC-ENTRY OCCURS 200 TIMES.
002192         10  WS-ALT-ALLOC-CODE     PIC X(04).
002193         10  WS-ALT-LINE-COUNT     PIC 9(02).
002194         10  WS-ALT-LINE OCCURS 9 TIMES.
002195             15  WS-ALT-DEPT-CODE  PIC X(03).
002196             15  WS-ALT-PERCENT    PIC 9(03)V99.
002197
002198*****************************************************************
002199*    WORKING STORAGE - DRY RUN
002200*    A dry run posts nothing; what it would have posted is
002201*    listed on CALCDRYR.  The prior CALCRSLT's Results are
002202*    loaded into WS-PRIOR-TABLE for the comparison, and every
002203*    transaction that would come out different is kept in
002204*    WS-DIFF-TABLE and listed at the end of the report.
002205*****************************************************************
002206 77  WS-PRIOR-FILE-STATUS         PIC X(02).
002207 77  WS-DRYRUN-FILE-STATUS        PIC X(02).
002208 77  WS-PRIOR-COUNT               PIC 9(05) VALUE ZERO.
002209 77  WS-PRIOR-LIMIT               PIC 9(05) VALUE 20000.
002210 77  WS-PRIOR-SUB                 PIC 9(05) COMP VALUE ZERO.
002211 77  WS-DIFF-COUNT                PIC 9(05) VALUE ZERO.
002212 77  WS-DIFF-LIMIT                PIC 9(05) VALUE 20000.
002213 77  WS-DIFF-SUB                  PIC 9(05) COMP VALUE ZERO.
002214 77  WS-DIFF-CHANGED-COUNT        PIC 9(07) VALUE ZERO.
002215 77  WS-DIFF-REJECTED-COUNT       PIC 9(07) VALUE ZERO.
002216 77  WS-NO-PRIOR-COUNT            PIC 9(07) VALUE ZERO.
002217 77  WS-PROJ-GL-COUNT             PIC 9(07) VALUE ZERO.
002218 77  WS-PROJ-GL-TOTAL             PIC S9(13)V99 VALUE ZERO.
002219 77  WS-PROJ-HOLD-TOTAL           PIC S9(13)V99 VALUE ZERO.
002220 77  WS-DIFF-WORK-RESULT          PIC S9(9)V99 VALUE ZERO.
002221 77  WS-DIFF-WORK-KIND            PIC X(01) VALUE SPACE.
002222
002223 01  WS-RUN-MODE-SWITCH           PIC X(01).
002224     88  WS-DRY-RUN                   VALUE "D".
002225     88  WS-LIVE-RUN                  VALUE "L".
002226
002227 01  WS-PRIOR-SWITCH              PIC X(01).
002228     88  WS-PRIOR-AVAILABLE           VALUE "Y".
002229     88  WS-PRIOR-UNAVAILABLE         VALUE "N".
002230
002231 01  WS-PRIOR-RSLT-EOF-SWITCH     PIC X(01).
002232     88  WS-PRIOR-RSLT-EOF            VALUE "Y".
002233     88  WS-PRIOR-RSLT-NOT-EOF        VALUE "N".
002234
002235 01  WS-PRIOR-FOUND-SWITCH        PIC X(01).
002236     88  WS-PRIOR-FOUND               VALUE "Y".
002237     88  WS-PRIOR-NOT-FOUND           VALUE "N".
002238
002239 01  WS-PRIOR-RECORD.
002240     05  WS-PRIOR-TRANS-KEY       PIC 9(08).
002241     05  FILLER                   PIC X(21).
002242     05  WS-PRIOR-RESULT          PIC S9(9)V99
002243         SIGN IS TRAILING SEPARATE CHARACTER.
002244     05  FILLER                   PIC X(03).
002245
002246 01  WS-PRIOR-TABLE.
002247     05  WS-PRIOR-ENTRY OCCURS 20000 TIMES.
002248         10  WS-PRIOR-KEY          PIC 9(08).
002249         10  WS-PRIOR-TBL-RESULT   PIC S9(9)V99.
002250
002251 01  WS-DIFF-TABLE.
002252     05  WS-DIFF-ENTRY OCCURS 20000 TIMES.
002253         10  WS-DIFF-KEY           PIC 9(08).
002254         10  WS-DIFF-PRIOR-RESULT  PIC S9(9)V99.
002255         10  WS-DIFF-NEW-RESULT    PIC S9(9)V99.
002256         10  WS-DIFF-KIND          PIC X(01).
002257             88  WS-DIFF-CHANGED          VALUE "C".
002258             88  WS-DIFF-NOW-REJECTED     VALUE "R".
002259
002260 01  WS-DRY-HEADING-1.
002261     05  FILLER  PIC X(26) VALUE "DRY RUN - NOTHING POSTED  ".
002262     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
002263     05  WS-DH1-RUN-DATE  PIC 9(08).
002264     05  FILLER  PIC X(36) VALUE SPACES.
002265
002266 01  WS-DRY-HEADING-2.
002267     05  FILLER  PIC X(40) VALUE
002268         "KEY         OPERAND1 OP    OPERAND2     ".
002269     05  FILLER  PIC X(40) VALUE
002270         "   RESULT DPT PROJECTED OUTCOME         ".
002271
002272 01  WS-DRY-DETAIL-LINE.
002273     05  WS-DD-KEY                PIC 9(08).
002274     05  FILLER                   PIC X(01) VALUE SPACE.
002275     05  WS-DD-OPERAND1           PIC -Z(6)9.99.
002276     05  FILLER                   PIC X(02) VALUE SPACES.
002277     05  WS-DD-OPERATOR           PIC X(01).
002278     05  FILLER                   PIC X(01) VALUE SPACE.
002279     05  WS-DD-OPERAND2           PIC -Z(6)9.99.
002280     05  FILLER                   PIC X(01) VALUE SPACE.
002281     05  WS-DD-RESULT             PIC -Z(8)9.99.
002282     05  FILLER                   PIC X(01) VALUE SPACE.
002283     05  WS-DD-DEPT               PIC X(03).
002284     05  FILLER                   PIC X(01) VALUE SPACE.
002285     05  WS-DD-OUTCOME            PIC X(17).
002286
002287 01  WS-DRY-REJECT-LINE.
002288     05  WS-DJ-KEY                PIC 9(08).
002289     05  FILLER                   PIC X(01) VALUE SPACE.
002290     05  FILLER                   PIC X(19) VALUE
002291         "SUSPENSE - REASON: ".
002292     05  WS-DJ-REASON             PIC X(30).
002293     05  FILLER                   PIC X(01) VALUE SPACE.
002294     05  WS-DJ-DEPT               PIC X(03).
002295     05  FILLER                   PIC X(18) VALUE SPACES.
002296
002297 01  WS-DRY-DIFF-LINE.
002298     05  WS-DF-KEY                PIC 9(08).
002299     05  FILLER                   PIC X(02) VALUE SPACES.
002300     05  FILLER                   PIC X(07) VALUE "PRIOR: ".
002301     05  WS-DF-PRIOR              PIC -Z(8)9.99.
002302     05  FILLER                   PIC X(07) VALUE "  NOW: ".
002303     05  WS-DF-NEW                PIC -Z(8)9.99.
002304     05  WS-DF-NEW-TEXT REDEFINES WS-DF-NEW
002305                                  PIC X(13).
002306     05  FILLER                   PIC X(08) VALUE "  DIFF: ".
002307     05  WS-DF-DIFFERENCE         PIC -Z(9)9.99.
002308     05  FILLER                   PIC X(08) VALUE SPACES.
002309
002310 01  WS-DRY-COUNT-LINE.
002311     05  WS-DC-TEXT               PIC X(40).
002312     05  WS-DC-COUNT              PIC Z,ZZZ,ZZ9.
002313     05  FILLER                   PIC X(31) VALUE SPACES.
002314
002315 01  WS-DRY-VALUE-LINE.
002316     05  WS-DV-TEXT               PIC X(40).
002317     05  WS-DV-VALUE              PIC -Z(12)9.99.
002318     05  FILLER                   PIC X(23) VALUE SPACES.
002319
002320 LINKAGE SECTION.
002321 01  LS-RETURN-CODE               PIC 9(04) COMP.
002322 01  LS-OPERATOR-ID               PIC X(08).
002323 01  LS-CKPT-INTERVAL             PIC 9(04).
002324*    "D" for a dry run; anything else is a live run.
002325 01  LS-RUN-MODE                  PIC X(01).
002326
002327*****************************************************************
002328*    0000-MAINLINE
002329*****************************************************************
002330 PROCEDURE DIVISION USING LS-RETURN-CODE LS-OPERATOR-ID
002331     LS-CKPT-INTERVAL LS-RUN-MODE.
002332 0000-MAINLINE.
002333     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002334     PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
002335         UNTIL WS-END-OF-FILE.
002336     PERFORM 8000-WRITE-STATS THRU 8000-EXIT.
002337     PERFORM 8500-APPEND-HISTORY THRU 8500-EXIT.
002338     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002339     GOBACK.
002340
002341*****************************************************************
002342*    1000-INITIALIZE
002343*    Opens the transaction file, primes the read, and loads any
002344*    checkpoint left by a prior run so already-posted transactions
002345*    are skipped instead of posted again.  A checkpoint is only
002346*    honored if its CK-RUN-DATE matches this CALCTRAN's own
002350*    CT-RUN-DATE - a checkpoint left behind by an unrelated file
002360*    is a foreign/stale checkpoint and is discarded so this run
002370*    starts fresh instead of silently skipping transactions it
002450 1000-INITIALIZE.
002460     MOVE ZERO TO LS-RETURN-CODE.
002470     MOVE ZERO TO WS-TRANS-COUNT WS-ACCEPT-COUNT
002471                  WS-REJECT-COUNT WS-CKPT-COUNTER
002472                  WS-GLHELD-COUNT WS-ACCEPTED-COUNT
002473                  WS-AUTH-HELD-COUNT WS-HIST-RUN-DATE.
002474     MOVE ZERO TO WS-DUPLICATE-COUNT WS-SEEN-COUNT.
002475     SET WS-CHAIN-NOT-WARNED TO TRUE.
002476     SET WS-SEEN-NOT-WARNED TO TRUE.
002477     IF LS-RUN-MODE = "D"
002478         SET WS-DRY-RUN TO TRUE
002479     ELSE
002480         SET WS-LIVE-RUN TO TRUE
002481     END-IF.
002488*    A caller-supplied checkpoint interval of zero keeps the
002489*    long-standing default.
002490     IF LS-CKPT-INTERVAL > ZERO
002493         MOVE 100 TO WS-CKPT-INTERVAL
002494     END-IF.
002495     PERFORM 1100-LOAD-STATS-TABLE THRU 1100-EXIT.
002496*    A dry run always projects the whole file - a checkpoint
002497*    left by an interrupted live run is neither honored nor
002498*    disturbed.
002499     IF WS-DRY-RUN
002500         SET WS-RESTART-NOT-FOUND TO TRUE
002501         MOVE ZERO TO WS-RESTART-KEY WS-CKPT-RUN-DATE
002502     ELSE
002503         PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
002504     END-IF.
002510
002520     OPEN INPUT CALC-TRANS-FILE.
002530     IF WS-TRANS-FILE-STATUS NOT = "00"
002560         MOVE 2 TO LS-RETURN-CODE
002570         GOBACK
002580     END-IF.
002585     PERFORM 1600-PROVE-CONTROL-TOTALS THRU 1600-EXIT.
002590     SET WS-NOT-END-OF-FILE TO TRUE.
002600     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002610
002627         END-IF
002628     END-IF.
002629
002630     PERFORM 1800-LOAD-ALLOCATIONS THRU 1800-EXIT.
002631
002632     IF WS-DRY-RUN
002633         PERFORM 1700-OPEN-DRY-RUN THRU 1700-EXIT
002634         GO TO 1000-EXIT
002635     END-IF.
002636
002637     IF WS-RESTART-FOUND
002638         IF WS-END-OF-FILE OR CT-RUN-DATE NOT = WS-CKPT-RUN-DATE
002640             DISPLAY "CalcBatchDriver: CALCCKPT does not match "
002650                 "this CALCTRAN - ignoring checkpoint"
002660             SET WS-RESTART-NOT-FOUND TO TRUE
002877             "batch - run abandoned"
002878         CLOSE CALC-TRANS-FILE
002879         CLOSE CALC-RESULT-FILE
002880         IF WS-MASTER-AVAILABLE
002881             CLOSE CALC-RSLTMST-FILE
002882         END-IF
002883         MOVE 2 TO LS-RETURN-CODE
002884         GOBACK
002885     END-IF.
003000     PERFORM 1110-CLEAR-ONE-STAT THRU 1110-EXIT
003010         VARYING WS-STATS-IDX FROM 1 BY 1
003020         UNTIL WS-STATS-IDX > WS-STATS-LIMIT.
003021     MOVE ZERO TO WS-CCY-USED.
003022     SET WS-CCY-NOT-WARNED TO TRUE.
003023     PERFORM 1120-CLEAR-ONE-CURRENCY THRU 1120-EXIT
003024         VARYING WS-CCY-IDX FROM 1 BY 1
003025         UNTIL WS-CCY-IDX > WS-CCY-LIMIT.
003030 1100-EXIT.
003040     EXIT.
003050
003110 1110-EXIT.
003120     EXIT.
003150
003151 1120-CLEAR-ONE-CURRENCY.
003152     MOVE SPACES TO WS-CCY-CODE (WS-CCY-IDX).
003153     MOVE ZERO TO WS-CCY-ACCEPTED (WS-CCY-IDX).
003154     MOVE ZERO TO WS-CCY-REJECTED (WS-CCY-IDX).
003155     MOVE ZERO TO WS-CCY-FOREIGN-SUM (WS-CCY-IDX).
003156     MOVE ZERO TO WS-CCY-RAND-SUM (WS-CCY-IDX).
003157 1120-EXIT.
003158     EXIT.
003159
003160*****************************************************************
003170*    1200-READ-CHECKPOINT
003180*    A prior interrupted run leaves its last posted key in
003570         PERFORM 1310-READ-PRIOR-STAT THRU 1310-EXIT
003580         PERFORM 1320-FOLD-ONE-PRIOR-STAT THRU 1320-EXIT
003590             UNTIL WS-PRIOR-EOF
003591         CLOSE CALC-STATS-FILE
003592     ELSE
003593         DISPLAY "CalcBatchDriver: CALCSTAT not found for "
003594             "restart - prior totals not folded in"
003595     END-IF.
003596 1300-EXIT.
003597     EXIT.
003598
003599 1310-READ-PRIOR-STAT.
003600     READ CALC-STATS-FILE
003601         AT END
003602             SET WS-PRIOR-EOF TO TRUE
003603     END-READ.
003604 1310-EXIT.
003605     EXIT.
003606
003607*****************************************************************
003608*    1320-FOLD-ONE-PRIOR-STAT
003609*    A prior detail record folds into the matching operator/
003610*    department table entry (added if this run has not seen the
003611*    combination yet), a prior currency record into the
003612*    matching currency entry, and a prior trailer record into the
003613*    run-level counters.  WS-ACCEPT-COUNT is derived rather
003614*    than carried on the trailer record, the same way
003615*    9000-TERMINATE derives it today.
003616*****************************************************************
003617 1320-FOLD-ONE-PRIOR-STAT.
003618     EVALUATE TRUE
003619         WHEN CST-DETAIL
003620             MOVE CST-OPERATOR    TO WS-STAT-WORK-OP
003621             MOVE CST-DEPT-CODE   TO WS-STAT-WORK-DEPT
003622             MOVE CST-CALC-COUNT  TO WS-STAT-WORK-COUNT
003623             MOVE CST-RESULT-SUM  TO WS-STAT-WORK-SUM
003624             PERFORM 2450-POST-ONE-STAT THRU 2450-EXIT
003625         WHEN CST-CURRENCY
003626             MOVE CST-CURRENCY-CODE TO WS-CCY-WORK-CODE
003627             MOVE CST-CALC-COUNT    TO WS-CCY-WORK-ACCEPTED
003628             MOVE CST-REJECT-COUNT  TO WS-CCY-WORK-REJECTED
003629             MOVE CST-FOREIGN-SUM   TO WS-CCY-WORK-FOREIGN
003630             MOVE CST-RESULT-SUM    TO WS-CCY-WORK-RANDS
003631             PERFORM 2475-POST-ONE-CURRENCY THRU 2475-EXIT
003632         WHEN OTHER
003633             ADD CST-CALC-COUNT   TO WS-TRANS-COUNT
003634             ADD CST-REJECT-COUNT TO WS-REJECT-COUNT
003635             COMPUTE WS-ACCEPT-COUNT = WS-ACCEPT-COUNT
003636                 + CST-CALC-COUNT - CST-REJECT-COUNT
003637     END-EVALUATE.
003638     PERFORM 1310-READ-PRIOR-STAT THRU 1310-EXIT.
003639 1320-EXIT.
003640     EXIT.
003641
003642*****************************************************************
003643*    1400-OPEN-RESULT-MASTER
003644*    The results master is a query convenience, not the book of
003645*    record - if it cannot be opened the run carries on without
003646*    it, loudly, and the master is caught up later from the
003647*    day's CALCRSLT.
003648*****************************************************************
003649 1400-OPEN-RESULT-MASTER.
003650     SET WS-MASTER-AVAILABLE TO TRUE.
003651     OPEN I-O CALC-RSLTMST-FILE.
003652     IF WS-RSLTMST-FILE-STATUS = "35"
003653         OPEN OUTPUT CALC-RSLTMST-FILE
003654         CLOSE CALC-RSLTMST-FILE
003655         OPEN I-O CALC-RSLTMST-FILE
003656     END-IF.
003657     IF WS-RSLTMST-FILE-STATUS NOT = "00"
003658         DISPLAY "CalcBatchDriver: results master unavailable"
003659             " - status " WS-RSLTMST-FILE-STATUS
003660         DISPLAY "Run continues without master postings"
003661         SET WS-MASTER-UNAVAILABLE TO TRUE
003662     END-IF.
003663 1400-EXIT.
003664     EXIT.
003665
003666*****************************************************************
003667*    1500-LOAD-AUTH-LIMIT
003668*    Reads the authorization limit; a missing or unreadable
003669*    CALCLIMT keeps the built-in default, loudly, rather than
003670*    stopping the run or letting everything through unchecked.
003671*****************************************************************
003672 1500-LOAD-AUTH-LIMIT.
003673*    Reset first - this program is CALLed repeatedly from the
003674*    menu, and a limit read on an earlier call must not stay
003675*    in force when CALCLIMT is unreadable on this one.
003676     MOVE WS-DEFAULT-AUTH-LIMIT TO WS-AUTH-LIMIT.
003677     OPEN INPUT CALC-LIMIT-FILE.
003678     IF WS-LIMIT-FILE-STATUS = "00"
003679         READ CALC-LIMIT-FILE
003680             AT END
003681                 DISPLAY "CalcBatchDriver: CALCLIMT is empty - "
003682                     "default authorization limit applied"
003683             NOT AT END
003684                 MOVE LM-AUTH-LIMIT TO WS-AUTH-LIMIT
003685         END-READ
003686         CLOSE CALC-LIMIT-FILE
003687     ELSE
003688         DISPLAY "CalcBatchDriver: CALCLIMT not available - "
003689             "default authorization limit applied"
003690     END-IF.
003691 1500-EXIT.
003692     EXIT.
003693
003694*****************************************************************
003695*    1600-PROVE-CONTROL-TOTALS
003696*    Reads the whole of CALCTRAN once before anything is posted
003697*    and proves every header/trailer group: a header opens each
003698*    group, every detail carries its header's run date (and all
003699*    groups the same one), and the trailer's record count and
003700*    CT-OPERAND1/CT-OPERAND2 hash totals agree with the details
003701*    actually re-added.  A file that fails any of these - or
003702*    has no header at all, or ends without a trailer - is
003703*    refused whole with LS-RETURN-CODE = 2, the same refusal a
003704*    closed-period run gets; posting part of a file the extract
003705*    job cannot vouch for is worse than posting none of it.
003706*    The file is reopened on success so the run reads it again
003707*    from the top.
003708*****************************************************************
003709 1600-PROVE-CONTROL-TOTALS.
003710     MOVE ZERO TO WS-CTL-GROUP-COUNT WS-CTL-FILE-RUN-DATE.
003711     MOVE SPACES TO WS-CTL-SOURCE-SYSTEM WS-CTL-REFUSAL-TEXT.
003712     SET WS-CTL-OUT-OF-GROUP TO TRUE.
003713     SET WS-CTL-PROVED TO TRUE.
003714     SET WS-NOT-END-OF-FILE TO TRUE.
003715     PERFORM 1610-PROVE-ONE-RECORD THRU 1610-EXIT
003716         UNTIL WS-END-OF-FILE
003717            OR WS-CTL-REFUSED.
003718     IF WS-CTL-PROVED
003719        AND WS-CTL-IN-GROUP
003720         MOVE "LAST GROUP HAS NO TRAILER" TO WS-CTL-REFUSAL-TEXT
003721         SET WS-CTL-REFUSED TO TRUE
003722     END-IF.
003723     IF WS-CTL-PROVED
003724        AND WS-CTL-GROUP-COUNT = ZERO
003725         MOVE "NO CONTROL HEADER ON FILE" TO WS-CTL-REFUSAL-TEXT
003726         SET WS-CTL-REFUSED TO TRUE
003727     END-IF.
003728     CLOSE CALC-TRANS-FILE.
003729     IF WS-CTL-REFUSED
003730         DISPLAY "CalcBatchDriver: CALCTRAN control totals not "
003731             "proved - " WS-CTL-REFUSAL-TEXT
003732         IF WS-CTL-SOURCE-SYSTEM NOT = SPACES
003733             DISPLAY "  in the group from source "
003734                 WS-CTL-SOURCE-SYSTEM
003735         END-IF
003736         DISPLAY "Whole file refused - nothing posted"
003737         MOVE 2 TO LS-RETURN-CODE
003738         GOBACK
003739     END-IF.
003740     OPEN INPUT CALC-TRANS-FILE.
003741     IF WS-TRANS-FILE-STATUS NOT = "00"
003742         DISPLAY "CalcBatchDriver: unable to reopen CALCTRAN - "
003743             "status " WS-TRANS-FILE-STATUS
003744         MOVE 2 TO LS-RETURN-CODE
003745         GOBACK
003746     END-IF.
003747 1600-EXIT.
003748     EXIT.
003749
003750 1610-PROVE-ONE-RECORD.
003751     READ CALC-TRANS-FILE
003752         AT END
003753             SET WS-END-OF-FILE TO TRUE
003754     END-READ.
003755     IF WS-END-OF-FILE
003756         GO TO 1610-EXIT
003757     END-IF.
003758     EVALUATE TRUE
003759         WHEN CT-HEADER-REC
003760             PERFORM 1620-TAKE-HEADER THRU 1620-EXIT
003761         WHEN CT-DETAIL-REC
003762             PERFORM 1630-TAKE-DETAIL THRU 1630-EXIT
003763         WHEN CT-TRAILER-REC
003764             PERFORM 1640-TAKE-TRAILER THRU 1640-EXIT
003765         WHEN OTHER
003766             MOVE "UNRECOGNIZED RECORD TYPE"
003767                 TO WS-CTL-REFUSAL-TEXT
003768             SET WS-CTL-REFUSED TO TRUE
003769     END-EVALUATE.
003770 1610-EXIT.
003771     EXIT.
003772
003773 1620-TAKE-HEADER.
003774     IF WS-CTL-IN-GROUP
003775         MOVE "HEADER BEFORE PREVIOUS GROUP'S TRAILER"
003776             TO WS-CTL-REFUSAL-TEXT
003777         SET WS-CTL-REFUSED TO TRUE
003778         GO TO 1620-EXIT
003779     END-IF.
003780     MOVE CT-HDR-SOURCE-SYSTEM TO WS-CTL-SOURCE-SYSTEM.
003781     ADD 1 TO WS-CTL-GROUP-COUNT.
003782     IF WS-CTL-GROUP-COUNT = 1
003783         MOVE CT-HDR-RUN-DATE TO WS-CTL-FILE-RUN-DATE
003784     END-IF.
003785     IF CT-HDR-RUN-DATE NOT = WS-CTL-FILE-RUN-DATE
003786         MOVE "GROUPS CARRY DIFFERENT RUN DATES"
003787             TO WS-CTL-REFUSAL-TEXT
003788         SET WS-CTL-REFUSED TO TRUE
003789         GO TO 1620-EXIT
003790     END-IF.
003791     MOVE ZERO TO WS-CTL-DETAIL-COUNT WS-CTL-HASH-OPERAND1
003792                  WS-CTL-HASH-OPERAND2 WS-CTL-HASH-FOREIGN
003793                  WS-CTL-FOREIGN-COUNT.
003794     SET WS-CTL-IN-GROUP TO TRUE.
003795 1620-EXIT.
003796     EXIT.
003797
003798 1630-TAKE-DETAIL.
003799     IF WS-CTL-OUT-OF-GROUP
003800         MOVE "DETAIL RECORD OUTSIDE A GROUP"
003801             TO WS-CTL-REFUSAL-TEXT
003802         SET WS-CTL-REFUSED TO TRUE
003803         GO TO 1630-EXIT
003804     END-IF.
003805     IF CT-RUN-DATE NOT = WS-CTL-FILE-RUN-DATE
003806         MOVE "DETAIL RUN DATE DIFFERS FROM HEADER"
003807             TO WS-CTL-REFUSAL-TEXT
003808         SET WS-CTL-REFUSED TO TRUE
003809         GO TO 1630-EXIT
003810     END-IF.
003811     IF CT-OPERAND1 IS NOT NUMERIC
003812      OR CT-OPERAND2 IS NOT NUMERIC
003813         MOVE "NON-NUMERIC OPERAND ON A DETAIL"
003814             TO WS-CTL-REFUSAL-TEXT
003815         SET WS-CTL-REFUSED TO TRUE
003816         GO TO 1630-EXIT
003817     END-IF.
003818     IF CT-CURRENCY-CODE NOT = SPACES
003819        AND CT-FOREIGN-AMOUNT IS NOT NUMERIC
003820         MOVE "NON-NUMERIC FOREIGN AMOUNT ON A DETAIL"
003821             TO WS-CTL-REFUSAL-TEXT
003822         SET WS-CTL-REFUSED TO TRUE
003823         GO TO 1630-EXIT
003824     END-IF.
003825     ADD 1 TO WS-CTL-DETAIL-COUNT.
003826     ADD CT-OPERAND1 TO WS-CTL-HASH-OPERAND1.
003827     ADD CT-OPERAND2 TO WS-CTL-HASH-OPERAND2.
003828     IF CT-CURRENCY-CODE NOT = SPACES
003829         ADD 1 TO WS-CTL-FOREIGN-COUNT
003830         ADD CT-FOREIGN-AMOUNT TO WS-CTL-HASH-FOREIGN
003831     END-IF.
003832 1630-EXIT.
003833     EXIT.
003834
003835 1640-TAKE-TRAILER.
003836     IF WS-CTL-OUT-OF-GROUP
003837         MOVE "TRAILER WITHOUT A HEADER" TO WS-CTL-REFUSAL-TEXT
003838         SET WS-CTL-REFUSED TO TRUE
003839         GO TO 1640-EXIT
003840     END-IF.
003841     IF CT-TRL-RECORD-COUNT NOT = WS-CTL-DETAIL-COUNT
003842         MOVE "TRAILER RECORD COUNT DISAGREES"
003843             TO WS-CTL-REFUSAL-TEXT
003844         SET WS-CTL-REFUSED TO TRUE
003845         GO TO 1640-EXIT
003846     END-IF.
003847     IF CT-TRL-HASH-OPERAND1 NOT = WS-CTL-HASH-OPERAND1
003848         MOVE "TRAILER OPERAND1 HASH TOTAL DISAGREES"
003849             TO WS-CTL-REFUSAL-TEXT
003850         SET WS-CTL-REFUSED TO TRUE
003851         GO TO 1640-EXIT
003852     END-IF.
003853     IF CT-TRL-HASH-OPERAND2 NOT = WS-CTL-HASH-OPERAND2
003854         MOVE "TRAILER OPERAND2 HASH TOTAL DISAGREES"
003855             TO WS-CTL-REFUSAL-TEXT
003856         SET WS-CTL-REFUSED TO TRUE
003857         GO TO 1640-EXIT
003858     END-IF.
003859*    Extracts built before foreign amounts existed leave the
003860*    foreign hash blank; one is demanded only of a group that
003861*    actually carries foreign-currency details.
003862     IF CT-TRL-HASH-FOREIGN IS NOT NUMERIC
003863         IF WS-CTL-FOREIGN-COUNT > ZERO
003864             MOVE "TRAILER HAS NO FOREIGN AMOUNT HASH"
003865                 TO WS-CTL-REFUSAL-TEXT
003866             SET WS-CTL-REFUSED TO TRUE
003867             GO TO 1640-EXIT
003868         END-IF
003869     ELSE
003870         IF CT-TRL-HASH-FOREIGN NOT = WS-CTL-HASH-FOREIGN
003871             MOVE "TRAILER FOREIGN AMOUNT HASH DISAGREES"
003872                 TO WS-CTL-REFUSAL-TEXT
003873             SET WS-CTL-REFUSED TO TRUE
003874             GO TO 1640-EXIT
003875         END-IF
003876     END-IF.
003877     SET WS-CTL-OUT-OF-GROUP TO TRUE.
003878 1640-EXIT.
003879     EXIT.
003880
003881*****************************************************************
003882*    1700-OPEN-DRY-RUN
003883*    A dry run opens nothing it could post to.  The results
003884*    master is opened for reading only, so the duplicate check
003885*    still sees earlier runs' postings, and the authorization
003886*    limit is read so CALCLIMT holds can be projected.  A prior
003887*    CALCRSLT supplied as CALCRSLP is loaded for the comparison;
003888*    without one the projection is still listed.
003889*****************************************************************
003890 1700-OPEN-DRY-RUN.
003891     OPEN OUTPUT CALC-DRYRUN-REPORT-FILE.
003892     IF WS-DRYRUN-FILE-STATUS NOT = "00"
003893         DISPLAY "CalcBatchDriver: unable to open CALCDRYR - "
003894             "status " WS-DRYRUN-FILE-STATUS
003895         CLOSE CALC-TRANS-FILE
003896         MOVE 2 TO LS-RETURN-CODE
003897         GOBACK
003898     END-IF.
003899     MOVE ZERO TO WS-PRIOR-COUNT WS-DIFF-COUNT
003900                  WS-DIFF-CHANGED-COUNT WS-DIFF-REJECTED-COUNT
003901                  WS-NO-PRIOR-COUNT WS-PROJ-GL-COUNT
003902                  WS-PROJ-GL-TOTAL WS-PROJ-HOLD-TOTAL.
003903     IF WS-NOT-END-OF-FILE
003904         MOVE CT-RUN-DATE TO WS-DH1-RUN-DATE
003905     ELSE
003906         MOVE ZERO TO WS-DH1-RUN-DATE
003907     END-IF.
003908     MOVE WS-DRY-HEADING-1 TO CALC-DRYRUN-REPORT-LINE.
003909     WRITE CALC-DRYRUN-REPORT-LINE.
003910
003911     SET WS-MASTER-AVAILABLE TO TRUE.
003912     OPEN INPUT CALC-RSLTMST-FILE.
003913     IF WS-RSLTMST-FILE-STATUS NOT = "00"
003914         SET WS-MASTER-UNAVAILABLE TO TRUE
003915         MOVE SPACES TO CALC-DRYRUN-REPORT-LINE
003916         MOVE "NO RESULTS MASTER - NO CHECK AGAINST EARLIER RUNS"
003917             TO CALC-DRYRUN-REPORT-LINE
003918         WRITE CALC-DRYRUN-REPORT-LINE
003919     END-IF.
003920     PERFORM 1500-LOAD-AUTH-LIMIT THRU 1500-EXIT.
003921     PERFORM 1710-LOAD-PRIOR-RESULTS THRU 1710-EXIT.
003922
003923     MOVE SPACES TO CALC-DRYRUN-REPORT-LINE.
003924     WRITE CALC-DRYRUN-REPORT-LINE.
003925     MOVE WS-DRY-HEADING-2 TO CALC-DRYRUN-REPORT-LINE.
003926     WRITE CALC-DRYRUN-REPORT-LINE.
003927 1700-EXIT.
003928     EXIT.
003929
003930 1710-LOAD-PRIOR-RESULTS.
003931     SET WS-PRIOR-UNAVAILABLE TO TRUE.
003932     OPEN INPUT CALC-PRIOR-RESULT-FILE.
003933     IF WS-PRIOR-FILE-STATUS NOT = "00"
003934         MOVE SPACES TO CALC-DRYRUN-REPORT-LINE
003935         MOVE "NO PRIOR CALCRSLT SUPPLIED - COMPARISON NOT MADE"
003936             TO CALC-DRYRUN-REPORT-LINE
003937         WRITE CALC-DRYRUN-REPORT-LINE
003938         GO TO 1710-EXIT
003939     END-IF.
003940     SET WS-PRIOR-AVAILABLE TO TRUE.
003941     SET WS-PRIOR-RSLT-NOT-EOF TO TRUE.
003942     PERFORM 1720-LOAD-ONE-PRIOR THRU 1720-EXIT
003943         UNTIL WS-PRIOR-RSLT-EOF.
003944     CLOSE CALC-PRIOR-RESULT-FILE.
003945 1710-EXIT.
003946     EXIT.
003947
003948*****************************************************************
003949*    1720-LOAD-ONE-PRIOR
003950*    A prior file too big to load is reported and the
003951*    comparison dropped, rather than comparing against part of
003952*    it and calling the rest new.  The shares of an allocated
003953*    Result follow one another under the same key and are
003954*    added back together into one entry, the source Result.
003955*****************************************************************
003956 1720-LOAD-ONE-PRIOR.
003957     READ CALC-PRIOR-RESULT-FILE INTO WS-PRIOR-RECORD
003958         AT END
003959             SET WS-PRIOR-RSLT-EOF TO TRUE
003960             GO TO 1720-EXIT
003961     END-READ.
003962     IF WS-PRIOR-COUNT > ZERO
003963        AND WS-PRIOR-TRANS-KEY = WS-PRIOR-KEY (WS-PRIOR-COUNT)
003964         ADD WS-PRIOR-RESULT
003965             TO WS-PRIOR-TBL-RESULT (WS-PRIOR-COUNT)
003966         GO TO 1720-EXIT
003967     END-IF.
003968     IF WS-PRIOR-COUNT >= WS-PRIOR-LIMIT
003969         SET WS-PRIOR-UNAVAILABLE TO TRUE
003970         SET WS-PRIOR-RSLT-EOF TO TRUE
003971         MOVE SPACES TO CALC-DRYRUN-REPORT-LINE
003972         MOVE "PRIOR CALCRSLT TOO LARGE - COMPARISON NOT MADE"
003973             TO CALC-DRYRUN-REPORT-LINE
003974         WRITE CALC-DRYRUN-REPORT-LINE
003975         GO TO 1720-EXIT
003976     END-IF.
003977     ADD 1 TO WS-PRIOR-COUNT.
003978     MOVE WS-PRIOR-TRANS-KEY TO WS-PRIOR-KEY (WS-PRIOR-COUNT).
003979     MOVE WS-PRIOR-RESULT
003980         TO WS-PRIOR-TBL-RESULT (WS-PRIOR-COUNT).
003981 1720-EXIT.
003982     EXIT.
003983
003984*****************************************************************
003985*    1800-LOAD-ALLOCATIONS
003986*    Loads CALCALOC, the cost allocations maintained through
003987*    CalcAllocMaint, for the run.  No file means no allocations
003988*    yet, and any transaction quoting an allocation code rejects
003989*    to suspense.  An allocation whose lines do not add to
003990*    100.00 (only possible if the file was changed outside
003991*    CalcAllocMaint) is reported and left out rather than split
003992*    a Result into shares that do not add back.
003993*****************************************************************
003994 1800-LOAD-ALLOCATIONS.
003995     MOVE ZERO TO WS-ALLOC-COUNT.
003996     OPEN INPUT CALC-ALLOC-FILE.
003997     IF WS-ALLOC-FILE-STATUS NOT = "00"
003998         GO TO 1800-EXIT
003999     END-IF.
004000     SET WS-ALLOC-NOT-EOF TO TRUE.
004001     PERFORM 1810-LOAD-ONE-ALLOCATION THRU 1810-EXIT
004002         UNTIL WS-ALLOC-EOF.
004003     CLOSE CALC-ALLOC-FILE.
004004 1800-EXIT.
004005     EXIT.
004006
004007 1810-LOAD-ONE-ALLOCATION.
004008     READ CALC-ALLOC-FILE
004009         AT END
004010             SET WS-ALLOC-EOF TO TRUE
004011             GO TO 1810-EXIT
004012     END-READ.
004013     IF AL-LINE-COUNT NOT NUMERIC
004014      OR AL-LINE-COUNT < 1
004015      OR AL-LINE-COUNT > 9
004016         DISPLAY "CalcBatchDriver: allocation " AL-ALLOC-CODE
004017             " has no valid lines - not loaded"
004018         GO TO 1810-EXIT
004019     END-IF.
004020     MOVE ZERO TO WS-ALLOC-PERCENT-TOTAL.
004021     PERFORM 1820-ADD-ONE-PERCENT THRU 1820-EXIT
004022         VARYING AL-LINE-IDX FROM 1 BY 1
004023         UNTIL AL-LINE-IDX > AL-LINE-COUNT.
004024     IF WS-ALLOC-PERCENT-TOTAL NOT = 100
004025         DISPLAY "CalcBatchDriver: allocation " AL-ALLOC-CODE
004026             " does not add to 100 - not loaded"
004027         GO TO 1810-EXIT
004028     END-IF.
004029     IF WS-ALLOC-COUNT >= WS-ALLOC-LIMIT
004030         IF WS-ALLOC-NOT-WARNED
004031             DISPLAY "CalcBatchDriver: allocation table full - "
004032                 "later allocation codes will reject"
004033             SET WS-ALLOC-WARNED TO TRUE
004034         END-IF
004035         GO TO 1810-EXIT
004036     END-IF.
004037     ADD 1 TO WS-ALLOC-COUNT.
004038     MOVE CALC-ALLOC-RECORD TO WS-ALLOC-ENTRY (WS-ALLOC-COUNT).
004039 1810-EXIT.
004040     EXIT.
004041
004042 1820-ADD-ONE-PERCENT.
004043     IF AL-PERCENT (AL-LINE-IDX) NOT NUMERIC
004044         ADD 999 TO WS-ALLOC-PERCENT-TOTAL
004045     ELSE
004046         ADD AL-PERCENT (AL-LINE-IDX) TO WS-ALLOC-PERCENT-TOTAL
004047     END-IF.
004048 1820-EXIT.
004049     EXIT.
004050
004054*****************************************************************
004055*    2000-PROCESS-ONE-TRANS
004056*    Runs one transaction record through the shared compute
004057*    engine and posts the outcome, then reads the next record and
004060*    checkpoints if the interval has been reached.
004061*****************************************************************
004062 2000-PROCESS-ONE-TRANS.
004063     ADD 1 TO WS-TRANS-COUNT.
004064     MOVE CT-RUN-DATE TO WS-HIST-RUN-DATE.
004065     MOVE CT-OPERAND1 TO CALC-OPERAND1.
004066     MOVE CT-OPERATOR TO CALC-OPERATOR.
004067     MOVE CT-OPERAND2 TO CALC-OPERAND2.
004068     IF WS-DRY-RUN
004069         SET CALC-AUDIT-SUPPRESSED TO TRUE
004070     ELSE
004071         SET CALC-AUDIT-LOGGED TO TRUE
004072     END-IF.
004073     MOVE LS-OPERATOR-ID TO CALC-OPERATOR-ID.
004074     MOVE SPACES TO CALC-RATE-CODE.
004075     MOVE ZERO   TO CALC-RATE-EFF-DATE.
004076     MOVE SPACES TO CALC-CURRENCY-CODE.
004077     MOVE ZERO   TO CALC-FOREIGN-AMOUNT CALC-FX-RATE.
004078     SET WS-TRANS-USABLE TO TRUE.
004079     PERFORM 2020-CHECK-DUPLICATE THRU 2020-EXIT.
004080*    A foreign amount is converted into Operand1, so a chain
004081*    aimed at Operand1 contradicts it - reject rather than let
004082*    one silently win.
004083     IF WS-TRANS-USABLE
004084        AND CT-CURRENCY-CODE NOT = SPACES
004085        AND CT-CHAIN-KEY IS NUMERIC
004086        AND CT-CHAIN-KEY > ZERO
004087        AND NOT CT-CHAIN-TO-OP2
004088         SET CALC-STATUS-REJECTED TO TRUE
004089         MOVE "CURRENCY AND CHAIN CLASH ON OP1"
004090             TO CALC-REJECT-REASON
004091         SET WS-TRANS-NOT-USABLE TO TRUE
004092     END-IF.
004093     IF WS-TRANS-USABLE
004094        AND CT-CURRENCY-CODE NOT = SPACES
004095         PERFORM 2055-CONVERT-CURRENCY THRU 2055-EXIT
004096     END-IF.
004097*    A rate code and a chain both aimed at Operand2 contradict
004098*    each other - reject rather than let one silently win and
004099*    leave a misleading audit stamp.
004100     IF WS-TRANS-USABLE
004101        AND CT-RATE-CODE NOT = SPACES
004102        AND CT-CHAIN-KEY IS NUMERIC
004103        AND CT-CHAIN-KEY > ZERO
004104        AND CT-CHAIN-TO-OP2
004105         SET CALC-STATUS-REJECTED TO TRUE
004106         MOVE "RATE AND CHAIN CLASH ON OP2" TO CALC-REJECT-REASON
004107         SET WS-TRANS-NOT-USABLE TO TRUE
004108     END-IF.
004109     IF WS-TRANS-USABLE
004110        AND CT-RATE-CODE NOT = SPACES
004111         PERFORM 2050-RESOLVE-RATE THRU 2050-EXIT
004112     END-IF.
004113     MOVE ZERO TO CALC-CHAIN-KEY.
004114     IF WS-TRANS-USABLE
004115        AND CT-CHAIN-KEY IS NUMERIC
004116        AND CT-CHAIN-KEY > ZERO
004117         PERFORM 2060-RESOLVE-CHAIN THRU 2060-EXIT
004118     END-IF.
004119     IF WS-TRANS-USABLE
004120        AND CT-ALLOC-CODE NOT = SPACES
004121         PERFORM 2090-FIND-ALLOCATION THRU 2090-EXIT
004122     END-IF.
004123
004124     IF WS-TRANS-USABLE
004125         CALL "CalcComputeEngine" USING CALC-ENGINE-DATA
004126     END-IF.
004127     IF CT-CURRENCY-CODE NOT = SPACES
004128         PERFORM 2470-UPDATE-CURRENCY-STATS THRU 2470-EXIT
004129     END-IF.
004130
004131     IF CALC-STATUS-ACCEPTED
004132         PERFORM 2080-STORE-ACCEPTED THRU 2080-EXIT
004133         ADD 1 TO WS-ACCEPT-COUNT
004134         MOVE CALC-RESULT TO WS-SOURCE-RESULT
004135         MOVE CALC-FOREIGN-AMOUNT TO WS-SOURCE-FOREIGN-AMOUNT
004136         IF CALC-RESULT > WS-AUTH-LIMIT
004137          OR CALC-RESULT < (ZERO - WS-AUTH-LIMIT)
004138             SET WS-HOLD-FOR-RELEASE TO TRUE
004139         ELSE
004140             SET WS-FEED-TO-GL TO TRUE
004141         END-IF
004142         IF CT-ALLOC-CODE = SPACES
004143             MOVE CALC-RESULT  TO WS-POST-RESULT
004144             MOVE CALC-FOREIGN-AMOUNT TO WS-POST-FOREIGN-AMOUNT
004145             MOVE CT-DEPT-CODE TO WS-POST-DEPT-CODE
004146             MOVE ZERO         TO WS-POST-SHARE-LINE
004147             PERFORM 2150-POST-ONE-RESULT THRU 2150-EXIT
004148         ELSE
004149             PERFORM 2800-ALLOCATE-RESULT THRU 2800-EXIT
004150         END-IF
004151     ELSE
004152         ADD 1 TO WS-REJECT-COUNT
004153         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
004154     END-IF.
004155
004156     ADD 1 TO WS-CKPT-COUNTER.
004157     IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
004158         PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT
004159         MOVE ZERO TO WS-CKPT-COUNTER
004160     END-IF.
004161
004162     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004163 2000-EXIT.
004164     EXIT.
004165
004166*****************************************************************
004167*    2020-CHECK-DUPLICATE
004168*    Before the engine is called, a transaction is suspected
004169*    of being a duplicate when its key is already on the
004170*    results master as a live posting under ANOTHER run date
004171*    (an earlier day's extract resent under a new date), or
004172*    when an earlier record in this same file carries the
004173*    identical signature.  A suspect goes to suspense under the
004174*    duplicate reason, naming the posting it appears to repeat,
004175*    for CalcSuspenseRework to release if it proves genuine.
004176*    A reversed posting is not a live one, so resending it
004177*    under a new run date is not counted as a duplicate; rerun
004178*    under its OWN run date it is, since posting it would write
004179*    the reversed master record back live.  The master check is
004180*    skipped when the master is unavailable to this run.
004181*****************************************************************
004182 2020-CHECK-DUPLICATE.
004183     SET WS-DUP-NOT-FOUND TO TRUE.
004184     PERFORM 2025-BUILD-SIGNATURE THRU 2025-EXIT.
004185     IF WS-MASTER-AVAILABLE
004186         PERFORM 2030-CHECK-MASTER THRU 2030-EXIT
004187     END-IF.
004188     IF WS-DUP-NOT-FOUND
004189         PERFORM 2040-TEST-ONE-SEEN THRU 2040-EXIT
004190             VARYING WS-SEEN-SUB FROM 1 BY 1
004191             UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
004192                OR WS-DUP-FOUND
004193     END-IF.
004194     IF WS-DUP-FOUND
004195         SET CALC-STATUS-REJECTED TO TRUE
004196         MOVE WS-DUP-REASON TO CALC-REJECT-REASON
004197         SET WS-TRANS-NOT-USABLE TO TRUE
004198         ADD 1 TO WS-DUPLICATE-COUNT
004199     ELSE
004200         PERFORM 2045-REMEMBER-SEEN THRU 2045-EXIT
004201     END-IF.
004202 2020-EXIT.
004203     EXIT.
004204
004205 2025-BUILD-SIGNATURE.
004206     MOVE CT-OPERAND1      TO WS-SIG-OPERAND1.
004207     MOVE CT-OPERATOR      TO WS-SIG-OPERATOR.
004208     MOVE CT-OPERAND2      TO WS-SIG-OPERAND2.
004209     MOVE CT-DEPT-CODE     TO WS-SIG-DEPT-CODE.
004210     MOVE CT-RATE-CODE     TO WS-SIG-RATE-CODE.
004211     MOVE CT-CHAIN-KEY     TO WS-SIG-CHAIN-KEY.
004212     MOVE CT-CHAIN-OPERAND TO WS-SIG-CHAIN-OPERAND.
004213     MOVE CT-ALLOC-CODE    TO WS-SIG-ALLOC-CODE.
004214     MOVE CT-CURRENCY-CODE TO WS-SIG-CURRENCY-CODE.
004215     IF CT-CURRENCY-CODE = SPACES
004216         MOVE ZERO TO WS-SIG-FOREIGN-AMOUNT
004217     ELSE
004218         MOVE CT-FOREIGN-AMOUNT TO WS-SIG-FOREIGN-AMOUNT
004219     END-IF.
004220 2025-EXIT.
004221     EXIT.
004222
004223*****************************************************************
004224*    2030-CHECK-MASTER
004225*    Positions on the first master record for this key (run
004226*    date and share line zero sort ahead of every real one) and
004227*    reads forward through every run date it has been posted
004228*    under.
004229*****************************************************************
004230 2030-CHECK-MASTER.
004231     MOVE CT-TRANS-KEY TO CM-TRANS-KEY.
004232     MOVE ZERO         TO CM-RUN-DATE.
004233     MOVE ZERO         TO CM-SHARE-LINE.
004234     SET WS-MASTER-SCAN-GOING TO TRUE.
004235     START CALC-RSLTMST-FILE
004236         KEY IS NOT LESS THAN CM-MASTER-KEY
004237         INVALID KEY
004238             SET WS-MASTER-SCAN-DONE TO TRUE
004239     END-START.
004240     PERFORM 2035-SCAN-ONE-MASTER THRU 2035-EXIT
004241         UNTIL WS-MASTER-SCAN-DONE
004242            OR WS-DUP-FOUND.
004243 2030-EXIT.
004244     EXIT.
004245
004246 2035-SCAN-ONE-MASTER.
004247     READ CALC-RSLTMST-FILE NEXT RECORD
004248         AT END
004249             SET WS-MASTER-SCAN-DONE TO TRUE
004250     END-READ.
004251     IF WS-MASTER-SCAN-DONE
004252      OR WS-RSLTMST-FILE-STATUS NOT = "00"
004253      OR CM-TRANS-KEY NOT = CT-TRANS-KEY
004254         SET WS-MASTER-SCAN-DONE TO TRUE
004255         GO TO 2035-EXIT
004256     END-IF.
004257     IF (CM-RUN-DATE NOT = CT-RUN-DATE
004258         AND CM-POSTING-LIVE)
004259      OR (CM-RUN-DATE = CT-RUN-DATE
004260         AND CM-POSTING-REVERSED)
004261         MOVE CM-TRANS-KEY TO WS-DUP-ORIGINAL-KEY
004262         MOVE CM-RUN-DATE  TO WS-DUP-ORIGINAL-DATE
004263         SET WS-DUP-FOUND TO TRUE
004264     END-IF.
004265 2035-EXIT.
004266     EXIT.
004267
004268 2040-TEST-ONE-SEEN.
004269     IF WS-SEEN-SIGNATURE (WS-SEEN-SUB) = WS-DUP-SIGNATURE
004270         MOVE WS-SEEN-KEY (WS-SEEN-SUB) TO WS-DUP-ORIGINAL-KEY
004271         MOVE CT-RUN-DATE TO WS-DUP-ORIGINAL-DATE
004272         SET WS-DUP-FOUND TO TRUE
004273     END-IF.
004274 2040-EXIT.
004275     EXIT.
004276
004277*****************************************************************
004278*    2045-REMEMBER-SEEN
004279*    Once the table is full a warning is displayed (once) -
004280*    repeats of records beyond the table are then not caught
004281*    within the file, though the master check still applies.
004282*****************************************************************
004283 2045-REMEMBER-SEEN.
004284     IF WS-SEEN-COUNT >= WS-SEEN-LIMIT
004285         IF WS-SEEN-NOT-WARNED
004286             DISPLAY "CalcBatchDriver: duplicate-check table "
004287                 "full - later repeats in the file not checked"
004288             SET WS-SEEN-WARNED TO TRUE
004289         END-IF
004290         GO TO 2045-EXIT
004291     END-IF.
004292     ADD 1 TO WS-SEEN-COUNT.
004293     MOVE CT-TRANS-KEY     TO WS-SEEN-KEY (WS-SEEN-COUNT).
004294     MOVE WS-DUP-SIGNATURE TO WS-SEEN-SIGNATURE (WS-SEEN-COUNT).
004295 2045-EXIT.
004296     EXIT.
004297
004298 2050-RESOLVE-RATE.
004299     MOVE CT-RATE-CODE TO RLK-RATE-CODE.
004300     MOVE CT-RUN-DATE  TO RLK-AS-OF-DATE.
004301     CALL "CalcRateLookup" USING RATE-LOOKUP-DATA.
004302     IF RLK-FOUND
004303         MOVE RLK-RATE-VALUE     TO CALC-OPERAND2
004304         MOVE RLK-RATE-CODE      TO CALC-RATE-CODE
004305         MOVE RLK-EFFECTIVE-DATE TO CALC-RATE-EFF-DATE
004306     ELSE
004307         SET CALC-STATUS-REJECTED TO TRUE
004308         MOVE "RATE CODE NOT ON FILE" TO CALC-REJECT-REASON
004309         SET WS-TRANS-NOT-USABLE TO TRUE
004310     END-IF.
004311 2050-EXIT.
004312     EXIT.
004313
004314*****************************************************************
004315*    2055-CONVERT-CURRENCY
004316*    Converts the foreign amount to rands at the CALCFXRT rate
004317*    effective on the run date and uses the rands as Operand1,
004318*    keeping the currency, foreign amount and rate for the
004319*    audit trail and every posting.  A currency not on file, no
004320*    rate yet effective on the run date, an amount too large
004321*    for an operand or an unreadable CALCFXRT rejects the
004322*    transaction to suspense.
004323*****************************************************************
004324 2055-CONVERT-CURRENCY.
004325     MOVE CT-CURRENCY-CODE  TO FXL-CURRENCY-CODE.
004326     MOVE CT-RUN-DATE       TO FXL-AS-OF-DATE.
004327     MOVE CT-FOREIGN-AMOUNT TO FXL-FOREIGN-AMOUNT.
004328     CALL "CalcFxLookup" USING FX-LOOKUP-DATA.
004329     EVALUATE TRUE
004330         WHEN FXL-FOUND
004331             MOVE FXL-BASE-AMOUNT    TO CALC-OPERAND1
004332             MOVE FXL-CURRENCY-CODE  TO CALC-CURRENCY-CODE
004333             MOVE FXL-FOREIGN-AMOUNT TO CALC-FOREIGN-AMOUNT
004334             MOVE FXL-RATE           TO CALC-FX-RATE
004335             GO TO 2055-EXIT
004336         WHEN FXL-CURRENCY-UNKNOWN
004337             MOVE "CURRENCY NOT ON FILE" TO CALC-REJECT-REASON
004338         WHEN FXL-NO-RATE-FOR-DATE
004339             MOVE "NO EXCHANGE RATE FOR RUN DATE"
004340                 TO CALC-REJECT-REASON
004341         WHEN FXL-AMOUNT-TOO-LARGE
004342             MOVE "CONVERTED AMOUNT TOO LARGE"
004343                 TO CALC-REJECT-REASON
004344         WHEN OTHER
004345             MOVE "EXCHANGE RATES UNREADABLE"
004346                 TO CALC-REJECT-REASON
004347     END-EVALUATE.
004348     SET CALC-STATUS-REJECTED TO TRUE.
004349     SET WS-TRANS-NOT-USABLE TO TRUE.
004350 2055-EXIT.
004351     EXIT.
004352
004358*****************************************************************
004359*    2060-RESOLVE-CHAIN
004360*    Substitutes the computed Result of the earlier transaction
004426     EXIT.
004427
004428*****************************************************************
004429*    2090-FIND-ALLOCATION
004430*    Looks the transaction's allocation code up in the table
004431*    loaded from CALCALOC, leaving WS-ALLOC-MATCH-SUB on it.
004432*****************************************************************
004433 2090-FIND-ALLOCATION.
004434     SET WS-ALLOC-NOT-FOUND TO TRUE.
004435     PERFORM 2095-TEST-ONE-ALLOCATION THRU 2095-EXIT
004436         VARYING WS-ALLOC-SUB FROM 1 BY 1
004437         UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT
004438            OR WS-ALLOC-FOUND.
004439     IF WS-ALLOC-NOT-FOUND
004440         SET CALC-STATUS-REJECTED TO TRUE
004441         MOVE "ALLOCATION CODE NOT ON FILE" TO CALC-REJECT-REASON
004442         SET WS-TRANS-NOT-USABLE TO TRUE
004443     END-IF.
004444 2090-EXIT.
004445     EXIT.
004446
004447 2095-TEST-ONE-ALLOCATION.
004448     IF WS-ALT-ALLOC-CODE (WS-ALLOC-SUB) = CT-ALLOC-CODE
004449         SET WS-ALLOC-FOUND TO TRUE
004450         MOVE WS-ALLOC-SUB TO WS-ALLOC-MATCH-SUB
004451     END-IF.
004452 2095-EXIT.
004453     EXIT.
004454
004455*****************************************************************
004456*    2100-READ-TRANS
004457*    Returns the next DETAIL record - header and trailer
004458*    control records were proved by 1600-PROVE-CONTROL-TOTALS
004459*    and are stepped over here.
004460*****************************************************************
004461 2100-READ-TRANS.
004462     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT.
004463     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT
004464         UNTIL WS-END-OF-FILE
004465            OR CT-DETAIL-REC.
004466 2100-EXIT.
004467     EXIT.
004468
004469 2110-READ-ONE-RECORD.
004470     READ CALC-TRANS-FILE
004471         AT END
004472             SET WS-END-OF-FILE TO TRUE
004473     END-READ.
004474 2110-EXIT.
004475     EXIT.
004476
004477*****************************************************************
004478*    2150-POST-ONE-RESULT
004479*    Sends one accepted figure - the whole Result, or one share
004480*    of an allocated Result - to every output a Result goes to:
004481*    the statistics, CALCRSLT and the results master, then the
004482*    GL feed or, over the CALCLIMT limit, CALCPEND.
004483*****************************************************************
004484 2150-POST-ONE-RESULT.
004485     PERFORM 2400-UPDATE-STATS THRU 2400-EXIT.
004486     PERFORM 2200-WRITE-RESULT THRU 2200-EXIT.
004487     IF WS-HOLD-FOR-RELEASE
004488         PERFORM 2550-HOLD-FOR-RELEASE THRU 2550-EXIT
004489     ELSE
004490         PERFORM 2500-POST-GLFEED THRU 2500-EXIT
004491     END-IF.
004492 2150-EXIT.
004493     EXIT.
004494
004495*****************************************************************
004496*    2200-WRITE-RESULT
004497*    A failure here (e.g. the result file hit a disk-full or
004500*    other I/O error after a successful OPEN) means this run's
004510*    primary output can no longer be trusted, so the whole run is
004520*    aborted rather than silently dropping the Result and carrying
004530*    on as if it had posted.
004540*****************************************************************
004550 2200-WRITE-RESULT.
004552     IF WS-DRY-RUN
004554         PERFORM 2700-PROJECT-RESULT THRU 2700-EXIT
004556         GO TO 2200-EXIT
004558     END-IF.
004560     MOVE CT-TRANS-KEY  TO CR-TRANS-KEY.
004570     MOVE CALC-OPERAND1 TO CR-OPERAND1.
004580     MOVE CALC-OPERATOR TO CR-OPERATOR.
004590     MOVE CALC-OPERAND2 TO CR-OPERAND2.
004596     MOVE WS-POST-RESULT TO CR-RESULT.
004602     MOVE WS-POST-DEPT-CODE TO CR-DEPT-CODE.
004610     WRITE CALC-RESULT-RECORD.
004620     IF WS-RESULT-FILE-STATUS NOT = "00"
004630         DISPLAY "CalcBatchDriver: unable to write CALCRSLT - "
004691     IF WS-MASTER-AVAILABLE
004692         PERFORM 2250-POST-RESULT-MASTER THRU 2250-EXIT
004693     END-IF.
004694 2200-EXIT.
004695     EXIT.
004696
004697 2250-POST-RESULT-MASTER.
004698     MOVE CT-TRANS-KEY  TO CM-TRANS-KEY.
004699     MOVE CT-RUN-DATE   TO CM-RUN-DATE.
004700     MOVE WS-POST-SHARE-LINE TO CM-SHARE-LINE.
004701     MOVE CALC-OPERAND1 TO CM-OPERAND1.
004702     MOVE CALC-OPERATOR TO CM-OPERATOR.
004703     MOVE CALC-OPERAND2 TO CM-OPERAND2.
004704     MOVE WS-POST-RESULT TO CM-RESULT.
004705     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004706     MOVE WS-CURRENT-DATE TO CM-POSTED-DATE.
004707     MOVE LS-OPERATOR-ID TO CM-OPERATOR-ID.
004708     MOVE WS-POST-DEPT-CODE TO CM-DEPT-CODE.
004709     SET CM-POSTING-LIVE TO TRUE.
004710     MOVE ZERO           TO CM-REVERSED-DATE.
004711     MOVE SPACES         TO CM-REVERSED-BY.
004712     IF WS-POST-SHARE-LINE > ZERO
004713         MOVE CT-ALLOC-CODE    TO CM-ALLOC-CODE
004714         MOVE WS-SOURCE-RESULT TO CM-SOURCE-RESULT
004715     ELSE
004716         MOVE SPACES TO CM-ALLOC-CODE
004717         MOVE ZERO   TO CM-SOURCE-RESULT
004718     END-IF.
004719     MOVE CALC-CURRENCY-CODE  TO CM-CURRENCY-CODE.
004720     MOVE WS-POST-FOREIGN-AMOUNT TO CM-FOREIGN-AMOUNT.
004721     MOVE CALC-FX-RATE        TO CM-FX-RATE.
004723     WRITE CALC-RSLTMST-RECORD
004724         INVALID KEY
004725             REWRITE CALC-RSLTMST-RECORD
004770*    silently dropped from the batch.
004780*****************************************************************
004790 2300-WRITE-SUSPENSE.
004792     IF WS-DRY-RUN
004794         PERFORM 2750-PROJECT-REJECT THRU 2750-EXIT
004796         GO TO 2300-EXIT
004798     END-IF.
004800     MOVE CT-TRANS-KEY       TO CS-TRANS-KEY.
004810     MOVE CALC-OPERAND1      TO CS-OPERAND1.
004820     MOVE CALC-OPERATOR      TO CS-OPERATOR.
004847     MOVE CT-DEPT-CODE       TO CS-DEPT-CODE.
004848     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004849     MOVE WS-CURRENT-DATE    TO CS-HELD-DATE.
004850     MOVE CT-CURRENCY-CODE   TO CS-CURRENCY-CODE.
004851     IF CT-CURRENCY-CODE = SPACES
004852         MOVE ZERO TO CS-FOREIGN-AMOUNT
004853     ELSE
004854         MOVE CT-FOREIGN-AMOUNT TO CS-FOREIGN-AMOUNT
004855     END-IF.
004856
004860     OPEN EXTEND CALC-SUSPENSE-FILE.
004870     IF WS-SUSPENSE-FILE-STATUS = "35"
004880         OPEN OUTPUT CALC-SUSPENSE-FILE
004940
004941*****************************************************************
004943*    2400-UPDATE-STATS
004945*    Adds this accepted calculation (or one share of it) into
004947*    the running total for its operator and department, used
004949*    to build the end-of-run summary.
004951*****************************************************************
004953 2400-UPDATE-STATS.
004955     MOVE CALC-OPERATOR TO WS-STAT-WORK-OP.
004957     MOVE WS-POST-DEPT-CODE TO WS-STAT-WORK-DEPT.
004959     MOVE 1             TO WS-STAT-WORK-COUNT.
004961     MOVE WS-POST-RESULT TO WS-STAT-WORK-SUM.
004963     PERFORM 2450-POST-ONE-STAT THRU 2450-EXIT.
004965 2400-EXIT.
004967     EXIT.
005045     MOVE WS-STAT-WORK-SUM   TO WS-STATS-SUM (WS-STATS-IDX).
005047 2460-EXIT.
005049     EXIT.
005050
005051*****************************************************************
005052*    2470-UPDATE-CURRENCY-STATS
005053*    Counts a foreign-currency transaction, once, against its
005054*    currency: accepted with its foreign amount and the rands it
005055*    converted to, or rejected (for whatever reason - an unknown
005056*    currency is listed under the code it arrived with).
005057*****************************************************************
005058 2470-UPDATE-CURRENCY-STATS.
005059     MOVE CT-CURRENCY-CODE TO WS-CCY-WORK-CODE.
005060     IF CALC-STATUS-ACCEPTED
005061         MOVE 1                   TO WS-CCY-WORK-ACCEPTED
005062         MOVE ZERO                TO WS-CCY-WORK-REJECTED
005063         MOVE CALC-FOREIGN-AMOUNT TO WS-CCY-WORK-FOREIGN
005064         MOVE CALC-OPERAND1       TO WS-CCY-WORK-RANDS
005065     ELSE
005066         MOVE ZERO                TO WS-CCY-WORK-ACCEPTED
005067         MOVE 1                   TO WS-CCY-WORK-REJECTED
005068         MOVE ZERO                TO WS-CCY-WORK-FOREIGN
005069         MOVE ZERO                TO WS-CCY-WORK-RANDS
005070     END-IF.
005071     PERFORM 2475-POST-ONE-CURRENCY THRU 2475-EXIT.
005072 2470-EXIT.
005073     EXIT.
005074
005075 2475-POST-ONE-CURRENCY.
005076     SET WS-CCY-IDX TO 1.
005077     SEARCH WS-CCY-ENTRY
005078         AT END
005079             PERFORM 2480-ADD-CURRENCY-ENTRY THRU 2480-EXIT
005080         WHEN WS-CCY-CODE (WS-CCY-IDX) = WS-CCY-WORK-CODE
005081             ADD WS-CCY-WORK-ACCEPTED
005082                 TO WS-CCY-ACCEPTED (WS-CCY-IDX)
005083             ADD WS-CCY-WORK-REJECTED
005084                 TO WS-CCY-REJECTED (WS-CCY-IDX)
005085             ADD WS-CCY-WORK-FOREIGN
005086                 TO WS-CCY-FOREIGN-SUM (WS-CCY-IDX)
005087             ADD WS-CCY-WORK-RANDS
005088                 TO WS-CCY-RAND-SUM (WS-CCY-IDX)
005089     END-SEARCH.
005090 2475-EXIT.
005091     EXIT.
005092
005093 2480-ADD-CURRENCY-ENTRY.
005094     IF WS-CCY-USED >= WS-CCY-LIMIT
005095         IF WS-CCY-NOT-WARNED
005096             DISPLAY "CalcBatchDriver: currency table full - "
005097                 "a currency total is not counted"
005098             SET WS-CCY-FULL-WARNED TO TRUE
005099         END-IF
005100         GO TO 2480-EXIT
005101     END-IF.
005102     ADD 1 TO WS-CCY-USED.
005103     SET WS-CCY-IDX TO WS-CCY-USED.
005104     MOVE WS-CCY-WORK-CODE     TO WS-CCY-CODE (WS-CCY-IDX).
005105     MOVE WS-CCY-WORK-ACCEPTED TO WS-CCY-ACCEPTED (WS-CCY-IDX).
005106     MOVE WS-CCY-WORK-REJECTED TO WS-CCY-REJECTED (WS-CCY-IDX).
005107     MOVE WS-CCY-WORK-FOREIGN  TO WS-CCY-FOREIGN-SUM (WS-CCY-IDX).
005108     MOVE WS-CCY-WORK-RANDS    TO WS-CCY-RAND-SUM (WS-CCY-IDX).
005109 2480-EXIT.
005110     EXIT.
005111
005112*****************************************************************
005113*    2500-POST-GLFEED
005120*    Every accepted batch result is posted to the GL feed
005130*    interface file - there is no operator present to ask, so
005140*    unlike the interactive program this posting is
005147*    no longer be trusted, so the run is aborted.
005150*****************************************************************
005160 2500-POST-GLFEED.
005162     IF WS-DRY-RUN
005164         GO TO 2500-EXIT
005166     END-IF.
005170     SET GLW-FUNC-POST TO TRUE.
005180     MOVE CALC-OPERAND1   TO GLW-OPERAND1.
005190     MOVE CALC-OPERATOR   TO GLW-OPERATOR.
005200     MOVE CALC-OPERAND2   TO GLW-OPERAND2.
005202     MOVE WS-POST-RESULT  TO GLW-RESULT.
005204     MOVE LS-OPERATOR-ID  TO GLW-OPERATOR-ID.
005206     MOVE WS-POST-DEPT-CODE TO GLW-DEPT-CODE.
005208     MOVE CALC-CURRENCY-CODE  TO GLW-CURRENCY-CODE.
005210     MOVE WS-POST-FOREIGN-AMOUNT TO GLW-FOREIGN-AMOUNT.
005212     MOVE CALC-FX-RATE        TO GLW-FX-RATE.
005214     SET GLW-ORIGIN-BATCH TO TRUE.
005220     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
005230     IF GLW-STATUS-UNMAPPED
005312         GOBACK
005314     END-IF.
005320 2500-EXIT.
005321     EXIT.
005322
005323*****************************************************************
005324*    2550-HOLD-FOR-RELEASE
005325*    An accepted Result over the authorization limit is held in
005326*    the pending-release file for CalcReleaseQueue instead of
005327*    flowing straight to the GL feed.  It is already posted to
005328*    CALCRSLT and the results master; only the feed posting is
005329*    deferred.  A failure to hold is treated like a feed
005330*    posting failure - the run is aborted rather than letting
005331*    an over-limit posting vanish.
005332*****************************************************************
005333 2550-HOLD-FOR-RELEASE.
005334     IF WS-DRY-RUN
005335         ADD 1 TO WS-AUTH-HELD-COUNT
005336         GO TO 2550-EXIT
005337     END-IF.
005338     MOVE CT-TRANS-KEY  TO PR-TRANS-KEY.
005339     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005340     MOVE WS-CURRENT-DATE TO PR-HELD-DATE.
005341     MOVE CALC-OPERAND1 TO PR-OPERAND1.
005342     MOVE CALC-OPERATOR TO PR-OPERATOR.
005343     MOVE CALC-OPERAND2 TO PR-OPERAND2.
005344     MOVE WS-POST-RESULT TO PR-RESULT.
005345     MOVE LS-OPERATOR-ID TO PR-OPERATOR-ID.
005346     MOVE WS-POST-DEPT-CODE TO PR-DEPT-CODE.
005347     MOVE CALC-CURRENCY-CODE  TO PR-CURRENCY-CODE.
005348     MOVE WS-POST-FOREIGN-AMOUNT TO PR-FOREIGN-AMOUNT.
005349     MOVE CALC-FX-RATE        TO PR-FX-RATE.
005352     SET PR-ORIGIN-BATCH TO TRUE.
005353
005354     OPEN EXTEND CALC-PENDING-FILE.
005500*    post transactions against.
005510*****************************************************************
005520 2600-WRITE-CHECKPOINT.
005522     IF WS-DRY-RUN
005524         GO TO 2600-EXIT
005526     END-IF.
005530     MOVE SPACES TO CALC-CHECKPOINT-RECORD.
005540     MOVE CT-TRANS-KEY     TO CK-LAST-TRANS-KEY.
005550     MOVE CT-RUN-DATE      TO CK-RUN-DATE.
005762         IF WS-MASTER-AVAILABLE
005764             CLOSE CALC-RSLTMST-FILE
005766         END-IF
005767         MOVE 2 TO LS-RETURN-CODE
005768         GOBACK
005769     END-IF.
005770     CLOSE CALC-CHECKPOINT-FILE.
005771     PERFORM 8000-WRITE-STATS THRU 8000-EXIT.
005772 2600-EXIT.
005773     EXIT.
005774
005775*****************************************************************
005776*    2700-PROJECT-RESULT
005777*    Stands in for the postings of an accepted Result on a dry
005778*    run: lists it with where it would have gone - straight to
005779*    the GL feed, or held in CALCPEND over the authorization
005780*    limit - and compares it with the prior run's Result.  Each
005781*    share of an allocated Result is listed on its own line;
005782*    the comparison is made once, on the first, using the
005783*    source Result.
005784*****************************************************************
005785 2700-PROJECT-RESULT.
005786     MOVE CT-TRANS-KEY  TO WS-DD-KEY.
005787     MOVE CALC-OPERAND1 TO WS-DD-OPERAND1.
005788     MOVE CALC-OPERATOR TO WS-DD-OPERATOR.
005789     MOVE CALC-OPERAND2 TO WS-DD-OPERAND2.
005790     MOVE WS-POST-RESULT TO WS-DD-RESULT.
005791     MOVE WS-POST-DEPT-CODE TO WS-DD-DEPT.
005792     IF WS-HOLD-FOR-RELEASE
005793         MOVE "HOLD - CALCLIMT" TO WS-DD-OUTCOME
005794         ADD WS-POST-RESULT TO WS-PROJ-HOLD-TOTAL
005795     ELSE
005796         MOVE "POST TO GL FEED" TO WS-DD-OUTCOME
005797         ADD 1 TO WS-PROJ-GL-COUNT
005798         ADD WS-POST-RESULT TO WS-PROJ-GL-TOTAL
005799     END-IF.
005800     MOVE WS-DRY-DETAIL-LINE TO CALC-DRYRUN-REPORT-LINE.
005801     WRITE CALC-DRYRUN-REPORT-LINE.
005802
005803     IF WS-PRIOR-UNAVAILABLE
005804      OR WS-POST-SHARE-LINE > 1
005805         GO TO 2700-EXIT
005806     END-IF.
005807     PERFORM 2760-FIND-PRIOR THRU 2760-EXIT.
005808     IF WS-PRIOR-NOT-FOUND
005809         ADD 1 TO WS-NO-PRIOR-COUNT
005810         GO TO 2700-EXIT
005811     END-IF.
005812     IF WS-PRIOR-TBL-RESULT (WS-PRIOR-SUB) NOT = WS-SOURCE-RESULT
005813         ADD 1 TO WS-DIFF-CHANGED-COUNT
005814         MOVE WS-SOURCE-RESULT TO WS-DIFF-WORK-RESULT
005815         MOVE "C" TO WS-DIFF-WORK-KIND
005816         PERFORM 2770-STORE-DIFF THRU 2770-EXIT
005817     END-IF.
005818 2700-EXIT.
005819     EXIT.
005820
005821*****************************************************************
005822*    2750-PROJECT-REJECT
005823*    Stands in for the suspense write on a dry run.  A key the
005824*    prior run posted a Result for, and which would now be
005825*    rejected, is a difference like any other.
005826*****************************************************************
005827 2750-PROJECT-REJECT.
005828     MOVE CT-TRANS-KEY       TO WS-DJ-KEY.
005829     MOVE CALC-REJECT-REASON TO WS-DJ-REASON.
005830     MOVE CT-DEPT-CODE       TO WS-DJ-DEPT.
005831     MOVE WS-DRY-REJECT-LINE TO CALC-DRYRUN-REPORT-LINE.
005832     WRITE CALC-DRYRUN-REPORT-LINE.
005833
005834     IF WS-PRIOR-UNAVAILABLE
005835         GO TO 2750-EXIT
005836     END-IF.
005837     PERFORM 2760-FIND-PRIOR THRU 2760-EXIT.
005838     IF WS-PRIOR-FOUND
005839         ADD 1 TO WS-DIFF-REJECTED-COUNT
005840         MOVE ZERO TO WS-DIFF-WORK-RESULT
005841         MOVE "R" TO WS-DIFF-WORK-KIND
005842         PERFORM 2770-STORE-DIFF THRU 2770-EXIT
005843     END-IF.
005844 2750-EXIT.
005845     EXIT.
005846
005847 2760-FIND-PRIOR.
005848     SET WS-PRIOR-NOT-FOUND TO TRUE.
005849     PERFORM 2765-TEST-ONE-PRIOR THRU 2765-EXIT
005850         VARYING WS-PRIOR-SUB FROM 1 BY 1
005851         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
005852            OR WS-PRIOR-FOUND.
005853*    The VARYING steps once past the match before the test ends
005854*    the loop.
005855     IF WS-PRIOR-FOUND
005856         SUBTRACT 1 FROM WS-PRIOR-SUB
005857     END-IF.
005858 2760-EXIT.
005859     EXIT.
005860
005861 2765-TEST-ONE-PRIOR.
005862     IF WS-PRIOR-KEY (WS-PRIOR-SUB) = CT-TRANS-KEY
005863         SET WS-PRIOR-FOUND TO TRUE
005864     END-IF.
005865 2765-EXIT.
005866     EXIT.
005867
005868*****************************************************************
005869*    2770-STORE-DIFF
005870*    The counts above are kept in full; only the listing is
005871*    bounded by the table, and a listing cut short says so.
005872*****************************************************************
005873 2770-STORE-DIFF.
005874     IF WS-DIFF-COUNT >= WS-DIFF-LIMIT
005875         GO TO 2770-EXIT
005876     END-IF.
005877     ADD 1 TO WS-DIFF-COUNT.
005878     MOVE CT-TRANS-KEY TO WS-DIFF-KEY (WS-DIFF-COUNT).
005879     MOVE WS-PRIOR-TBL-RESULT (WS-PRIOR-SUB)
005880         TO WS-DIFF-PRIOR-RESULT (WS-DIFF-COUNT).
005881     MOVE WS-DIFF-WORK-RESULT
005882         TO WS-DIFF-NEW-RESULT (WS-DIFF-COUNT).
005883     MOVE WS-DIFF-WORK-KIND   TO WS-DIFF-KIND (WS-DIFF-COUNT).
005884 2770-EXIT.
005885     EXIT.
005886
005887*****************************************************************
005888*    2800-ALLOCATE-RESULT
005889*    Splits the source Result across the lines of its
005890*    allocation.  Each share is the source times the line's
005891*    percentage, rounded to the cent; the last line takes
005892*    whatever is left, so the shares add back to the source
005893*    exactly.  A foreign amount is split the same way, so the
005894*    shares' foreign amounts add back to the source's too.  Each
005895*    share is posted as a Result of its own department and logged
005896*    as an "A" audit entry linked to the source transaction.
005897*****************************************************************
005898 2800-ALLOCATE-RESULT.
005899     MOVE ZERO TO WS-SHARE-RUNNING-TOTAL WS-SHARE-FOREIGN-TOTAL.
005900     PERFORM 2810-POST-ONE-SHARE THRU 2810-EXIT
005901         VARYING WS-SHARE-SUB FROM 1 BY 1
005902         UNTIL WS-SHARE-SUB >
005903               WS-ALT-LINE-COUNT (WS-ALLOC-MATCH-SUB).
005904 2800-EXIT.
005905     EXIT.
005906
005907 2810-POST-ONE-SHARE.
005908     MOVE WS-SHARE-SUB TO WS-POST-SHARE-LINE.
005909     MOVE WS-ALT-DEPT-CODE (WS-ALLOC-MATCH-SUB, WS-SHARE-SUB)
005910         TO WS-POST-DEPT-CODE.
005911     IF WS-SHARE-SUB = WS-ALT-LINE-COUNT (WS-ALLOC-MATCH-SUB)
005912         COMPUTE WS-POST-RESULT =
005913             WS-SOURCE-RESULT - WS-SHARE-RUNNING-TOTAL
005914         COMPUTE WS-POST-FOREIGN-AMOUNT =
005915             WS-SOURCE-FOREIGN-AMOUNT - WS-SHARE-FOREIGN-TOTAL
005916     ELSE
005917         COMPUTE WS-POST-RESULT ROUNDED =
005918             WS-SOURCE-RESULT
005919           * WS-ALT-PERCENT (WS-ALLOC-MATCH-SUB, WS-SHARE-SUB)
005920           / 100
005921         COMPUTE WS-POST-FOREIGN-AMOUNT ROUNDED =
005922             WS-SOURCE-FOREIGN-AMOUNT
005923           * WS-ALT-PERCENT (WS-ALLOC-MATCH-SUB, WS-SHARE-SUB)
005924           / 100
005925     END-IF.
005926     ADD WS-POST-RESULT TO WS-SHARE-RUNNING-TOTAL.
005927     ADD WS-POST-FOREIGN-AMOUNT TO WS-SHARE-FOREIGN-TOTAL.
005928     PERFORM 2150-POST-ONE-RESULT THRU 2150-EXIT.
005929     PERFORM 2820-AUDIT-ONE-SHARE THRU 2820-EXIT.
005930 2810-EXIT.
005931     EXIT.
005932
005933*****************************************************************
005934*    2820-AUDIT-ONE-SHARE
005935*    Logs the share through the engine as a posted figure: the
005936*    source's operands and operator with the share as Result
005937*    (and the share's foreign amount), linked to the source key
005938*    and run date.  In a dry run the audit switch is already off
005939*    and nothing is written.
005940*****************************************************************
005941 2820-AUDIT-ONE-SHARE.
005942     MOVE WS-POST-RESULT     TO CALC-RESULT.
005943     MOVE WS-POST-FOREIGN-AMOUNT TO CALC-FOREIGN-AMOUNT.
005944     SET CALC-ENTRY-SHARE    TO TRUE.
005945     MOVE CT-TRANS-KEY       TO CALC-LINK-KEY.
005946     MOVE CT-RUN-DATE        TO CALC-LINK-RUN-DATE.
005947     MOVE CT-ALLOC-CODE      TO CALC-ALLOC-CODE.
005948     MOVE WS-POST-SHARE-LINE TO CALC-SHARE-LINE.
005949     MOVE WS-POST-DEPT-CODE  TO CALC-SHARE-DEPT-CODE.
005950     CALL "CalcComputeEngine" USING CALC-ENGINE-DATA.
005951 2820-EXIT.
005952     EXIT.
005953
005954*****************************************************************
005955*    2900-SKIP-TO-RESTART
005956*    Reads forward past every transaction up to and including the
005957*    checkpointed key before real processing begins.  Skipped
005958*    records are still remembered for the in-file duplicate
005959*    check - the earlier run read (and posted) them.
005960*****************************************************************
005961 2900-SKIP-TO-RESTART.
005962     PERFORM 2910-SKIP-ONE THRU 2910-EXIT
005963         UNTIL WS-END-OF-FILE
005964            OR CT-TRANS-KEY > WS-RESTART-KEY.
005965 2900-EXIT.
005966     EXIT.
005967
005970 2910-SKIP-ONE.
005980     IF CT-TRANS-KEY <= WS-RESTART-KEY
005983         PERFORM 2025-BUILD-SIGNATURE THRU 2025-EXIT
005986         PERFORM 2045-REMEMBER-SEEN THRU 2045-EXIT
005990         PERFORM 2100-READ-TRANS THRU 2100-EXIT
006000     END-IF.
006010 2910-EXIT.
006040*****************************************************************
006050*    8000-WRITE-STATS
006060*    Writes one detail record per operator/department that was
006066*    actually used this run, then one currency record per
006072*    foreign currency met, followed by a trailer record
006080*    carrying the overall reject count, to CALC-STATS-FILE for
006090*    CalcSummaryReport.
006091*****************************************************************
006100 8000-WRITE-STATS.
006102     IF WS-DRY-RUN
006104         GO TO 8000-EXIT
006106     END-IF.
006110     OPEN OUTPUT CALC-STATS-FILE.
006120     PERFORM 8100-WRITE-ONE-STAT THRU 8100-EXIT
006130         VARYING WS-STATS-IDX FROM 1 BY 1
006140         UNTIL WS-STATS-IDX > WS-STATS-LIMIT.
006142     PERFORM 8200-WRITE-ONE-CURRENCY THRU 8200-EXIT
006144         VARYING WS-CCY-IDX FROM 1 BY 1
006146         UNTIL WS-CCY-IDX > WS-CCY-USED.
006150
006160     MOVE SPACES TO CALC-STATS-RECORD.
006170     SET CST-TRAILER TO TRUE.
006340         MOVE ZERO                          TO CST-REJECT-COUNT
006350         WRITE CALC-STATS-RECORD
006360     END-IF.
006361 8100-EXIT.
006362     EXIT.
006363
006364 8200-WRITE-ONE-CURRENCY.
006365     MOVE SPACES TO CALC-STATS-RECORD.
006366     SET CST-CURRENCY TO TRUE.
006367     MOVE SPACES                           TO CST-OPERATOR.
006368     MOVE SPACES                           TO CST-DEPT-CODE.
006369     MOVE WS-CCY-ACCEPTED (WS-CCY-IDX)     TO CST-CALC-COUNT.
006370     MOVE WS-CCY-RAND-SUM (WS-CCY-IDX)     TO CST-RESULT-SUM.
006371     MOVE WS-CCY-REJECTED (WS-CCY-IDX)     TO CST-REJECT-COUNT.
006372     MOVE WS-CCY-CODE (WS-CCY-IDX)         TO CST-CURRENCY-CODE.
006373     MOVE WS-CCY-FOREIGN-SUM (WS-CCY-IDX)  TO CST-FOREIGN-SUM.
006374     WRITE CALC-STATS-RECORD.
006375 8200-EXIT.
006376     EXIT.
006377
006378*****************************************************************
006379*    8500-APPEND-HISTORY
006380*    Appends the day's closing detail and trailer statistics,
006381*    stamped with the run date, to the history file read by
006382*    CalcTrendReport.  Performed once from the mainline at the
006383*    end of a completed run - never from the checkpoint path,
006384*    which would duplicate the day.  A failure here is reported
006385*    but does not fail the run: the day's CALCSTAT is already
006386*    safely written, and the history can be caught up from it.
006387*****************************************************************
006388 8500-APPEND-HISTORY.
006389     IF WS-DRY-RUN
006390         GO TO 8500-EXIT
006391     END-IF.
006393     IF WS-HIST-RUN-DATE = ZERO
006394         ACCEPT WS-HIST-RUN-DATE FROM DATE YYYYMMDD
006395     END-IF.
006510*    has never actually posted.
006520*****************************************************************
006530 9000-TERMINATE.
006532     IF WS-DRY-RUN
006534         PERFORM 9500-END-DRY-RUN THRU 9500-EXIT
006536         GO TO 9000-EXIT
006538     END-IF.
006540     CLOSE CALC-TRANS-FILE.
006550     CLOSE CALC-RESULT-FILE.
006560     IF WS-MASTER-AVAILABLE
006754         DISPLAY "Note: " WS-AUTH-HELD-COUNT " posting(s) over "
006756             "the authorization limit - held in CALCPEND"
006758     END-IF.
006760     IF WS-DUPLICATE-COUNT > ZERO
006762         DISPLAY "Note: " WS-DUPLICATE-COUNT " suspected "
006764             "duplicate(s) held in CALCSUSP for rework"
006766     END-IF.
006768 9000-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006870         RETURNING WS-CKPT-DELETE-RC.
006880 9100-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920*    9500-END-DRY-RUN
006930*    Closes a dry run: lists the transactions whose Result would
006940*    come out different from the prior CALCRSLT, then the
006950*    projected totals.  Nothing was opened for output but the
006960*    report, and any checkpoint is left exactly as it was.  The
006970*    return code means what it means for a live run - 1 when
006980*    the run would reject something.
006990*****************************************************************
007000 9500-END-DRY-RUN.
007010     CLOSE CALC-TRANS-FILE.
007020     IF WS-MASTER-AVAILABLE
007030         CLOSE CALC-RSLTMST-FILE
007040     END-IF.
007050
007060     IF WS-PRIOR-AVAILABLE
007070         MOVE SPACES TO CALC-DRYRUN-REPORT-LINE
007080         WRITE CALC-DRYRUN-REPORT-LINE
007090         MOVE "RESULTS THAT WOULD DIFFER FROM PRIOR CALCRSLT:"
007100             TO CALC-DRYRUN-REPORT-LINE
007110         WRITE CALC-DRYRUN-REPORT-LINE
007120         PERFORM 9510-WRITE-ONE-DIFF THRU 9510-EXIT
007130             VARYING WS-DIFF-SUB FROM 1 BY 1
007140             UNTIL WS-DIFF-SUB > WS-DIFF-COUNT
007150         IF WS-DIFF-COUNT = ZERO
007160             MOVE "    NONE - EVERY RESULT AGREES"
007170                 TO CALC-DRYRUN-REPORT-LINE
007180             WRITE CALC-DRYRUN-REPORT-LINE
007190         END-IF
007200         IF WS-DIFF-COUNT < WS-DIFF-CHANGED-COUNT
007210                          + WS-DIFF-REJECTED-COUNT
007220             MOVE "    LIST TRUNCATED - SEE COUNTS BELOW"
007230                 TO CALC-DRYRUN-REPORT-LINE
007240             WRITE CALC-DRYRUN-REPORT-LINE
007250         END-IF
007260     END-IF.
007270
007280     MOVE SPACES TO CALC-DRYRUN-REPORT-LINE.
007290     WRITE CALC-DRYRUN-REPORT-LINE.
007300     MOVE "TRANSACTIONS READ:" TO WS-DC-TEXT.
007310     MOVE WS-TRANS-COUNT TO WS-DC-COUNT.
007320     PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT.
007330     MOVE "PROJECTED ACCEPTED:" TO WS-DC-TEXT.
007340     MOVE WS-ACCEPT-COUNT TO WS-DC-COUNT.
007350     PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT.
007360     MOVE "  TO THE GL FEED:" TO WS-DC-TEXT.
007370     MOVE WS-PROJ-GL-COUNT TO WS-DC-COUNT.
007380     PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT.
007390     MOVE "  HELD OVER THE CALCLIMT LIMIT:" TO WS-DC-TEXT.
007400     MOVE WS-AUTH-HELD-COUNT TO WS-DC-COUNT.
007410     PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT.
007420     MOVE "PROJECTED SUSPENSE REJECTS:" TO WS-DC-TEXT.
007430     MOVE WS-REJECT-COUNT TO WS-DC-COUNT.
007440     PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT.
007450     MOVE "  OF WHICH SUSPECTED DUPLICATES:" TO WS-DC-TEXT.
007460     MOVE WS-DUPLICATE-COUNT TO WS-DC-COUNT.
007470     PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT.
007480     MOVE "PROJECTED GL FEED TOTAL:" TO WS-DV-TEXT.
007490     MOVE WS-PROJ-GL-TOTAL TO WS-DV-VALUE.
007500     MOVE WS-DRY-VALUE-LINE TO CALC-DRYRUN-REPORT-LINE.
007510     WRITE CALC-DRYRUN-REPORT-LINE.
007520     MOVE "PROJECTED HELD FOR AUTHORIZATION TOTAL:" TO WS-DV-TEXT.
007530     MOVE WS-PROJ-HOLD-TOTAL TO WS-DV-VALUE.
007540     MOVE WS-DRY-VALUE-LINE TO CALC-DRYRUN-REPORT-LINE.
007550     WRITE CALC-DRYRUN-REPORT-LINE.
007560     IF WS-PRIOR-AVAILABLE
007570         MOVE "PRIOR RESULTS LOADED:" TO WS-DC-TEXT
007580         MOVE WS-PRIOR-COUNT TO WS-DC-COUNT
007590         PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT
007600         MOVE "RESULTS THAT WOULD CHANGE:" TO WS-DC-TEXT
007610         MOVE WS-DIFF-CHANGED-COUNT TO WS-DC-COUNT
007620         PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT
007630         MOVE "PRIOR RESULTS NOW REJECTED:" TO WS-DC-TEXT
007640         MOVE WS-DIFF-REJECTED-COUNT TO WS-DC-COUNT
007650         PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT
007660         MOVE "RESULTS NOT ON THE PRIOR CALCRSLT:" TO WS-DC-TEXT
007670         MOVE WS-NO-PRIOR-COUNT TO WS-DC-COUNT
007680         PERFORM 9520-WRITE-COUNT-LINE THRU 9520-EXIT
007690     END-IF.
007700     CLOSE CALC-DRYRUN-REPORT-FILE.
007710
007720     IF WS-REJECT-COUNT > ZERO
007730        AND LS-RETURN-CODE = ZERO
007740         MOVE 1 TO LS-RETURN-CODE
007750     END-IF.
007760     DISPLAY "Dry run complete - " WS-TRANS-COUNT " read, "
007770         WS-ACCEPT-COUNT " would be accepted, "
007780         WS-REJECT-COUNT " rejected".
007790     DISPLAY "Nothing was posted - projection in CALCDRYR".
007800 9500-EXIT.
007810     EXIT.
007820
007830 9510-WRITE-ONE-DIFF.
007840     MOVE WS-DIFF-KEY (WS-DIFF-SUB) TO WS-DF-KEY.
007850     MOVE WS-DIFF-PRIOR-RESULT (WS-DIFF-SUB) TO WS-DF-PRIOR.
007860     IF WS-DIFF-NOW-REJECTED (WS-DIFF-SUB)
007870         MOVE "     REJECTED" TO WS-DF-NEW-TEXT
007880         COMPUTE WS-DF-DIFFERENCE =
007890                 ZERO - WS-DIFF-PRIOR-RESULT (WS-DIFF-SUB)
007900     ELSE
007910         MOVE WS-DIFF-NEW-RESULT (WS-DIFF-SUB) TO WS-DF-NEW
007920         COMPUTE WS-DF-DIFFERENCE =
007930                 WS-DIFF-NEW-RESULT (WS-DIFF-SUB)
007940               - WS-DIFF-PRIOR-RESULT (WS-DIFF-SUB)
007950     END-IF.
007960     MOVE WS-DRY-DIFF-LINE TO CALC-DRYRUN-REPORT-LINE.
007970     WRITE CALC-DRYRUN-REPORT-LINE.
007980 9510-EXIT.
007990     EXIT.
008000
008010 9520-WRITE-COUNT-LINE.
008020     MOVE WS-DRY-COUNT-LINE TO CALC-DRYRUN-REPORT-LINE.
008030     WRITE CALC-DRYRUN-REPORT-LINE.
008040 9520-EXIT.
008050     EXIT.
