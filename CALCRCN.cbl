000140*     agrees with the GL-RESULT amounts sent down the feed in
000150*     the run's own feed batch (the last complete header/trailer
000160*     group on CALCGLFD) plus any postings the run held back
000166*     unmapped in CALCGLHD today, or held and already re-driven
000172*     since by CalcGlRedrive.  The feed group's own trailer
000180*     count and hash are also re-added and compared, so a
000190*     truncated or damaged CALCGLFD shows up here instead of
000200*     posting short with nobody the wiser.  Every break is
000367*                      CALCPEND) count on the run's side of the
000368*                      value comparison, so same-day interactive
000369*                      holds no longer raise a spurious break.
000370*     2026-10-05  DN  The run is now reconciled against the
000371*                      CALCTRAN trailers as well as against what
000372*                      was read: 3500-CHECK-TRAN-TRAILERS breaks
000373*                      when the details re-added disagree with
000374*                      the trailers' count or operand hash
000375*                      totals, when the outputs do not account
000376*                      for every promised transaction, or when
000377*                      CALCTRAN carries no trailer.  Control
000378*                      records are stepped over in the key match.
000379*     2026-10-07  DN  The report now counts the run's
000380*                      suspected duplicates held in suspense -
000381*                      repeats of an earlier run's posting and
000382*                      repeats within this CALCTRAN - and values
000383*                      them at the original postings read from
000384*                      the results master, CALCRMST.
000385*     2026-10-12  DN  Re-drive groups CalcGlRedrive appends to
000386*                      CALCGLFD (header marked R) are no longer
000387*                      taken for the run's own feed batch, and
000388*                      today's batch holds re-driven after the run
000389*                      count on the run's side like those still
000390*                      held.
000391*     2026-10-15  DN  A duplicate of a cost-allocated posting is
000392*                      valued at the sum of the original's shares,
000393*                      which the results master keeps one record
000394*                      per share line under the key and date.
000395*     2026-10-15  DN  Held-posting record image widened with
000396*                      the GL feed detail layout (maker id,
000397*                      currency, foreign amount, exchange rate).
000398*     2026-10-15  DN  The CALCTRAN trailers' foreign amount hash
000399*                      is proved as well: the foreign amounts of
000400*                      each group whose trailer carries the hash
000401*                      must agree with it, and a group with
000402*                      foreign details but no hash is a break, as
000403*                      CalcBatchDriver refuses it.
000404*****************************************************************
000405 IDENTIFICATION DIVISION.
000406 PROGRAM-ID. CalcReconcileRun.
000407 AUTHOR. D. NAIDOO.
000408 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000410 DATE-WRITTEN. 08-22-2026.
000420 DATE-COMPILED.
000430
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS WS-PENDING-FILE-STATUS.
000715
000716     SELECT CALC-RSLTMST-FILE
000717         ASSIGN TO "CALCRMST"
000718         ORGANIZATION IS INDEXED
000719         ACCESS MODE IS RANDOM
000720         RECORD KEY IS CM-MASTER-KEY
000721         FILE STATUS IS WS-RSLTMST-FILE-STATUS.
000722
000723     SELECT CALC-STATS-FILE
000730         ASSIGN TO "CALCSTAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-STATS-FILE-STATUS.
001040*****************************************************************
001050 FD  CALC-GLHELD-FILE
001060     RECORDING MODE IS F.
001070 01  CALC-GLHELD-RECORD              PIC X(98).
001080
001081 FD  CALC-PENDING-FILE
001082     RECORDING MODE IS F.
001083     COPY "CALCPEND.CPY".
001084
001085 FD  CALC-RSLTMST-FILE.
001086     COPY "CALCRMST.CPY".
001087
001090 FD  CALC-STATS-FILE
001100     RECORDING MODE IS F.
001110     COPY "CALCSTAT.CPY".
001420 77  WS-LAST-TRAILER-COUNT        PIC 9(07) VALUE ZERO.
001430 77  WS-LAST-TRAILER-HASH         PIC S9(13)V99 VALUE ZERO.
001440 77  WS-HELD-TODAY-COUNT          PIC 9(07) VALUE ZERO.
001441 77  WS-HELD-TODAY-TOTAL          PIC S9(13)V99 VALUE ZERO.
001442*    Today's batch holds sent since in a complete re-drive group
001443*    after the run's own feed batch.
001444 77  WS-GROUP-REDRIVEN-COUNT      PIC 9(07) VALUE ZERO.
001445 77  WS-GROUP-REDRIVEN-TOTAL      PIC S9(13)V99 VALUE ZERO.
001446 77  WS-REDRIVEN-TODAY-COUNT      PIC 9(07) VALUE ZERO.
001447 77  WS-REDRIVEN-TODAY-TOTAL      PIC S9(13)V99 VALUE ZERO.
001451 77  WS-PENDING-FILE-STATUS       PIC X(02).
001452 77  WS-AUTH-TODAY-COUNT          PIC 9(07) VALUE ZERO.
001453 77  WS-AUTH-TODAY-TOTAL          PIC S9(13)V99 VALUE ZERO.
001460 77  WS-STATS-CALC-COUNT          PIC 9(07) VALUE ZERO.
001470 77  WS-STATS-REJECT-COUNT        PIC 9(07) VALUE ZERO.
001471 77  WS-EXPECTED-GL-TOTAL         PIC S9(13)V99 VALUE ZERO.
001472 77  WS-KEY-TABLE-LIMIT           PIC 9(05) VALUE 20000.
001473 77  WS-SCAN-SUB                  PIC 9(05) COMP VALUE ZERO.
001474*    What CALCTRAN's own trailers promised, against what was
001475*    actually re-added from its details.
001476 77  WS-TRAN-TRAILER-COUNT        PIC 9(05) VALUE ZERO.
001477 77  WS-PROMISED-COUNT            PIC 9(07) VALUE ZERO.
001478 77  WS-PROMISED-HASH-OPERAND1    PIC S9(13)V99 VALUE ZERO.
001479 77  WS-PROMISED-HASH-OPERAND2    PIC S9(13)V99 VALUE ZERO.
001480 77  WS-READ-HASH-OPERAND1        PIC S9(13)V99 VALUE ZERO.
001481 77  WS-READ-HASH-OPERAND2        PIC S9(13)V99 VALUE ZERO.
001482*    Foreign amounts are proved only for the groups whose trailer
001483*    carries a foreign hash; the current group's details are
001484*    held apart until its trailer says which.
001485 77  WS-PROMISED-HASH-FOREIGN     PIC S9(13)V99 VALUE ZERO.
001486 77  WS-READ-HASH-FOREIGN         PIC S9(13)V99 VALUE ZERO.
001487 77  WS-GROUP-HASH-FOREIGN        PIC S9(13)V99 VALUE ZERO.
001488 77  WS-GROUP-FOREIGN-COUNT       PIC 9(07) VALUE ZERO.
001489 77  WS-FOREIGN-UNHASHED-COUNT    PIC 9(05) VALUE ZERO.
001490 77  WS-ACCOUNTED-COUNT           PIC 9(07) VALUE ZERO.
001491*    Suspected duplicates the run held in suspense, split by
001492*    whether the posting repeated was an earlier run's or an
001493*    earlier record in this same CALCTRAN, and valued at what
001494*    that original posting computed to.
001495 77  WS-RSLTMST-FILE-STATUS       PIC X(02).
001496 77  WS-SUSP-MATCH-SUB            PIC 9(05) COMP VALUE ZERO.
001497 77  WS-DUP-EARLIER-COUNT         PIC 9(07) VALUE ZERO.
001498 77  WS-DUP-WITHIN-COUNT          PIC 9(07) VALUE ZERO.
001499 77  WS-DUP-ORIGINAL-TOTAL        PIC S9(13)V99 VALUE ZERO.
001500 77  WS-DUP-UNVALUED-COUNT        PIC 9(07) VALUE ZERO.
001501 77  WS-DUP-SHARE-LINE            PIC 9(02) VALUE ZERO.
001510
001520 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001530     88  WS-END-OF-FILE               VALUE "Y".
001610     88  WS-GROUP-SEEN                VALUE "Y".
001620     88  WS-GROUP-NOT-SEEN            VALUE "N".
001630
001632 01  WS-GROUP-KIND-SWITCH         PIC X(01).
001634     88  WS-IN-REDRIVE-GROUP          VALUE "R".
001636     88  WS-IN-POSTING-GROUP          VALUE "P".
001638
001640 01  WS-IN-RESULT-SWITCH          PIC X(01).
001650     88  WS-IN-RESULT                 VALUE "Y".
001660     88  WS-NOT-IN-RESULT             VALUE "N".
001690     88  WS-IN-SUSP                   VALUE "Y".
001700     88  WS-NOT-IN-SUSP               VALUE "N".
001710
001711 01  WS-MASTER-SWITCH             PIC X(01).
001712     88  WS-MASTER-AVAILABLE          VALUE "Y".
001713     88  WS-MASTER-UNAVAILABLE        VALUE "N".
001714
001715 01  WS-DUP-SHARE-SWITCH          PIC X(01).
001716     88  WS-DUP-SHARE-FOUND           VALUE "Y".
001717     88  WS-DUP-SHARE-NOT-FOUND       VALUE "N".
001718
001720*****************************************************************
001730*    WORKING STORAGE - OUTPUT KEY TABLES
001740*    The run's CALCRSLT and CALCSUSP keys are loaded up front so
001870     05  WS-SUSP-KEY-ENTRY        OCCURS 20000 TIMES.
001880         10  WS-SUSP-KEY          PIC 9(08).
001881         10  WS-SUSP-RUN-DATE     PIC 9(08).
001882         10  WS-SUSP-DUP-SWITCH   PIC X(01).
001883             88  WS-SUSP-IS-DUPLICATE     VALUE "Y".
001884         10  WS-SUSP-DUP-KEY      PIC 9(08).
001885         10  WS-SUSP-DUP-DATE     PIC 9(08).
001890
001900*****************************************************************
001910*    WORKING STORAGE - HELD-FILE RECORD IMAGE
002390         UNTIL WS-END-OF-FILE.
002400     CLOSE CALC-TRANS-FILE.
002410     PERFORM 3000-CHECK-STATS THRU 3000-EXIT.
002415     PERFORM 3500-CHECK-TRAN-TRAILERS THRU 3500-EXIT.
002420     PERFORM 4000-CHECK-GLFEED THRU 4000-EXIT.
002430     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600                  WS-LAST-GROUP-TOTAL WS-LAST-TRAILER-COUNT
002610                  WS-LAST-TRAILER-HASH WS-STATS-CALC-COUNT
002615                  WS-STATS-REJECT-COUNT WS-AUTH-TODAY-COUNT
002616                  WS-AUTH-TODAY-TOTAL WS-GROUP-REDRIVEN-COUNT
002617                  WS-GROUP-REDRIVEN-TOTAL WS-REDRIVEN-TODAY-COUNT
002618                  WS-REDRIVEN-TODAY-TOTAL.
002619     MOVE ZERO TO WS-TRAN-TRAILER-COUNT WS-PROMISED-COUNT
002620                  WS-PROMISED-HASH-OPERAND1
002621                  WS-PROMISED-HASH-OPERAND2
002622                  WS-READ-HASH-OPERAND1 WS-READ-HASH-OPERAND2.
002623     MOVE ZERO TO WS-PROMISED-HASH-FOREIGN WS-READ-HASH-FOREIGN
002624                  WS-GROUP-HASH-FOREIGN WS-GROUP-FOREIGN-COUNT
002625                  WS-FOREIGN-UNHASHED-COUNT.
002626     MOVE ZERO TO WS-DUP-EARLIER-COUNT WS-DUP-WITHIN-COUNT
002627                  WS-DUP-ORIGINAL-TOTAL WS-DUP-UNVALUED-COUNT.
002630     SET WS-GROUP-NOT-SEEN TO TRUE.
002635     SET WS-IN-POSTING-GROUP TO TRUE.
002640
002650     OPEN INPUT CALC-TRANS-FILE.
002660     IF WS-TRANS-FILE-STATUS NOT = "00"
002830     MOVE WS-RECON-HEADING-1 TO CALC-RECON-REPORT-LINE.
002840     WRITE CALC-RECON-REPORT-LINE.
002850
002853*    The results master is only read to value suspected
002856*    duplicates; without it they are counted but not valued.
002859     SET WS-MASTER-AVAILABLE TO TRUE.
002862     OPEN INPUT CALC-RSLTMST-FILE.
002865     IF WS-RSLTMST-FILE-STATUS NOT = "00"
002868         SET WS-MASTER-UNAVAILABLE TO TRUE
002871     END-IF.
002874
002880 1000-EXIT.
002890     EXIT.
002900
003270         CLOSE CALC-RESULT-FILE
003280         CLOSE CALC-TRANS-FILE
003290         CLOSE CALC-RECON-REPORT-FILE
003292         IF WS-MASTER-AVAILABLE
003294             CLOSE CALC-RSLTMST-FILE
003296         END-IF
003300         MOVE 2 TO LS-RETURN-CODE
003310         GOBACK
003320     END-IF.
003690         CLOSE CALC-SUSPENSE-FILE
003700         CLOSE CALC-TRANS-FILE
003710         CLOSE CALC-RECON-REPORT-FILE
003712         IF WS-MASTER-AVAILABLE
003714             CLOSE CALC-RSLTMST-FILE
003716         END-IF
003720         MOVE 2 TO LS-RETURN-CODE
003730         GOBACK
003740     END-IF.
003760     MOVE CS-TRANS-KEY TO WS-SUSP-KEY (WS-SUSP-KEY-COUNT).
003761     MOVE CS-RUN-DATE
003762         TO WS-SUSP-RUN-DATE (WS-SUSP-KEY-COUNT).
003763     MOVE "N" TO WS-SUSP-DUP-SWITCH (WS-SUSP-KEY-COUNT).
003764     MOVE ZERO TO WS-SUSP-DUP-KEY (WS-SUSP-KEY-COUNT)
003765                  WS-SUSP-DUP-DATE (WS-SUSP-KEY-COUNT).
003766     IF CS-REASON-DUPLICATE
003767         MOVE "Y" TO WS-SUSP-DUP-SWITCH (WS-SUSP-KEY-COUNT)
003768         MOVE CS-DUP-ORIGINAL-KEY
003769             TO WS-SUSP-DUP-KEY (WS-SUSP-KEY-COUNT)
003770         MOVE CS-DUP-ORIGINAL-DATE
003771             TO WS-SUSP-DUP-DATE (WS-SUSP-KEY-COUNT)
003772     END-IF.
003773 1220-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003850*****************************************************************
003860 2000-MATCH-ONE-TRANS.
003870     ADD 1 TO WS-TRANS-COUNT.
003871     ADD CT-OPERAND1 TO WS-READ-HASH-OPERAND1.
003872     ADD CT-OPERAND2 TO WS-READ-HASH-OPERAND2.
003873     IF CT-CURRENCY-CODE NOT = SPACES
003874        AND CT-FOREIGN-AMOUNT IS NUMERIC
003875         ADD 1 TO WS-GROUP-FOREIGN-COUNT
003876         ADD CT-FOREIGN-AMOUNT TO WS-GROUP-HASH-FOREIGN
003877     END-IF.
003880     PERFORM 2200-SEARCH-RESULT-KEYS THRU 2200-EXIT.
003890     PERFORM 2300-SEARCH-SUSP-KEYS THRU 2300-EXIT.
003900
003930             ADD 1 TO WS-MATCHED-RESULT-COUNT
003940         WHEN WS-NOT-IN-RESULT AND WS-IN-SUSP
003950             ADD 1 TO WS-MATCHED-SUSP-COUNT
003952             IF WS-SUSP-IS-DUPLICATE (WS-SUSP-MATCH-SUB)
003954                 PERFORM 2400-COUNT-DUPLICATE THRU 2400-EXIT
003956             END-IF
003960         WHEN WS-IN-RESULT AND WS-IN-SUSP
003970             ADD 1 TO WS-IN-BOTH-COUNT
003980             ADD 1 TO WS-BREAK-COUNT
004150     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004160 2000-EXIT.
004170     EXIT.
004171
004172*****************************************************************
004173*    2100-READ-TRANS
004174*    Returns the next DETAIL record.  Control headers are
004175*    stepped over; each trailer's promised count and operand
004176*    hash totals are added up on the way past for
004177*    3500-CHECK-TRAN-TRAILERS.  So is its foreign amount hash,
004178*    with the group's own foreign amounts beside it; extracts
004179*    built before foreign amounts existed leave the hash blank,
004180*    and one is missed only on a group that actually carries
004181*    foreign-currency details, as CalcBatchDriver demands.
004182*****************************************************************
004190 2100-READ-TRANS.
004191     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT.
004192     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT
004193         UNTIL WS-END-OF-FILE
004194            OR CT-DETAIL-REC.
004195 2100-EXIT.
004196     EXIT.
004197
004198 2110-READ-ONE-RECORD.
004200     READ CALC-TRANS-FILE
004210         AT END
004211             SET WS-END-OF-FILE TO TRUE
004212         NOT AT END
004213             IF CT-TRAILER-REC
004214                 ADD 1 TO WS-TRAN-TRAILER-COUNT
004215                 ADD CT-TRL-RECORD-COUNT TO WS-PROMISED-COUNT
004216                 ADD CT-TRL-HASH-OPERAND1
004217                     TO WS-PROMISED-HASH-OPERAND1
004218                 ADD CT-TRL-HASH-OPERAND2
004219                     TO WS-PROMISED-HASH-OPERAND2
004220                 PERFORM 2120-TAKE-FOREIGN-HASH THRU 2120-EXIT
004221             END-IF
004222             IF CT-HEADER-REC
004223                 MOVE ZERO TO WS-GROUP-HASH-FOREIGN
004224                              WS-GROUP-FOREIGN-COUNT
004225             END-IF
004230     END-READ.
004231 2110-EXIT.
004232     EXIT.
004233
004234 2120-TAKE-FOREIGN-HASH.
004235     IF CT-TRL-HASH-FOREIGN IS NUMERIC
004236         ADD CT-TRL-HASH-FOREIGN   TO WS-PROMISED-HASH-FOREIGN
004237         ADD WS-GROUP-HASH-FOREIGN TO WS-READ-HASH-FOREIGN
004238     ELSE
004239         IF WS-GROUP-FOREIGN-COUNT > ZERO
004240             ADD 1 TO WS-FOREIGN-UNHASHED-COUNT
004241         END-IF
004242     END-IF.
004243     MOVE ZERO TO WS-GROUP-HASH-FOREIGN WS-GROUP-FOREIGN-COUNT.
004244 2120-EXIT.
004250     EXIT.
004260
004270 2200-SEARCH-RESULT-KEYS.
004520 2310-TEST-ONE-SUSP-KEY.
004530     IF WS-SUSP-KEY (WS-SCAN-SUB) = CT-TRANS-KEY
004531        AND WS-SUSP-RUN-DATE (WS-SCAN-SUB) = CT-RUN-DATE
004532         SET WS-IN-SUSP TO TRUE
004533         MOVE WS-SCAN-SUB TO WS-SUSP-MATCH-SUB
004534     END-IF.
004535 2310-EXIT.
004536     EXIT.
004537
004538*****************************************************************
004539*    2400-COUNT-DUPLICATE
004540*    A run reject held as a suspected duplicate names the
004541*    posting it repeats.  An original under this same run date
004542*    was an earlier record in this CALCTRAN; any other date was
004543*    an earlier run's.  Either way the original is on the
004544*    results master under that key and date, and what it
004545*    computed to is the value kept off the books by holding
004546*    the repeat.  An original split by cost allocation is on
004547*    the master as one record per share line instead, and its
004548*    shares add back to what it computed to.  An original no
004549*    longer on the master (purged, or the master unavailable)
004550*    is counted but not valued.
004551*****************************************************************
004552 2400-COUNT-DUPLICATE.
004553     IF WS-SUSP-DUP-DATE (WS-SUSP-MATCH-SUB) = CT-RUN-DATE
004554         ADD 1 TO WS-DUP-WITHIN-COUNT
004555     ELSE
004556         ADD 1 TO WS-DUP-EARLIER-COUNT
004557     END-IF.
004558     IF WS-MASTER-UNAVAILABLE
004559         ADD 1 TO WS-DUP-UNVALUED-COUNT
004560         GO TO 2400-EXIT
004561     END-IF.
004562     MOVE WS-SUSP-DUP-KEY (WS-SUSP-MATCH-SUB)  TO CM-TRANS-KEY.
004563     MOVE WS-SUSP-DUP-DATE (WS-SUSP-MATCH-SUB) TO CM-RUN-DATE.
004564     MOVE ZERO TO CM-SHARE-LINE.
004565     READ CALC-RSLTMST-FILE
004566         INVALID KEY
004567             SET WS-DUP-SHARE-NOT-FOUND TO TRUE
004568         NOT INVALID KEY
004569             ADD CM-RESULT TO WS-DUP-ORIGINAL-TOTAL
004570             GO TO 2400-EXIT
004571     END-READ.
004572     PERFORM 2410-ADD-ONE-SHARE THRU 2410-EXIT
004573         VARYING WS-DUP-SHARE-LINE FROM 1 BY 1
004574         UNTIL WS-DUP-SHARE-LINE > 9.
004575     IF WS-DUP-SHARE-NOT-FOUND
004576         ADD 1 TO WS-DUP-UNVALUED-COUNT
004577     END-IF.
004578 2400-EXIT.
004579     EXIT.
004580
004581 2410-ADD-ONE-SHARE.
004582     MOVE WS-SUSP-DUP-KEY (WS-SUSP-MATCH-SUB)  TO CM-TRANS-KEY.
004583     MOVE WS-SUSP-DUP-DATE (WS-SUSP-MATCH-SUB) TO CM-RUN-DATE.
004584     MOVE WS-DUP-SHARE-LINE TO CM-SHARE-LINE.
004585     READ CALC-RSLTMST-FILE
004586         NOT INVALID KEY
004587             SET WS-DUP-SHARE-FOUND TO TRUE
004588             ADD CM-RESULT TO WS-DUP-ORIGINAL-TOTAL
004589     END-READ.
004590 2410-EXIT.
004591     EXIT.
004592
004593*****************************************************************
004600*    3000-CHECK-STATS
004610*    The CALCSTAT trailer's counts must agree with what was
004620*    actually found on the files.  A missing CALCSTAT is itself
005140             SET WS-END-OF-FILE TO TRUE
005150         NOT AT END
005160             IF CST-TRAILER
005161                 MOVE CST-CALC-COUNT TO WS-STATS-CALC-COUNT
005162                 MOVE CST-REJECT-COUNT TO WS-STATS-REJECT-COUNT
005163                 SET WS-TRAILER-FOUND TO TRUE
005164             END-IF
005165     END-READ.
005166 3100-EXIT.
005167     EXIT.
005168
005169*****************************************************************
005170*    3500-CHECK-TRAN-TRAILERS
005171*    Reconciles the run against what the CALCTRAN trailers
005172*    promised rather than only against what happened to be
005173*    read: the details re-added must agree with the trailers'
005174*    count, operand and foreign amount hash totals, and every
005175*    promised transaction must be accounted for in exactly one
005176*    of the outputs.  A CALCTRAN with no trailer at all is itself
005177*    a break - the extract job is supposed to have sent one.
005178*****************************************************************
005179 3500-CHECK-TRAN-TRAILERS.
005180     IF WS-TRAN-TRAILER-COUNT = ZERO
005181         ADD 1 TO WS-BREAK-COUNT
005182         MOVE SPACES TO CALC-RECON-REPORT-LINE
005183         MOVE "BREAK - NO CALCTRAN TRAILER TO CHECK"
005184             TO CALC-RECON-REPORT-LINE
005185         WRITE CALC-RECON-REPORT-LINE
005186         GO TO 3500-EXIT
005187     END-IF.
005188     IF WS-PROMISED-COUNT NOT = WS-TRANS-COUNT
005189         ADD 1 TO WS-BREAK-COUNT
005190         MOVE SPACES TO WS-RECON-COUNT-LINE
005191         MOVE "BREAK - CALCTRAN TRAILER COUNT DIFFERS:"
005192             TO WS-RC-TEXT
005193         MOVE WS-PROMISED-COUNT TO WS-RC-COUNT
005194         MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE
005195         WRITE CALC-RECON-REPORT-LINE
005196     END-IF.
005197     IF WS-PROMISED-HASH-OPERAND1 NOT = WS-READ-HASH-OPERAND1
005198         ADD 1 TO WS-BREAK-COUNT
005199         MOVE SPACES TO WS-RECON-VALUE-LINE
005200         MOVE "BREAK - OPERAND1 HASH VS TRAILER:" TO WS-RV-TEXT
005201         COMPUTE WS-RV-VALUE = WS-READ-HASH-OPERAND1
005202                             - WS-PROMISED-HASH-OPERAND1
005203         MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE
005204         WRITE CALC-RECON-REPORT-LINE
005205     END-IF.
005206     IF WS-PROMISED-HASH-OPERAND2 NOT = WS-READ-HASH-OPERAND2
005207         ADD 1 TO WS-BREAK-COUNT
005208         MOVE SPACES TO WS-RECON-VALUE-LINE
005209         MOVE "BREAK - OPERAND2 HASH VS TRAILER:" TO WS-RV-TEXT
005210         COMPUTE WS-RV-VALUE = WS-READ-HASH-OPERAND2
005211                             - WS-PROMISED-HASH-OPERAND2
005212         MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE
005213         WRITE CALC-RECON-REPORT-LINE
005214     END-IF.
005215     IF WS-PROMISED-HASH-FOREIGN NOT = WS-READ-HASH-FOREIGN
005216         ADD 1 TO WS-BREAK-COUNT
005217         MOVE SPACES TO WS-RECON-VALUE-LINE
005218         MOVE "BREAK - FOREIGN HASH VS TRAILER:" TO WS-RV-TEXT
005219         COMPUTE WS-RV-VALUE = WS-READ-HASH-FOREIGN
005220                             - WS-PROMISED-HASH-FOREIGN
005221         MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE
005222         WRITE CALC-RECON-REPORT-LINE
005223     END-IF.
005224     IF WS-FOREIGN-UNHASHED-COUNT > ZERO
005225         ADD 1 TO WS-BREAK-COUNT
005226         MOVE SPACES TO WS-RECON-COUNT-LINE
005227         MOVE "BREAK - TRAILERS WITHOUT FOREIGN HASH:"
005228             TO WS-RC-TEXT
005229         MOVE WS-FOREIGN-UNHASHED-COUNT TO WS-RC-COUNT
005230         MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE
005231         WRITE CALC-RECON-REPORT-LINE
005232     END-IF.
005233     COMPUTE WS-ACCOUNTED-COUNT = WS-MATCHED-RESULT-COUNT
005234                                + WS-MATCHED-SUSP-COUNT.
005235     IF WS-ACCOUNTED-COUNT NOT = WS-PROMISED-COUNT
005236         ADD 1 TO WS-BREAK-COUNT
005237         MOVE SPACES TO WS-RECON-COUNT-LINE
005238         MOVE "BREAK - OUTPUTS SHORT OF TRAILER COUNT:"
005239             TO WS-RC-TEXT
005240         MOVE WS-ACCOUNTED-COUNT TO WS-RC-COUNT
005241         MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE
005242         WRITE CALC-RECON-REPORT-LINE
005243     END-IF.
005244 3500-EXIT.
005245     EXIT.
005246
005250*****************************************************************
005260*    4000-CHECK-GLFEED
005270*    Walks every header/detail/trailer group on the feed and
005300*    group's re-added detail count and sum are compared with
005310*    its own trailer (file integrity), and the run's posted
005320*    CR-RESULT total is compared with the group's detail sum
005324*    plus whatever the run held back unmapped today - still held
005328*    in CALCGLHD, or re-driven since.  A re-drive group is never
005332*    the run's own batch; only its details count, and only those
005336*    of today's batch holds.
005340*****************************************************************
005350 4000-CHECK-GLFEED.
005360     OPEN INPUT CALC-GLFEED-FILE.
005640
005650     COMPUTE WS-EXPECTED-GL-TOTAL =
005660             WS-LAST-GROUP-TOTAL + WS-HELD-TODAY-TOTAL
005665           + WS-REDRIVEN-TODAY-TOTAL + WS-AUTH-TODAY-TOTAL.
005670     IF WS-RESULT-TOTAL NOT = WS-EXPECTED-GL-TOTAL
005680         ADD 1 TO WS-BREAK-COUNT
005690         MOVE SPACES TO WS-RECON-VALUE-LINE
005920         WHEN GL-HEADER-REC
005930             MOVE ZERO TO WS-GROUP-DETAIL-COUNT
005940             MOVE ZERO TO WS-GROUP-DETAIL-TOTAL
005941             MOVE ZERO TO WS-GROUP-REDRIVEN-COUNT
005942             MOVE ZERO TO WS-GROUP-REDRIVEN-TOTAL
005943             IF GL-BATCH-REDRIVE
005944                 SET WS-IN-REDRIVE-GROUP TO TRUE
005945             ELSE
005946                 SET WS-IN-POSTING-GROUP TO TRUE
005947             END-IF
005950         WHEN GL-DETAIL-REC
005960             ADD 1 TO WS-GROUP-DETAIL-COUNT
005970             ADD GL-RESULT TO WS-GROUP-DETAIL-TOTAL
005971             IF WS-IN-REDRIVE-GROUP
005972              AND GL-TRANS-DATE = WS-CURRENT-DATE
005973              AND GL-ORIGIN-BATCH
005974                 ADD 1 TO WS-GROUP-REDRIVEN-COUNT
005975                 ADD GL-RESULT TO WS-GROUP-REDRIVEN-TOTAL
005976             END-IF
005980         WHEN GL-TRAILER-REC
005990             PERFORM 4210-CLOSE-ONE-GROUP THRU 4210-EXIT
006040     END-EVALUATE.
006050 4200-EXIT.
006051     EXIT.
006052
006053*****************************************************************
006054*    4210-CLOSE-ONE-GROUP
006055*    A posting group's trailer makes it the latest candidate for
006056*    the run's batch, and re-drives counted before it cannot be
006057*    of that run's holds; a re-drive group's trailer only banks
006058*    the holds it sent.
006059*****************************************************************
006060 4210-CLOSE-ONE-GROUP.
006061     IF WS-IN-REDRIVE-GROUP
006062         ADD WS-GROUP-REDRIVEN-COUNT TO WS-REDRIVEN-TODAY-COUNT
006063         ADD WS-GROUP-REDRIVEN-TOTAL TO WS-REDRIVEN-TODAY-TOTAL
006064         GO TO 4210-EXIT
006065     END-IF.
006066     MOVE WS-GROUP-DETAIL-COUNT TO WS-LAST-GROUP-COUNT.
006067     MOVE WS-GROUP-DETAIL-TOTAL TO WS-LAST-GROUP-TOTAL.
006068     MOVE GL-RECORD-COUNT TO WS-LAST-TRAILER-COUNT.
006069     MOVE GL-HASH-TOTAL TO WS-LAST-TRAILER-HASH.
006070     SET WS-GROUP-SEEN TO TRUE.
006071     MOVE ZERO TO WS-REDRIVEN-TODAY-COUNT.
006072     MOVE ZERO TO WS-REDRIVEN-TODAY-TOTAL.
006073 4210-EXIT.
006074     EXIT.
006075
006080*****************************************************************
006090*    4300-SUM-HELD-TODAY
006100*    Postings held back unmapped today belong on the run's side
006406*    5000-WRITE-SUMMARY
006410*****************************************************************
006420 5000-WRITE-SUMMARY.
006421     MOVE SPACES TO WS-RECON-COUNT-LINE.
006422     MOVE "TRANSACTIONS PROMISED BY TRAILERS:" TO WS-RC-TEXT.
006423     MOVE WS-PROMISED-COUNT TO WS-RC-COUNT.
006424     MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE.
006425     WRITE CALC-RECON-REPORT-LINE.
006426
006430     MOVE SPACES TO WS-RECON-COUNT-LINE.
006440     MOVE "TRANSACTIONS READ:" TO WS-RC-TEXT.
006450     MOVE WS-TRANS-COUNT TO WS-RC-COUNT.
006860     MOVE "HELD BACK UNMAPPED TODAY:" TO WS-RV-TEXT.
006870     MOVE WS-HELD-TODAY-TOTAL TO WS-RV-VALUE.
006880     MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE.
006881     WRITE CALC-RECON-REPORT-LINE.
006882
006883     MOVE SPACES TO WS-RECON-VALUE-LINE.
006884     MOVE "RE-DRIVEN FROM TODAY'S HOLDS:" TO WS-RV-TEXT.
006885     MOVE WS-REDRIVEN-TODAY-TOTAL TO WS-RV-VALUE.
006886     MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE.
006887     WRITE CALC-RECON-REPORT-LINE.
006888
006892     MOVE SPACES TO WS-RECON-VALUE-LINE.
006893     MOVE "HELD FOR AUTHORIZATION TODAY:" TO WS-RV-TEXT.
006894     MOVE WS-AUTH-TODAY-TOTAL TO WS-RV-VALUE.
006895     MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE.
006896     WRITE CALC-RECON-REPORT-LINE.
006900
006901     MOVE SPACES TO WS-RECON-COUNT-LINE.
006902     MOVE "DUPLICATES SUSPENDED - EARLIER RUNS:" TO WS-RC-TEXT.
006903     MOVE WS-DUP-EARLIER-COUNT TO WS-RC-COUNT.
006904     MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE.
006905     WRITE CALC-RECON-REPORT-LINE.
006906
006907     MOVE SPACES TO WS-RECON-COUNT-LINE.
006908     MOVE "DUPLICATES SUSPENDED - WITHIN FILE:" TO WS-RC-TEXT.
006909     MOVE WS-DUP-WITHIN-COUNT TO WS-RC-COUNT.
006910     MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE.
006911     WRITE CALC-RECON-REPORT-LINE.
006912
006913     MOVE SPACES TO WS-RECON-VALUE-LINE.
006914     MOVE "DUPLICATES SUSPENDED - ORIGINALS VALUE:" TO WS-RV-TEXT.
006915     MOVE WS-DUP-ORIGINAL-TOTAL TO WS-RV-VALUE.
006916     MOVE WS-RECON-VALUE-LINE TO CALC-RECON-REPORT-LINE.
006917     WRITE CALC-RECON-REPORT-LINE.
006918
006919     IF WS-DUP-UNVALUED-COUNT > ZERO
006920         MOVE SPACES TO WS-RECON-COUNT-LINE
006921         MOVE "DUPLICATES NOT VALUED (NO ORIGINAL):"
006922             TO WS-RC-TEXT
006923         MOVE WS-DUP-UNVALUED-COUNT TO WS-RC-COUNT
006924         MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE
006925         WRITE CALC-RECON-REPORT-LINE
006926     END-IF.
006927
006928     MOVE SPACES TO WS-RECON-COUNT-LINE.
006929     MOVE "RECONCILIATION BREAKS:" TO WS-RC-TEXT.
006930     MOVE WS-BREAK-COUNT TO WS-RC-COUNT.
006940     MOVE WS-RECON-COUNT-LINE TO CALC-RECON-REPORT-LINE.
006950     WRITE CALC-RECON-REPORT-LINE.
007030*    (1) and "could not run" (2).
007040*****************************************************************
007050 9000-TERMINATE.
007052     IF WS-MASTER-AVAILABLE
007054         CLOSE CALC-RSLTMST-FILE
007056     END-IF.
007060     CLOSE CALC-RECON-REPORT-FILE.
007070     IF WS-BREAK-COUNT > ZERO
007080         MOVE 3 TO LS-RETURN-CODE
