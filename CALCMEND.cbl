000250*     signed-off figures.  An already-closed period is refused
000260*     here too.  LS-RETURN-CODE comes back 2 if the close could
000270*     not run (no results master, period already closed), 0
000271*     otherwise.
000272*     A posting backed out by CalcResultReversal is left out of
000273*     the period's live counts and sums and reported on its own
000274*     lines instead: postings of the period since reversed, and
000275*     postings of an earlier (already closed) period reversed
000276*     during this one.  An unmapped hold of a reversal's offset
000277*     is not one of the period's postings and is not counted as
000278*     held.  A GL hold CalcGlRedrive has since sent has left
000279*     CALCGLHD and so counts as released; the re-drive groups on
000280*     CALCGLFD are read to show how many of the period's released
000281*     items went to the ledger that way.
000282*     The GL balance master CALCGLBL is read for the period's
000283*     debits, credits and closing balance, which go on the report
000284*     and on the CALCPERD record for CalcTrialBalance to prove
000285*     against.  Once the period is closed every balance record
000286*     still open in it is rolled forward into the next month; a
000287*     failure part way through the roll brings LS-RETURN-CODE
000288*     back 1, the period staying closed.
000290*
000300* MODIFICATION HISTORY.
000310*     2026-09-02  DN  Original month-end close.
000317*                      lock out its batch runs), and a blank
000318*                      reply defaults to the PRIOR month - the
000319*                      close normally runs on the 1st.
000320*     2026-10-02  DN  Reversed postings are excluded from the
000321*                      live counts, sums and operator table and
000322*                      reported on their own lines (reversed in
000323*                      period, prior-period reversed in period);
000324*                      reversal-offset GL holds are not counted
000325*                      as held.  CALCPERD layout unchanged.
000326*     2026-10-12  DN  Period GL holds re-driven to the ledger by
000327*                      CalcGlRedrive are counted off the re-drive
000328*                      groups on CALCGLFD and reported as part of
000329*                      the items released.
000330*     2026-10-14  DN  Period GL debits, credits and closing
000331*                      balance taken off the balance master
000332*                      CALCGLBL, reported and recorded on
000333*                      CALCPERD; the balance master is rolled
000334*                      forward into the next month once the
000335*                      period is closed.
000336*     2026-10-15  DN  Held-posting record image widened with
000337*                      the GL feed detail layout (maker id,
000338*                      currency, foreign amount, exchange rate).
000339*****************************************************************
000340 IDENTIFICATION DIVISION.
000341 PROGRAM-ID. CalcMonthEndClose.
000350 AUTHOR. D. NAIDOO.
000360 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000370 DATE-WRITTEN. 09-02-2026.
000610         ASSIGN TO "CALCGLHD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GLHELD-FILE-STATUS.
000631
000632     SELECT CALC-GLFEED-FILE
000633         ASSIGN TO "CALCGLFD"
000634         ORGANIZATION IS LINE SEQUENTIAL
000635         FILE STATUS IS WS-GLFEED-FILE-STATUS.
000636
000637     SELECT CALC-GLBAL-FILE
000638         ASSIGN TO "CALCGLBL"
000639         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000641         RECORD KEY IS GB-BALANCE-KEY
000642         ALTERNATE RECORD KEY IS GB-DEPT-ACCOUNT-KEY
000643         FILE STATUS IS WS-GLBAL-FILE-STATUS.
000644
000650     SELECT CALC-PERIOD-FILE
000660         ASSIGN TO "CALCPERD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000930*****************************************************************
000940 FD  CALC-GLHELD-FILE
000950     RECORDING MODE IS F.
000952 01  CALC-GLHELD-RECORD              PIC X(98).
000954
000956 FD  CALC-GLFEED-FILE
000958     RECORDING MODE IS F.
000960     COPY "CALCGLFD.CPY".
000962
000964 FD  CALC-GLBAL-FILE.
000966     COPY "CALCGLBL.CPY".
000970
000980 FD  CALC-PERIOD-FILE
000990     RECORDING MODE IS F.
001110 77  WS-STATHIST-FILE-STATUS      PIC X(02).
001120 77  WS-PENDING-FILE-STATUS       PIC X(02).
001130 77  WS-GLHELD-FILE-STATUS        PIC X(02).
001133 77  WS-GLFEED-FILE-STATUS        PIC X(02).
001136 77  WS-GLBAL-FILE-STATUS         PIC X(02).
001140 77  WS-PERIOD-FILE-STATUS        PIC X(02).
001150 77  WS-REPORT-FILE-STATUS        PIC X(02).
001160 77  WS-CURRENT-DATE              PIC 9(08).
001220 77  WS-PERIOD-RESULT-SUM         PIC S9(13)V99 VALUE ZERO.
001230 77  WS-PERIOD-REJECT-COUNT       PIC 9(07) VALUE ZERO.
001240 77  WS-PERIOD-HELD-COUNT         PIC 9(07) VALUE ZERO.
001241 77  WS-PERIOD-RELEASED-COUNT     PIC 9(07) VALUE ZERO.
001242 77  WS-PERIOD-REDRIVEN-COUNT     PIC 9(07) VALUE ZERO.
001243 77  WS-PERIOD-REVERSED-COUNT     PIC 9(07) VALUE ZERO.
001244 77  WS-PERIOD-REVERSED-SUM       PIC S9(13)V99 VALUE ZERO.
001245 77  WS-PRIOR-REVERSED-COUNT      PIC 9(07) VALUE ZERO.
001246 77  WS-PRIOR-REVERSED-SUM        PIC S9(13)V99 VALUE ZERO.
001247 77  WS-REVERSED-MONTH            PIC 9(06).
001248 77  WS-GL-PERIOD-DEBITS          PIC S9(13)V99 VALUE ZERO.
001249 77  WS-GL-PERIOD-CREDITS         PIC S9(13)V99 VALUE ZERO.
001250 77  WS-GL-CLOSING-BALANCE        PIC S9(13)V99 VALUE ZERO.
001251 77  WS-GL-ROLLED-COUNT           PIC 9(07) VALUE ZERO.
001252 77  WS-NEXT-MONTH                PIC 9(06).
001253 77  WS-BALANCE-YEAR              PIC 9(04).
001260
001270 01  WS-INPUT-MONTH               PIC X(06).
001272
001280
001290 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001300     88  WS-END-OF-FILE               VALUE "Y".
001301     88  WS-NOT-END-OF-FILE           VALUE "N".
001302
001303 01  WS-GROUP-KIND-SWITCH         PIC X(01).
001304     88  WS-IN-REDRIVE-GROUP          VALUE "R".
001305     88  WS-IN-POSTING-GROUP          VALUE "P".
001306
001307 01  WS-GL-FIGURES-SWITCH         PIC X(01).
001308     88  WS-GL-FIGURES-TAKEN          VALUE "Y".
001309     88  WS-GL-FIGURES-NOT-TAKEN      VALUE "N".
001310
001311 01  WS-ROLL-SWITCH               PIC X(01).
001312     88  WS-ROLL-OK                   VALUE "Y".
001313     88  WS-ROLL-FAILED               VALUE "N".
001320
001330 01  WS-ENTRY-SWITCH              PIC X(01).
001340     88  WS-ENTRY-VALID               VALUE "Y".
001590 01  WS-HELD-RECORD.
001600     05  WS-HELD-RECORD-TYPE      PIC X(01).
001610     05  WS-HELD-TRANS-DATE       PIC 9(08).
001615     05  FILLER                   PIC X(54).
001620     05  WS-HELD-ORIGIN           PIC X(01).
001625         88  WS-HELD-FROM-REVERSAL        VALUE "V".
001630
001640*****************************************************************
001650*    WORKING STORAGE - REPORT LINES
002060     PERFORM 2000-SUM-MASTER THRU 2000-EXIT.
002070     PERFORM 3000-SUM-REJECTS THRU 3000-EXIT.
002080     PERFORM 4000-COUNT-HELD THRU 4000-EXIT.
002085     PERFORM 4500-SUM-GL-BALANCES THRU 4500-EXIT.
002090     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002100     PERFORM 6000-CLOSE-PERIOD THRU 6000-EXIT.
002105     PERFORM 6500-ROLL-GL-BALANCES THRU 6500-EXIT.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     GOBACK.
002130
002220     MOVE ZERO TO WS-INVALID-ENTRY-COUNT
002230                  WS-PERIOD-CALC-COUNT WS-PERIOD-RESULT-SUM
002240                  WS-PERIOD-REJECT-COUNT WS-PERIOD-HELD-COUNT
002242                  WS-PERIOD-RELEASED-COUNT
002244                  WS-PERIOD-REDRIVEN-COUNT
002246                  WS-PERIOD-REVERSED-COUNT WS-PERIOD-REVERSED-SUM
002248                  WS-PRIOR-REVERSED-COUNT WS-PRIOR-REVERSED-SUM
002250                  WS-GL-PERIOD-DEBITS WS-GL-PERIOD-CREDITS
002252                  WS-GL-CLOSING-BALANCE WS-GL-ROLLED-COUNT.
002254     SET WS-GL-FIGURES-NOT-TAKEN TO TRUE.
002256     SET WS-ROLL-OK TO TRUE.
002260     PERFORM 1100-LOAD-CLOSE-TABLE THRU 1100-EXIT.
002270     DISPLAY "Month-End Close".
002280
003500         SET WS-END-OF-FILE TO TRUE
003510     END-IF.
003520     IF WS-NOT-END-OF-FILE
003521        AND CM-POSTING-REVERSED
003522         PERFORM 2150-TAKE-ONE-REVERSED THRU 2150-EXIT
003523     END-IF.
003524     IF WS-NOT-END-OF-FILE
003525        AND CM-POSTING-LIVE
003530         COMPUTE WS-RECORD-MONTH = CM-RUN-DATE / 100
003540         IF WS-RECORD-MONTH = WS-CLOSE-MONTH
003550             ADD 1 TO WS-PERIOD-CALC-COUNT
003620                         TO WS-CLOSE-SUM (WS-CLOSE-IDX)
003630             END-SEARCH
003640         END-IF
003641     END-IF.
003642 2100-EXIT.
003643     EXIT.
003644
003645*****************************************************************
003646*    2150-TAKE-ONE-REVERSED
003647*    A reversed posting of this period is counted on its own;
003648*    a posting of an earlier period reversed during this one
003649*    is counted separately, its period having already closed
003650*    with it live.
003651*****************************************************************
003652 2150-TAKE-ONE-REVERSED.
003653     COMPUTE WS-RECORD-MONTH = CM-RUN-DATE / 100.
003654     COMPUTE WS-REVERSED-MONTH = CM-REVERSED-DATE / 100.
003655     IF WS-RECORD-MONTH = WS-CLOSE-MONTH
003656         ADD 1 TO WS-PERIOD-REVERSED-COUNT
003657         ADD CM-RESULT TO WS-PERIOD-REVERSED-SUM
003658     ELSE
003659         IF WS-REVERSED-MONTH = WS-CLOSE-MONTH
003660            AND WS-RECORD-MONTH < WS-CLOSE-MONTH
003661             ADD 1 TO WS-PRIOR-REVERSED-COUNT
003662             ADD CM-RESULT TO WS-PRIOR-REVERSED-SUM
003663         END-IF
003664     END-IF.
003665 2150-EXIT.
003670     EXIT.
003680
003690*****************************************************************
004060*    4000-COUNT-HELD
004070*    Counts the period's items still held open - pending
004080*    releases dated in the month and unmapped GL holds dated in
004085*    the month - and, of the period's postings released, those
004090*    that went to the ledger in a re-drive group on CALCGLFD.
004095*    Missing files simply mean nothing is held or re-driven.
004100*****************************************************************
004110 4000-COUNT-HELD.
004120     OPEN INPUT CALC-PENDING-FILE.
004220         PERFORM 4200-COUNT-ONE-GLHELD THRU 4200-EXIT
004230             UNTIL WS-END-OF-FILE
004240         CLOSE CALC-GLHELD-FILE
004241     END-IF.
004242     OPEN INPUT CALC-GLFEED-FILE.
004243     IF WS-GLFEED-FILE-STATUS = "00"
004244         SET WS-IN-POSTING-GROUP TO TRUE
004245         SET WS-NOT-END-OF-FILE TO TRUE
004246         PERFORM 4300-COUNT-ONE-REDRIVEN THRU 4300-EXIT
004247             UNTIL WS-END-OF-FILE
004248         CLOSE CALC-GLFEED-FILE
004250     END-IF.
004260*    Released to the ledger is what the period accepted less
004270*    what is still held back from the feed.
004550             COMPUTE WS-RECORD-MONTH =
004560                     WS-HELD-TRANS-DATE / 100
004570             IF WS-RECORD-MONTH = WS-CLOSE-MONTH
004575                AND NOT WS-HELD-FROM-REVERSAL
004580                 ADD 1 TO WS-PERIOD-HELD-COUNT
004581             END-IF
004582     END-READ.
004583 4200-EXIT.
004584     EXIT.
004585
004586 4300-COUNT-ONE-REDRIVEN.
004587     READ CALC-GLFEED-FILE
004588         AT END
004589             SET WS-END-OF-FILE TO TRUE
004590             GO TO 4300-EXIT
004591     END-READ.
004592     IF GL-HEADER-REC
004593         IF GL-BATCH-REDRIVE
004594             SET WS-IN-REDRIVE-GROUP TO TRUE
004595         ELSE
004596             SET WS-IN-POSTING-GROUP TO TRUE
004597         END-IF
004598         GO TO 4300-EXIT
004599     END-IF.
004600     IF GL-DETAIL-REC AND WS-IN-REDRIVE-GROUP
004601      AND NOT GL-ORIGIN-REVERSAL
004602         COMPUTE WS-RECORD-MONTH = GL-TRANS-DATE / 100
004603         IF WS-RECORD-MONTH = WS-CLOSE-MONTH
004604             ADD 1 TO WS-PERIOD-REDRIVEN-COUNT
004605         END-IF
004606     END-IF.
004607 4300-EXIT.
004608     EXIT.
004609
004610*****************************************************************
004611*    4500-SUM-GL-BALANCES
004612*    Every balance record still open in (or before) the close
004613*    month contributes its period-to-date debits and credits and
004614*    its balance after them; a record opened after the close
004615*    month has nothing of the period in it and contributes only
004616*    its opening balance.  No balance master means no GL figures
004617*    - the close goes ahead without them.
004618*****************************************************************
004619 4500-SUM-GL-BALANCES.
004620     OPEN INPUT CALC-GLBAL-FILE.
004621     IF WS-GLBAL-FILE-STATUS = "35"
004622         DISPLAY "CalcMonthEndClose: no GL balance master - "
004623             "period GL figures not recorded"
004624         GO TO 4500-EXIT
004625     END-IF.
004626     IF WS-GLBAL-FILE-STATUS NOT = "00"
004627         DISPLAY "CalcMonthEndClose: unable to open CALCGLBL - "
004628             "status " WS-GLBAL-FILE-STATUS
004629         DISPLAY "Period GL figures not recorded"
004630         GO TO 4500-EXIT
004631     END-IF.
004632     SET WS-GL-FIGURES-TAKEN TO TRUE.
004633     SET WS-NOT-END-OF-FILE TO TRUE.
004634     PERFORM 4510-SUM-ONE-BALANCE THRU 4510-EXIT
004635         UNTIL WS-END-OF-FILE.
004636     CLOSE CALC-GLBAL-FILE.
004637 4500-EXIT.
004638     EXIT.
004639
004640 4510-SUM-ONE-BALANCE.
004641     READ CALC-GLBAL-FILE NEXT RECORD
004642         AT END
004643             SET WS-END-OF-FILE TO TRUE
004644             GO TO 4510-EXIT
004645     END-READ.
004646     IF WS-GLBAL-FILE-STATUS NOT = "00"
004647         DISPLAY "CalcMonthEndClose: unable to read CALCGLBL - "
004648             "status " WS-GLBAL-FILE-STATUS
004649         DISPLAY "Period GL figures not recorded"
004650         SET WS-GL-FIGURES-NOT-TAKEN TO TRUE
004651         SET WS-END-OF-FILE TO TRUE
004652         GO TO 4510-EXIT
004653     END-IF.
004654     IF GB-OPEN-PERIOD > WS-CLOSE-MONTH
004655         ADD GB-OPENING-BALANCE TO WS-GL-CLOSING-BALANCE
004656         GO TO 4510-EXIT
004657     END-IF.
004658     ADD GB-PTD-DEBITS  TO WS-GL-PERIOD-DEBITS.
004659     ADD GB-PTD-CREDITS TO WS-GL-PERIOD-CREDITS.
004660     COMPUTE WS-GL-CLOSING-BALANCE = WS-GL-CLOSING-BALANCE
004661                                   + GB-OPENING-BALANCE
004662                                   + GB-PTD-DEBITS
004663                                   - GB-PTD-CREDITS.
004664 4510-EXIT.
004665     EXIT.
004666
004667*****************************************************************
004668*    5000-WRITE-REPORT
004669*****************************************************************
004670 5000-WRITE-REPORT.
004680     PERFORM 5100-WRITE-ONE-OP THRU 5100-EXIT
004690         VARYING WS-CLOSE-IDX FROM 1 BY 1
004950     MOVE WS-PERIOD-HELD-COUNT TO WS-CC-COUNT.
004960     MOVE WS-CLOSE-COUNT-LINE TO CALC-CLOSE-REPORT-LINE.
004970     WRITE CALC-CLOSE-REPORT-LINE.
004971
004972     MOVE SPACES TO WS-CLOSE-COUNT-LINE.
004973     MOVE "ITEMS RELEASED TO THE LEDGER:" TO WS-CC-TEXT.
004974     MOVE WS-PERIOD-RELEASED-COUNT TO WS-CC-COUNT.
004975     MOVE WS-CLOSE-COUNT-LINE TO CALC-CLOSE-REPORT-LINE.
004976     WRITE CALC-CLOSE-REPORT-LINE.
004977
004978     MOVE SPACES TO WS-CLOSE-COUNT-LINE.
004979     MOVE "  OF WHICH RE-DRIVEN FROM GL HOLDS:" TO WS-CC-TEXT.
004980     MOVE WS-PERIOD-REDRIVEN-COUNT TO WS-CC-COUNT.
004981     MOVE WS-CLOSE-COUNT-LINE TO CALC-CLOSE-REPORT-LINE.
004982     WRITE CALC-CLOSE-REPORT-LINE.
004983
004984     MOVE SPACES TO WS-CLOSE-COUNT-LINE.
004985     MOVE "POSTINGS REVERSED IN PERIOD:" TO WS-CC-TEXT.
004986     MOVE WS-PERIOD-REVERSED-COUNT TO WS-CC-COUNT.
004987     MOVE WS-CLOSE-COUNT-LINE TO CALC-CLOSE-REPORT-LINE.
004988     WRITE CALC-CLOSE-REPORT-LINE.
004989
004990     MOVE SPACES TO WS-CLOSE-VALUE-LINE.
004991     MOVE "REVERSED VALUE:" TO WS-CV-TEXT.
004992     MOVE WS-PERIOD-REVERSED-SUM TO WS-CV-VALUE.
004993     MOVE WS-CLOSE-VALUE-LINE TO CALC-CLOSE-REPORT-LINE.
004994     WRITE CALC-CLOSE-REPORT-LINE.
004995
004996     MOVE SPACES TO WS-CLOSE-COUNT-LINE.
004997     MOVE "PRIOR-PERIOD POSTINGS REVERSED:" TO WS-CC-TEXT.
004998     MOVE WS-PRIOR-REVERSED-COUNT TO WS-CC-COUNT.
004999     MOVE WS-CLOSE-COUNT-LINE TO CALC-CLOSE-REPORT-LINE.
005000     WRITE CALC-CLOSE-REPORT-LINE.
005001
005002     MOVE SPACES TO WS-CLOSE-VALUE-LINE.
005003     MOVE "PRIOR-PERIOD REVERSED VALUE:" TO WS-CV-TEXT.
005004     MOVE WS-PRIOR-REVERSED-SUM TO WS-CV-VALUE.
005005     MOVE WS-CLOSE-VALUE-LINE TO CALC-CLOSE-REPORT-LINE.
005006     WRITE CALC-CLOSE-REPORT-LINE.
005007
005008     MOVE SPACES TO CALC-CLOSE-REPORT-LINE.
005009     WRITE CALC-CLOSE-REPORT-LINE.
005010     IF WS-GL-FIGURES-NOT-TAKEN
005011         MOVE "GL BALANCE MASTER NOT AVAILABLE - NO GL FIGURES"
005012             TO CALC-CLOSE-REPORT-LINE
005013         WRITE CALC-CLOSE-REPORT-LINE
005014         GO TO 5000-EXIT
005015     END-IF.
005016
005017     MOVE SPACES TO WS-CLOSE-VALUE-LINE.
005018     MOVE "GL DEBITS POSTED IN PERIOD:" TO WS-CV-TEXT.
005019     MOVE WS-GL-PERIOD-DEBITS TO WS-CV-VALUE.
005020     MOVE WS-CLOSE-VALUE-LINE TO CALC-CLOSE-REPORT-LINE.
005021     WRITE CALC-CLOSE-REPORT-LINE.
005022
005023     MOVE SPACES TO WS-CLOSE-VALUE-LINE.
005024     MOVE "GL CREDITS POSTED IN PERIOD:" TO WS-CV-TEXT.
005025     MOVE WS-GL-PERIOD-CREDITS TO WS-CV-VALUE.
005026     MOVE WS-CLOSE-VALUE-LINE TO CALC-CLOSE-REPORT-LINE.
005027     WRITE CALC-CLOSE-REPORT-LINE.
005028
005029     MOVE SPACES TO WS-CLOSE-VALUE-LINE.
005030     MOVE "GL CLOSING BALANCE:" TO WS-CV-TEXT.
005031     MOVE WS-GL-CLOSING-BALANCE TO WS-CV-VALUE.
005032     MOVE WS-CLOSE-VALUE-LINE TO CALC-CLOSE-REPORT-LINE.
005033     WRITE CALC-CLOSE-REPORT-LINE.
005040 5000-EXIT.
005050     EXIT.
005060
005340     MOVE WS-PERIOD-RELEASED-COUNT TO CP-RELEASED-COUNT.
005350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005360     MOVE WS-CURRENT-DATE          TO CP-CLOSED-DATE.
005361     MOVE LS-OPERATOR-ID           TO CP-CLOSED-BY.
005362     MOVE ZERO TO CP-GL-DEBITS CP-GL-CREDITS
005363                  CP-GL-CLOSING-BALANCE.
005364     IF WS-GL-FIGURES-TAKEN
005365         SET CP-GL-FIGURES-RECORDED TO TRUE
005366         MOVE WS-GL-PERIOD-DEBITS   TO CP-GL-DEBITS
005367         MOVE WS-GL-PERIOD-CREDITS  TO CP-GL-CREDITS
005368         MOVE WS-GL-CLOSING-BALANCE TO CP-GL-CLOSING-BALANCE
005369     ELSE
005370         MOVE "N" TO CP-GL-RECORDED
005371     END-IF.
005380
005390     OPEN EXTEND CALC-PERIOD-FILE.
005400     IF WS-PERIOD-FILE-STATUS = "35"
005630     EXIT.
005640
005650*****************************************************************
005660*    6500-ROLL-GL-BALANCES
005670*    Each balance record open in (or before) the closed month
005680*    moves into the next: the period's net joins the opening
005690*    balance, the period-to-date figures are kept as the prior
005700*    period's, postings already fed for later months become the
005710*    new period-to-date, and year-to-date starts again when the
005720*    new month is in a new year.  A record already past the
005730*    close month is left alone.  Only done when the period's GL
005740*    figures were taken, so what CALCPERD records is what was
005750*    rolled.
005760*****************************************************************
005770 6500-ROLL-GL-BALANCES.
005780     IF WS-GL-FIGURES-NOT-TAKEN
005790         GO TO 6500-EXIT
005800     END-IF.
005810     MOVE WS-CLOSE-MONTH TO WS-MONTH-WHOLE.
005820     IF WS-MS-MONTH < 12
005830         ADD 1 TO WS-MS-MONTH
005840     ELSE
005850         MOVE 1 TO WS-MS-MONTH
005860         ADD 1 TO WS-MS-YEAR
005870     END-IF.
005880     MOVE WS-MONTH-WHOLE TO WS-NEXT-MONTH.
005890
005900     OPEN I-O CALC-GLBAL-FILE.
005910     IF WS-GLBAL-FILE-STATUS NOT = "00"
005920         DISPLAY "CalcMonthEndClose: unable to open CALCGLBL - "
005930             "status " WS-GLBAL-FILE-STATUS
005940         SET WS-ROLL-FAILED TO TRUE
005950         GO TO 6500-EXIT
005960     END-IF.
005970     SET WS-NOT-END-OF-FILE TO TRUE.
005980     PERFORM 6510-ROLL-ONE-BALANCE THRU 6510-EXIT
005990         UNTIL WS-END-OF-FILE.
006000     CLOSE CALC-GLBAL-FILE.
006010 6500-EXIT.
006020     EXIT.
006030
006040 6510-ROLL-ONE-BALANCE.
006050     READ CALC-GLBAL-FILE NEXT RECORD
006060         AT END
006070             SET WS-END-OF-FILE TO TRUE
006080             GO TO 6510-EXIT
006090     END-READ.
006100     IF WS-GLBAL-FILE-STATUS NOT = "00"
006110         DISPLAY "CalcMonthEndClose: unable to read CALCGLBL - "
006120             "status " WS-GLBAL-FILE-STATUS
006130         SET WS-ROLL-FAILED TO TRUE
006140         SET WS-END-OF-FILE TO TRUE
006150         GO TO 6510-EXIT
006160     END-IF.
006170     IF GB-OPEN-PERIOD > WS-CLOSE-MONTH
006180         GO TO 6510-EXIT
006190     END-IF.
006200
006210     COMPUTE WS-BALANCE-YEAR = GB-OPEN-PERIOD / 100.
006220     COMPUTE GB-OPENING-BALANCE = GB-OPENING-BALANCE
006230                                + GB-PTD-DEBITS
006240                                - GB-PTD-CREDITS.
006250     MOVE WS-CLOSE-MONTH  TO GB-PRIOR-PERIOD.
006260     MOVE GB-PTD-DEBITS   TO GB-PRIOR-DEBITS.
006270     MOVE GB-PTD-CREDITS  TO GB-PRIOR-CREDITS.
006280     MOVE GB-AHEAD-DEBITS  TO GB-PTD-DEBITS.
006290     MOVE GB-AHEAD-CREDITS TO GB-PTD-CREDITS.
006300     IF WS-MS-YEAR NOT = WS-BALANCE-YEAR
006310         MOVE GB-AHEAD-DEBITS  TO GB-YTD-DEBITS
006320         MOVE GB-AHEAD-CREDITS TO GB-YTD-CREDITS
006330     ELSE
006340         ADD GB-AHEAD-DEBITS  TO GB-YTD-DEBITS
006350         ADD GB-AHEAD-CREDITS TO GB-YTD-CREDITS
006360     END-IF.
006370     MOVE ZERO TO GB-AHEAD-DEBITS GB-AHEAD-CREDITS.
006380     MOVE WS-NEXT-MONTH TO GB-OPEN-PERIOD.
006390     REWRITE CALC-GLBAL-RECORD.
006400     IF WS-GLBAL-FILE-STATUS NOT = "00"
006410         DISPLAY "CalcMonthEndClose: unable to roll CALCGLBL "
006420             GB-ACCOUNT-CODE " " GB-DEPT-CODE " - status "
006430             WS-GLBAL-FILE-STATUS
006440         SET WS-ROLL-FAILED TO TRUE
006450         GO TO 6510-EXIT
006460     END-IF.
006470     ADD 1 TO WS-GL-ROLLED-COUNT.
006480 6510-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*    9000-TERMINATE
006530*****************************************************************
006540 9000-TERMINATE.
006550     CLOSE CALC-CLOSE-REPORT-FILE.
006560     DISPLAY "Period " WS-CLOSE-MONTH " closed - report in "
006570         "CALCMECR".
006580     IF WS-GL-FIGURES-TAKEN
006590         DISPLAY "GL balances rolled forward: " WS-GL-ROLLED-COUNT
006600     END-IF.
006610     IF WS-ROLL-FAILED
006620         DISPLAY "GL balance master NOT fully rolled forward - "
006630             "the trial balance will not prove"
006640         MOVE 1 TO LS-RETURN-CODE
006650     END-IF.
006660 9000-EXIT.
006670     EXIT.
