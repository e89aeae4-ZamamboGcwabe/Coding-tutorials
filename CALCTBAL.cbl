000010*****************************************************************
000020* PROGRAM-ID: CalcTrialBalance
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-14
000060*
000070* REMARKS.
000080*     Trial balance off the GL balance master CALCGLBL, run from
000090*     CalcMenuProgram.  The report (CALCTBR) lists every balance
000100*     record twice: by account, with each department's opening
000110*     balance, open-period debits and credits and balance, and by
000120*     department, with each account's year-to-date debits,
000130*     credits and net and its balance - so "what has department
000140*     040 posted to account X this year" is read straight off
000150*     the page.  Account and department subtotals are given,
000160*     then grand totals, including postings already fed for
000170*     months after the open period.
000180*     The master is then proved two ways.  Every complete feed
000190*     batch on CALCGLFD whose trailer says it was added into the
000200*     balances is re-added and checked against its own trailer,
000210*     and the trailer hash totals must equal the master's net of
000220*     everything posted (opening balances plus open-period and
000230*     later debits less credits).  Batches sent before the
000240*     master existed, or whose balance update failed, are listed
000250*     as not posted rather than as breaks.  And the latest closed
000260*     period on CALCPERD must agree with the master: its debits
000270*     and credits with the prior-period figures the close kept,
000280*     its closing balance with the opening balances it rolled.
000290*     A period closed before the master existed carries no GL
000300*     figures and is reported as such.
000310*     LS-RETURN-CODE comes back 1 when either proof breaks or the
000320*     two views of the master disagree, 2 if the trial balance
000330*     could not run (no balance master, report not writable), and
000340*     0 when everything proves.
000350*
000360* MODIFICATION HISTORY.
000370*     2026-10-14  DN  Original trial balance.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CalcTrialBalance.
000410 AUTHOR. D. NAIDOO.
000420 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000430 DATE-WRITTEN. 10-14-2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-GLBAL-FILE
000500         ASSIGN TO "CALCGLBL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS GB-BALANCE-KEY
000540         ALTERNATE RECORD KEY IS GB-DEPT-ACCOUNT-KEY
000550         FILE STATUS IS WS-GLBAL-FILE-STATUS.
000560
000570     SELECT CALC-GLFEED-FILE
000580         ASSIGN TO "CALCGLFD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-GLFEED-FILE-STATUS.
000610
000620     SELECT CALC-PERIOD-FILE
000630         ASSIGN TO "CALCPERD"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000660
000670     SELECT CALC-TBAL-REPORT-FILE
000680         ASSIGN TO "CALCTBR"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CALC-GLBAL-FILE.
000750     COPY "CALCGLBL.CPY".
000760
000770 FD  CALC-GLFEED-FILE
000780     RECORDING MODE IS F.
000790     COPY "CALCGLFD.CPY".
000800
000810 FD  CALC-PERIOD-FILE
000820     RECORDING MODE IS F.
000830     COPY "CALCPERD.CPY".
000840
000850 FD  CALC-TBAL-REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  CALC-TBAL-REPORT-LINE           PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900*****************************************************************
000910*    WORKING STORAGE - CONTROL FIELDS
000920*****************************************************************
000930 77  WS-GLBAL-FILE-STATUS         PIC X(02).
000940 77  WS-GLFEED-FILE-STATUS        PIC X(02).
000950 77  WS-PERIOD-FILE-STATUS        PIC X(02).
000960 77  WS-REPORT-FILE-STATUS        PIC X(02).
000970 77  WS-CURRENT-DATE              PIC 9(08).
000980 77  WS-BREAK-COUNT               PIC 9(07) VALUE ZERO.
000990 77  WS-LINE-BALANCE              PIC S9(13)V99 VALUE ZERO.
001000*    Account-view figures, per account and for the whole master.
001010 77  WS-ACCOUNT-RECORD-COUNT      PIC 9(07) VALUE ZERO.
001020 77  WS-SUB-OPENING               PIC S9(13)V99 VALUE ZERO.
001030 77  WS-SUB-PTD-DEBITS            PIC S9(13)V99 VALUE ZERO.
001040 77  WS-SUB-PTD-CREDITS           PIC S9(13)V99 VALUE ZERO.
001050 77  WS-SUB-BALANCE               PIC S9(13)V99 VALUE ZERO.
001060 77  WS-TOT-OPENING               PIC S9(13)V99 VALUE ZERO.
001070 77  WS-TOT-PTD-DEBITS            PIC S9(13)V99 VALUE ZERO.
001080 77  WS-TOT-PTD-CREDITS           PIC S9(13)V99 VALUE ZERO.
001090 77  WS-TOT-BALANCE               PIC S9(13)V99 VALUE ZERO.
001100 77  WS-TOT-YTD-DEBITS            PIC S9(13)V99 VALUE ZERO.
001110 77  WS-TOT-YTD-CREDITS           PIC S9(13)V99 VALUE ZERO.
001120 77  WS-TOT-AHEAD-DEBITS          PIC S9(13)V99 VALUE ZERO.
001130 77  WS-TOT-AHEAD-CREDITS         PIC S9(13)V99 VALUE ZERO.
001140 77  WS-MASTER-NET                PIC S9(13)V99 VALUE ZERO.
001150*    Department-view figures, per department and in total.
001160 77  WS-DEPT-RECORD-COUNT         PIC 9(07) VALUE ZERO.
001170 77  WS-SUB-YTD-DEBITS            PIC S9(13)V99 VALUE ZERO.
001180 77  WS-SUB-YTD-CREDITS           PIC S9(13)V99 VALUE ZERO.
001190 77  WS-DEPT-TOT-BALANCE          PIC S9(13)V99 VALUE ZERO.
001200*    The feed proof.
001210 77  WS-GROUP-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
001220 77  WS-GROUP-DETAIL-TOTAL        PIC S9(13)V99 VALUE ZERO.
001230 77  WS-POSTED-GROUP-COUNT        PIC 9(07) VALUE ZERO.
001240 77  WS-POSTED-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.
001250 77  WS-UNPOSTED-GROUP-COUNT      PIC 9(07) VALUE ZERO.
001260 77  WS-UNPOSTED-HASH-TOTAL       PIC S9(13)V99 VALUE ZERO.
001270 77  WS-DAMAGED-GROUP-COUNT       PIC 9(07) VALUE ZERO.
001280*    The period proof.
001290 77  WS-LATEST-PERIOD             PIC 9(06) VALUE ZERO.
001300 77  WS-PRIOR-DEBITS-SUM          PIC S9(13)V99 VALUE ZERO.
001310 77  WS-PRIOR-CREDITS-SUM         PIC S9(13)V99 VALUE ZERO.
001320
001330 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001340     88  WS-END-OF-FILE               VALUE "Y".
001350     88  WS-NOT-END-OF-FILE           VALUE "N".
001360
001370 01  WS-GROUP-OPEN-SWITCH         PIC X(01).
001380     88  WS-GROUP-OPEN                VALUE "Y".
001390     88  WS-GROUP-CLOSED              VALUE "N".
001400
001410 01  WS-FIRST-RECORD-SWITCH       PIC X(01).
001420     88  WS-FIRST-RECORD              VALUE "Y".
001430     88  WS-NOT-FIRST-RECORD          VALUE "N".
001440
001450 01  WS-PREVIOUS-ACCOUNT          PIC X(10).
001460 01  WS-PREVIOUS-DEPT             PIC X(03).
001470
001480*****************************************************************
001490*    WORKING STORAGE - LATEST CLOSED PERIOD
001500*    The CALCPERD record of the highest period closed.
001510*****************************************************************
001520 01  WS-LATEST-PERIOD-RECORD.
001530     05  WS-LP-GL-RECORDED        PIC X(01).
001540         88  WS-LP-GL-FIGURES-RECORDED    VALUE "Y".
001550     05  WS-LP-GL-DEBITS          PIC S9(13)V99.
001560     05  WS-LP-GL-CREDITS         PIC S9(13)V99.
001570     05  WS-LP-GL-CLOSING         PIC S9(13)V99.
001580
001590*****************************************************************
001600*    WORKING STORAGE - REPORT LINES
001610*****************************************************************
001620 01  WS-TBAL-HEADING-1.
001630     05  FILLER  PIC X(26) VALUE "TRIAL BALANCE REPORT      ".
001640     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
001650     05  WS-TH1-DATE PIC 9(08).
001660     05  FILLER  PIC X(36) VALUE SPACES.
001670
001680 01  WS-TBAL-ACCOUNT-HEADING.
001690     05  FILLER  PIC X(22) VALUE "ACCOUNT    DEPT".
001700     05  FILLER  PIC X(14) VALUE "       OPENING".
001710     05  FILLER  PIC X(14) VALUE "  PERIOD DEBIT".
001720     05  FILLER  PIC X(14) VALUE " PERIOD CREDIT".
001730     05  FILLER  PIC X(14) VALUE "       BALANCE".
001740     05  FILLER  PIC X(02) VALUE SPACES.
001750
001760 01  WS-TBAL-DEPT-HEADING.
001770     05  FILLER  PIC X(22) VALUE "DEPT       ACCOUNT".
001780     05  FILLER  PIC X(14) VALUE "     YTD DEBIT".
001790     05  FILLER  PIC X(14) VALUE "    YTD CREDIT".
001800     05  FILLER  PIC X(14) VALUE "       YTD NET".
001810     05  FILLER  PIC X(14) VALUE "       BALANCE".
001820     05  FILLER  PIC X(02) VALUE SPACES.
001830
001840 01  WS-TBAL-DETAIL-LINE.
001850     05  WS-TD-CODE-1        PIC X(10).
001860     05  FILLER              PIC X(01) VALUE SPACES.
001870     05  WS-TD-CODE-2        PIC X(10).
001880     05  FILLER              PIC X(01) VALUE SPACES.
001890     05  WS-TD-AMOUNT-1      PIC -Z(9)9.99.
001900     05  WS-TD-AMOUNT-2      PIC -Z(9)9.99.
001910     05  WS-TD-AMOUNT-3      PIC -Z(9)9.99.
001920     05  WS-TD-AMOUNT-4      PIC -Z(9)9.99.
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940
001950 01  WS-TBAL-COUNT-LINE.
001960     05  WS-TC-TEXT          PIC X(40).
001970     05  WS-TC-COUNT         PIC Z,ZZZ,ZZ9.
001980     05  FILLER              PIC X(31) VALUE SPACES.
001990
001991 01  WS-TBAL-PERIOD-LINE.
001993     05  WS-TP-TEXT          PIC X(40).
001995     05  WS-TP-PERIOD        PIC 9(06).
001996     05  FILLER              PIC X(34) VALUE SPACES.
001998
002000 01  WS-TBAL-VALUE-LINE.
002010     05  WS-TV-TEXT          PIC X(40).
002020     05  WS-TV-VALUE         PIC -Z(12)9.99.
002030     05  FILLER              PIC X(23) VALUE SPACES.
002040
002050 LINKAGE SECTION.
002060 01  LS-RETURN-CODE               PIC 9(04) COMP.
002070
002080*****************************************************************
002090*    0000-MAINLINE
002100*****************************************************************
002110 PROCEDURE DIVISION USING LS-RETURN-CODE.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-LIST-BY-ACCOUNT THRU 2000-EXIT.
002150     PERFORM 3000-LIST-BY-DEPT THRU 3000-EXIT.
002160     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
002170     PERFORM 5000-PROVE-FEED THRU 5000-EXIT.
002180     PERFORM 6000-PROVE-PERIOD THRU 6000-EXIT.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     GOBACK.
002210
002220*****************************************************************
002230*    1000-INITIALIZE
002240*    No balance master means nothing has been posted to prove,
002250*    which is reported with LS-RETURN-CODE = 2.
002260*****************************************************************
002270 1000-INITIALIZE.
002280     MOVE ZERO TO LS-RETURN-CODE.
002290     MOVE ZERO TO WS-BREAK-COUNT WS-ACCOUNT-RECORD-COUNT
002300                  WS-DEPT-RECORD-COUNT.
002310     MOVE ZERO TO WS-TOT-OPENING WS-TOT-PTD-DEBITS
002320                  WS-TOT-PTD-CREDITS WS-TOT-BALANCE
002330                  WS-TOT-YTD-DEBITS WS-TOT-YTD-CREDITS
002340                  WS-TOT-AHEAD-DEBITS WS-TOT-AHEAD-CREDITS
002350                  WS-MASTER-NET WS-DEPT-TOT-BALANCE.
002360     MOVE ZERO TO WS-POSTED-GROUP-COUNT WS-POSTED-HASH-TOTAL
002370                  WS-UNPOSTED-GROUP-COUNT WS-UNPOSTED-HASH-TOTAL
002380                  WS-DAMAGED-GROUP-COUNT.
002390     MOVE ZERO TO WS-LATEST-PERIOD WS-PRIOR-DEBITS-SUM
002400                  WS-PRIOR-CREDITS-SUM.
002410
002420     OPEN INPUT CALC-GLBAL-FILE.
002430     IF WS-GLBAL-FILE-STATUS = "35"
002440         DISPLAY "CalcTrialBalance: no GL balance master on file "
002450             "- nothing to report"
002460         MOVE 2 TO LS-RETURN-CODE
002470         GOBACK
002480     END-IF.
002490     IF WS-GLBAL-FILE-STATUS NOT = "00"
002500         DISPLAY "CalcTrialBalance: unable to open CALCGLBL - "
002510             "status " WS-GLBAL-FILE-STATUS
002520         MOVE 2 TO LS-RETURN-CODE
002530         GOBACK
002540     END-IF.
002550
002560     OPEN OUTPUT CALC-TBAL-REPORT-FILE.
002570     IF WS-REPORT-FILE-STATUS NOT = "00"
002580         DISPLAY "CalcTrialBalance: unable to open CALCTBR - "
002590             "status " WS-REPORT-FILE-STATUS
002600         CLOSE CALC-GLBAL-FILE
002610         MOVE 2 TO LS-RETURN-CODE
002620         GOBACK
002630     END-IF.
002640
002650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002660     MOVE WS-CURRENT-DATE TO WS-TH1-DATE.
002670     MOVE WS-TBAL-HEADING-1 TO CALC-TBAL-REPORT-LINE.
002680     WRITE CALC-TBAL-REPORT-LINE.
002690 1000-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730*    2000-LIST-BY-ACCOUNT
002740*    Reads the master in primary key order - account, then
002750*    department - with a subtotal at each change of account.
002760*    The grand totals are taken on this pass.
002770*****************************************************************
002780 2000-LIST-BY-ACCOUNT.
002790     MOVE SPACES TO CALC-TBAL-REPORT-LINE.
002800     WRITE CALC-TBAL-REPORT-LINE.
002810     MOVE "BY ACCOUNT" TO CALC-TBAL-REPORT-LINE.
002820     WRITE CALC-TBAL-REPORT-LINE.
002830     MOVE WS-TBAL-ACCOUNT-HEADING TO CALC-TBAL-REPORT-LINE.
002840     WRITE CALC-TBAL-REPORT-LINE.
002850
002860     SET WS-FIRST-RECORD TO TRUE.
002870     SET WS-NOT-END-OF-FILE TO TRUE.
002880     PERFORM 2100-LIST-ONE-ACCOUNT THRU 2100-EXIT
002890         UNTIL WS-END-OF-FILE.
002900     IF WS-NOT-FIRST-RECORD
002910         PERFORM 2200-WRITE-ACCOUNT-TOTAL THRU 2200-EXIT
002920     END-IF.
002930 2000-EXIT.
002940     EXIT.
002950
002960 2100-LIST-ONE-ACCOUNT.
002970     READ CALC-GLBAL-FILE NEXT RECORD
002980         AT END
002990             SET WS-END-OF-FILE TO TRUE
003000             GO TO 2100-EXIT
003010     END-READ.
003020     IF WS-GLBAL-FILE-STATUS NOT = "00"
003030         DISPLAY "CalcTrialBalance: unable to read CALCGLBL - "
003040             "status " WS-GLBAL-FILE-STATUS
003050         ADD 1 TO WS-BREAK-COUNT
003060         MOVE "BREAK - BALANCE MASTER UNREADABLE"
003070             TO CALC-TBAL-REPORT-LINE
003080         WRITE CALC-TBAL-REPORT-LINE
003090         SET WS-END-OF-FILE TO TRUE
003100         GO TO 2100-EXIT
003110     END-IF.
003120     IF WS-NOT-FIRST-RECORD
003130      AND GB-ACCOUNT-CODE NOT = WS-PREVIOUS-ACCOUNT
003140         PERFORM 2200-WRITE-ACCOUNT-TOTAL THRU 2200-EXIT
003150     END-IF.
003160     IF WS-FIRST-RECORD
003170      OR GB-ACCOUNT-CODE NOT = WS-PREVIOUS-ACCOUNT
003180         MOVE ZERO TO WS-SUB-OPENING WS-SUB-PTD-DEBITS
003190                      WS-SUB-PTD-CREDITS WS-SUB-BALANCE
003200         MOVE GB-ACCOUNT-CODE TO WS-PREVIOUS-ACCOUNT
003210         SET WS-NOT-FIRST-RECORD TO TRUE
003220     END-IF.
003230
003240     ADD 1 TO WS-ACCOUNT-RECORD-COUNT.
003250     COMPUTE WS-LINE-BALANCE = GB-OPENING-BALANCE
003260                             + GB-PTD-DEBITS
003270                             - GB-PTD-CREDITS.
003280     MOVE SPACES TO WS-TBAL-DETAIL-LINE.
003290     MOVE GB-ACCOUNT-CODE    TO WS-TD-CODE-1.
003300     MOVE GB-DEPT-CODE       TO WS-TD-CODE-2.
003310     MOVE GB-OPENING-BALANCE TO WS-TD-AMOUNT-1.
003320     MOVE GB-PTD-DEBITS      TO WS-TD-AMOUNT-2.
003330     MOVE GB-PTD-CREDITS     TO WS-TD-AMOUNT-3.
003340     MOVE WS-LINE-BALANCE    TO WS-TD-AMOUNT-4.
003350     MOVE WS-TBAL-DETAIL-LINE TO CALC-TBAL-REPORT-LINE.
003360     WRITE CALC-TBAL-REPORT-LINE.
003370
003380     ADD GB-OPENING-BALANCE TO WS-SUB-OPENING WS-TOT-OPENING.
003390     ADD GB-PTD-DEBITS      TO WS-SUB-PTD-DEBITS
003391                               WS-TOT-PTD-DEBITS.
003400     ADD GB-PTD-CREDITS     TO WS-SUB-PTD-CREDITS
003410                               WS-TOT-PTD-CREDITS.
003420     ADD WS-LINE-BALANCE    TO WS-SUB-BALANCE WS-TOT-BALANCE.
003430     ADD GB-YTD-DEBITS      TO WS-TOT-YTD-DEBITS.
003440     ADD GB-YTD-CREDITS     TO WS-TOT-YTD-CREDITS.
003450     ADD GB-AHEAD-DEBITS    TO WS-TOT-AHEAD-DEBITS.
003460     ADD GB-AHEAD-CREDITS   TO WS-TOT-AHEAD-CREDITS.
003470 2100-EXIT.
003480     EXIT.
003490
003500 2200-WRITE-ACCOUNT-TOTAL.
003510     MOVE SPACES TO WS-TBAL-DETAIL-LINE.
003520     MOVE WS-PREVIOUS-ACCOUNT TO WS-TD-CODE-1.
003530     MOVE "TOTAL"             TO WS-TD-CODE-2.
003540     MOVE WS-SUB-OPENING      TO WS-TD-AMOUNT-1.
003550     MOVE WS-SUB-PTD-DEBITS   TO WS-TD-AMOUNT-2.
003560     MOVE WS-SUB-PTD-CREDITS  TO WS-TD-AMOUNT-3.
003570     MOVE WS-SUB-BALANCE      TO WS-TD-AMOUNT-4.
003580     MOVE WS-TBAL-DETAIL-LINE TO CALC-TBAL-REPORT-LINE.
003590     WRITE CALC-TBAL-REPORT-LINE.
003600     MOVE SPACES TO CALC-TBAL-REPORT-LINE.
003610     WRITE CALC-TBAL-REPORT-LINE.
003620 2200-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*    3000-LIST-BY-DEPT
003670*    Reads the master again on the alternate key - department,
003680*    then account - with a subtotal at each change of
003690*    department.  This pass must see the same records as the
003700*    account pass; a difference means the alternate index is
003710*    out of step with the file.
003720*****************************************************************
003730 3000-LIST-BY-DEPT.
003740     MOVE "BY DEPARTMENT" TO CALC-TBAL-REPORT-LINE.
003750     WRITE CALC-TBAL-REPORT-LINE.
003760     MOVE WS-TBAL-DEPT-HEADING TO CALC-TBAL-REPORT-LINE.
003770     WRITE CALC-TBAL-REPORT-LINE.
003780
003790     SET WS-FIRST-RECORD TO TRUE.
003800     SET WS-NOT-END-OF-FILE TO TRUE.
003810     MOVE LOW-VALUES TO GB-DEPT-ACCOUNT-KEY.
003820     START CALC-GLBAL-FILE
003830         KEY IS NOT LESS THAN GB-DEPT-ACCOUNT-KEY
003840         INVALID KEY
003850             SET WS-END-OF-FILE TO TRUE
003860     END-START.
003870     PERFORM 3100-LIST-ONE-DEPT THRU 3100-EXIT
003880         UNTIL WS-END-OF-FILE.
003890     IF WS-NOT-FIRST-RECORD
003900         PERFORM 3200-WRITE-DEPT-TOTAL THRU 3200-EXIT
003910     END-IF.
003920     IF WS-DEPT-RECORD-COUNT NOT = WS-ACCOUNT-RECORD-COUNT
003930      OR WS-DEPT-TOT-BALANCE NOT = WS-TOT-BALANCE
003940         ADD 1 TO WS-BREAK-COUNT
003950         MOVE "BREAK - DEPARTMENT AND ACCOUNT VIEWS DISAGREE"
003960             TO CALC-TBAL-REPORT-LINE
003970         WRITE CALC-TBAL-REPORT-LINE
003980     END-IF.
003990     CLOSE CALC-GLBAL-FILE.
004000 3000-EXIT.
004010     EXIT.
004020
004030 3100-LIST-ONE-DEPT.
004040     READ CALC-GLBAL-FILE NEXT RECORD
004050         AT END
004060             SET WS-END-OF-FILE TO TRUE
004070             GO TO 3100-EXIT
004080     END-READ.
004090     IF WS-GLBAL-FILE-STATUS NOT = "00"
004100         DISPLAY "CalcTrialBalance: unable to read CALCGLBL - "
004110             "status " WS-GLBAL-FILE-STATUS
004112         ADD 1 TO WS-BREAK-COUNT
004114         MOVE "BREAK - BALANCE MASTER UNREADABLE"
004116             TO CALC-TBAL-REPORT-LINE
004118         WRITE CALC-TBAL-REPORT-LINE
004120         SET WS-END-OF-FILE TO TRUE
004130         GO TO 3100-EXIT
004140     END-IF.
004150     IF WS-NOT-FIRST-RECORD
004160      AND GB-DEPT-CODE NOT = WS-PREVIOUS-DEPT
004170         PERFORM 3200-WRITE-DEPT-TOTAL THRU 3200-EXIT
004180     END-IF.
004190     IF WS-FIRST-RECORD
004200      OR GB-DEPT-CODE NOT = WS-PREVIOUS-DEPT
004210         MOVE ZERO TO WS-SUB-YTD-DEBITS WS-SUB-YTD-CREDITS
004220                      WS-SUB-BALANCE
004230         MOVE GB-DEPT-CODE TO WS-PREVIOUS-DEPT
004240         SET WS-NOT-FIRST-RECORD TO TRUE
004250     END-IF.
004260
004270     ADD 1 TO WS-DEPT-RECORD-COUNT.
004280     COMPUTE WS-LINE-BALANCE = GB-OPENING-BALANCE
004290                             + GB-PTD-DEBITS
004300                             - GB-PTD-CREDITS.
004310     MOVE SPACES TO WS-TBAL-DETAIL-LINE.
004320     MOVE GB-DEPT-CODE       TO WS-TD-CODE-1.
004330     MOVE GB-ACCOUNT-CODE    TO WS-TD-CODE-2.
004340     MOVE GB-YTD-DEBITS      TO WS-TD-AMOUNT-1.
004350     MOVE GB-YTD-CREDITS     TO WS-TD-AMOUNT-2.
004360     COMPUTE WS-TD-AMOUNT-3 = GB-YTD-DEBITS - GB-YTD-CREDITS.
004370     MOVE WS-LINE-BALANCE    TO WS-TD-AMOUNT-4.
004380     MOVE WS-TBAL-DETAIL-LINE TO CALC-TBAL-REPORT-LINE.
004390     WRITE CALC-TBAL-REPORT-LINE.
004400
004410     ADD GB-YTD-DEBITS   TO WS-SUB-YTD-DEBITS.
004420     ADD GB-YTD-CREDITS  TO WS-SUB-YTD-CREDITS.
004430     ADD WS-LINE-BALANCE TO WS-SUB-BALANCE WS-DEPT-TOT-BALANCE.
004440 3100-EXIT.
004450     EXIT.
004460
004470 3200-WRITE-DEPT-TOTAL.
004480     MOVE SPACES TO WS-TBAL-DETAIL-LINE.
004490     MOVE WS-PREVIOUS-DEPT    TO WS-TD-CODE-1.
004500     MOVE "TOTAL"             TO WS-TD-CODE-2.
004510     MOVE WS-SUB-YTD-DEBITS   TO WS-TD-AMOUNT-1.
004520     MOVE WS-SUB-YTD-CREDITS  TO WS-TD-AMOUNT-2.
004530     COMPUTE WS-TD-AMOUNT-3 = WS-SUB-YTD-DEBITS
004540                            - WS-SUB-YTD-CREDITS.
004550     MOVE WS-SUB-BALANCE      TO WS-TD-AMOUNT-4.
004560     MOVE WS-TBAL-DETAIL-LINE TO CALC-TBAL-REPORT-LINE.
004570     WRITE CALC-TBAL-REPORT-LINE.
004580     MOVE SPACES TO CALC-TBAL-REPORT-LINE.
004590     WRITE CALC-TBAL-REPORT-LINE.
004600 3200-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*    4000-WRITE-TOTALS
004650*    The master's net of everything posted to it is its
004660*    balance plus what was fed for later months.
004670*****************************************************************
004680 4000-WRITE-TOTALS.
004690     COMPUTE WS-MASTER-NET = WS-TOT-BALANCE
004700                           + WS-TOT-AHEAD-DEBITS
004710                           - WS-TOT-AHEAD-CREDITS.
004720
004730     MOVE "GRAND TOTALS" TO CALC-TBAL-REPORT-LINE.
004740     WRITE CALC-TBAL-REPORT-LINE.
004750
004760     MOVE SPACES TO WS-TBAL-COUNT-LINE.
004770     MOVE "BALANCE RECORDS:" TO WS-TC-TEXT.
004780     MOVE WS-ACCOUNT-RECORD-COUNT TO WS-TC-COUNT.
004790     MOVE WS-TBAL-COUNT-LINE TO CALC-TBAL-REPORT-LINE.
004800     WRITE CALC-TBAL-REPORT-LINE.
004810
004820     MOVE SPACES TO WS-TBAL-VALUE-LINE.
004830     MOVE "OPENING BALANCES:" TO WS-TV-TEXT.
004840     MOVE WS-TOT-OPENING TO WS-TV-VALUE.
004850     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
004860     WRITE CALC-TBAL-REPORT-LINE.
004870
004880     MOVE SPACES TO WS-TBAL-VALUE-LINE.
004890     MOVE "OPEN-PERIOD DEBITS:" TO WS-TV-TEXT.
004900     MOVE WS-TOT-PTD-DEBITS TO WS-TV-VALUE.
004910     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
004920     WRITE CALC-TBAL-REPORT-LINE.
004930
004940     MOVE SPACES TO WS-TBAL-VALUE-LINE.
004950     MOVE "OPEN-PERIOD CREDITS:" TO WS-TV-TEXT.
004960     MOVE WS-TOT-PTD-CREDITS TO WS-TV-VALUE.
004970     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
004980     WRITE CALC-TBAL-REPORT-LINE.
004990
005000     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005010     MOVE "BALANCE:" TO WS-TV-TEXT.
005020     MOVE WS-TOT-BALANCE TO WS-TV-VALUE.
005030     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005040     WRITE CALC-TBAL-REPORT-LINE.
005050
005060     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005070     MOVE "YEAR-TO-DATE DEBITS:" TO WS-TV-TEXT.
005080     MOVE WS-TOT-YTD-DEBITS TO WS-TV-VALUE.
005090     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005100     WRITE CALC-TBAL-REPORT-LINE.
005110
005120     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005130     MOVE "YEAR-TO-DATE CREDITS:" TO WS-TV-TEXT.
005140     MOVE WS-TOT-YTD-CREDITS TO WS-TV-VALUE.
005150     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005160     WRITE CALC-TBAL-REPORT-LINE.
005170
005180     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005190     MOVE "FED FOR LATER PERIODS - DEBITS:" TO WS-TV-TEXT.
005200     MOVE WS-TOT-AHEAD-DEBITS TO WS-TV-VALUE.
005210     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005220     WRITE CALC-TBAL-REPORT-LINE.
005230
005240     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005250     MOVE "FED FOR LATER PERIODS - CREDITS:" TO WS-TV-TEXT.
005260     MOVE WS-TOT-AHEAD-CREDITS TO WS-TV-VALUE.
005270     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005280     WRITE CALC-TBAL-REPORT-LINE.
005290
005300     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005310     MOVE "NET OF EVERYTHING POSTED:" TO WS-TV-TEXT.
005320     MOVE WS-MASTER-NET TO WS-TV-VALUE.
005330     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005340     WRITE CALC-TBAL-REPORT-LINE.
005350 4000-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390*    5000-PROVE-FEED
005400*    Walks every header/detail/trailer group on CALCGLFD.  Each
005410*    complete group is re-added against its own trailer; the
005420*    trailer hashes of the groups marked GL-BALANCES-POSTED must
005430*    add up to the master's net.  A group left open at the end
005440*    of the file has not closed, and so has not been posted.
005450*****************************************************************
005460 5000-PROVE-FEED.
005470     MOVE SPACES TO CALC-TBAL-REPORT-LINE.
005480     WRITE CALC-TBAL-REPORT-LINE.
005490     MOVE "PROOF AGAINST THE GL FEED (CALCGLFD)"
005500         TO CALC-TBAL-REPORT-LINE.
005510     WRITE CALC-TBAL-REPORT-LINE.
005520
005530     SET WS-GROUP-CLOSED TO TRUE.
005540     OPEN INPUT CALC-GLFEED-FILE.
005550     IF WS-GLFEED-FILE-STATUS = "00"
005560         SET WS-NOT-END-OF-FILE TO TRUE
005570         PERFORM 5100-TAKE-ONE-GLFEED THRU 5100-EXIT
005580             UNTIL WS-END-OF-FILE
005590         CLOSE CALC-GLFEED-FILE
005600     END-IF.
005610
005620     MOVE SPACES TO WS-TBAL-COUNT-LINE.
005630     MOVE "FEED BATCHES POSTED TO THE BALANCES:" TO WS-TC-TEXT.
005640     MOVE WS-POSTED-GROUP-COUNT TO WS-TC-COUNT.
005650     MOVE WS-TBAL-COUNT-LINE TO CALC-TBAL-REPORT-LINE.
005660     WRITE CALC-TBAL-REPORT-LINE.
005670
005680     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005690     MOVE "THEIR TRAILER HASH TOTALS:" TO WS-TV-TEXT.
005700     MOVE WS-POSTED-HASH-TOTAL TO WS-TV-VALUE.
005710     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005720     WRITE CALC-TBAL-REPORT-LINE.
005730
005740     MOVE SPACES TO WS-TBAL-COUNT-LINE.
005750     MOVE "FEED BATCHES NOT POSTED TO BALANCES:" TO WS-TC-TEXT.
005760     MOVE WS-UNPOSTED-GROUP-COUNT TO WS-TC-COUNT.
005770     MOVE WS-TBAL-COUNT-LINE TO CALC-TBAL-REPORT-LINE.
005780     WRITE CALC-TBAL-REPORT-LINE.
005790
005800     MOVE SPACES TO WS-TBAL-VALUE-LINE.
005810     MOVE "THEIR TRAILER HASH TOTALS:" TO WS-TV-TEXT.
005820     MOVE WS-UNPOSTED-HASH-TOTAL TO WS-TV-VALUE.
005830     MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE.
005840     WRITE CALC-TBAL-REPORT-LINE.
005850
005860     IF WS-GROUP-OPEN
005870         MOVE "FEED BATCH STILL OPEN AT END OF CALCGLFD"
005880             TO CALC-TBAL-REPORT-LINE
005890         WRITE CALC-TBAL-REPORT-LINE
005900     END-IF.
005910
005920     IF WS-DAMAGED-GROUP-COUNT > ZERO
005930         ADD 1 TO WS-BREAK-COUNT
005940         MOVE SPACES TO WS-TBAL-COUNT-LINE
005950         MOVE "BREAK - BATCHES DISAGREEING W/ TRAILER:"
005960             TO WS-TC-TEXT
005970         MOVE WS-DAMAGED-GROUP-COUNT TO WS-TC-COUNT
005980         MOVE WS-TBAL-COUNT-LINE TO CALC-TBAL-REPORT-LINE
005990         WRITE CALC-TBAL-REPORT-LINE
006000     END-IF.
006010
006020     IF WS-POSTED-HASH-TOTAL NOT = WS-MASTER-NET
006030         ADD 1 TO WS-BREAK-COUNT
006040         MOVE SPACES TO WS-TBAL-VALUE-LINE
006050         MOVE "BREAK - MASTER NET VS TRAILER HASHES:"
006060             TO WS-TV-TEXT
006070         COMPUTE WS-TV-VALUE = WS-MASTER-NET
006080                             - WS-POSTED-HASH-TOTAL
006090         MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE
006100         WRITE CALC-TBAL-REPORT-LINE
006110     ELSE
006120         MOVE "BALANCE MASTER AGREES WITH THE FEED TRAILERS"
006130             TO CALC-TBAL-REPORT-LINE
006140         WRITE CALC-TBAL-REPORT-LINE
006150     END-IF.
006160 5000-EXIT.
006170     EXIT.
006180
006190 5100-TAKE-ONE-GLFEED.
006200     READ CALC-GLFEED-FILE
006210         AT END
006220             SET WS-END-OF-FILE TO TRUE
006230             GO TO 5100-EXIT
006240     END-READ.
006250     EVALUATE TRUE
006260         WHEN GL-HEADER-REC
006270             MOVE ZERO TO WS-GROUP-DETAIL-COUNT
006280             MOVE ZERO TO WS-GROUP-DETAIL-TOTAL
006290             SET WS-GROUP-OPEN TO TRUE
006300         WHEN GL-DETAIL-REC
006310             ADD 1 TO WS-GROUP-DETAIL-COUNT
006320             ADD GL-RESULT TO WS-GROUP-DETAIL-TOTAL
006330         WHEN GL-TRAILER-REC
006340             PERFORM 5200-CLOSE-ONE-GROUP THRU 5200-EXIT
006350     END-EVALUATE.
006360 5100-EXIT.
006370     EXIT.
006380
006390 5200-CLOSE-ONE-GROUP.
006400     SET WS-GROUP-CLOSED TO TRUE.
006410     IF GL-RECORD-COUNT NOT = WS-GROUP-DETAIL-COUNT
006420      OR GL-HASH-TOTAL NOT = WS-GROUP-DETAIL-TOTAL
006430         ADD 1 TO WS-DAMAGED-GROUP-COUNT
006440     END-IF.
006450     IF GL-BALANCES-POSTED
006460         ADD 1 TO WS-POSTED-GROUP-COUNT
006470         ADD GL-HASH-TOTAL TO WS-POSTED-HASH-TOTAL
006480     ELSE
006490         ADD 1 TO WS-UNPOSTED-GROUP-COUNT
006500         ADD GL-HASH-TOTAL TO WS-UNPOSTED-HASH-TOTAL
006510     END-IF.
006520 5200-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560*    6000-PROVE-PERIOD
006570*    Finds the latest period closed on CALCPERD and, when that
006580*    close recorded GL figures, proves them against what the
006590*    close left on the master.  The master is read a second
006600*    time for the prior-period figures of that period.
006610*****************************************************************
006620 6000-PROVE-PERIOD.
006630     MOVE SPACES TO CALC-TBAL-REPORT-LINE.
006640     WRITE CALC-TBAL-REPORT-LINE.
006650     MOVE "PROOF AGAINST THE LAST CLOSED PERIOD (CALCPERD)"
006660         TO CALC-TBAL-REPORT-LINE.
006670     WRITE CALC-TBAL-REPORT-LINE.
006680
006690     OPEN INPUT CALC-PERIOD-FILE.
006700     IF WS-PERIOD-FILE-STATUS = "00"
006710         SET WS-NOT-END-OF-FILE TO TRUE
006720         PERFORM 6100-TAKE-ONE-PERIOD THRU 6100-EXIT
006730             UNTIL WS-END-OF-FILE
006740         CLOSE CALC-PERIOD-FILE
006750     END-IF.
006760     IF WS-LATEST-PERIOD = ZERO
006770         MOVE "NO PERIOD CLOSED YET - NOTHING TO PROVE"
006780             TO CALC-TBAL-REPORT-LINE
006790         WRITE CALC-TBAL-REPORT-LINE
006800         GO TO 6000-EXIT
006810     END-IF.
006820
006830     MOVE SPACES TO WS-TBAL-PERIOD-LINE.
006840     MOVE "LAST PERIOD CLOSED:" TO WS-TP-TEXT.
006850     MOVE WS-LATEST-PERIOD TO WS-TP-PERIOD.
006860     MOVE WS-TBAL-PERIOD-LINE TO CALC-TBAL-REPORT-LINE.
006870     WRITE CALC-TBAL-REPORT-LINE.
006880     IF NOT WS-LP-GL-FIGURES-RECORDED
006890         MOVE "CLOSED BEFORE THE BALANCE MASTER - NO GL FIGURES"
006900             TO CALC-TBAL-REPORT-LINE
006910         WRITE CALC-TBAL-REPORT-LINE
006920         GO TO 6000-EXIT
006930     END-IF.
006940
006950     OPEN INPUT CALC-GLBAL-FILE.
006960     IF WS-GLBAL-FILE-STATUS NOT = "00"
006970         DISPLAY "CalcTrialBalance: unable to reopen CALCGLBL - "
006980             "status " WS-GLBAL-FILE-STATUS
006990         ADD 1 TO WS-BREAK-COUNT
007000         MOVE "BREAK - BALANCE MASTER UNREADABLE"
007010             TO CALC-TBAL-REPORT-LINE
007020         WRITE CALC-TBAL-REPORT-LINE
007030         GO TO 6000-EXIT
007040     END-IF.
007050     MOVE ZERO TO WS-TOT-OPENING.
007060     SET WS-NOT-END-OF-FILE TO TRUE.
007070     PERFORM 6200-SUM-ONE-PRIOR THRU 6200-EXIT
007080         UNTIL WS-END-OF-FILE.
007090     CLOSE CALC-GLBAL-FILE.
007100
007110     IF WS-PRIOR-DEBITS-SUM NOT = WS-LP-GL-DEBITS
007120         ADD 1 TO WS-BREAK-COUNT
007130         MOVE SPACES TO WS-TBAL-VALUE-LINE
007140         MOVE "BREAK - PERIOD DEBITS VS CALCPERD:" TO WS-TV-TEXT
007150         COMPUTE WS-TV-VALUE = WS-PRIOR-DEBITS-SUM
007160                             - WS-LP-GL-DEBITS
007170         MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE
007180         WRITE CALC-TBAL-REPORT-LINE
007190     END-IF.
007200     IF WS-PRIOR-CREDITS-SUM NOT = WS-LP-GL-CREDITS
007210         ADD 1 TO WS-BREAK-COUNT
007220         MOVE SPACES TO WS-TBAL-VALUE-LINE
007230         MOVE "BREAK - PERIOD CREDITS VS CALCPERD:" TO WS-TV-TEXT
007240         COMPUTE WS-TV-VALUE = WS-PRIOR-CREDITS-SUM
007250                             - WS-LP-GL-CREDITS
007260         MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE
007270         WRITE CALC-TBAL-REPORT-LINE
007280     END-IF.
007290     IF WS-TOT-OPENING NOT = WS-LP-GL-CLOSING
007300         ADD 1 TO WS-BREAK-COUNT
007310         MOVE SPACES TO WS-TBAL-VALUE-LINE
007320         MOVE "BREAK - OPENING VS CALCPERD CLOSING:" TO WS-TV-TEXT
007330         COMPUTE WS-TV-VALUE = WS-TOT-OPENING
007340                             - WS-LP-GL-CLOSING
007350         MOVE WS-TBAL-VALUE-LINE TO CALC-TBAL-REPORT-LINE
007360         WRITE CALC-TBAL-REPORT-LINE
007370     END-IF.
007380     IF WS-PRIOR-DEBITS-SUM = WS-LP-GL-DEBITS
007390      AND WS-PRIOR-CREDITS-SUM = WS-LP-GL-CREDITS
007400      AND WS-TOT-OPENING = WS-LP-GL-CLOSING
007410         MOVE "BALANCE MASTER AGREES WITH THE LAST CLOSE"
007420             TO CALC-TBAL-REPORT-LINE
007430         WRITE CALC-TBAL-REPORT-LINE
007440     END-IF.
007450 6000-EXIT.
007460     EXIT.
007470
007480 6100-TAKE-ONE-PERIOD.
007490     READ CALC-PERIOD-FILE
007500         AT END
007510             SET WS-END-OF-FILE TO TRUE
007520             GO TO 6100-EXIT
007530     END-READ.
007540     IF CP-PERIOD-CLOSED
007550      AND CP-PERIOD > WS-LATEST-PERIOD
007560         MOVE CP-PERIOD             TO WS-LATEST-PERIOD
007570         MOVE CP-GL-RECORDED        TO WS-LP-GL-RECORDED
007580         MOVE ZERO TO WS-LP-GL-DEBITS WS-LP-GL-CREDITS
007590                      WS-LP-GL-CLOSING
007600         IF CP-GL-FIGURES-RECORDED
007610             MOVE CP-GL-DEBITS          TO WS-LP-GL-DEBITS
007620             MOVE CP-GL-CREDITS         TO WS-LP-GL-CREDITS
007630             MOVE CP-GL-CLOSING-BALANCE TO WS-LP-GL-CLOSING
007640         END-IF
007650     END-IF.
007660 6100-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700*    6200-SUM-ONE-PRIOR
007710*    The close carried every record's balance into its opening
007720*    balance and kept the closed period's debits and credits as
007730*    its prior-period figures.  A record first posted since the
007740*    close has a zero opening balance and no prior figures for
007750*    that period, so the whole master can be summed.
007760*****************************************************************
007770 6200-SUM-ONE-PRIOR.
007780     READ CALC-GLBAL-FILE NEXT RECORD
007790         AT END
007800             SET WS-END-OF-FILE TO TRUE
007810             GO TO 6200-EXIT
007820     END-READ.
007830     IF WS-GLBAL-FILE-STATUS NOT = "00"
007840         SET WS-END-OF-FILE TO TRUE
007850         GO TO 6200-EXIT
007860     END-IF.
007870     ADD GB-OPENING-BALANCE TO WS-TOT-OPENING.
007880     IF GB-PRIOR-PERIOD = WS-LATEST-PERIOD
007890         ADD GB-PRIOR-DEBITS  TO WS-PRIOR-DEBITS-SUM
007900         ADD GB-PRIOR-CREDITS TO WS-PRIOR-CREDITS-SUM
007910     END-IF.
007920 6200-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960*    9000-TERMINATE
007970*****************************************************************
007980 9000-TERMINATE.
007990     MOVE SPACES TO CALC-TBAL-REPORT-LINE.
008000     WRITE CALC-TBAL-REPORT-LINE.
008010     MOVE SPACES TO WS-TBAL-COUNT-LINE.
008020     MOVE "TOTAL BREAKS:" TO WS-TC-TEXT.
008030     MOVE WS-BREAK-COUNT TO WS-TC-COUNT.
008040     MOVE WS-TBAL-COUNT-LINE TO CALC-TBAL-REPORT-LINE.
008050     WRITE CALC-TBAL-REPORT-LINE.
008060     CLOSE CALC-TBAL-REPORT-FILE.
008070     IF WS-BREAK-COUNT > ZERO
008080         MOVE 1 TO LS-RETURN-CODE
008090         DISPLAY "Trial balance does NOT prove - " WS-BREAK-COUNT
008100             " break(s), see CALCTBR"
008110     ELSE
008120         DISPLAY "Trial balance proves - report in CALCTBR"
008130     END-IF.
008140 9000-EXIT.
008150     EXIT.
