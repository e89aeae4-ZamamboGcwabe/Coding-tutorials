000010*****************************************************************
000020* PROGRAM-ID: CalcDutiesReport
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Standalone segregation-of-duties exception report for
000090*     internal audit's quarterly review, run by the site
000100*     scheduler or on request.  It reads the work recorded
000110*     over the period - the audit trail CALCAUD (and any of
000120*     its archives on CALCAUDX holding records from the
000130*     period), the GL feed CALCGLFD, the over-limit queue
000140*     CALCPEND and the approval log CALCCHGL - against the
000150*     operator profiles on CALCOPRF, and lists on CALCDUTR
000160*     every piece of work that breaks the duties rules:
000170*         an over-limit Result released by the operator who
000180*         keyed it (the feed detail's maker and releasing
000190*         supervisor are the same id),
000200*         a reference-data change approved by its own maker,
000210*         work under an id not on CALCOPRF,
000220*         work under an id that was locked or disabled on the
000230*         day (OP-STATUS-DATE on or before the work), and
000240*         work at a menu choice the operator's
000250*         OP-ALLOWED-CHOICES does not include.
000260*     Each piece of work is judged once: every audit trail
000270*     entry for the id and its status; a feed detail or a
000280*     held item for the menu choice its origin code names
000290*     (online 1, batch 2, rework 4, release A, reversal V) -
000300*     a release is on the feed only, so it is judged there in
000310*     full; an approval log line for the checker in full
000320*     (choice P) and for the maker's id and maintenance
000330*     choice (rates 6, standing instructions 7, cost
000340*     allocation L).  The log does not say when the maker
000350*     keyed the change, so the maker's status is not judged.
000360*     Only a profile's present status and the date it took
000370*     effect are known, so a lock since cleared cannot be
000380*     seen; a locked or disabled profile with no status date
000390*     (one written before the date was kept) has all the
000400*     period's work flagged as such, marked DATE NOT RECORDED.
000410*     The night run's own id (DP-SCHEDULER-ID) is judged only
000420*     if it has a profile.  The period comes from CALCDUTP,
000430*     defaulting to the last complete calendar quarter.
000440*     The job ends with a RETURN-CODE the scheduler can act
000450*     on: 0 no exceptions, 4 exceptions listed, 8 the review
000460*     is incomplete (CALCOPRF or an input could not be read).
000470*
000480* MODIFICATION HISTORY.
000490*     2026-10-15  DN  Original segregation-of-duties report.
000492*     2026-10-15  DN  Audit record images widened with the audit
000494*                      layout (currency, foreign amount, exchange
000496*                      rate).
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. CalcDutiesReport.
000530 AUTHOR. D. NAIDOO.
000540 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000550 DATE-WRITTEN. 10-15-2026.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CALC-DUTYPARM-FILE
000620         ASSIGN TO "CALCDUTP"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DUTYPARM-FILE-STATUS.
000650
000660     SELECT CALC-OPERATOR-FILE
000670         ASSIGN TO "CALCOPRF"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000700
000710     SELECT CALC-ARCHIDX-FILE
000720         ASSIGN TO "CALCAUDX"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARCHIDX-FILE-STATUS.
000750
000760     SELECT CALC-AUDWORK-FILE
000770         ASSIGN TO "CALCAUDQ"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-AUDWORK-FILE-STATUS.
000800
000810     SELECT CALC-AUDIT-FILE
000820         ASSIGN TO "CALCAUD"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000850
000860     SELECT CALC-GLFEED-FILE
000870         ASSIGN TO "CALCGLFD"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-GLFEED-FILE-STATUS.
000900
000910     SELECT CALC-PENDING-FILE
000920         ASSIGN TO "CALCPEND"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PENDING-FILE-STATUS.
000950
000960     SELECT CALC-CHGLOG-FILE
000970         ASSIGN TO "CALCCHGL"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-CHGLOG-FILE-STATUS.
001000
001010     SELECT CALC-DUTY-REPORT-FILE
001020         ASSIGN TO "CALCDUTR"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REPORT-FILE-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  CALC-DUTYPARM-FILE
001090     RECORDING MODE IS F.
001100     COPY "CALCDUTP.CPY".
001110
001120 FD  CALC-OPERATOR-FILE
001130     RECORDING MODE IS F.
001140     COPY "CALCOPRF.CPY".
001150
001160 FD  CALC-ARCHIDX-FILE
001170     RECORDING MODE IS F.
001180     COPY "CALCAUDX.CPY".
001190
001200*****************************************************************
001210*    The archive copy and the live log are both read into the
001220*    one CALC-AUDIT-RECORD in working storage, so the record
001230*    images here must be kept the same length as that layout
001240*    (CALCAUD.CPY).
001250*****************************************************************
001260 FD  CALC-AUDWORK-FILE
001270     RECORDING MODE IS F.
001280 01  CALC-AUDWORK-RECORD             PIC X(178).
001290
001300 FD  CALC-AUDIT-FILE
001310     RECORDING MODE IS F.
001320 01  CALC-AUDIT-IMAGE                PIC X(178).
001330
001340 FD  CALC-GLFEED-FILE
001350     RECORDING MODE IS F.
001360     COPY "CALCGLFD.CPY".
001370
001380 FD  CALC-PENDING-FILE
001390     RECORDING MODE IS F.
001400     COPY "CALCPEND.CPY".
001410
001420*****************************************************************
001430*    Approval log lines are read into WS-CHGLOG-DETAIL, laid
001440*    out as CalcApprovalQueue writes them.
001450*****************************************************************
001460 FD  CALC-CHGLOG-FILE
001470     RECORDING MODE IS F.
001480 01  CALC-CHGLOG-LINE                PIC X(80).
001490
001500 FD  CALC-DUTY-REPORT-FILE
001510     RECORDING MODE IS F.
001520 01  CALC-DUTY-REPORT-LINE           PIC X(100).
001530
001540 WORKING-STORAGE SECTION.
001550*****************************************************************
001560*    WORKING STORAGE - CONTROL FIELDS
001570*****************************************************************
001580 77  WS-DUTYPARM-FILE-STATUS      PIC X(02).
001590 77  WS-OPERATOR-FILE-STATUS      PIC X(02).
001600 77  WS-ARCHIDX-FILE-STATUS       PIC X(02).
001610 77  WS-AUDWORK-FILE-STATUS       PIC X(02).
001620 77  WS-AUDIT-FILE-STATUS         PIC X(02).
001630 77  WS-GLFEED-FILE-STATUS        PIC X(02).
001640 77  WS-PENDING-FILE-STATUS       PIC X(02).
001650 77  WS-CHGLOG-FILE-STATUS        PIC X(02).
001660 77  WS-REPORT-FILE-STATUS        PIC X(02).
001670 77  WS-AUDWORK-FILENAME          PIC X(08) VALUE "CALCAUDQ".
001680 77  WS-FILE-UTIL-RC              PIC 9(09) COMP-5 VALUE ZERO.
001690 77  WS-COMPOSITE-RC              PIC 9(02) VALUE ZERO.
001700 77  WS-CURRENT-DATE              PIC 9(08).
001710 77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001720 77  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
001730 77  WS-SCHEDULER-ID              PIC X(08) VALUE "NIGHTRUN".
001740 77  WS-QUARTER                   PIC 9(01) VALUE ZERO.
001750 77  WS-FROM-MONTH                PIC 9(02) VALUE ZERO.
001760 77  WS-TO-MONTH                  PIC 9(02) VALUE ZERO.
001770 77  WS-TO-DAY                    PIC 9(02) VALUE ZERO.
001780 77  WS-CHOICE-HITS               PIC 9(02) VALUE ZERO.
001790 77  WS-STATUS-DATE               PIC 9(08) VALUE ZERO.
001800*    Records read and records falling in the period, by input.
001810 77  WS-AUDIT-READ-COUNT          PIC 9(07) VALUE ZERO.
001820 77  WS-AUDIT-PERIOD-COUNT        PIC 9(07) VALUE ZERO.
001830 77  WS-ARCHIVE-READ-COUNT        PIC 9(05) VALUE ZERO.
001840 77  WS-FEED-READ-COUNT           PIC 9(07) VALUE ZERO.
001850 77  WS-FEED-PERIOD-COUNT         PIC 9(07) VALUE ZERO.
001860 77  WS-PENDING-READ-COUNT        PIC 9(07) VALUE ZERO.
001870 77  WS-PENDING-PERIOD-COUNT      PIC 9(07) VALUE ZERO.
001880 77  WS-CHGLOG-READ-COUNT         PIC 9(07) VALUE ZERO.
001890 77  WS-CHGLOG-PERIOD-COUNT       PIC 9(07) VALUE ZERO.
001900*    Exceptions listed, by kind.
001910 77  WS-SELF-RELEASE-COUNT        PIC 9(07) VALUE ZERO.
001920 77  WS-SELF-APPROVAL-COUNT       PIC 9(07) VALUE ZERO.
001930 77  WS-NOT-ON-FILE-COUNT         PIC 9(07) VALUE ZERO.
001940 77  WS-LOCKED-COUNT              PIC 9(07) VALUE ZERO.
001950 77  WS-DISABLED-COUNT            PIC 9(07) VALUE ZERO.
001960 77  WS-NOT-ALLOWED-COUNT         PIC 9(07) VALUE ZERO.
001970 77  WS-EXCEPTION-COUNT           PIC 9(07) VALUE ZERO.
001980
001990 01  WS-END-OF-FILE-SWITCH        PIC X(01).
002000     88  WS-END-OF-FILE               VALUE "Y".
002010     88  WS-NOT-END-OF-FILE           VALUE "N".
002020
002030 01  WS-CATALOGUE-EOF-SWITCH      PIC X(01).
002040     88  WS-CATALOGUE-END             VALUE "Y".
002050     88  WS-CATALOGUE-NOT-END         VALUE "N".
002060
002070 01  WS-OPERATORS-SWITCH          PIC X(01) VALUE "N".
002080     88  WS-OPERATORS-LOADED          VALUE "Y".
002090     88  WS-OPERATORS-NOT-LOADED      VALUE "N".
002100
002110 01  WS-PROFILE-SWITCH            PIC X(01).
002120     88  WS-PROFILE-FOUND             VALUE "Y".
002130     88  WS-PROFILE-NOT-FOUND         VALUE "N".
002140
002150 01  WS-DATE-WORK                 PIC 9(08).
002160 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
002170     05  WS-DATE-WORK-YEAR        PIC 9(04).
002180     05  WS-DATE-WORK-MONTH       PIC 9(02).
002190     05  WS-DATE-WORK-DAY         PIC 9(02).
002200
002210*****************************************************************
002220*    WORKING STORAGE - OPERATOR PROFILE TABLE
002230*    Loaded from CALCOPRF at start-up; every piece of work is
002240*    judged against it.
002250*****************************************************************
002260 77  WS-OPERATOR-MAX              PIC 9(04) COMP VALUE 300.
002270 77  WS-OPERATOR-COUNT            PIC 9(04) COMP VALUE ZERO.
002280 01  WS-OPERATOR-TABLE.
002290     05  WS-OPR-ENTRY OCCURS 300 TIMES
002300             INDEXED BY WS-OPR-IDX.
002310         10  WS-OPR-ID            PIC X(08).
002320         10  WS-OPR-CHOICES       PIC X(24).
002330         10  WS-OPR-STATUS        PIC X(01).
002340             88  WS-OPR-LOCKED        VALUE "L".
002350             88  WS-OPR-DISABLED      VALUE "D".
002360         10  WS-OPR-STATUS-DATE   PIC X(08).
002370
002380*****************************************************************
002390*    WORKING STORAGE - THE PIECE OF WORK BEING JUDGED
002400*    WS-ACT-CHECK-LEVEL says how much of 6000 applies: F the
002410*    id, its status on the day and the menu choice; I the id
002420*    and the menu choice; C the menu choice only (the id and
002430*    status are judged off the audit trail entry for the same
002440*    work).  A blank WS-ACT-CHOICE judges no menu choice.
002450*****************************************************************
002460 01  WS-ACTIVITY.
002470     05  WS-ACT-SOURCE            PIC X(08).
002480     05  WS-ACT-DATE              PIC 9(08).
002490     05  WS-ACT-OPERATOR-ID       PIC X(08).
002500     05  WS-ACT-OTHER-ID          PIC X(08).
002510     05  WS-ACT-CHOICE            PIC X(01).
002520     05  WS-ACT-REFERENCE         PIC X(13).
002530     05  WS-ACT-CHECK-LEVEL       PIC X(01).
002540         88  WS-CHECK-FULL            VALUE "F".
002550         88  WS-CHECK-ID              VALUE "I".
002560         88  WS-CHECK-CHOICE          VALUE "C".
002570
002580 01  WS-EXCEPTION-TYPE            PIC X(01).
002590     88  WS-EXC-SELF-RELEASE          VALUE "R".
002600     88  WS-EXC-SELF-APPROVAL         VALUE "A".
002610     88  WS-EXC-NOT-ON-FILE           VALUE "N".
002620     88  WS-EXC-LOCKED                VALUE "L".
002630     88  WS-EXC-DISABLED              VALUE "D".
002640     88  WS-EXC-NOT-ALLOWED           VALUE "C".
002650 01  WS-EXCEPTION-TEXT            PIC X(32).
002660
002670 01  WS-SINCE-TEXT.
002680     05  WS-ST-STATUS             PIC X(09).
002690     05  FILLER                   PIC X(06) VALUE "SINCE ".
002700     05  WS-ST-DATE               PIC X(08).
002710     05  FILLER                   PIC X(09) VALUE SPACES.
002720
002730 01  WS-NO-DATE-TEXT.
002740     05  WS-NT-STATUS             PIC X(09).
002750     05  FILLER                   PIC X(23)
002760             VALUE "- DATE NOT RECORDED".
002770
002780 01  WS-NOT-ALLOWED-TEXT.
002790     05  FILLER                   PIC X(12) VALUE "MENU CHOICE ".
002800     05  WS-NA-CHOICE             PIC X(01).
002810     05  FILLER                   PIC X(19)
002820             VALUE " NOT ALLOWED FOR ID".
002830
002840 01  WS-REFERENCE-NUMBER          PIC Z(12)9.
002850 01  WS-REFERENCE-AMOUNT          PIC -(9)9.99.
002860
002870*****************************************************************
002880*    WORKING STORAGE - AUDIT RECORD
002890*****************************************************************
002900     COPY "CALCAUD.CPY".
002910
002920*****************************************************************
002930*    WORKING STORAGE - APPROVAL LOG LINE
002940*    As CalcApprovalQueue writes it: timestamp, file, action,
002950*    change key, maker, checker and the disposition.
002960*****************************************************************
002970 01  WS-CHGLOG-DETAIL.
002980     05  WS-CL-DATE          PIC 9(08).
002990     05  FILLER              PIC X(01).
003000     05  WS-CL-TIME          PIC 9(08).
003010     05  FILLER              PIC X(01).
003020     05  WS-CL-FILE          PIC X(08).
003030     05  FILLER              PIC X(01).
003040     05  WS-CL-ACTION        PIC X(01).
003050     05  FILLER              PIC X(01).
003060     05  WS-CL-CHANGE-KEY    PIC 9(06).
003070     05  FILLER              PIC X(07).
003080     05  WS-CL-MAKER         PIC X(08).
003090     05  FILLER              PIC X(09).
003100     05  WS-CL-CHECKER       PIC X(08).
003110     05  FILLER              PIC X(01).
003120     05  WS-CL-DISPOSITION   PIC X(08).
003130         88  WS-CL-APPROVED      VALUE "APPROVED".
003140     05  FILLER              PIC X(12).
003150
003160*****************************************************************
003170*    WORKING STORAGE - REPORT LINES
003180*****************************************************************
003190 01  WS-DUTY-HEADING-1.
003200     05  FILLER  PIC X(32) VALUE
003210             "SEGREGATION OF DUTIES EXCEPTIONS".
003220     05  FILLER  PIC X(10) VALUE "  PERIOD: ".
003230     05  WS-DH1-FROM-DATE PIC 9(08).
003240     05  FILLER  PIC X(04) VALUE " TO ".
003250     05  WS-DH1-TO-DATE   PIC 9(08).
003260     05  FILLER  PIC X(12) VALUE "  RUN DATE: ".
003270     05  WS-DH1-RUN-DATE  PIC 9(08).
003280     05  FILLER  PIC X(18) VALUE SPACES.
003290
003300 01  WS-DUTY-HEADING-2.
003310     05  FILLER  PIC X(09) VALUE "SOURCE".
003320     05  FILLER  PIC X(09) VALUE "DATE".
003330     05  FILLER  PIC X(09) VALUE "OPERATOR".
003340     05  FILLER  PIC X(09) VALUE "OTHER ID".
003350     05  FILLER  PIC X(04) VALUE "FN".
003360     05  FILLER  PIC X(14) VALUE "REFERENCE".
003370     05  FILLER  PIC X(46) VALUE "EXCEPTION".
003380
003390 01  WS-DUTY-DETAIL-LINE.
003400     05  WS-DD-SOURCE        PIC X(08).
003410     05  FILLER              PIC X(01) VALUE SPACES.
003420     05  WS-DD-DATE          PIC 9(08).
003430     05  FILLER              PIC X(01) VALUE SPACES.
003440     05  WS-DD-OPERATOR-ID   PIC X(08).
003450     05  FILLER              PIC X(01) VALUE SPACES.
003460     05  WS-DD-OTHER-ID      PIC X(08).
003470     05  FILLER              PIC X(01) VALUE SPACES.
003480     05  WS-DD-CHOICE        PIC X(01).
003490     05  FILLER              PIC X(03) VALUE SPACES.
003500     05  WS-DD-REFERENCE     PIC X(13).
003510     05  FILLER              PIC X(01) VALUE SPACES.
003520     05  WS-DD-TEXT          PIC X(32).
003530     05  FILLER              PIC X(14) VALUE SPACES.
003540
003550 01  WS-DUTY-COUNT-LINE.
003560     05  WS-DC-TEXT          PIC X(40).
003570     05  WS-DC-COUNT         PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER              PIC X(49) VALUE SPACES.
003590
003600*****************************************************************
003610*    0000-MAINLINE
003620*****************************************************************
003630 PROCEDURE DIVISION.
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
003670     IF WS-OPERATORS-LOADED
003680         PERFORM 2000-SCAN-AUDIT-ARCHIVES THRU 2000-EXIT
003690         PERFORM 2500-SCAN-LIVE-AUDIT THRU 2500-EXIT
003700         PERFORM 3000-SCAN-GL-FEED THRU 3000-EXIT
003710         PERFORM 3500-SCAN-PENDING THRU 3500-EXIT
003720         PERFORM 4000-SCAN-CHANGE-LOG THRU 4000-EXIT
003730     END-IF.
003740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003750     MOVE WS-COMPOSITE-RC TO RETURN-CODE.
003760     STOP RUN.
003770
003780*****************************************************************
003790*    1000-INITIALIZE
003800*    No report means nothing can be shown to the auditors, so
003810*    the job stops at once with RETURN-CODE 8.
003820*****************************************************************
003830 1000-INITIALIZE.
003840     MOVE ZERO TO WS-COMPOSITE-RC WS-EXCEPTION-COUNT
003850                  WS-OPERATOR-COUNT.
003860     OPEN OUTPUT CALC-DUTY-REPORT-FILE.
003870     IF WS-REPORT-FILE-STATUS NOT = "00"
003880         DISPLAY "CalcDutiesReport: unable to open CALCDUTR - "
003890             "status " WS-REPORT-FILE-STATUS
003900         MOVE 8 TO WS-COMPOSITE-RC
003910         MOVE WS-COMPOSITE-RC TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940
003950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003960     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
003970
003980     MOVE WS-FROM-DATE    TO WS-DH1-FROM-DATE.
003990     MOVE WS-TO-DATE      TO WS-DH1-TO-DATE.
004000     MOVE WS-CURRENT-DATE TO WS-DH1-RUN-DATE.
004010     MOVE WS-DUTY-HEADING-1 TO CALC-DUTY-REPORT-LINE.
004020     WRITE CALC-DUTY-REPORT-LINE.
004030     MOVE SPACES TO CALC-DUTY-REPORT-LINE.
004040     WRITE CALC-DUTY-REPORT-LINE.
004050     MOVE WS-DUTY-HEADING-2 TO CALC-DUTY-REPORT-LINE.
004060     WRITE CALC-DUTY-REPORT-LINE.
004070 1000-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    1100-READ-PARAMETERS
004120*    A missing, empty or incomplete CALCDUTP reviews the last
004130*    complete calendar quarter - the review internal audit
004140*    asks for - rather than stopping the job.
004150*****************************************************************
004160 1100-READ-PARAMETERS.
004170     MOVE ZERO TO WS-FROM-DATE WS-TO-DATE.
004180     OPEN INPUT CALC-DUTYPARM-FILE.
004181     IF WS-DUTYPARM-FILE-STATUS = "00"
004182         READ CALC-DUTYPARM-FILE
004183             AT END
004184                 CONTINUE
004185             NOT AT END
004186                 IF DP-FROM-DATE IS NUMERIC
004187                    AND DP-TO-DATE IS NUMERIC
004188                     MOVE DP-FROM-DATE TO WS-FROM-DATE
004189                     MOVE DP-TO-DATE   TO WS-TO-DATE
004190                 END-IF
004191                 IF DP-SCHEDULER-ID NOT = SPACES
004192                     MOVE DP-SCHEDULER-ID TO WS-SCHEDULER-ID
004193                 END-IF
004194         END-READ
004195         CLOSE CALC-DUTYPARM-FILE
004210     END-IF.
004380     IF WS-FROM-DATE = ZERO
004390        OR WS-TO-DATE = ZERO
004400        OR WS-FROM-DATE > WS-TO-DATE
004410         PERFORM 1200-LAST-QUARTER THRU 1200-EXIT
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*    1200-LAST-QUARTER
004480*    The calendar quarter before the one the run date falls
004490*    in; a run in January to March reviews October to
004500*    December of the year before.
004510*****************************************************************
004520 1200-LAST-QUARTER.
004530     MOVE WS-CURRENT-DATE TO WS-DATE-WORK.
004540     COMPUTE WS-QUARTER = (WS-DATE-WORK-MONTH - 1) / 3.
004550     IF WS-QUARTER = ZERO
004560         SUBTRACT 1 FROM WS-DATE-WORK-YEAR
004570         MOVE 10 TO WS-FROM-MONTH
004580         MOVE 12 TO WS-TO-MONTH
004590     ELSE
004600         COMPUTE WS-FROM-MONTH = (WS-QUARTER - 1) * 3 + 1
004610         COMPUTE WS-TO-MONTH = WS-QUARTER * 3
004620     END-IF.
004630     IF WS-TO-MONTH = 3 OR WS-TO-MONTH = 12
004640         MOVE 31 TO WS-TO-DAY
004650     ELSE
004660         MOVE 30 TO WS-TO-DAY
004670     END-IF.
004680     MOVE WS-FROM-MONTH TO WS-DATE-WORK-MONTH.
004690     MOVE 1             TO WS-DATE-WORK-DAY.
004700     MOVE WS-DATE-WORK  TO WS-FROM-DATE.
004710     MOVE WS-TO-MONTH   TO WS-DATE-WORK-MONTH.
004720     MOVE WS-TO-DAY     TO WS-DATE-WORK-DAY.
004730     MOVE WS-DATE-WORK  TO WS-TO-DATE.
004740 1200-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*    1300-LOAD-OPERATORS
004790*    Without the profiles nothing can be judged, so a missing
004800*    or unreadable CALCOPRF - or more profiles than the table
004810*    holds - ends the review incomplete (RETURN-CODE 8).
004820*****************************************************************
004830 1300-LOAD-OPERATORS.
004840     OPEN INPUT CALC-OPERATOR-FILE.
004850     IF WS-OPERATOR-FILE-STATUS NOT = "00"
004860         MOVE "CALCOPRF NOT AVAILABLE - NOTHING REVIEWED"
004870             TO CALC-DUTY-REPORT-LINE
004880         WRITE CALC-DUTY-REPORT-LINE
004890         MOVE 8 TO WS-COMPOSITE-RC
004900         GO TO 1300-EXIT
004910     END-IF.
004920     SET WS-OPERATORS-LOADED TO TRUE.
004930     SET WS-NOT-END-OF-FILE TO TRUE.
004940     PERFORM 1310-LOAD-ONE-OPERATOR THRU 1310-EXIT
004950         UNTIL WS-END-OF-FILE OR WS-OPERATORS-NOT-LOADED.
004960     CLOSE CALC-OPERATOR-FILE.
004970 1300-EXIT.
004980     EXIT.
004990
005000 1310-LOAD-ONE-OPERATOR.
005010     READ CALC-OPERATOR-FILE
005020         AT END
005030             SET WS-END-OF-FILE TO TRUE
005040             GO TO 1310-EXIT
005050     END-READ.
005060     IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-MAX
005070         MOVE "CALCOPRF TOO LARGE FOR TABLE - NOTHING REVIEWED"
005080             TO CALC-DUTY-REPORT-LINE
005090         WRITE CALC-DUTY-REPORT-LINE
005100         MOVE 8 TO WS-COMPOSITE-RC
005110         SET WS-OPERATORS-NOT-LOADED TO TRUE
005120         GO TO 1310-EXIT
005130     END-IF.
005140     ADD 1 TO WS-OPERATOR-COUNT.
005150     SET WS-OPR-IDX TO WS-OPERATOR-COUNT.
005160     MOVE OP-OPERATOR-ID     TO WS-OPR-ID (WS-OPR-IDX).
005170     MOVE OP-ALLOWED-CHOICES TO WS-OPR-CHOICES (WS-OPR-IDX).
005180     MOVE OP-STATUS          TO WS-OPR-STATUS (WS-OPR-IDX).
005190     MOVE OP-STATUS-DATE     TO WS-OPR-STATUS-DATE (WS-OPR-IDX).
005200 1310-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240*    2000-SCAN-AUDIT-ARCHIVES
005250*    Work from the period may already have been archived out
005260*    of CALCAUD.  An archive holds only records logged before
005270*    its cutoff date, so one cut on or before the start of
005280*    the period is passed over.  Each archive is read through
005290*    a copy under the fixed work name CALCAUDQ, so the archive
005300*    itself is only ever read; one that cannot be read leaves
005310*    the review incomplete.
005320*****************************************************************
005330 2000-SCAN-AUDIT-ARCHIVES.
005340     OPEN INPUT CALC-ARCHIDX-FILE.
005350     IF WS-ARCHIDX-FILE-STATUS = "35"
005360         GO TO 2000-EXIT
005370     END-IF.
005380     IF WS-ARCHIDX-FILE-STATUS NOT = "00"
005390         MOVE "CALCAUDX UNREADABLE - ARCHIVED WORK NOT REVIEWED"
005400             TO CALC-DUTY-REPORT-LINE
005410         WRITE CALC-DUTY-REPORT-LINE
005420         MOVE 8 TO WS-COMPOSITE-RC
005430         GO TO 2000-EXIT
005440     END-IF.
005450     SET WS-CATALOGUE-NOT-END TO TRUE.
005460     PERFORM 2100-SCAN-ONE-ARCHIVE THRU 2100-EXIT
005470         UNTIL WS-CATALOGUE-END.
005480     CLOSE CALC-ARCHIDX-FILE.
005490 2000-EXIT.
005500     EXIT.
005510
005520 2100-SCAN-ONE-ARCHIVE.
005530     READ CALC-ARCHIDX-FILE
005540         AT END
005550             SET WS-CATALOGUE-END TO TRUE
005560             GO TO 2100-EXIT
005570     END-READ.
005580     IF AX-CUTOFF-DATE NOT > WS-FROM-DATE
005590         GO TO 2100-EXIT
005600     END-IF.
005610     CALL "CBL_COPY_FILE" USING AX-ARCHIVE-NAME
005620                                WS-AUDWORK-FILENAME
005630         RETURNING WS-FILE-UTIL-RC.
005640     IF WS-FILE-UTIL-RC NOT = ZERO
005650         PERFORM 2150-ARCHIVE-NOT-READ THRU 2150-EXIT
005660         GO TO 2100-EXIT
005670     END-IF.
005680     OPEN INPUT CALC-AUDWORK-FILE.
005690     IF WS-AUDWORK-FILE-STATUS NOT = "00"
005700         PERFORM 2150-ARCHIVE-NOT-READ THRU 2150-EXIT
005710         CALL "CBL_DELETE_FILE" USING WS-AUDWORK-FILENAME
005720             RETURNING WS-FILE-UTIL-RC
005730         GO TO 2100-EXIT
005740     END-IF.
005750     ADD 1 TO WS-ARCHIVE-READ-COUNT.
005760     MOVE "CALCAUDA" TO WS-ACT-SOURCE.
005770     SET WS-NOT-END-OF-FILE TO TRUE.
005780     PERFORM 2200-READ-ARCHIVE-RECORD THRU 2200-EXIT
005790         UNTIL WS-END-OF-FILE.
005800     CLOSE CALC-AUDWORK-FILE.
005810     CALL "CBL_DELETE_FILE" USING WS-AUDWORK-FILENAME
005820         RETURNING WS-FILE-UTIL-RC.
005830 2100-EXIT.
005840     EXIT.
005850
005860 2150-ARCHIVE-NOT-READ.
005870     MOVE SPACES TO CALC-DUTY-REPORT-LINE.
005880     STRING "ARCHIVE " AX-ARCHIVE-NAME
005890            " NOT READABLE - ITS WORK NOT REVIEWED"
005900         DELIMITED BY SIZE INTO CALC-DUTY-REPORT-LINE.
005910     WRITE CALC-DUTY-REPORT-LINE.
005920     MOVE 8 TO WS-COMPOSITE-RC.
005930 2150-EXIT.
005940     EXIT.
005950
005960 2200-READ-ARCHIVE-RECORD.
005970     READ CALC-AUDWORK-FILE INTO CALC-AUDIT-RECORD
005980         AT END
005990             SET WS-END-OF-FILE TO TRUE
006000             GO TO 2200-EXIT
006010     END-READ.
006020     PERFORM 2300-CHECK-AUDIT-RECORD THRU 2300-EXIT.
006030 2200-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    2300-CHECK-AUDIT-RECORD
006080*    Every entry on the trail is work done under an id - the
006090*    id must be on file and must not have been locked or
006100*    disabled on the day.  The trail does not say which menu
006110*    choice the work came through; the feed and the queue do.
006120*****************************************************************
006130 2300-CHECK-AUDIT-RECORD.
006140     ADD 1 TO WS-AUDIT-READ-COUNT.
006150     IF CA-LOG-DATE IS NOT NUMERIC
006160        OR CA-LOG-DATE < WS-FROM-DATE
006170        OR CA-LOG-DATE > WS-TO-DATE
006180         GO TO 2300-EXIT
006190     END-IF.
006200     ADD 1 TO WS-AUDIT-PERIOD-COUNT.
006210     MOVE CA-LOG-DATE    TO WS-ACT-DATE.
006220     MOVE CA-OPERATOR-ID TO WS-ACT-OPERATOR-ID.
006230     MOVE SPACES         TO WS-ACT-OTHER-ID WS-ACT-CHOICE.
006240     IF CA-SEQUENCE-NO IS NUMERIC
006250         MOVE CA-SEQUENCE-NO TO WS-REFERENCE-NUMBER
006260     ELSE
006270         MOVE CA-LOG-TIME    TO WS-REFERENCE-NUMBER
006280     END-IF.
006290     MOVE WS-REFERENCE-NUMBER TO WS-ACT-REFERENCE.
006300     SET WS-CHECK-FULL TO TRUE.
006310     PERFORM 6000-CHECK-ACTIVITY THRU 6000-EXIT.
006320 2300-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*    2500-SCAN-LIVE-AUDIT
006370*****************************************************************
006380 2500-SCAN-LIVE-AUDIT.
006390     OPEN INPUT CALC-AUDIT-FILE.
006400     IF WS-AUDIT-FILE-STATUS = "35"
006410         MOVE "NO LIVE AUDIT LOG ON FILE" TO CALC-DUTY-REPORT-LINE
006420         WRITE CALC-DUTY-REPORT-LINE
006430         GO TO 2500-EXIT
006440     END-IF.
006450     IF WS-AUDIT-FILE-STATUS NOT = "00"
006460         MOVE "CALCAUD UNREADABLE - AUDIT TRAIL NOT REVIEWED"
006470             TO CALC-DUTY-REPORT-LINE
006480         WRITE CALC-DUTY-REPORT-LINE
006490         MOVE 8 TO WS-COMPOSITE-RC
006500         GO TO 2500-EXIT
006510     END-IF.
006520     MOVE "CALCAUD" TO WS-ACT-SOURCE.
006530     SET WS-NOT-END-OF-FILE TO TRUE.
006540     PERFORM 2600-READ-LIVE-RECORD THRU 2600-EXIT
006550         UNTIL WS-END-OF-FILE.
006560     CLOSE CALC-AUDIT-FILE.
006570 2500-EXIT.
006580     EXIT.
006590
006600 2600-READ-LIVE-RECORD.
006610     READ CALC-AUDIT-FILE INTO CALC-AUDIT-RECORD
006620         AT END
006630             SET WS-END-OF-FILE TO TRUE
006640             GO TO 2600-EXIT
006650     END-READ.
006660     PERFORM 2300-CHECK-AUDIT-RECORD THRU 2300-EXIT.
006670 2600-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*    3000-SCAN-GL-FEED
006720*    Feed details name the menu choice by origin code.  A
006730*    release is not on the audit trail, so it is judged in
006740*    full here - the releasing supervisor's id, status and
006750*    choice A - and a release whose maker is the supervisor
006760*    is the operator releasing their own over-limit Result.
006770*    Details posted before the maker id was carried have
006780*    spaces there and cannot show a self-release.
006790*****************************************************************
006800 3000-SCAN-GL-FEED.
006810     OPEN INPUT CALC-GLFEED-FILE.
006820     IF WS-GLFEED-FILE-STATUS = "35"
006830         MOVE "NO GL FEED ON FILE" TO CALC-DUTY-REPORT-LINE
006840         WRITE CALC-DUTY-REPORT-LINE
006850         GO TO 3000-EXIT
006860     END-IF.
006870     IF WS-GLFEED-FILE-STATUS NOT = "00"
006880         MOVE "CALCGLFD UNREADABLE - POSTINGS NOT REVIEWED"
006890             TO CALC-DUTY-REPORT-LINE
006900         WRITE CALC-DUTY-REPORT-LINE
006910         MOVE 8 TO WS-COMPOSITE-RC
006920         GO TO 3000-EXIT
006930     END-IF.
006940     MOVE "CALCGLFD" TO WS-ACT-SOURCE.
006950     SET WS-NOT-END-OF-FILE TO TRUE.
006960     PERFORM 3100-CHECK-FEED-RECORD THRU 3100-EXIT
006970         UNTIL WS-END-OF-FILE.
006980     CLOSE CALC-GLFEED-FILE.
006990 3000-EXIT.
007000     EXIT.
007010
007020 3100-CHECK-FEED-RECORD.
007030     READ CALC-GLFEED-FILE
007040         AT END
007050             SET WS-END-OF-FILE TO TRUE
007060             GO TO 3100-EXIT
007070     END-READ.
007080     IF NOT GL-DETAIL-REC
007090         GO TO 3100-EXIT
007100     END-IF.
007110     ADD 1 TO WS-FEED-READ-COUNT.
007120     IF GL-TRANS-DATE IS NOT NUMERIC
007130        OR GL-TRANS-DATE < WS-FROM-DATE
007140        OR GL-TRANS-DATE > WS-TO-DATE
007150         GO TO 3100-EXIT
007160     END-IF.
007170     ADD 1 TO WS-FEED-PERIOD-COUNT.
007180     MOVE GL-TRANS-DATE  TO WS-ACT-DATE.
007190     MOVE GL-OPERATOR-ID TO WS-ACT-OPERATOR-ID.
007200     MOVE SPACES         TO WS-ACT-OTHER-ID.
007210     MOVE GL-RESULT      TO WS-REFERENCE-AMOUNT.
007220     MOVE WS-REFERENCE-AMOUNT TO WS-ACT-REFERENCE.
007230     SET WS-CHECK-CHOICE TO TRUE.
007240     EVALUATE TRUE
007250         WHEN GL-ORIGIN-ONLINE
007260             MOVE "1" TO WS-ACT-CHOICE
007270         WHEN GL-ORIGIN-BATCH
007280             MOVE "2" TO WS-ACT-CHOICE
007290         WHEN GL-ORIGIN-REWORK
007300             MOVE "4" TO WS-ACT-CHOICE
007310         WHEN GL-ORIGIN-RELEASE
007320             MOVE "A" TO WS-ACT-CHOICE
007330         WHEN GL-ORIGIN-REVERSAL
007340             MOVE "V" TO WS-ACT-CHOICE
007350         WHEN OTHER
007360             MOVE SPACE TO WS-ACT-CHOICE
007370     END-EVALUATE.
007380
007390     IF GL-ORIGIN-RELEASE
007400         MOVE GL-MAKER-ID TO WS-ACT-OTHER-ID
007410         SET WS-CHECK-FULL TO TRUE
007420         IF GL-MAKER-ID NOT = SPACES
007430            AND GL-MAKER-ID = GL-OPERATOR-ID
007440             SET WS-EXC-SELF-RELEASE TO TRUE
007450             MOVE "RELEASED OWN OVER-LIMIT RESULT"
007460                 TO WS-EXCEPTION-TEXT
007470             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007480         END-IF
007490     END-IF.
007500     PERFORM 6000-CHECK-ACTIVITY THRU 6000-EXIT.
007510 3100-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*    3500-SCAN-PENDING
007560*    Over-limit items still waiting for release name the menu
007570*    choice they were keyed through by origin code.
007580*****************************************************************
007590 3500-SCAN-PENDING.
007600     OPEN INPUT CALC-PENDING-FILE.
007610     IF WS-PENDING-FILE-STATUS = "35"
007620         GO TO 3500-EXIT
007630     END-IF.
007640     IF WS-PENDING-FILE-STATUS NOT = "00"
007650         MOVE "CALCPEND UNREADABLE - HELD ITEMS NOT REVIEWED"
007660             TO CALC-DUTY-REPORT-LINE
007670         WRITE CALC-DUTY-REPORT-LINE
007680         MOVE 8 TO WS-COMPOSITE-RC
007690         GO TO 3500-EXIT
007700     END-IF.
007710     MOVE "CALCPEND" TO WS-ACT-SOURCE.
007720     SET WS-NOT-END-OF-FILE TO TRUE.
007730     PERFORM 3600-CHECK-PENDING-RECORD THRU 3600-EXIT
007740         UNTIL WS-END-OF-FILE.
007750     CLOSE CALC-PENDING-FILE.
007760 3500-EXIT.
007770     EXIT.
007780
007790 3600-CHECK-PENDING-RECORD.
007800     READ CALC-PENDING-FILE
007810         AT END
007820             SET WS-END-OF-FILE TO TRUE
007830             GO TO 3600-EXIT
007840     END-READ.
007850     ADD 1 TO WS-PENDING-READ-COUNT.
007860     IF PR-HELD-DATE IS NOT NUMERIC
007870        OR PR-HELD-DATE < WS-FROM-DATE
007880        OR PR-HELD-DATE > WS-TO-DATE
007890         GO TO 3600-EXIT
007900     END-IF.
007910     ADD 1 TO WS-PENDING-PERIOD-COUNT.
007920     MOVE PR-HELD-DATE   TO WS-ACT-DATE.
007930     MOVE PR-OPERATOR-ID TO WS-ACT-OPERATOR-ID.
007940     MOVE SPACES         TO WS-ACT-OTHER-ID.
007950     MOVE PR-TRANS-KEY   TO WS-REFERENCE-NUMBER.
007960     MOVE WS-REFERENCE-NUMBER TO WS-ACT-REFERENCE.
007970     SET WS-CHECK-CHOICE TO TRUE.
007980     EVALUATE TRUE
007990         WHEN PR-ORIGIN-ONLINE
008000             MOVE "1" TO WS-ACT-CHOICE
008010         WHEN PR-ORIGIN-BATCH
008020             MOVE "2" TO WS-ACT-CHOICE
008030         WHEN PR-ORIGIN-REWORK
008040             MOVE "4" TO WS-ACT-CHOICE
008050         WHEN OTHER
008060             MOVE SPACE TO WS-ACT-CHOICE
008070     END-EVALUATE.
008080     PERFORM 6000-CHECK-ACTIVITY THRU 6000-EXIT.
008090 3600-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130*    4000-SCAN-CHANGE-LOG
008140*    Each approval log line is two pieces of work: the
008150*    checker's decision, judged in full at choice P, and the
008160*    maker's change, judged for the id and the maintenance
008170*    choice of the file changed.  An approval by the change's
008180*    own maker is listed whatever else is found.
008190*****************************************************************
008200 4000-SCAN-CHANGE-LOG.
008210     OPEN INPUT CALC-CHGLOG-FILE.
008220     IF WS-CHGLOG-FILE-STATUS = "35"
008230         GO TO 4000-EXIT
008240     END-IF.
008250     IF WS-CHGLOG-FILE-STATUS NOT = "00"
008260         MOVE "CALCCHGL UNREADABLE - APPROVALS NOT REVIEWED"
008270             TO CALC-DUTY-REPORT-LINE
008280         WRITE CALC-DUTY-REPORT-LINE
008290         MOVE 8 TO WS-COMPOSITE-RC
008300         GO TO 4000-EXIT
008310     END-IF.
008320     MOVE "CALCCHGL" TO WS-ACT-SOURCE.
008330     SET WS-NOT-END-OF-FILE TO TRUE.
008340     PERFORM 4100-CHECK-CHANGE-LINE THRU 4100-EXIT
008350         UNTIL WS-END-OF-FILE.
008360     CLOSE CALC-CHGLOG-FILE.
008370 4000-EXIT.
008380     EXIT.
008390
008400 4100-CHECK-CHANGE-LINE.
008410     READ CALC-CHGLOG-FILE INTO WS-CHGLOG-DETAIL
008420         AT END
008430             SET WS-END-OF-FILE TO TRUE
008440             GO TO 4100-EXIT
008450     END-READ.
008460     ADD 1 TO WS-CHGLOG-READ-COUNT.
008470     IF WS-CL-DATE IS NOT NUMERIC
008480        OR WS-CL-DATE < WS-FROM-DATE
008490        OR WS-CL-DATE > WS-TO-DATE
008500         GO TO 4100-EXIT
008510     END-IF.
008520     ADD 1 TO WS-CHGLOG-PERIOD-COUNT.
008530     MOVE WS-CL-DATE TO WS-ACT-DATE.
008540     MOVE WS-CL-CHANGE-KEY TO WS-REFERENCE-NUMBER.
008550     MOVE WS-REFERENCE-NUMBER TO WS-ACT-REFERENCE.
008560
008570     MOVE WS-CL-CHECKER TO WS-ACT-OPERATOR-ID.
008580     MOVE WS-CL-MAKER   TO WS-ACT-OTHER-ID.
008590     MOVE "P"           TO WS-ACT-CHOICE.
008600     SET WS-CHECK-FULL TO TRUE.
008610     IF WS-CL-APPROVED
008620        AND WS-CL-MAKER = WS-CL-CHECKER
008630         SET WS-EXC-SELF-APPROVAL TO TRUE
008640         MOVE "APPROVED OWN REFERENCE CHANGE"
008650             TO WS-EXCEPTION-TEXT
008660         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008670     END-IF.
008680     PERFORM 6000-CHECK-ACTIVITY THRU 6000-EXIT.
008690
008700     MOVE WS-CL-MAKER   TO WS-ACT-OPERATOR-ID.
008710     MOVE WS-CL-CHECKER TO WS-ACT-OTHER-ID.
008720     EVALUATE WS-CL-FILE
008730         WHEN "CALCRATE"
008740             MOVE "6" TO WS-ACT-CHOICE
008750         WHEN "CALCSTND"
008760             MOVE "7" TO WS-ACT-CHOICE
008770         WHEN "CALCALOC"
008780             MOVE "L" TO WS-ACT-CHOICE
008790         WHEN OTHER
008800             MOVE SPACE TO WS-ACT-CHOICE
008810     END-EVALUATE.
008820     SET WS-CHECK-ID TO TRUE.
008830     PERFORM 6000-CHECK-ACTIVITY THRU 6000-EXIT.
008840 4100-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880*    6000-CHECK-ACTIVITY
008890*    Judges the piece of work in WS-ACTIVITY against the
008900*    operator's profile as far as WS-ACT-CHECK-LEVEL says.
008910*****************************************************************
008920 6000-CHECK-ACTIVITY.
008930     IF WS-ACT-OPERATOR-ID = SPACES
008940         IF NOT WS-CHECK-CHOICE
008950             SET WS-EXC-NOT-ON-FILE TO TRUE
008960             MOVE "NO OPERATOR ID RECORDED" TO WS-EXCEPTION-TEXT
008970             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008980         END-IF
008990         GO TO 6000-EXIT
009000     END-IF.
009010
009020     SET WS-PROFILE-NOT-FOUND TO TRUE.
009030     IF WS-OPERATOR-COUNT > ZERO
009040         SET WS-OPR-IDX TO 1
009050         SEARCH WS-OPR-ENTRY
009060             VARYING WS-OPR-IDX
009070             WHEN WS-OPR-IDX > WS-OPERATOR-COUNT
009080                 CONTINUE
009090             WHEN WS-OPR-ID (WS-OPR-IDX) = WS-ACT-OPERATOR-ID
009100                 SET WS-PROFILE-FOUND TO TRUE
009110         END-SEARCH
009120     END-IF.
009130     IF WS-PROFILE-NOT-FOUND
009140         IF WS-CHECK-CHOICE
009150            OR WS-ACT-OPERATOR-ID = WS-SCHEDULER-ID
009160             GO TO 6000-EXIT
009170         END-IF
009180         SET WS-EXC-NOT-ON-FILE TO TRUE
009190         MOVE "OPERATOR ID NOT ON CALCOPRF" TO WS-EXCEPTION-TEXT
009200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
009210         GO TO 6000-EXIT
009220     END-IF.
009230
009240     IF WS-CHECK-FULL
009250        AND (WS-OPR-LOCKED (WS-OPR-IDX)
009260             OR WS-OPR-DISABLED (WS-OPR-IDX))
009270         PERFORM 6100-CHECK-STATUS THRU 6100-EXIT
009280     END-IF.
009290
009300     IF WS-ACT-CHOICE NOT = SPACE
009310         MOVE ZERO TO WS-CHOICE-HITS
009320         INSPECT WS-OPR-CHOICES (WS-OPR-IDX)
009330             TALLYING WS-CHOICE-HITS FOR ALL WS-ACT-CHOICE
009340         IF WS-CHOICE-HITS = ZERO
009350             SET WS-EXC-NOT-ALLOWED TO TRUE
009360             MOVE WS-ACT-CHOICE TO WS-NA-CHOICE
009370             MOVE WS-NOT-ALLOWED-TEXT TO WS-EXCEPTION-TEXT
009380             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
009390         END-IF
009400     END-IF.
009410 6000-EXIT.
009420     EXIT.
009430
009440*****************************************************************
009450*    6100-CHECK-STATUS
009460*    Work dated on or after the day the profile was locked or
009470*    disabled was done under a profile that could not sign
009480*    on.  With no status date the profile's state on the day
009490*    cannot be told, so the work is listed and says so.
009500*****************************************************************
009510 6100-CHECK-STATUS.
009520     IF WS-OPR-LOCKED (WS-OPR-IDX)
009530         SET WS-EXC-LOCKED TO TRUE
009540         MOVE "LOCKED"   TO WS-ST-STATUS WS-NT-STATUS
009550     ELSE
009560         SET WS-EXC-DISABLED TO TRUE
009570         MOVE "DISABLED" TO WS-ST-STATUS WS-NT-STATUS
009580     END-IF.
009590     IF WS-OPR-STATUS-DATE (WS-OPR-IDX) IS NOT NUMERIC
009600        OR WS-OPR-STATUS-DATE (WS-OPR-IDX) = ZERO
009610         MOVE WS-NO-DATE-TEXT TO WS-EXCEPTION-TEXT
009620         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
009630         GO TO 6100-EXIT
009640     END-IF.
009650     MOVE WS-OPR-STATUS-DATE (WS-OPR-IDX) TO WS-STATUS-DATE.
009660     IF WS-ACT-DATE NOT < WS-STATUS-DATE
009670         MOVE WS-OPR-STATUS-DATE (WS-OPR-IDX) TO WS-ST-DATE
009680         MOVE WS-SINCE-TEXT TO WS-EXCEPTION-TEXT
009690         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
009700     END-IF.
009710 6100-EXIT.
009720     EXIT.
009730
009740*****************************************************************
009750*    7000-WRITE-EXCEPTION
009760*    One report line per exception, against the piece of work
009770*    in WS-ACTIVITY; any exception ends the job at least 4.
009780*****************************************************************
009790 7000-WRITE-EXCEPTION.
009800     ADD 1 TO WS-EXCEPTION-COUNT.
009810     EVALUATE TRUE
009820         WHEN WS-EXC-SELF-RELEASE
009830             ADD 1 TO WS-SELF-RELEASE-COUNT
009840         WHEN WS-EXC-SELF-APPROVAL
009850             ADD 1 TO WS-SELF-APPROVAL-COUNT
009860         WHEN WS-EXC-NOT-ON-FILE
009870             ADD 1 TO WS-NOT-ON-FILE-COUNT
009880         WHEN WS-EXC-LOCKED
009890             ADD 1 TO WS-LOCKED-COUNT
009900         WHEN WS-EXC-DISABLED
009910             ADD 1 TO WS-DISABLED-COUNT
009920         WHEN OTHER
009930             ADD 1 TO WS-NOT-ALLOWED-COUNT
009940     END-EVALUATE.
009950     IF WS-COMPOSITE-RC < 4
009960         MOVE 4 TO WS-COMPOSITE-RC
009970     END-IF.
009980     MOVE WS-ACT-SOURCE      TO WS-DD-SOURCE.
009990     MOVE WS-ACT-DATE        TO WS-DD-DATE.
010000     MOVE WS-ACT-OPERATOR-ID TO WS-DD-OPERATOR-ID.
010010     MOVE WS-ACT-OTHER-ID    TO WS-DD-OTHER-ID.
010020     MOVE WS-ACT-CHOICE      TO WS-DD-CHOICE.
010030     MOVE WS-ACT-REFERENCE   TO WS-DD-REFERENCE.
010040     MOVE WS-EXCEPTION-TEXT  TO WS-DD-TEXT.
010050     MOVE WS-DUTY-DETAIL-LINE TO CALC-DUTY-REPORT-LINE.
010060     WRITE CALC-DUTY-REPORT-LINE.
010070 7000-EXIT.
010080     EXIT.
010090
010100*****************************************************************
010110*    7100-WRITE-COUNT
010120*****************************************************************
010130 7100-WRITE-COUNT.
010140     MOVE WS-DUTY-COUNT-LINE TO CALC-DUTY-REPORT-LINE.
010150     WRITE CALC-DUTY-REPORT-LINE.
010160 7100-EXIT.
010170     EXIT.
010180
010190*****************************************************************
010200*    9000-TERMINATE
010210*****************************************************************
010220 9000-TERMINATE.
010230     MOVE SPACES TO CALC-DUTY-REPORT-LINE.
010240     WRITE CALC-DUTY-REPORT-LINE.
010250     MOVE "OPERATOR PROFILES ON CALCOPRF" TO WS-DC-TEXT.
010260     MOVE WS-OPERATOR-COUNT TO WS-DC-COUNT.
010270     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010280     MOVE "AUDIT ARCHIVES READ" TO WS-DC-TEXT.
010290     MOVE WS-ARCHIVE-READ-COUNT TO WS-DC-COUNT.
010300     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010310     MOVE "AUDIT TRAIL ENTRIES IN THE PERIOD" TO WS-DC-TEXT.
010320     MOVE WS-AUDIT-PERIOD-COUNT TO WS-DC-COUNT.
010330     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010340     MOVE "GL FEED DETAILS IN THE PERIOD" TO WS-DC-TEXT.
010350     MOVE WS-FEED-PERIOD-COUNT TO WS-DC-COUNT.
010360     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010370     MOVE "HELD ITEMS IN THE PERIOD" TO WS-DC-TEXT.
010380     MOVE WS-PENDING-PERIOD-COUNT TO WS-DC-COUNT.
010390     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010400     MOVE "APPROVAL LOG LINES IN THE PERIOD" TO WS-DC-TEXT.
010410     MOVE WS-CHGLOG-PERIOD-COUNT TO WS-DC-COUNT.
010420     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010430     MOVE SPACES TO CALC-DUTY-REPORT-LINE.
010440     WRITE CALC-DUTY-REPORT-LINE.
010450     MOVE "OWN OVER-LIMIT RESULT RELEASED" TO WS-DC-TEXT.
010460     MOVE WS-SELF-RELEASE-COUNT TO WS-DC-COUNT.
010470     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010480     MOVE "OWN REFERENCE CHANGE APPROVED" TO WS-DC-TEXT.
010490     MOVE WS-SELF-APPROVAL-COUNT TO WS-DC-COUNT.
010500     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010510     MOVE "WORK UNDER AN ID NOT ON CALCOPRF" TO WS-DC-TEXT.
010520     MOVE WS-NOT-ON-FILE-COUNT TO WS-DC-COUNT.
010530     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010540     MOVE "WORK UNDER A LOCKED ID" TO WS-DC-TEXT.
010550     MOVE WS-LOCKED-COUNT TO WS-DC-COUNT.
010560     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010570     MOVE "WORK UNDER A DISABLED ID" TO WS-DC-TEXT.
010580     MOVE WS-DISABLED-COUNT TO WS-DC-COUNT.
010590     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010600     MOVE "WORK AT A MENU CHOICE NOT ALLOWED" TO WS-DC-TEXT.
010610     MOVE WS-NOT-ALLOWED-COUNT TO WS-DC-COUNT.
010620     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010630     MOVE "EXCEPTIONS LISTED" TO WS-DC-TEXT.
010640     MOVE WS-EXCEPTION-COUNT TO WS-DC-COUNT.
010650     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010660     EVALUATE TRUE
010670         WHEN WS-COMPOSITE-RC = 8
010680             MOVE "REVIEW INCOMPLETE - SEE NOTES ABOVE"
010690                 TO CALC-DUTY-REPORT-LINE
010700         WHEN WS-EXCEPTION-COUNT = ZERO
010710             MOVE "NO SEGREGATION OF DUTIES EXCEPTIONS FOUND"
010720                 TO CALC-DUTY-REPORT-LINE
010730         WHEN OTHER
010740             MOVE "SEGREGATION OF DUTIES EXCEPTIONS LISTED ABOVE"
010750                 TO CALC-DUTY-REPORT-LINE
010760     END-EVALUATE.
010770     WRITE CALC-DUTY-REPORT-LINE.
010780     CLOSE CALC-DUTY-REPORT-FILE.
010790 9000-EXIT.
010800     EXIT.
