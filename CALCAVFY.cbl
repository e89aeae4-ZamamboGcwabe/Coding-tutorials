000010*****************************************************************
000020* PROGRAM-ID: CalcAuditVerify
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Standalone verification job for the chained audit trail,
000090*     run by the site scheduler or on request for the auditors.
000100*     Every CALCAUD record CalcComputeEngine writes is numbered
000110*     in one unbroken sequence and carries a check value chained
000120*     from the record before it (CalcAuditChain).  This job
000130*     walks the trail from its beginning: each archive named on
000140*     the catalogue CALCAUDX, in the order the archive passes
000150*     were made, then the live CALCAUD, and reports to CALCAVFR
000160*     every break it finds -
000170*         a gap (sequence numbers missing),
000180*         a record out of order or repeated,
000190*         a record whose check value does not match (altered),
000200*         an unchained record inside the chained trail,
000210*         an archive missing or differing from its catalogue
000220*         entry, and a trail ending before the last record the
000230*         engine wrote (the chain state CALCAUDC).
000240*     An archive is read through a copy under the fixed work
000250*     name CALCAUDW, so the archive itself is only ever read.
000260*     Where an archive is missing or damaged the chain is picked
000270*     up again from its catalogue entry, so each break is
000280*     reported once and the rest of the trail is still proved.
000290*     A break is reported against the record where it is seen;
000300*     a record altered together with its own check value shows
000310*     as a mismatch on the record after it.  Records logged
000320*     before the chain began are counted, not checked.
000330*     The job ends with a RETURN-CODE the scheduler can act on:
000340*     0 the trail verified, 4 it verified but the end of the
000350*     trail could not be proved (no chain state on CALCAUDC),
000360*     8 a break was found or the trail could not be read.
000370*
000380* MODIFICATION HISTORY.
000390*     2026-10-15  DN  Original audit trail verification job.
000392*     2026-10-15  DN  Record images widened with the audit
000394*                      layout (currency, foreign amount, exchange
000396*                      rate).
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CalcAuditVerify.
000430 AUTHOR. D. NAIDOO.
000440 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000450 DATE-WRITTEN. 10-15-2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CALC-ARCHIDX-FILE
000520         ASSIGN TO "CALCAUDX"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ARCHIDX-FILE-STATUS.
000550
000560     SELECT CALC-AUDWORK-FILE
000570         ASSIGN TO "CALCAUDW"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDWORK-FILE-STATUS.
000600
000610     SELECT CALC-AUDIT-FILE
000620         ASSIGN TO "CALCAUD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000650
000660     SELECT CALC-AUDCHN-FILE
000670         ASSIGN TO "CALCAUDC"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDCHN-FILE-STATUS.
000700
000710     SELECT CALC-VERIFY-REPORT-FILE
000720         ASSIGN TO "CALCAVFR"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CALC-ARCHIDX-FILE
000790     RECORDING MODE IS F.
000800     COPY "CALCAUDX.CPY".
000810
000820*****************************************************************
000830*    The archive copy and the live log are both read into the
000840*    one CALC-AUDIT-RECORD in working storage, so the record
000850*    images here must be kept the same length as that layout
000860*    (CALCAUD.CPY).
000870*****************************************************************
000880 FD  CALC-AUDWORK-FILE
000890     RECORDING MODE IS F.
000900 01  CALC-AUDWORK-RECORD             PIC X(178).
000910
000920 FD  CALC-AUDIT-FILE
000930     RECORDING MODE IS F.
000940 01  CALC-AUDIT-IMAGE                PIC X(178).
000950
000960 FD  CALC-AUDCHN-FILE
000970     RECORDING MODE IS F.
000980     COPY "CALCAUDC.CPY".
000990
001000 FD  CALC-VERIFY-REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  CALC-VERIFY-REPORT-LINE         PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050*****************************************************************
001060*    WORKING STORAGE - CONTROL FIELDS
001070*****************************************************************
001080 77  WS-ARCHIDX-FILE-STATUS       PIC X(02).
001090 77  WS-AUDWORK-FILE-STATUS       PIC X(02).
001100 77  WS-AUDIT-FILE-STATUS         PIC X(02).
001110 77  WS-AUDCHN-FILE-STATUS        PIC X(02).
001120 77  WS-REPORT-FILE-STATUS        PIC X(02).
001130 77  WS-AUDWORK-FILENAME          PIC X(08) VALUE "CALCAUDW".
001140 77  WS-FILE-UTIL-RC              PIC 9(09) COMP-5 VALUE ZERO.
001150 77  WS-COMPOSITE-RC              PIC 9(02) VALUE ZERO.
001160 77  WS-CURRENT-DATE              PIC 9(08).
001170 77  WS-ARCHIVE-COUNT             PIC 9(05) VALUE ZERO.
001180 77  WS-BREAK-COUNT               PIC 9(07) VALUE ZERO.
001190 77  WS-TOTAL-RECORD-COUNT        PIC 9(09) VALUE ZERO.
001200 77  WS-TOTAL-UNCHAINED-COUNT     PIC 9(09) VALUE ZERO.
001210*    The chain as carried from record to record.
001220 77  WS-PRIOR-SEQUENCE-NO         PIC 9(09) VALUE ZERO.
001230 77  WS-PRIOR-CHAIN-VALUE         PIC 9(09) VALUE ZERO.
001240 77  WS-NEXT-SEQUENCE-NO          PIC 9(09) VALUE ZERO.
001250 77  WS-STORED-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
001260*    The stretch of the trail in the file being walked.
001270 77  WS-SOURCE-NAME               PIC X(17).
001280 77  WS-SRC-RECORD-COUNT          PIC 9(07) VALUE ZERO.
001290 77  WS-SRC-UNCHAINED-COUNT       PIC 9(07) VALUE ZERO.
001300 77  WS-SRC-FIRST-SEQUENCE-NO     PIC 9(09) VALUE ZERO.
001310 77  WS-SRC-LAST-SEQUENCE-NO      PIC 9(09) VALUE ZERO.
001320 77  WS-SRC-LAST-CHAIN-VALUE      PIC 9(09) VALUE ZERO.
001330
001340 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001350     88  WS-END-OF-FILE               VALUE "Y".
001360     88  WS-NOT-END-OF-FILE           VALUE "N".
001370
001380 01  WS-CATALOGUE-EOF-SWITCH      PIC X(01).
001390     88  WS-CATALOGUE-END             VALUE "Y".
001400     88  WS-CATALOGUE-NOT-END         VALUE "N".
001410
001420 01  WS-CHAIN-SWITCH              PIC X(01).
001430     88  WS-CHAIN-STARTED             VALUE "Y".
001440     88  WS-CHAIN-NOT-STARTED         VALUE "N".
001450
001460 01  WS-VALUE-SWITCH              PIC X(01).
001470     88  WS-VALUE-USABLE              VALUE "Y".
001480     88  WS-VALUE-NOT-USABLE          VALUE "N".
001490
001500*****************************************************************
001510*    WORKING STORAGE - AUDIT RECORD
001520*    Every record walked, archived or live, is checked here.
001530*****************************************************************
001540     COPY "CALCAUD.CPY".
001550
001560*****************************************************************
001570*    WORKING STORAGE - AUDIT CHAIN INTERFACE
001580*****************************************************************
001590     COPY "CALCACPA.CPY".
001600
001610*****************************************************************
001620*    WORKING STORAGE - REPORT LINES
001630*****************************************************************
001640 01  WS-VERIFY-HEADING-1.
001650     05  FILLER  PIC X(26) VALUE "AUDIT TRAIL VERIFICATION  ".
001660     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
001670     05  WS-VH1-DATE PIC 9(08).
001680     05  FILLER  PIC X(36) VALUE SPACES.
001690
001700 01  WS-VERIFY-HEADING-2.
001710     05  FILLER  PIC X(18) VALUE "FILE".
001720     05  FILLER  PIC X(10) VALUE " SEQUENCE".
001730     05  FILLER  PIC X(09) VALUE "LOG DATE".
001740     05  FILLER  PIC X(09) VALUE "LOG TIME".
001750     05  FILLER  PIC X(34) VALUE "BREAK".
001760
001770 01  WS-VERIFY-BREAK-LINE.
001780     05  WS-VB-SOURCE        PIC X(17).
001790     05  FILLER              PIC X(01) VALUE SPACES.
001800     05  WS-VB-SEQUENCE-NO   PIC Z(8)9.
001810     05  FILLER              PIC X(01) VALUE SPACES.
001820     05  WS-VB-LOG-DATE      PIC 9(08).
001830     05  FILLER              PIC X(01) VALUE SPACES.
001840     05  WS-VB-LOG-TIME      PIC 9(08).
001850     05  FILLER              PIC X(01) VALUE SPACES.
001860     05  WS-VB-TEXT          PIC X(32).
001870     05  FILLER              PIC X(02) VALUE SPACES.
001880
001890 01  WS-VERIFY-SOURCE-LINE.
001900     05  WS-VS-SOURCE        PIC X(17).
001910     05  FILLER              PIC X(09) VALUE " RECORDS ".
001920     05  WS-VS-RECORD-COUNT  PIC Z(6)9.
001930     05  FILLER              PIC X(11) VALUE " UNCHAINED ".
001940     05  WS-VS-UNCHAINED     PIC Z(6)9.
001950     05  FILLER              PIC X(06) VALUE " SEQ  ".
001960     05  WS-VS-FIRST-SEQ     PIC Z(8)9.
001970     05  FILLER              PIC X(04) VALUE " TO ".
001980     05  WS-VS-LAST-SEQ      PIC Z(8)9.
001990     05  FILLER              PIC X(01) VALUE SPACES.
002000
002010 01  WS-VERIFY-COUNT-LINE.
002020     05  WS-VC-TEXT          PIC X(40).
002030     05  WS-VC-COUNT         PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER              PIC X(29) VALUE SPACES.
002050
002060*****************************************************************
002070*    0000-MAINLINE
002080*****************************************************************
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-WALK-ARCHIVES THRU 2000-EXIT.
002130     PERFORM 3000-WALK-LIVE-LOG THRU 3000-EXIT.
002140     PERFORM 5000-CHECK-TRAIL-END THRU 5000-EXIT.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     MOVE WS-COMPOSITE-RC TO RETURN-CODE.
002170     STOP RUN.
002180
002190*****************************************************************
002200*    1000-INITIALIZE
002210*    No report means nothing can be proved to anyone, so the
002220*    job stops at once with RETURN-CODE 8.
002230*****************************************************************
002240 1000-INITIALIZE.
002250     MOVE ZERO TO WS-COMPOSITE-RC WS-BREAK-COUNT WS-ARCHIVE-COUNT
002260                  WS-TOTAL-RECORD-COUNT WS-TOTAL-UNCHAINED-COUNT
002270                  WS-PRIOR-SEQUENCE-NO WS-PRIOR-CHAIN-VALUE.
002280     SET WS-CHAIN-NOT-STARTED TO TRUE.
002290
002300     OPEN OUTPUT CALC-VERIFY-REPORT-FILE.
002310     IF WS-REPORT-FILE-STATUS NOT = "00"
002320         DISPLAY "CalcAuditVerify: unable to open CALCAVFR - "
002330             "status " WS-REPORT-FILE-STATUS
002340         MOVE 8 TO WS-COMPOSITE-RC
002350         MOVE WS-COMPOSITE-RC TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380
002390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002400     MOVE WS-CURRENT-DATE TO WS-VH1-DATE.
002410     MOVE WS-VERIFY-HEADING-1 TO CALC-VERIFY-REPORT-LINE.
002420     WRITE CALC-VERIFY-REPORT-LINE.
002430     MOVE SPACES TO CALC-VERIFY-REPORT-LINE.
002440     WRITE CALC-VERIFY-REPORT-LINE.
002450     MOVE WS-VERIFY-HEADING-2 TO CALC-VERIFY-REPORT-LINE.
002460     WRITE CALC-VERIFY-REPORT-LINE.
002470 1000-EXIT.
002480     EXIT.
002490
002500*****************************************************************
002510*    2000-WALK-ARCHIVES
002520*    The catalogue lists the archives oldest first.  No
002530*    catalogue means no archive pass has been made since the
002540*    chain began, and the live log must start the trail.
002550*****************************************************************
002560 2000-WALK-ARCHIVES.
002570     OPEN INPUT CALC-ARCHIDX-FILE.
002580     IF WS-ARCHIDX-FILE-STATUS = "35"
002590         GO TO 2000-EXIT
002600     END-IF.
002610     IF WS-ARCHIDX-FILE-STATUS NOT = "00"
002620         MOVE "CALCAUDX"  TO WS-SOURCE-NAME
002630         MOVE SPACES      TO CALC-AUDIT-RECORD
002640         MOVE "ARCHIVE CATALOGUE UNREADABLE" TO WS-VB-TEXT
002650         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
002660         GO TO 2000-EXIT
002670     END-IF.
002680     SET WS-CATALOGUE-NOT-END TO TRUE.
002690     PERFORM 2100-VERIFY-ONE-ARCHIVE THRU 2100-EXIT
002700         UNTIL WS-CATALOGUE-END.
002710     CLOSE CALC-ARCHIDX-FILE.
002720 2000-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760*    2100-VERIFY-ONE-ARCHIVE
002770*    Walks one archive through its work copy, then proves the
002780*    stretch walked against the catalogue entry: the same
002790*    number of records, ending on the same sequence number and
002800*    check value.  The chain then carries on from the entry.
002810*****************************************************************
002820 2100-VERIFY-ONE-ARCHIVE.
002830     READ CALC-ARCHIDX-FILE
002840         AT END
002850             SET WS-CATALOGUE-END TO TRUE
002860             GO TO 2100-EXIT
002870     END-READ.
002880     ADD 1 TO WS-ARCHIVE-COUNT.
002890     MOVE AX-ARCHIVE-NAME TO WS-SOURCE-NAME.
002900     MOVE SPACES TO CALC-AUDIT-RECORD.
002910
002920     CALL "CBL_COPY_FILE" USING AX-ARCHIVE-NAME
002930                                WS-AUDWORK-FILENAME
002940         RETURNING WS-FILE-UTIL-RC.
002950     IF WS-FILE-UTIL-RC NOT = ZERO
002960         MOVE AX-FIRST-SEQUENCE-NO TO CA-SEQUENCE-NO
002970         MOVE "ARCHIVE FILE NOT FOUND" TO WS-VB-TEXT
002980         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
002990         PERFORM 2200-CARRY-FROM-CATALOGUE THRU 2200-EXIT
003000         GO TO 2100-EXIT
003010     END-IF.
003020     OPEN INPUT CALC-AUDWORK-FILE.
003030     IF WS-AUDWORK-FILE-STATUS NOT = "00"
003040         MOVE AX-FIRST-SEQUENCE-NO TO CA-SEQUENCE-NO
003050         MOVE "ARCHIVE FILE UNREADABLE" TO WS-VB-TEXT
003060         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
003070         PERFORM 2200-CARRY-FROM-CATALOGUE THRU 2200-EXIT
003080         CALL "CBL_DELETE_FILE" USING WS-AUDWORK-FILENAME
003090             RETURNING WS-FILE-UTIL-RC
003100         GO TO 2100-EXIT
003110     END-IF.
003120
003130     PERFORM 4000-START-SOURCE THRU 4000-EXIT.
003140     SET WS-NOT-END-OF-FILE TO TRUE.
003150     PERFORM 2150-CHECK-ARCHIVE-RECORD THRU 2150-EXIT
003160         UNTIL WS-END-OF-FILE.
003170     CLOSE CALC-AUDWORK-FILE.
003180     CALL "CBL_DELETE_FILE" USING WS-AUDWORK-FILENAME
003190         RETURNING WS-FILE-UTIL-RC.
003200     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
003210
003220     IF WS-SRC-RECORD-COUNT NOT = AX-RECORD-COUNT
003230        OR WS-SRC-UNCHAINED-COUNT NOT = AX-UNCHAINED-COUNT
003240        OR WS-SRC-FIRST-SEQUENCE-NO NOT = AX-FIRST-SEQUENCE-NO
003250        OR WS-SRC-LAST-SEQUENCE-NO NOT = AX-LAST-SEQUENCE-NO
003260        OR WS-SRC-LAST-CHAIN-VALUE NOT = AX-LAST-CHAIN-VALUE
003270         MOVE SPACES TO CALC-AUDIT-RECORD
003280         MOVE AX-LAST-SEQUENCE-NO TO CA-SEQUENCE-NO
003290         MOVE "ARCHIVE DIFFERS FROM CATALOGUE" TO WS-VB-TEXT
003300         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
003310         PERFORM 2200-CARRY-FROM-CATALOGUE THRU 2200-EXIT
003320     END-IF.
003330 2100-EXIT.
003340     EXIT.
003350
003360 2150-CHECK-ARCHIVE-RECORD.
003370     READ CALC-AUDWORK-FILE INTO CALC-AUDIT-RECORD
003380         AT END
003390             SET WS-END-OF-FILE TO TRUE
003400             GO TO 2150-EXIT
003410     END-READ.
003420     PERFORM 4100-CHECK-RECORD THRU 4100-EXIT.
003430 2150-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    2200-CARRY-FROM-CATALOGUE
003480*    Picks the chain up at the end of a missing or damaged
003490*    archive as the catalogue recorded it, so the break is
003500*    reported once and not again on the next record.
003510*****************************************************************
003520 2200-CARRY-FROM-CATALOGUE.
003530     IF AX-LAST-SEQUENCE-NO NOT = ZERO
003540         MOVE AX-LAST-SEQUENCE-NO TO WS-PRIOR-SEQUENCE-NO
003550         MOVE AX-LAST-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
003560         SET WS-CHAIN-STARTED TO TRUE
003570     END-IF.
003580 2200-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620*    3000-WALK-LIVE-LOG
003630*    The live log carries on from the last archive.  No live
003640*    log is not itself a break - the check on the chain state
003650*    in 5000 says whether records should have been there.
003660*****************************************************************
003670 3000-WALK-LIVE-LOG.
003680     MOVE "CALCAUD" TO WS-SOURCE-NAME.
003690     MOVE SPACES TO CALC-AUDIT-RECORD.
003700     OPEN INPUT CALC-AUDIT-FILE.
003710     IF WS-AUDIT-FILE-STATUS = "35"
003720         MOVE "NO LIVE AUDIT LOG ON FILE"
003730             TO CALC-VERIFY-REPORT-LINE
003740         WRITE CALC-VERIFY-REPORT-LINE
003750         GO TO 3000-EXIT
003760     END-IF.
003770     IF WS-AUDIT-FILE-STATUS NOT = "00"
003780         MOVE "LIVE AUDIT LOG UNREADABLE" TO WS-VB-TEXT
003790         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
003800         GO TO 3000-EXIT
003810     END-IF.
003820
003830     PERFORM 4000-START-SOURCE THRU 4000-EXIT.
003840     SET WS-NOT-END-OF-FILE TO TRUE.
003850     PERFORM 3100-CHECK-LIVE-RECORD THRU 3100-EXIT
003860         UNTIL WS-END-OF-FILE.
003870     CLOSE CALC-AUDIT-FILE.
003880     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
003890 3000-EXIT.
003900     EXIT.
003910
003920 3100-CHECK-LIVE-RECORD.
003930     READ CALC-AUDIT-FILE INTO CALC-AUDIT-RECORD
003940         AT END
003950             SET WS-END-OF-FILE TO TRUE
003960             GO TO 3100-EXIT
003970     END-READ.
003980     PERFORM 4100-CHECK-RECORD THRU 4100-EXIT.
003990 3100-EXIT.
004000     EXIT.
004010
004020 4000-START-SOURCE.
004030     MOVE ZERO TO WS-SRC-RECORD-COUNT WS-SRC-UNCHAINED-COUNT
004040                  WS-SRC-FIRST-SEQUENCE-NO WS-SRC-LAST-SEQUENCE-NO
004050                  WS-SRC-LAST-CHAIN-VALUE.
004060 4000-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100*    4100-CHECK-RECORD
004110*    The next record must carry the next sequence number and
004120*    the check value worked out from the previous record's.
004130*    After a gap the chain carries on from the record found;
004140*    a record out of order or repeated is reported and
004150*    stepped over, so the records around it still check.
004160*****************************************************************
004170 4100-CHECK-RECORD.
004180     ADD 1 TO WS-SRC-RECORD-COUNT WS-TOTAL-RECORD-COUNT.
004190     IF CA-SEQUENCE-NO IS NOT NUMERIC
004200        OR CA-SEQUENCE-NO = ZERO
004210         IF WS-CHAIN-NOT-STARTED
004220             ADD 1 TO WS-SRC-UNCHAINED-COUNT
004230                      WS-TOTAL-UNCHAINED-COUNT
004240         ELSE
004250             MOVE "UNCHAINED RECORD INSIDE CHAIN" TO WS-VB-TEXT
004260             PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004270         END-IF
004280         GO TO 4100-EXIT
004290     END-IF.
004300
004310     IF WS-CHAIN-NOT-STARTED
004320         IF CA-SEQUENCE-NO NOT = 1
004330             MOVE "EARLIER RECORDS NOT FOUND" TO WS-VB-TEXT
004340             PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004350             PERFORM 4300-ACCEPT-RECORD THRU 4300-EXIT
004360             GO TO 4100-EXIT
004370         END-IF
004380         MOVE ZERO TO WS-PRIOR-SEQUENCE-NO WS-PRIOR-CHAIN-VALUE
004390         SET WS-CHAIN-STARTED TO TRUE
004400     END-IF.
004410
004420     COMPUTE WS-NEXT-SEQUENCE-NO = WS-PRIOR-SEQUENCE-NO + 1.
004430     IF CA-SEQUENCE-NO < WS-NEXT-SEQUENCE-NO
004440         MOVE "OUT OF ORDER OR REPEATED" TO WS-VB-TEXT
004450         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004460         GO TO 4100-EXIT
004470     END-IF.
004480     IF CA-SEQUENCE-NO > WS-NEXT-SEQUENCE-NO
004490         MOVE "GAP - RECORDS MISSING BEFORE" TO WS-VB-TEXT
004500         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004510         PERFORM 4300-ACCEPT-RECORD THRU 4300-EXIT
004520         GO TO 4100-EXIT
004530     END-IF.
004540
004550     PERFORM 4200-WORK-OUT-VALUE THRU 4200-EXIT.
004560     IF WS-VALUE-NOT-USABLE
004570        OR ACH-CHAIN-VALUE NOT = WS-STORED-CHAIN-VALUE
004580         MOVE "ALTERED - CHECK VALUE MISMATCH" TO WS-VB-TEXT
004590         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004600     END-IF.
004610     PERFORM 4300-ACCEPT-RECORD THRU 4300-EXIT.
004620 4100-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*    4200-WORK-OUT-VALUE
004670*    Recomputes the check value the way the engine did: over
004680*    the record with its own check value zeroed, from the
004690*    previous record's value.
004700*****************************************************************
004710 4200-WORK-OUT-VALUE.
004720     SET WS-VALUE-USABLE TO TRUE.
004730     MOVE ZERO TO WS-STORED-CHAIN-VALUE.
004740     IF CA-CHAIN-VALUE IS NUMERIC
004750         MOVE CA-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE
004760     ELSE
004770         SET WS-VALUE-NOT-USABLE TO TRUE
004780     END-IF.
004790     MOVE ZERO TO CA-CHAIN-VALUE.
004800     MOVE WS-PRIOR-CHAIN-VALUE TO ACH-PRIOR-CHAIN-VALUE.
004810     MOVE CALC-AUDIT-RECORD TO ACH-RECORD-IMAGE.
004820     CALL "CalcAuditChain" USING AUDIT-CHAIN-DATA.
004830     MOVE WS-STORED-CHAIN-VALUE TO CA-CHAIN-VALUE.
004840 4200-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880*    4300-ACCEPT-RECORD
004890*    The record becomes the one the next is chained from.
004900*****************************************************************
004910 4300-ACCEPT-RECORD.
004920     SET WS-CHAIN-STARTED TO TRUE.
004930     MOVE CA-SEQUENCE-NO TO WS-PRIOR-SEQUENCE-NO.
004940     IF CA-CHAIN-VALUE IS NUMERIC
004950         MOVE CA-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
004960     ELSE
004970         MOVE ZERO TO WS-PRIOR-CHAIN-VALUE
004980     END-IF.
004990     IF WS-SRC-FIRST-SEQUENCE-NO = ZERO
005000         MOVE CA-SEQUENCE-NO TO WS-SRC-FIRST-SEQUENCE-NO
005010     END-IF.
005020     MOVE WS-PRIOR-SEQUENCE-NO TO WS-SRC-LAST-SEQUENCE-NO.
005030     MOVE WS-PRIOR-CHAIN-VALUE TO WS-SRC-LAST-CHAIN-VALUE.
005040 4300-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080*    5000-CHECK-TRAIL-END
005090*    The chain state is the engine's own note of the last
005100*    record it wrote.  A trail that stops short of it has lost
005110*    records from its end - the one loss the chain itself
005120*    cannot show; a trail that runs past it, or ends on a
005130*    different check value, has had records added.  Without
005140*    the state the end cannot be proved and the job ends 4.
005150*****************************************************************
005160 5000-CHECK-TRAIL-END.
005170     MOVE "CALCAUDC" TO WS-SOURCE-NAME.
005180     MOVE SPACES TO CALC-AUDIT-RECORD.
005190     OPEN INPUT CALC-AUDCHN-FILE.
005200     IF WS-AUDCHN-FILE-STATUS NOT = "00"
005206         PERFORM 5050-END-NOT-PROVED THRU 5050-EXIT
005212         GO TO 5000-EXIT
005220     END-IF.
005230     READ CALC-AUDCHN-FILE
005240         AT END
005250             CLOSE CALC-AUDCHN-FILE
005256             PERFORM 5050-END-NOT-PROVED THRU 5050-EXIT
005262             GO TO 5000-EXIT
005270     END-READ.
005280     CLOSE CALC-AUDCHN-FILE.
005290     IF AC-LAST-SEQUENCE-NO IS NOT NUMERIC
005300        OR AC-LAST-CHAIN-VALUE IS NOT NUMERIC
005306         PERFORM 5050-END-NOT-PROVED THRU 5050-EXIT
005312         GO TO 5000-EXIT
005320     END-IF.
005330
005340     MOVE AC-LAST-SEQUENCE-NO TO CA-SEQUENCE-NO.
005350     MOVE AC-LAST-LOG-DATE    TO CA-LOG-DATE.
005360     MOVE AC-LAST-LOG-TIME    TO CA-LOG-TIME.
005370     EVALUATE TRUE
005380         WHEN AC-LAST-SEQUENCE-NO > WS-PRIOR-SEQUENCE-NO
005390             MOVE "TRAIL ENDS BEFORE LAST WRITTEN" TO WS-VB-TEXT
005400             PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
005410         WHEN AC-LAST-SEQUENCE-NO < WS-PRIOR-SEQUENCE-NO
005420             MOVE "TRAIL RUNS PAST LAST WRITTEN" TO WS-VB-TEXT
005430             PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
005440         WHEN AC-LAST-CHAIN-VALUE NOT = WS-PRIOR-CHAIN-VALUE
005450             MOVE "LAST RECORD DIFFERS FROM STATE" TO WS-VB-TEXT
005460             PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
005470         WHEN OTHER
005480             CONTINUE
005490     END-EVALUATE.
005590 5000-EXIT.
005600     EXIT.
005601
005602 5050-END-NOT-PROVED.
005603     MOVE "NO CHAIN STATE ON CALCAUDC - END OF TRAIL NOT PROVED"
005604         TO CALC-VERIFY-REPORT-LINE.
005605     WRITE CALC-VERIFY-REPORT-LINE.
005606     IF WS-COMPOSITE-RC < 4
005607         MOVE 4 TO WS-COMPOSITE-RC
005608     END-IF.
005609 5050-EXIT.
005610     EXIT.
005611
005620*****************************************************************
005630*    7000-WRITE-BREAK
005640*    One report line per break, against the record in
005650*    CALC-AUDIT-RECORD and the file being walked.
005660*****************************************************************
005670 7000-WRITE-BREAK.
005680     ADD 1 TO WS-BREAK-COUNT.
005690     MOVE 8 TO WS-COMPOSITE-RC.
005700     MOVE WS-SOURCE-NAME TO WS-VB-SOURCE.
005710     MOVE ZERO TO WS-VB-SEQUENCE-NO WS-VB-LOG-DATE WS-VB-LOG-TIME.
005720     IF CA-SEQUENCE-NO IS NUMERIC
005730         MOVE CA-SEQUENCE-NO TO WS-VB-SEQUENCE-NO
005740     END-IF.
005750     IF CA-LOG-DATE IS NUMERIC
005760         MOVE CA-LOG-DATE TO WS-VB-LOG-DATE
005770     END-IF.
005780     IF CA-LOG-TIME IS NUMERIC
005790         MOVE CA-LOG-TIME TO WS-VB-LOG-TIME
005800     END-IF.
005810     MOVE WS-VERIFY-BREAK-LINE TO CALC-VERIFY-REPORT-LINE.
005820     WRITE CALC-VERIFY-REPORT-LINE.
005830 7000-EXIT.
005840     EXIT.
005850
005860 7100-WRITE-SOURCE-LINE.
005870     MOVE WS-SOURCE-NAME           TO WS-VS-SOURCE.
005880     MOVE WS-SRC-RECORD-COUNT      TO WS-VS-RECORD-COUNT.
005890     MOVE WS-SRC-UNCHAINED-COUNT   TO WS-VS-UNCHAINED.
005900     MOVE WS-SRC-FIRST-SEQUENCE-NO TO WS-VS-FIRST-SEQ.
005910     MOVE WS-SRC-LAST-SEQUENCE-NO  TO WS-VS-LAST-SEQ.
005920     MOVE WS-VERIFY-SOURCE-LINE TO CALC-VERIFY-REPORT-LINE.
005930     WRITE CALC-VERIFY-REPORT-LINE.
005940 7100-EXIT.
005950     EXIT.
005960
005970*****************************************************************
005980*    9000-TERMINATE
005990*****************************************************************
006000 9000-TERMINATE.
006010     MOVE SPACES TO CALC-VERIFY-REPORT-LINE.
006020     WRITE CALC-VERIFY-REPORT-LINE.
006030     MOVE "ARCHIVES ON THE CATALOGUE" TO WS-VC-TEXT.
006040     MOVE WS-ARCHIVE-COUNT TO WS-VC-COUNT.
006050     MOVE WS-VERIFY-COUNT-LINE TO CALC-VERIFY-REPORT-LINE.
006060     WRITE CALC-VERIFY-REPORT-LINE.
006070     MOVE "RECORDS READ" TO WS-VC-TEXT.
006080     MOVE WS-TOTAL-RECORD-COUNT TO WS-VC-COUNT.
006090     MOVE WS-VERIFY-COUNT-LINE TO CALC-VERIFY-REPORT-LINE.
006100     WRITE CALC-VERIFY-REPORT-LINE.
006110     MOVE "LOGGED BEFORE THE CHAIN BEGAN" TO WS-VC-TEXT.
006120     MOVE WS-TOTAL-UNCHAINED-COUNT TO WS-VC-COUNT.
006130     MOVE WS-VERIFY-COUNT-LINE TO CALC-VERIFY-REPORT-LINE.
006140     WRITE CALC-VERIFY-REPORT-LINE.
006150     MOVE "LAST SEQUENCE NUMBER" TO WS-VC-TEXT.
006160     MOVE WS-PRIOR-SEQUENCE-NO TO WS-VC-COUNT.
006170     MOVE WS-VERIFY-COUNT-LINE TO CALC-VERIFY-REPORT-LINE.
006180     WRITE CALC-VERIFY-REPORT-LINE.
006190     MOVE "BREAKS FOUND" TO WS-VC-TEXT.
006200     MOVE WS-BREAK-COUNT TO WS-VC-COUNT.
006210     MOVE WS-VERIFY-COUNT-LINE TO CALC-VERIFY-REPORT-LINE.
006220     WRITE CALC-VERIFY-REPORT-LINE.
006230     IF WS-BREAK-COUNT = ZERO
006240         MOVE "AUDIT TRAIL VERIFIED - COMPLETE AND UNALTERED"
006250             TO CALC-VERIFY-REPORT-LINE
006260     ELSE
006270         MOVE "AUDIT TRAIL NOT VERIFIED - SEE BREAKS ABOVE"
006280             TO CALC-VERIFY-REPORT-LINE
006290     END-IF.
006300     WRITE CALC-VERIFY-REPORT-LINE.
006310     CLOSE CALC-VERIFY-REPORT-FILE.
006320 9000-EXIT.
006330     EXIT.
