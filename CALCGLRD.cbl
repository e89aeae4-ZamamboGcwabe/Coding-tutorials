000010*****************************************************************
000020* PROGRAM-ID: CalcGlRedrive
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-12
000060*
000070* REMARKS.
000080*     Re-drive of the unmapped GL holds, reachable from
000090*     CalcMenuProgram.  A posting CalcGlFeedWriter could not
000100*     map is held in CALCGLHD, and until now nothing ever sent
000110*     it again.  Once the mapping has been corrected (choice G,
000120*     CalcGlMapMaint) this job hands every hold back to
000130*     CalcGlFeedWriter inside one re-drive feed batch of its
000140*     own - header and trailer marked "R", so the
000150*     reconciliation and the month-end close can tell it from
000160*     a day's own posting batch:
000170*       - a hold that now maps goes down the feed under its
000180*         original transaction date and origin and is removed
000190*         from CALCGLHD;
000200*       - a hold that still does not map is left in CALCGLHD
000210*         exactly as it was.
000220*     Every hold is listed on the re-drive report (CALCGLRR) as
000230*     sent or still unmapped, with the totals of each.  The
000240*     held file is rewritten through the usual hardened
000250*     work-file swap (CALCGLHN).  If a send fails part way the
000260*     batch is closed on what did go, and every hold not sent
000270*     is kept, so nothing is sent twice or lost.
000280*     LS-RETURN-CODE comes back 2 when the job could not run
000290*     or could not complete, 1 when holds remain unmapped, 0
000300*     when CALCGLHD is now empty.
000310*
000320* MODIFICATION HISTORY.
000330*     2026-10-12  DN  Original GL hold re-drive.
000332*     2026-10-15  DN  A re-driven hold keeps its maker id
000333*                      (GL-MAKER-ID) and the currency, foreign
000334*                      amount and exchange rate of a converted
000335*                      posting; record images widened with the
000336*                      feed detail layout.  A hold written before
000337*                      the fields existed is sent as a rands
000338*                      posting.
000339*     2026-10-15  DN  A re-drive batch that fails to close keeps
000340*                      CALCGLHD whole and drops the work file; the
000341*                      operator is told to remove the untrailed
000342*                      group from CALCGLFD.
000343*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CalcGlRedrive.
000370 AUTHOR. D. NAIDOO.
000380 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000390 DATE-WRITTEN. 10-12-2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALC-GLHELD-FILE
000460         ASSIGN TO "CALCGLHD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GLHELD-FILE-STATUS.
000490
000500     SELECT CALC-GLHDNEW-FILE
000510         ASSIGN TO "CALCGLHN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-GLHDNEW-FILE-STATUS.
000540
000550     SELECT CALC-REDRIVE-REPORT-FILE
000560         ASSIGN TO "CALCGLRR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630*    Held-file records are byte-for-byte images of a CALCGLFD
000640*    detail record, origin code included; they are read into
000650*    WS-HELD-RECORD below.
000660*****************************************************************
000670 FD  CALC-GLHELD-FILE
000680     RECORDING MODE IS F.
000690 01  CALC-GLHELD-RECORD              PIC X(98).
000700
000710*****************************************************************
000720*    Work file for the swap - the holds still unmapped (or not
000730*    reached), byte for byte.
000740*****************************************************************
000750 FD  CALC-GLHDNEW-FILE
000760     RECORDING MODE IS F.
000770 01  CALC-GLHDNEW-RECORD             PIC X(98).
000780
000790 FD  CALC-REDRIVE-REPORT-FILE
000800     RECORDING MODE IS F.
000810 01  CALC-REDRIVE-REPORT-LINE        PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840*****************************************************************
000850*    WORKING STORAGE - CONTROL FIELDS
000860*****************************************************************
000870 77  WS-GLHELD-FILE-STATUS        PIC X(02).
000880 77  WS-GLHDNEW-FILE-STATUS       PIC X(02).
000890 77  WS-REPORT-FILE-STATUS        PIC X(02).
000900 77  WS-GLHDNEW-FILENAME          PIC X(08) VALUE "CALCGLHN".
000910 77  WS-WORK-DELETE-RC            PIC 9(09) COMP-5 VALUE ZERO.
000920 77  WS-CURRENT-DATE              PIC 9(08).
000930 77  WS-HELD-READ-COUNT           PIC 9(07) VALUE ZERO.
000940 77  WS-SENT-COUNT                PIC 9(07) VALUE ZERO.
000950 77  WS-SENT-TOTAL                PIC S9(13)V99 VALUE ZERO.
000960 77  WS-UNMAPPED-COUNT            PIC 9(07) VALUE ZERO.
000970 77  WS-UNMAPPED-TOTAL            PIC S9(13)V99 VALUE ZERO.
000980 77  WS-NOT-REACHED-COUNT         PIC 9(07) VALUE ZERO.
000990
001000 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001010     88  WS-END-OF-FILE               VALUE "Y".
001020     88  WS-NOT-END-OF-FILE           VALUE "N".
001030
001040*    Cleared by the first failed send: from then on every
001050*    remaining hold is kept as it is.
001060 01  WS-SENDING-SWITCH            PIC X(01).
001070     88  WS-SENDING                   VALUE "Y".
001080     88  WS-SENDING-STOPPED           VALUE "N".
001090
001100*    Cleared when the work file cannot be written - CALCGLHD
001110*    is then left alone rather than swapped for a short copy.
001120 01  WS-WORK-SWITCH               PIC X(01).
001130     88  WS-WORK-FILE-OK              VALUE "Y".
001140     88  WS-WORK-FILE-FAILED          VALUE "N".
001141
001142*    Cleared when the re-drive batch cannot be closed - its
001143*    group is left on CALCGLFD without a trailer, so nothing in
001144*    it has reached the ledger and CALCGLHD is kept whole.
001145 01  WS-BATCH-SWITCH              PIC X(01).
001146     88  WS-BATCH-CLOSED              VALUE "Y".
001147     88  WS-BATCH-NOT-CLOSED          VALUE "N".
001150
001160*****************************************************************
001170*    WORKING STORAGE - HELD-FILE RECORD IMAGE
001176*    Mirrors the CALCGLFD detail layout, origin code, maker
001182*    id and currency fields included.
001190*****************************************************************
001200 01  WS-HELD-RECORD.
001210     05  WS-HELD-RECORD-TYPE      PIC X(01).
001220     05  WS-HELD-TRANS-DATE       PIC 9(08).
001230     05  WS-HELD-OPERAND1         PIC S9(7)V99
001240         SIGN IS TRAILING SEPARATE CHARACTER.
001250     05  WS-HELD-OPERATOR         PIC X(01).
001260     05  WS-HELD-OPERAND2         PIC S9(7)V99
001270         SIGN IS TRAILING SEPARATE CHARACTER.
001280     05  WS-HELD-RESULT           PIC S9(9)V99
001290         SIGN IS TRAILING SEPARATE CHARACTER.
001300     05  WS-HELD-ACCOUNT          PIC X(10).
001310     05  WS-HELD-OPERATOR-ID      PIC X(08).
001320     05  WS-HELD-DEPT             PIC X(03).
001330     05  WS-HELD-ORIGIN           PIC X(01).
001335     05  WS-HELD-MAKER-ID         PIC X(08).
001336     05  WS-HELD-CURRENCY-CODE    PIC X(03).
001337     05  WS-HELD-FOREIGN-AMOUNT   PIC S9(9)V99
001338         SIGN IS TRAILING SEPARATE CHARACTER.
001339     05  WS-HELD-FX-RATE          PIC 9(05)V9(06).
001340
001350*****************************************************************
001360*    WORKING STORAGE - GL FEED WRITER PARAMETERS
001370*****************************************************************
001380     COPY "CALCGLPA.CPY".
001390
001400*****************************************************************
001410*    WORKING STORAGE - REPORT LINES
001420*****************************************************************
001430 01  WS-REDRIVE-HEADING-1.
001440     05  FILLER  PIC X(26) VALUE "GL HOLD RE-DRIVE REPORT   ".
001450     05  FILLER  PIC X(10) VALUE "RUN DATE: ".
001460     05  WS-RH1-DATE PIC 9(08).
001470     05  FILLER  PIC X(05) VALUE SPACES.
001480     05  FILLER  PIC X(14) VALUE "RE-DRIVEN BY: ".
001490     05  WS-RH1-OPERATOR-ID PIC X(08).
001500     05  FILLER  PIC X(09) VALUE SPACES.
001510
001520 01  WS-REDRIVE-HEADING-2.
001530     05  FILLER  PIC X(40)
001540         VALUE "ACTION          HELD ON  O DPT OPER ID ".
001550     05  FILLER  PIC X(40)
001560         VALUE "           RESULT  ORIG".
001570
001580 01  WS-REDRIVE-DETAIL-LINE.
001590     05  WS-RD-ACTION        PIC X(16).
001600     05  WS-RD-DATE          PIC 9(08).
001610     05  FILLER              PIC X(01) VALUE SPACE.
001620     05  WS-RD-OPERATOR      PIC X(01).
001630     05  FILLER              PIC X(01) VALUE SPACE.
001640     05  WS-RD-DEPT          PIC X(03).
001650     05  FILLER              PIC X(01) VALUE SPACE.
001660     05  WS-RD-OPERATOR-ID   PIC X(08).
001670     05  FILLER              PIC X(01) VALUE SPACE.
001680     05  WS-RD-RESULT        PIC -Z(12)9.99.
001690     05  FILLER              PIC X(02) VALUE SPACES.
001700     05  WS-RD-ORIGIN        PIC X(01).
001710     05  FILLER              PIC X(19) VALUE SPACES.
001720
001730 01  WS-REDRIVE-COUNT-LINE.
001740     05  WS-RC-TEXT          PIC X(40).
001750     05  WS-RC-COUNT         PIC Z,ZZZ,ZZ9.
001760     05  FILLER              PIC X(31) VALUE SPACES.
001770
001780 01  WS-REDRIVE-VALUE-LINE.
001790     05  WS-RV-TEXT          PIC X(40).
001800     05  WS-RV-VALUE         PIC -Z(12)9.99.
001810     05  FILLER              PIC X(23) VALUE SPACES.
001820
001830 LINKAGE SECTION.
001840 01  LS-RETURN-CODE               PIC 9(04) COMP.
001850 01  LS-OPERATOR-ID               PIC X(08).
001860
001870*****************************************************************
001880*    0000-MAINLINE
001890*****************************************************************
001900 PROCEDURE DIVISION USING LS-RETURN-CODE LS-OPERATOR-ID.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-REDRIVE-HOLDS THRU 2000-EXIT.
001940     PERFORM 3000-REPLACE-GLHELD THRU 3000-EXIT.
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001960     GOBACK.
001970
001980*****************************************************************
001990*    1000-INITIALIZE
002000*    Opens the report, the held file and the work file, and
002010*    opens the re-drive batch.  No held file means there is
002020*    nothing to re-drive - the report says so and the job ends
002030*    clean.
002040*****************************************************************
002050 1000-INITIALIZE.
002060     MOVE ZERO TO LS-RETURN-CODE.
002070     MOVE ZERO TO WS-HELD-READ-COUNT WS-SENT-COUNT
002080                  WS-SENT-TOTAL WS-UNMAPPED-COUNT
002090                  WS-UNMAPPED-TOTAL WS-NOT-REACHED-COUNT.
002100     SET WS-SENDING TO TRUE.
002110     SET WS-WORK-FILE-OK TO TRUE.
002115     SET WS-BATCH-CLOSED TO TRUE.
002120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002130
002140     OPEN OUTPUT CALC-REDRIVE-REPORT-FILE.
002150     IF WS-REPORT-FILE-STATUS NOT = "00"
002160         DISPLAY "CalcGlRedrive: unable to open CALCGLRR - "
002170             "status " WS-REPORT-FILE-STATUS
002180         MOVE 2 TO LS-RETURN-CODE
002190         GOBACK
002200     END-IF.
002210     MOVE WS-CURRENT-DATE TO WS-RH1-DATE.
002220     MOVE LS-OPERATOR-ID TO WS-RH1-OPERATOR-ID.
002230     MOVE WS-REDRIVE-HEADING-1 TO CALC-REDRIVE-REPORT-LINE.
002240     WRITE CALC-REDRIVE-REPORT-LINE.
002250     MOVE SPACES TO CALC-REDRIVE-REPORT-LINE.
002260     WRITE CALC-REDRIVE-REPORT-LINE.
002270
002280     OPEN INPUT CALC-GLHELD-FILE.
002290     IF WS-GLHELD-FILE-STATUS = "35"
002300         MOVE "NO GL POSTINGS ARE HELD"
002305             TO CALC-REDRIVE-REPORT-LINE
002310         WRITE CALC-REDRIVE-REPORT-LINE
002320         CLOSE CALC-REDRIVE-REPORT-FILE
002330         DISPLAY "No GL postings are held - nothing to re-drive"
002340         GOBACK
002350     END-IF.
002360     IF WS-GLHELD-FILE-STATUS NOT = "00"
002370         DISPLAY "CalcGlRedrive: unable to open CALCGLHD - "
002380             "status " WS-GLHELD-FILE-STATUS
002390         CLOSE CALC-REDRIVE-REPORT-FILE
002400         MOVE 2 TO LS-RETURN-CODE
002410         GOBACK
002420     END-IF.
002430     OPEN OUTPUT CALC-GLHDNEW-FILE.
002440     IF WS-GLHDNEW-FILE-STATUS NOT = "00"
002450         DISPLAY "CalcGlRedrive: unable to open CALCGLHN - "
002460             "status " WS-GLHDNEW-FILE-STATUS
002470         CLOSE CALC-GLHELD-FILE
002480         CLOSE CALC-REDRIVE-REPORT-FILE
002490         MOVE 2 TO LS-RETURN-CODE
002500         GOBACK
002510     END-IF.
002520
002530     SET GLW-FUNC-OPEN-REDRIVE TO TRUE.
002540     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
002550     IF GLW-STATUS-ERROR
002560         DISPLAY "CalcGlRedrive: unable to open a re-drive "
002570             "batch - nothing sent"
002580         CLOSE CALC-GLHELD-FILE
002590         CLOSE CALC-GLHDNEW-FILE
002600         CLOSE CALC-REDRIVE-REPORT-FILE
002610         MOVE 2 TO LS-RETURN-CODE
002620         GOBACK
002630     END-IF.
002640
002650     MOVE WS-REDRIVE-HEADING-2 TO CALC-REDRIVE-REPORT-LINE.
002660     WRITE CALC-REDRIVE-REPORT-LINE.
002670 1000-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710*    2000-REDRIVE-HOLDS
002720*    Hands each hold to the feed writer in turn, then closes
002730*    the re-drive batch on whatever was sent (a batch that sent
002734*    nothing leaves no group on the feed).  A batch that will
002738*    not close leaves its group without a trailer: the extract
002742*    rejects it, so every hold must stay held and the group
002746*    must be taken off CALCGLFD before the next re-drive.
002750*****************************************************************
002760 2000-REDRIVE-HOLDS.
002770     SET WS-NOT-END-OF-FILE TO TRUE.
002780     PERFORM 2100-REDRIVE-ONE-HELD THRU 2100-EXIT
002790         UNTIL WS-END-OF-FILE.
002800     CLOSE CALC-GLHELD-FILE.
002810     CLOSE CALC-GLHDNEW-FILE.
002820
002830     SET GLW-FUNC-CLOSE TO TRUE.
002840     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
002850     IF GLW-STATUS-ERROR
002860         DISPLAY "CalcGlRedrive: the re-drive batch did not "
002870             "close cleanly - see the message above"
002873         DISPLAY "The untrailed re-drive group must be removed "
002876             "from CALCGLFD before the next re-drive"
002880         MOVE 2 TO LS-RETURN-CODE
002885         SET WS-BATCH-NOT-CLOSED TO TRUE
002890     END-IF.
002900 2000-EXIT.
002910     EXIT.
002920
002930*****************************************************************
002940*    2100-REDRIVE-ONE-HELD
002950*    A hold that now maps is sent and dropped from the held
002960*    file; one that does not, or one left over after a failed
002970*    send, is copied to the work file unchanged.
002980*****************************************************************
002990 2100-REDRIVE-ONE-HELD.
003000     READ CALC-GLHELD-FILE INTO WS-HELD-RECORD
003010         AT END
003020             SET WS-END-OF-FILE TO TRUE
003030     END-READ.
003040     IF WS-END-OF-FILE
003050         GO TO 2100-EXIT
003060     END-IF.
003070     ADD 1 TO WS-HELD-READ-COUNT.
003080
003090     IF WS-SENDING-STOPPED
003100         ADD 1 TO WS-NOT-REACHED-COUNT
003110         PERFORM 2200-KEEP-HELD THRU 2200-EXIT
003120         GO TO 2100-EXIT
003130     END-IF.
003140
003150     MOVE WS-HELD-OPERAND1    TO GLW-OPERAND1.
003160     MOVE WS-HELD-OPERATOR    TO GLW-OPERATOR.
003170     MOVE WS-HELD-OPERAND2    TO GLW-OPERAND2.
003180     MOVE WS-HELD-RESULT      TO GLW-RESULT.
003190     MOVE WS-HELD-OPERATOR-ID TO GLW-OPERATOR-ID.
003200     MOVE WS-HELD-DEPT        TO GLW-DEPT-CODE.
003210     MOVE WS-HELD-ORIGIN      TO GLW-ORIGIN-CODE.
003220     MOVE WS-HELD-TRANS-DATE  TO GLW-TRANS-DATE.
003225     MOVE WS-HELD-MAKER-ID    TO GLW-MAKER-ID.
003226     IF WS-HELD-CURRENCY-CODE = SPACES
003227         MOVE SPACES TO GLW-CURRENCY-CODE
003228         MOVE ZERO   TO GLW-FOREIGN-AMOUNT GLW-FX-RATE
003229     ELSE
003230         MOVE WS-HELD-CURRENCY-CODE  TO GLW-CURRENCY-CODE
003231         MOVE WS-HELD-FOREIGN-AMOUNT TO GLW-FOREIGN-AMOUNT
003232         MOVE WS-HELD-FX-RATE        TO GLW-FX-RATE
003233     END-IF.
003234     SET GLW-FUNC-REDRIVE TO TRUE.
003240     CALL "CalcGlFeedWriter" USING GLFEED-WRITER-DATA.
003250
003260     EVALUATE TRUE
003270         WHEN GLW-STATUS-OK
003280             ADD 1 TO WS-SENT-COUNT
003290             ADD WS-HELD-RESULT TO WS-SENT-TOTAL
003300             MOVE "SENT" TO WS-RD-ACTION
003310             PERFORM 2300-LIST-HELD THRU 2300-EXIT
003320         WHEN GLW-STATUS-UNMAPPED
003330             ADD 1 TO WS-UNMAPPED-COUNT
003340             ADD WS-HELD-RESULT TO WS-UNMAPPED-TOTAL
003350             MOVE "STILL UNMAPPED" TO WS-RD-ACTION
003360             PERFORM 2300-LIST-HELD THRU 2300-EXIT
003370             PERFORM 2200-KEEP-HELD THRU 2200-EXIT
003380         WHEN OTHER
003390             DISPLAY "CalcGlRedrive: send failed - the rest "
003400                 "of the holds are kept"
003410             MOVE 2 TO LS-RETURN-CODE
003420             SET WS-SENDING-STOPPED TO TRUE
003430             ADD 1 TO WS-NOT-REACHED-COUNT
003440             PERFORM 2200-KEEP-HELD THRU 2200-EXIT
003450     END-EVALUATE.
003460 2100-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*    2200-KEEP-HELD
003510*    A work file that cannot be written stops the sending too:
003520*    CALCGLHD will not be swapped, so anything sent after this
003530*    point would be sent again by the next re-drive.
003540*****************************************************************
003550 2200-KEEP-HELD.
003560     IF WS-WORK-FILE-FAILED
003570         GO TO 2200-EXIT
003580     END-IF.
003590     WRITE CALC-GLHDNEW-RECORD FROM CALC-GLHELD-RECORD.
003600     IF WS-GLHDNEW-FILE-STATUS NOT = "00"
003610         DISPLAY "CalcGlRedrive: unable to write CALCGLHN - "
003620             "status " WS-GLHDNEW-FILE-STATUS
003630         MOVE 2 TO LS-RETURN-CODE
003640         SET WS-WORK-FILE-FAILED TO TRUE
003650         SET WS-SENDING-STOPPED TO TRUE
003660     END-IF.
003670 2200-EXIT.
003680     EXIT.
003690
003700 2300-LIST-HELD.
003710     MOVE WS-HELD-TRANS-DATE  TO WS-RD-DATE.
003720     MOVE WS-HELD-OPERATOR    TO WS-RD-OPERATOR.
003730     MOVE WS-HELD-DEPT        TO WS-RD-DEPT.
003740     MOVE WS-HELD-OPERATOR-ID TO WS-RD-OPERATOR-ID.
003750     MOVE WS-HELD-RESULT      TO WS-RD-RESULT.
003760     MOVE WS-HELD-ORIGIN      TO WS-RD-ORIGIN.
003770     MOVE WS-REDRIVE-DETAIL-LINE TO CALC-REDRIVE-REPORT-LINE.
003780     WRITE CALC-REDRIVE-REPORT-LINE.
003790 2300-EXIT.
003800     EXIT.
003810
003820*****************************************************************
003830*    3000-REPLACE-GLHELD
003840*    The same hardened swap the purge job has always used.
003850*    Nothing sent means CALCGLHD is already right and is left
003855*    alone, as it is when the re-drive batch did not close -
003860*    nothing in that group reaches the ledger, so every hold
003865*    is still owed and the work file is thrown away.  A work
003870*    file that could not be written means it must be left
003875*    alone - the postings sent are listed on the report and
003880*    must be taken out of CALCGLHD by hand.
003890*****************************************************************
003900 3000-REPLACE-GLHELD.
003901     IF WS-BATCH-NOT-CLOSED
003902         DISPLAY "CALCGLHD not updated - every hold, including "
003903             "those listed SENT on CALCGLRR, is still held"
003904         CALL "CBL_DELETE_FILE" USING WS-GLHDNEW-FILENAME
003905             RETURNING WS-WORK-DELETE-RC
003906         GO TO 3000-EXIT
003907     END-IF.
003910     IF WS-WORK-FILE-FAILED
003920         DISPLAY "CALCGLHD not updated - the postings listed "
003930             "SENT on CALCGLRR are still held"
003940         GO TO 3000-EXIT
003950     END-IF.
003960     IF WS-SENT-COUNT = ZERO
003970         CALL "CBL_DELETE_FILE" USING WS-GLHDNEW-FILENAME
003980             RETURNING WS-WORK-DELETE-RC
003990         GO TO 3000-EXIT
004000     END-IF.
004010
004020     OPEN OUTPUT CALC-GLHELD-FILE.
004030     IF WS-GLHELD-FILE-STATUS NOT = "00"
004040         DISPLAY "CalcGlRedrive: unable to reopen CALCGLHD - "
004050             "status " WS-GLHELD-FILE-STATUS
004060         DISPLAY "Open holds remain in CALCGLHN"
004070         MOVE 2 TO LS-RETURN-CODE
004080         GO TO 3000-EXIT
004090     END-IF.
004100     OPEN INPUT CALC-GLHDNEW-FILE.
004110     IF WS-GLHDNEW-FILE-STATUS NOT = "00"
004120         DISPLAY "CalcGlRedrive: unable to reopen CALCGLHN - "
004130             "status " WS-GLHDNEW-FILE-STATUS
004140         DISPLAY "Open holds remain in CALCGLHN"
004150         CLOSE CALC-GLHELD-FILE
004160         MOVE 2 TO LS-RETURN-CODE
004170         GO TO 3000-EXIT
004180     END-IF.
004190     SET WS-NOT-END-OF-FILE TO TRUE.
004200     PERFORM 3100-COPY-BACK-ONE THRU 3100-EXIT
004210         UNTIL WS-END-OF-FILE.
004220     CLOSE CALC-GLHELD-FILE.
004230     CLOSE CALC-GLHDNEW-FILE.
004240     IF WS-WORK-FILE-OK
004250         CALL "CBL_DELETE_FILE" USING WS-GLHDNEW-FILENAME
004260             RETURNING WS-WORK-DELETE-RC
004270     END-IF.
004280 3000-EXIT.
004290     EXIT.
004300
004310 3100-COPY-BACK-ONE.
004320     READ CALC-GLHDNEW-FILE
004330         AT END
004340             SET WS-END-OF-FILE TO TRUE
004350         NOT AT END
004360             WRITE CALC-GLHELD-RECORD FROM CALC-GLHDNEW-RECORD
004370     END-READ.
004380     IF WS-NOT-END-OF-FILE
004390        AND WS-GLHELD-FILE-STATUS NOT = "00"
004400         DISPLAY "CalcGlRedrive: unable to write CALCGLHD - "
004410             "status " WS-GLHELD-FILE-STATUS
004420         DISPLAY "Open holds remain in CALCGLHN"
004430         MOVE 2 TO LS-RETURN-CODE
004440         SET WS-WORK-FILE-FAILED TO TRUE
004450         SET WS-END-OF-FILE TO TRUE
004460     END-IF.
004470 3100-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510*    9000-TERMINATE
004520*****************************************************************
004530 9000-TERMINATE.
004540     MOVE SPACES TO CALC-REDRIVE-REPORT-LINE.
004550     WRITE CALC-REDRIVE-REPORT-LINE.
004560
004570     MOVE SPACES TO WS-REDRIVE-COUNT-LINE.
004580     MOVE "HELD POSTINGS READ:" TO WS-RC-TEXT.
004590     MOVE WS-HELD-READ-COUNT TO WS-RC-COUNT.
004600     MOVE WS-REDRIVE-COUNT-LINE TO CALC-REDRIVE-REPORT-LINE.
004610     WRITE CALC-REDRIVE-REPORT-LINE.
004620
004630     MOVE SPACES TO WS-REDRIVE-COUNT-LINE.
004640     MOVE "SENT TO THE LEDGER:" TO WS-RC-TEXT.
004650     MOVE WS-SENT-COUNT TO WS-RC-COUNT.
004660     MOVE WS-REDRIVE-COUNT-LINE TO CALC-REDRIVE-REPORT-LINE.
004670     WRITE CALC-REDRIVE-REPORT-LINE.
004680
004690     MOVE SPACES TO WS-REDRIVE-VALUE-LINE.
004700     MOVE "SENT TO THE LEDGER - VALUE:" TO WS-RV-TEXT.
004710     MOVE WS-SENT-TOTAL TO WS-RV-VALUE.
004720     MOVE WS-REDRIVE-VALUE-LINE TO CALC-REDRIVE-REPORT-LINE.
004730     WRITE CALC-REDRIVE-REPORT-LINE.
004740
004750     MOVE SPACES TO WS-REDRIVE-COUNT-LINE.
004760     MOVE "STILL UNMAPPED - LEFT HELD:" TO WS-RC-TEXT.
004770     MOVE WS-UNMAPPED-COUNT TO WS-RC-COUNT.
004780     MOVE WS-REDRIVE-COUNT-LINE TO CALC-REDRIVE-REPORT-LINE.
004790     WRITE CALC-REDRIVE-REPORT-LINE.
004800
004810     MOVE SPACES TO WS-REDRIVE-VALUE-LINE.
004820     MOVE "STILL UNMAPPED - VALUE:" TO WS-RV-TEXT.
004830     MOVE WS-UNMAPPED-TOTAL TO WS-RV-VALUE.
004840     MOVE WS-REDRIVE-VALUE-LINE TO CALC-REDRIVE-REPORT-LINE.
004850     WRITE CALC-REDRIVE-REPORT-LINE.
004860
004870     IF WS-NOT-REACHED-COUNT NOT = ZERO
004880         MOVE SPACES TO WS-REDRIVE-COUNT-LINE
004890         MOVE "NOT SENT AFTER A FAILURE - LEFT HELD:"
004900             TO WS-RC-TEXT
004910         MOVE WS-NOT-REACHED-COUNT TO WS-RC-COUNT
004920         MOVE WS-REDRIVE-COUNT-LINE TO CALC-REDRIVE-REPORT-LINE
004930         WRITE CALC-REDRIVE-REPORT-LINE
004940     END-IF.
004941     IF WS-BATCH-NOT-CLOSED
004942         MOVE "RE-DRIVE BATCH NOT CLOSED - NOTHING SENT, ALL KEPT"
004943             TO CALC-REDRIVE-REPORT-LINE
004944         WRITE CALC-REDRIVE-REPORT-LINE
004945     END-IF.
004950     CLOSE CALC-REDRIVE-REPORT-FILE.
004960
004970     IF LS-RETURN-CODE = ZERO
004980      AND WS-UNMAPPED-COUNT NOT = ZERO
004990         MOVE 1 TO LS-RETURN-CODE
005000     END-IF.
005010     DISPLAY "Re-drive complete - " WS-SENT-COUNT " sent, "
005020         WS-UNMAPPED-COUNT " still unmapped - see CALCGLRR".
005030 9000-EXIT.
005040     EXIT.
