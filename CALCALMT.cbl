000010*****************************************************************
000020* PROGRAM-ID: CalcAllocMaint
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Maintenance screen for the cost-allocation file CALCALOC,
000090*     reachable from CalcMenuProgram, so a shared cost is keyed
000100*     once with an allocation code and CalcBatchDriver splits
000110*     its Result across the departments instead of each share
000120*     being keyed as its own percentage calculation.  List
000130*     shows every allocation and its lines; Add takes a code
000140*     and up to nine department/percentage lines that must add
000150*     to exactly 100.00 (an Add for a code already on file
000160*     replaces it whole); Delete removes one code.  Neither
000170*     touches CALCALOC directly - both are captured as pending
000180*     changes in CALCCHGP under the signed-on maker's id and
000190*     take effect only when a second operator approves them
000200*     through CalcApprovalQueue, the same four-eyes rule as
000210*     the rate and standing-instruction files.  LS-RETURN-CODE
000220*     comes back 2 if the requested function could not run, 0
000230*     otherwise.
000240*
000250* MODIFICATION HISTORY.
000260*     2026-10-15  DN  Original cost-allocation maintenance.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CalcAllocMaint.
000300 AUTHOR. D. NAIDOO.
000310 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000320 DATE-WRITTEN. 10-15-2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CALC-ALLOC-FILE
000390         ASSIGN TO "CALCALOC"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ALLOC-FILE-STATUS.
000420
000430     SELECT CALC-CHANGE-FILE
000440         ASSIGN TO "CALCCHGP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALC-ALLOC-FILE
000510     RECORDING MODE IS F.
000520     COPY "CALCALOC.CPY".
000530
000540 FD  CALC-CHANGE-FILE
000550     RECORDING MODE IS F.
000560     COPY "CALCCHG.CPY".
000570
000580 WORKING-STORAGE SECTION.
000590*****************************************************************
000600*    WORKING STORAGE - KEY CONTROL INTERFACE
000610*****************************************************************
000620     COPY "CALCKPA.CPY".
000630
000640*****************************************************************
000650*    WORKING STORAGE - CONTROL FIELDS
000660*****************************************************************
000670 77  WS-ALLOC-FILE-STATUS         PIC X(02).
000680 77  WS-CHANGE-FILE-STATUS        PIC X(02).
000690 77  WS-NEXT-CHANGE-KEY           PIC 9(06) VALUE ZERO.
000700 77  WS-CURRENT-DATE              PIC 9(08).
000710 77  WS-LISTED-COUNT              PIC 9(04) VALUE ZERO.
000720 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
000730 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
000740 77  WS-LINE-SUB                  PIC 9(02) COMP VALUE ZERO.
000750 77  WS-CHECK-SUB                 PIC 9(02) COMP VALUE ZERO.
000760 77  WS-PERCENT-TOTAL             PIC 9(05)V99 VALUE ZERO.
000770 77  WS-DISPLAY-PERCENT           PIC ZZ9.99.
000780 77  WS-DISPLAY-TOTAL             PIC ZZZZ9.99.
000790
000800 01  WS-INPUT-ALLOC-CODE          PIC X(04).
000810 01  WS-INPUT-DEPT-CODE           PIC X(03).
000820 01  WS-INPUT-PERCENT             PIC X(08).
000830
000840 01  WS-FUNCTION-CHOICE           PIC X(01).
000850     88  WS-FUNC-LIST                 VALUE "L" "l".
000860     88  WS-FUNC-ADD                  VALUE "A" "a".
000870     88  WS-FUNC-DELETE               VALUE "D" "d".
000880     88  WS-FUNC-BACK                 VALUE "X" "x".
000890     88  WS-FUNC-VALID                VALUE "L" "l" "A" "a"
000900                                            "D" "d" "X" "x".
000910
000920 01  WS-END-OF-FILE-SWITCH        PIC X(01).
000930     88  WS-END-OF-FILE               VALUE "Y".
000940     88  WS-NOT-END-OF-FILE           VALUE "N".
000950
000960 01  WS-ENTRY-SWITCH              PIC X(01).
000970     88  WS-ENTRY-VALID               VALUE "Y".
000980     88  WS-ENTRY-INVALID             VALUE "N".
000990     88  WS-ENTRY-ABANDONED           VALUE "A".
001000
001010 01  WS-LINES-SWITCH              PIC X(01).
001020     88  WS-LINES-DONE                VALUE "Y".
001030     88  WS-LINES-GOING               VALUE "N".
001040
001050 01  WS-FOUND-SWITCH              PIC X(01).
001060     88  WS-ALLOC-FOUND               VALUE "Y".
001070     88  WS-ALLOC-NOT-FOUND           VALUE "N".
001080
001090 01  WS-DUP-DEPT-SWITCH           PIC X(01).
001100     88  WS-DUP-DEPT-FOUND            VALUE "Y".
001110     88  WS-DUP-DEPT-NOT-FOUND        VALUE "N".
001120
001130*    The allocation being keyed is built here and moved whole
001140*    into PC-RECORD-IMAGE once it has proved to add to 100.00.
001150 01  WS-NEW-ALLOCATION.
001160     05  WS-NEW-ALLOC-CODE        PIC X(04).
001170     05  WS-NEW-LINE-COUNT        PIC 9(02).
001180     05  WS-NEW-LINE OCCURS 9 TIMES.
001190         10  WS-NEW-DEPT-CODE     PIC X(03).
001200         10  WS-NEW-PERCENT       PIC 9(03)V99.
001210     05  FILLER                   PIC X(02).
001220
001230 LINKAGE SECTION.
001240 01  LS-RETURN-CODE               PIC 9(04) COMP.
001250 01  LS-OPERATOR-ID               PIC X(08).
001260
001270*****************************************************************
001280*    0000-MAINLINE
001290*****************************************************************
001300 PROCEDURE DIVISION USING LS-RETURN-CODE LS-OPERATOR-ID.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     EVALUATE TRUE
001340         WHEN WS-FUNC-LIST
001350             PERFORM 2000-LIST-ALLOCATIONS THRU 2000-EXIT
001360         WHEN WS-FUNC-ADD
001370             PERFORM 3000-ADD-ALLOCATION THRU 3000-EXIT
001380         WHEN WS-FUNC-DELETE
001390             PERFORM 4000-DELETE-ALLOCATION THRU 4000-EXIT
001400         WHEN OTHER
001410             CONTINUE
001420     END-EVALUATE.
001430     GOBACK.
001440
001450*****************************************************************
001460*    1000-INITIALIZE
001470*****************************************************************
001480 1000-INITIALIZE.
001490     MOVE ZERO TO LS-RETURN-CODE.
001500     MOVE ZERO TO WS-LISTED-COUNT
001510                  WS-INVALID-ENTRY-COUNT.
001520     DISPLAY "Cost Allocation Maintenance".
001530     MOVE SPACE TO WS-FUNCTION-CHOICE.
001540     PERFORM 1100-ACCEPT-FUNCTION THRU 1100-EXIT
001550         UNTIL WS-FUNC-VALID OR LS-RETURN-CODE NOT = ZERO.
001560 1000-EXIT.
001570     EXIT.
001580
001590 1100-ACCEPT-FUNCTION.
001600     DISPLAY "List, Add, Delete, or eXit? (L/A/D/X)".
001610     ACCEPT WS-FUNCTION-CHOICE.
001620     IF NOT WS-FUNC-VALID
001630         ADD 1 TO WS-INVALID-ENTRY-COUNT
001640         IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
001650             DISPLAY "Too many invalid entries - returning to "
001660                 "the menu"
001670             MOVE 2 TO LS-RETURN-CODE
001680         ELSE
001690             DISPLAY "Invalid entry - please answer L, A, D or X"
001700         END-IF
001710     END-IF.
001720 1100-EXIT.
001730     EXIT.
001740
001750*****************************************************************
001760*    2000-LIST-ALLOCATIONS
001770*    One heading line per allocation code, then one line per
001780*    target department in the order the shares are taken.
001790*****************************************************************
001800 2000-LIST-ALLOCATIONS.
001810     OPEN INPUT CALC-ALLOC-FILE.
001820     IF WS-ALLOC-FILE-STATUS = "35"
001830         DISPLAY "No cost allocations on file"
001840         GO TO 2000-EXIT
001850     END-IF.
001860     IF WS-ALLOC-FILE-STATUS NOT = "00"
001870         DISPLAY "CalcAllocMaint: unable to open CALCALOC - "
001880             "status " WS-ALLOC-FILE-STATUS
001890         MOVE 2 TO LS-RETURN-CODE
001900         GO TO 2000-EXIT
001910     END-IF.
001920     SET WS-NOT-END-OF-FILE TO TRUE.
001930     PERFORM 2100-LIST-ONE THRU 2100-EXIT
001940         UNTIL WS-END-OF-FILE.
001950     CLOSE CALC-ALLOC-FILE.
001960     DISPLAY WS-LISTED-COUNT " allocation(s) on file".
001970 2000-EXIT.
001980     EXIT.
001990
002000 2100-LIST-ONE.
002010     READ CALC-ALLOC-FILE
002020         AT END
002030             SET WS-END-OF-FILE TO TRUE
002040             GO TO 2100-EXIT
002050     END-READ.
002060     ADD 1 TO WS-LISTED-COUNT.
002070     DISPLAY "ALLOCATION " AL-ALLOC-CODE "  " AL-LINE-COUNT
002080         " LINE(S)".
002090     IF AL-LINE-COUNT NOT NUMERIC
002100      OR AL-LINE-COUNT > 9
002110         GO TO 2100-EXIT
002120     END-IF.
002130     PERFORM 2110-LIST-ONE-LINE THRU 2110-EXIT
002140         VARYING AL-LINE-IDX FROM 1 BY 1
002150         UNTIL AL-LINE-IDX > AL-LINE-COUNT.
002160 2100-EXIT.
002170     EXIT.
002180
002190 2110-LIST-ONE-LINE.
002200     MOVE AL-PERCENT (AL-LINE-IDX) TO WS-DISPLAY-PERCENT.
002210     DISPLAY "    DEPT " AL-DEPT-CODE (AL-LINE-IDX) "  "
002220         WS-DISPLAY-PERCENT "%".
002230 2110-EXIT.
002240     EXIT.
002250
002260*****************************************************************
002270*    3000-ADD-ALLOCATION
002280*    Captures one allocation as a pending change - CALCALOC is
002290*    only written when a second operator approves it.  A code
002300*    already on file is replaced whole on approval, so a change
002310*    to the percentages is keyed as a fresh Add of the code.
002320*****************************************************************
002330 3000-ADD-ALLOCATION.
002340     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
002350     SET WS-ENTRY-INVALID TO TRUE.
002360     PERFORM 3100-ACCEPT-ALLOCATION THRU 3100-EXIT
002370         UNTIL WS-ENTRY-VALID OR WS-ENTRY-ABANDONED.
002380     IF WS-ENTRY-ABANDONED
002390         MOVE 2 TO LS-RETURN-CODE
002400         GO TO 3000-EXIT
002410     END-IF.
002420
002430     PERFORM 4100-CHECK-CODE-EXISTS THRU 4100-EXIT.
002440     IF WS-ALLOC-FOUND
002450         DISPLAY "Allocation " WS-NEW-ALLOC-CODE " is on file - "
002460             "approval will replace it"
002470     END-IF.
002480
002490     PERFORM 3300-ASSIGN-CHANGE-KEY THRU 3300-EXIT.
002500     MOVE SPACES TO CALC-CHANGE-RECORD.
002510     MOVE WS-NEXT-CHANGE-KEY     TO PC-CHANGE-KEY.
002520     MOVE "CALCALOC"             TO PC-FILE-ID.
002530     SET PC-ACTION-ADD           TO TRUE.
002540     MOVE LS-OPERATOR-ID         TO PC-MAKER-ID.
002550     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002560     MOVE WS-CURRENT-DATE        TO PC-MAKER-DATE.
002570     MOVE ZERO                   TO PC-DELETE-KEY.
002580     MOVE WS-NEW-ALLOCATION      TO PC-RECORD-IMAGE.
002590     PERFORM 3400-WRITE-CHANGE THRU 3400-EXIT.
002600     IF LS-RETURN-CODE = ZERO
002610         DISPLAY "Allocation captured as pending change "
002620             WS-NEXT-CHANGE-KEY " - awaiting approval"
002630     END-IF.
002640 3000-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680*    3100-ACCEPT-ALLOCATION
002690*    Takes the code, then department/percentage lines until a
002700*    blank department or the ninth line.  Any bad line, a
002710*    department keyed twice, or lines not adding to exactly
002720*    100.00 sends the whole allocation round to be keyed again.
002730*****************************************************************
002740 3100-ACCEPT-ALLOCATION.
002750     SET WS-ENTRY-VALID TO TRUE.
002760     MOVE SPACES TO WS-NEW-ALLOCATION.
002770     MOVE ZERO   TO WS-NEW-LINE-COUNT
002780                    WS-PERCENT-TOTAL.
002790
002800     DISPLAY "Allocation code: ".
002810     ACCEPT WS-INPUT-ALLOC-CODE.
002820     IF WS-INPUT-ALLOC-CODE = SPACES
002830         DISPLAY "Invalid entry - allocation code is required"
002840         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002850         GO TO 3100-EXIT
002860     END-IF.
002870     MOVE WS-INPUT-ALLOC-CODE TO WS-NEW-ALLOC-CODE.
002880
002890     DISPLAY "Enter each department and its percentage - a "
002900         "blank department ends the list".
002910     SET WS-LINES-GOING TO TRUE.
002920     PERFORM 3110-ACCEPT-ONE-LINE THRU 3110-EXIT
002930         UNTIL WS-LINES-DONE.
002940     IF NOT WS-ENTRY-VALID
002950         GO TO 3100-EXIT
002960     END-IF.
002970
002980     IF WS-NEW-LINE-COUNT = ZERO
002990         DISPLAY "Invalid entry - at least one department is "
003000             "required"
003010         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003020         GO TO 3100-EXIT
003030     END-IF.
003040     IF WS-PERCENT-TOTAL NOT = 100
003050         MOVE WS-PERCENT-TOTAL TO WS-DISPLAY-TOTAL
003060         DISPLAY "Invalid entry - percentages add to "
003070             WS-DISPLAY-TOTAL " not 100.00"
003080         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003090         GO TO 3100-EXIT
003100     END-IF.
003110
003120     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003130 3100-EXIT.
003140     EXIT.
003150
003160 3110-ACCEPT-ONE-LINE.
003170     DISPLAY "Department code (blank = done): ".
003180     ACCEPT WS-INPUT-DEPT-CODE.
003190     IF WS-INPUT-DEPT-CODE = SPACES
003200         SET WS-LINES-DONE TO TRUE
003210         GO TO 3110-EXIT
003220     END-IF.
003230     SET WS-DUP-DEPT-NOT-FOUND TO TRUE.
003240     PERFORM 3120-TEST-ONE-DEPT THRU 3120-EXIT
003250         VARYING WS-CHECK-SUB FROM 1 BY 1
003260         UNTIL WS-CHECK-SUB > WS-NEW-LINE-COUNT.
003270     IF WS-DUP-DEPT-FOUND
003280         DISPLAY "Invalid entry - department " WS-INPUT-DEPT-CODE
003290             " already keyed"
003300         SET WS-LINES-DONE TO TRUE
003310         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003320         GO TO 3110-EXIT
003330     END-IF.
003340
003350     DISPLAY "Percentage for " WS-INPUT-DEPT-CODE ": ".
003360     ACCEPT WS-INPUT-PERCENT.
003370     IF FUNCTION TEST-NUMVAL(WS-INPUT-PERCENT) NOT = ZERO
003380         DISPLAY "Invalid entry - percentage is not numeric"
003390         SET WS-LINES-DONE TO TRUE
003400         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003410         GO TO 3110-EXIT
003420     END-IF.
003421     IF FUNCTION NUMVAL(WS-INPUT-PERCENT) < ZERO
003422         DISPLAY "Invalid entry - percentage cannot be negative"
003423         SET WS-LINES-DONE TO TRUE
003424         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003425         GO TO 3110-EXIT
003426     END-IF.
003430     ADD 1 TO WS-NEW-LINE-COUNT.
003440     MOVE WS-NEW-LINE-COUNT TO WS-LINE-SUB.
003450     COMPUTE WS-NEW-PERCENT (WS-LINE-SUB) =
003460             FUNCTION NUMVAL(WS-INPUT-PERCENT)
003470         ON SIZE ERROR
003480             DISPLAY "Invalid entry - percentage is too large"
003490             SET WS-LINES-DONE TO TRUE
003500             PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003510             GO TO 3110-EXIT
003520     END-COMPUTE.
003521     IF FUNCTION NUMVAL(WS-INPUT-PERCENT)
003522        NOT = WS-NEW-PERCENT (WS-LINE-SUB)
003523         DISPLAY "Invalid entry - percentage has more than two "
003524             "decimals"
003525         SET WS-LINES-DONE TO TRUE
003526         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003527         GO TO 3110-EXIT
003528     END-IF.
003530     IF WS-NEW-PERCENT (WS-LINE-SUB) = ZERO
003540      OR WS-NEW-PERCENT (WS-LINE-SUB) > 100
003550         DISPLAY "Invalid entry - percentage must be above 0 "
003560             "and at most 100"
003570         SET WS-LINES-DONE TO TRUE
003580         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003590         GO TO 3110-EXIT
003600     END-IF.
003610     MOVE WS-INPUT-DEPT-CODE TO WS-NEW-DEPT-CODE (WS-LINE-SUB).
003620     ADD WS-NEW-PERCENT (WS-LINE-SUB) TO WS-PERCENT-TOTAL.
003630     IF WS-NEW-LINE-COUNT >= 9
003640         DISPLAY "Nine departments keyed - list complete"
003650         SET WS-LINES-DONE TO TRUE
003660     END-IF.
003670 3110-EXIT.
003680     EXIT.
003690
003700 3120-TEST-ONE-DEPT.
003710     IF WS-NEW-DEPT-CODE (WS-CHECK-SUB) = WS-INPUT-DEPT-CODE
003720         SET WS-DUP-DEPT-FOUND TO TRUE
003730     END-IF.
003740 3120-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*    3150-REJECT-ENTRY
003790*    Common handling for every rejection branch above, bounded
003800*    by WS-MAX-INVALID-ATTEMPTS consecutive failures.
003810*****************************************************************
003820 3150-REJECT-ENTRY.
003830     SET WS-ENTRY-INVALID TO TRUE.
003840     ADD 1 TO WS-INVALID-ENTRY-COUNT.
003850     IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003860         DISPLAY "Too many invalid entries - returning to the "
003870             "menu"
003880         SET WS-ENTRY-ABANDONED TO TRUE
003890     END-IF.
003900 3150-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940*    3300-ASSIGN-CHANGE-KEY
003950*    The next pending-change key comes from the CHGKEY counter
003960*    through the shared CalcKeyControl, so two makers keying
003970*    at once cannot claim the same key.  A counter never
003980*    seeded is built once from the legacy CALCCHGP scan; a
003990*    control file that cannot be read falls back on the scan,
004000*    loudly.
004010*****************************************************************
004020 3300-ASSIGN-CHANGE-KEY.
004030     SET KCT-FUNC-NEXT TO TRUE.
004040     MOVE "CHGKEY" TO KCT-COUNTER-ID.
004050     MOVE ZERO TO KCT-VALUE.
004060     CALL "CalcKeyControl" USING KEY-CONTROL-DATA.
004070     IF KCT-NOT-FOUND
004080         PERFORM 3350-SCAN-CHANGE-KEYS THRU 3350-EXIT
004090         SET KCT-FUNC-SET TO TRUE
004100         COMPUTE KCT-VALUE = WS-NEXT-CHANGE-KEY + 1
004110         CALL "CalcKeyControl" USING KEY-CONTROL-DATA
004120         SET KCT-FUNC-NEXT TO TRUE
004130         MOVE ZERO TO KCT-VALUE
004140         CALL "CalcKeyControl" USING KEY-CONTROL-DATA
004150     END-IF.
004160     IF KCT-STATUS-OK
004170         MOVE KCT-VALUE TO WS-NEXT-CHANGE-KEY
004180     ELSE
004190         DISPLAY "CalcAllocMaint: key control unavailable "
004200             "- seeding from a file scan"
004210         PERFORM 3350-SCAN-CHANGE-KEYS THRU 3350-EXIT
004220         ADD 1 TO WS-NEXT-CHANGE-KEY
004230     END-IF.
004240 3300-EXIT.
004250     EXIT.
004260
004270 3310-SCAN-ONE-CHANGE.
004280     READ CALC-CHANGE-FILE
004290         AT END
004300             SET WS-END-OF-FILE TO TRUE
004310         NOT AT END
004320             IF PC-CHANGE-KEY > WS-NEXT-CHANGE-KEY
004330                 MOVE PC-CHANGE-KEY TO WS-NEXT-CHANGE-KEY
004340             END-IF
004350     END-READ.
004360 3310-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    3350-SCAN-CHANGE-KEYS
004410*    The legacy seeding: highest key on CALCCHGP; a missing
004420*    file leaves zero.
004430*****************************************************************
004440 3350-SCAN-CHANGE-KEYS.
004450     MOVE ZERO TO WS-NEXT-CHANGE-KEY.
004460     OPEN INPUT CALC-CHANGE-FILE.
004470     IF WS-CHANGE-FILE-STATUS = "00"
004480         SET WS-NOT-END-OF-FILE TO TRUE
004490         PERFORM 3310-SCAN-ONE-CHANGE THRU 3310-EXIT
004500             UNTIL WS-END-OF-FILE
004510         CLOSE CALC-CHANGE-FILE
004520     END-IF.
004530 3350-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    3400-WRITE-CHANGE
004580*****************************************************************
004590 3400-WRITE-CHANGE.
004600     OPEN EXTEND CALC-CHANGE-FILE.
004610     IF WS-CHANGE-FILE-STATUS = "35"
004620         OPEN OUTPUT CALC-CHANGE-FILE
004630     END-IF.
004640     IF WS-CHANGE-FILE-STATUS NOT = "00"
004650         DISPLAY "CalcAllocMaint: unable to open CALCCHGP "
004660             "- status " WS-CHANGE-FILE-STATUS
004670         MOVE 2 TO LS-RETURN-CODE
004680         GO TO 3400-EXIT
004690     END-IF.
004700     WRITE CALC-CHANGE-RECORD.
004710     IF WS-CHANGE-FILE-STATUS NOT = "00"
004720         DISPLAY "CalcAllocMaint: unable to write CALCCHGP "
004730             "- status " WS-CHANGE-FILE-STATUS
004740         CLOSE CALC-CHANGE-FILE
004750         MOVE 2 TO LS-RETURN-CODE
004760         GO TO 3400-EXIT
004770     END-IF.
004780     CLOSE CALC-CHANGE-FILE.
004790 3400-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830*    4000-DELETE-ALLOCATION
004840*    Captures the delete as a pending change after proving the
004850*    code is actually on file - the allocation itself is only
004860*    removed when a second operator approves the change.
004870*****************************************************************
004880 4000-DELETE-ALLOCATION.
004890     DISPLAY "Allocation code to delete: ".
004900     ACCEPT WS-INPUT-ALLOC-CODE.
004910     IF WS-INPUT-ALLOC-CODE = SPACES
004920         DISPLAY "Invalid entry - allocation code is required"
004930         MOVE 2 TO LS-RETURN-CODE
004940         GO TO 4000-EXIT
004950     END-IF.
004960     MOVE WS-INPUT-ALLOC-CODE TO WS-NEW-ALLOC-CODE.
004970
004980     PERFORM 4100-CHECK-CODE-EXISTS THRU 4100-EXIT.
004990     IF WS-ALLOC-NOT-FOUND
005000         DISPLAY "Allocation " WS-NEW-ALLOC-CODE " not on file"
005010         MOVE 2 TO LS-RETURN-CODE
005020         GO TO 4000-EXIT
005030     END-IF.
005040
005050     PERFORM 3300-ASSIGN-CHANGE-KEY THRU 3300-EXIT.
005060     MOVE SPACES TO CALC-CHANGE-RECORD.
005070     MOVE WS-NEXT-CHANGE-KEY TO PC-CHANGE-KEY.
005080     MOVE "CALCALOC"         TO PC-FILE-ID.
005090     SET PC-ACTION-DELETE    TO TRUE.
005100     MOVE LS-OPERATOR-ID     TO PC-MAKER-ID.
005110     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005120     MOVE WS-CURRENT-DATE    TO PC-MAKER-DATE.
005130     MOVE ZERO               TO PC-DELETE-KEY.
005140     MOVE WS-NEW-ALLOC-CODE  TO PC-RECORD-IMAGE.
005150     PERFORM 3400-WRITE-CHANGE THRU 3400-EXIT.
005160     IF LS-RETURN-CODE = ZERO
005170         DISPLAY "Delete of allocation " WS-NEW-ALLOC-CODE
005180             " captured as pending change " WS-NEXT-CHANGE-KEY
005190             " - awaiting approval"
005200     END-IF.
005210 4000-EXIT.
005220     EXIT.
005230
005240 4100-CHECK-CODE-EXISTS.
005250     SET WS-ALLOC-NOT-FOUND TO TRUE.
005260     OPEN INPUT CALC-ALLOC-FILE.
005270     IF WS-ALLOC-FILE-STATUS NOT = "00"
005280         GO TO 4100-EXIT
005290     END-IF.
005300     SET WS-NOT-END-OF-FILE TO TRUE.
005310     PERFORM 4110-CHECK-ONE-CODE THRU 4110-EXIT
005320         UNTIL WS-ALLOC-FOUND OR WS-END-OF-FILE.
005330     CLOSE CALC-ALLOC-FILE.
005340 4100-EXIT.
005350     EXIT.
005360
005370 4110-CHECK-ONE-CODE.
005380     READ CALC-ALLOC-FILE
005390         AT END
005400             SET WS-END-OF-FILE TO TRUE
005410         NOT AT END
005420             IF AL-ALLOC-CODE = WS-NEW-ALLOC-CODE
005430                 SET WS-ALLOC-FOUND TO TRUE
005440             END-IF
005450     END-READ.
005460 4110-EXIT.
005470     EXIT.
