000010*****************************************************************
000020* PROGRAM-ID: CalcGlMapMaint
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-12
000060*
000070* REMARKS.
000080*     Maintenance screen for the GL account-mapping file
000090*     CALCGLAM, reachable from CalcMenuProgram, so a mapping
000100*     the ledger team asks for is keyed at a validated screen
000110*     instead of in a text editor.  List shows every mapping;
000120*     Add appends a new operator symbol / amount sign /
000130*     department mapping (blank department is the default
000140*     mapping); aMend changes the GL account of an existing
000150*     mapping; Delete removes one.  The operator symbol must be
000160*     one the compute engine supports, the sign P or N, and the
000170*     account may not be blank; a combination already on file
000180*     is refused on Add, and Add is refused once the file holds
000190*     the 42 mappings CalcGlFeedWriter loads.  Amend and Delete
000200*     go through the same hardened work-file swap every other
000210*     file replacement in this family uses.  A corrected
000220*     mapping takes effect from the next feed batch; postings
000230*     already held in CALCGLHD are sent by CalcGlRedrive.
000240*     LS-RETURN-CODE comes back 2 if the requested function
000250*     could not run, 0 otherwise.
000260*
000270* MODIFICATION HISTORY.
000280*     2026-10-12  DN  Original GL account-mapping maintenance.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CalcGlMapMaint.
000320 AUTHOR. D. NAIDOO.
000330 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000340 DATE-WRITTEN. 10-12-2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CALC-GLMAP-FILE
000410         ASSIGN TO "CALCGLAM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000440
000450     SELECT CALC-GLMAPNEW-FILE
000460         ASSIGN TO "CALCGLAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GLMAPNEW-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CALC-GLMAP-FILE
000530     RECORDING MODE IS F.
000540     COPY "CALCGLAM.CPY".
000550
000560*****************************************************************
000570*    Work file for the update swap - a byte-for-byte image of
000580*    CALC-GLMAP-RECORD (CALCGLAM.CPY), kept the same length as
000590*    that layout.
000600*****************************************************************
000610 FD  CALC-GLMAPNEW-FILE
000620     RECORDING MODE IS F.
000630 01  CALC-GLMAPNEW-RECORD            PIC X(20).
000640
000650 WORKING-STORAGE SECTION.
000660*****************************************************************
000670*    WORKING STORAGE - CONTROL FIELDS
000680*****************************************************************
000690 77  WS-GLMAP-FILE-STATUS         PIC X(02).
000700 77  WS-GLMAPNEW-FILE-STATUS      PIC X(02).
000710 77  WS-GLMAPNEW-FILENAME         PIC X(08) VALUE "CALCGLAN".
000720 77  WS-GLMAPNEW-DELETE-RC        PIC 9(09) COMP-5 VALUE ZERO.
000730 77  WS-LISTED-COUNT              PIC 9(04) VALUE ZERO.
000740 77  WS-ON-FILE-COUNT             PIC 9(04) VALUE ZERO.
000750 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
000760 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
000770 77  WS-OPERATOR-HITS             PIC 9(02) VALUE ZERO.
000780*    CalcGlFeedWriter loads at most this many mappings; a
000790*    mapping past it would be silently ignored.
000800 77  WS-MAX-MAPPINGS              PIC 9(04) VALUE 42.
000810*    Every operator symbol the compute engine supports.
000820 77  WS-VALID-OPERATOR-SET        PIC X(07) VALUE "+-*/%M^".
000830
000840 01  WS-INPUT-OPERATOR            PIC X(01).
000850 01  WS-INPUT-SIGN                PIC X(01).
000860     88  WS-INPUT-SIGN-VALID          VALUE "P" "N".
000870 01  WS-INPUT-DEPT                PIC X(03).
000880 01  WS-INPUT-ACCOUNT             PIC X(10).
000890 01  WS-CONFIRM-REPLY             PIC X(01).
000900     88  WS-CONFIRM-YES               VALUE "Y" "y".
000905     88  WS-CONFIRM-VALID             VALUE "Y" "y" "N" "n".
000910
000920 01  WS-FUNCTION-CHOICE           PIC X(01).
000930     88  WS-FUNC-LIST                 VALUE "L" "l".
000940     88  WS-FUNC-ADD                  VALUE "A" "a".
000950     88  WS-FUNC-AMEND                VALUE "M" "m".
000960     88  WS-FUNC-DELETE               VALUE "D" "d".
000970     88  WS-FUNC-BACK                 VALUE "X" "x".
000980     88  WS-FUNC-VALID                VALUE "L" "l" "A" "a"
000990                                            "M" "m" "D" "d"
001000                                            "X" "x".
001010
001020 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001030     88  WS-END-OF-FILE               VALUE "Y".
001040     88  WS-NOT-END-OF-FILE           VALUE "N".
001050
001060 01  WS-ENTRY-SWITCH              PIC X(01).
001070     88  WS-ENTRY-VALID               VALUE "Y".
001080     88  WS-ENTRY-INVALID             VALUE "N".
001090     88  WS-ENTRY-ABANDONED           VALUE "A".
001100
001110 01  WS-FOUND-SWITCH              PIC X(01).
001120     88  WS-MAPPING-FOUND             VALUE "Y".
001130     88  WS-MAPPING-NOT-FOUND         VALUE "N".
001140
001150 01  WS-UPDATE-SWITCH             PIC X(01).
001160     88  WS-UPDATE-OK                 VALUE "Y".
001170     88  WS-UPDATE-FAILED             VALUE "N".
001180
001190*    What 7000-UPDATE-MAPPING does to the target record.
001200 01  WS-UPDATE-ACTION             PIC X(01).
001210     88  WS-ACTION-AMEND              VALUE "M".
001220     88  WS-ACTION-DELETE             VALUE "D".
001230
001240*****************************************************************
001250*    The target mapping's key and account, saved off the record
001260*    area so the file can be closed while the change is keyed,
001270*    then written back through the swap.
001280*****************************************************************
001290 01  WS-TARGET-MAPPING.
001300     05  WS-TARGET-OPERATOR       PIC X(01).
001310     05  WS-TARGET-SIGN           PIC X(01).
001320     05  WS-TARGET-DEPT           PIC X(03).
001330 01  WS-FOUND-ACCOUNT             PIC X(10).
001340
001350 LINKAGE SECTION.
001360 01  LS-RETURN-CODE               PIC 9(04) COMP.
001370
001380*****************************************************************
001390*    0000-MAINLINE
001400*****************************************************************
001410 PROCEDURE DIVISION USING LS-RETURN-CODE.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     EVALUATE TRUE
001450         WHEN WS-FUNC-LIST
001460             PERFORM 2000-LIST-MAPPINGS THRU 2000-EXIT
001470         WHEN WS-FUNC-ADD
001480             PERFORM 3000-ADD-MAPPING THRU 3000-EXIT
001490         WHEN WS-FUNC-AMEND
001500             PERFORM 4000-AMEND-MAPPING THRU 4000-EXIT
001510         WHEN WS-FUNC-DELETE
001520             PERFORM 5000-DELETE-MAPPING THRU 5000-EXIT
001530         WHEN OTHER
001540             CONTINUE
001550     END-EVALUATE.
001560     GOBACK.
001570
001580*****************************************************************
001590*    1000-INITIALIZE
001600*****************************************************************
001610 1000-INITIALIZE.
001620     MOVE ZERO TO LS-RETURN-CODE.
001630     MOVE ZERO TO WS-LISTED-COUNT WS-INVALID-ENTRY-COUNT.
001640     DISPLAY "GL Account Mapping Maintenance".
001650     MOVE SPACE TO WS-FUNCTION-CHOICE.
001660     PERFORM 1100-ACCEPT-FUNCTION THRU 1100-EXIT
001670         UNTIL WS-FUNC-VALID OR LS-RETURN-CODE NOT = ZERO.
001680 1000-EXIT.
001690     EXIT.
001700
001710 1100-ACCEPT-FUNCTION.
001720     DISPLAY "List, Add, aMend, Delete, or eXit? (L/A/M/D/X)".
001730     ACCEPT WS-FUNCTION-CHOICE.
001740     IF NOT WS-FUNC-VALID
001750         ADD 1 TO WS-INVALID-ENTRY-COUNT
001760         IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
001770             DISPLAY "Too many invalid entries - returning to "
001780                 "the menu"
001790             MOVE 2 TO LS-RETURN-CODE
001800         ELSE
001810             DISPLAY "Invalid entry - please answer L, A, M, "
001820                 "D or X"
001830         END-IF
001840     END-IF.
001850 1100-EXIT.
001860     EXIT.
001870
001880*****************************************************************
001890*    2000-LIST-MAPPINGS
001900*****************************************************************
001910 2000-LIST-MAPPINGS.
001920     OPEN INPUT CALC-GLMAP-FILE.
001930     IF WS-GLMAP-FILE-STATUS = "35"
001940         DISPLAY "No GL account mappings on file"
001950         GO TO 2000-EXIT
001960     END-IF.
001970     IF WS-GLMAP-FILE-STATUS NOT = "00"
001980         DISPLAY "CalcGlMapMaint: unable to open CALCGLAM - "
001990             "status " WS-GLMAP-FILE-STATUS
002000         MOVE 2 TO LS-RETURN-CODE
002010         GO TO 2000-EXIT
002020     END-IF.
002030     DISPLAY "OP  SIGN  DEPT  GL ACCOUNT".
002040     SET WS-NOT-END-OF-FILE TO TRUE.
002050     PERFORM 2100-LIST-ONE-MAPPING THRU 2100-EXIT
002060         UNTIL WS-END-OF-FILE.
002070     CLOSE CALC-GLMAP-FILE.
002080     DISPLAY WS-LISTED-COUNT " mapping(s) on file".
002090 2000-EXIT.
002100     EXIT.
002110
002120 2100-LIST-ONE-MAPPING.
002130     READ CALC-GLMAP-FILE
002140         AT END
002150             SET WS-END-OF-FILE TO TRUE
002160         NOT AT END
002170             ADD 1 TO WS-LISTED-COUNT
002180             DISPLAY GM-OPERATOR "   " GM-AMOUNT-SIGN "     "
002190                 GM-DEPT-CODE "   " GM-ACCOUNT-CODE
002200     END-READ.
002210 2100-EXIT.
002220     EXIT.
002230
002240*****************************************************************
002250*    3000-ADD-MAPPING
002260*    Appends the new mapping once the key is proven new and
002270*    the file has room for it.
002280*****************************************************************
002290 3000-ADD-MAPPING.
002300     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
002310     SET WS-ENTRY-INVALID TO TRUE.
002320     PERFORM 3100-ACCEPT-NEW-MAPPING THRU 3100-EXIT
002330         UNTIL WS-ENTRY-VALID OR WS-ENTRY-ABANDONED.
002340     IF WS-ENTRY-ABANDONED
002350         MOVE 2 TO LS-RETURN-CODE
002360         GO TO 3000-EXIT
002370     END-IF.
002380
002390     MOVE SPACES TO CALC-GLMAP-RECORD.
002400     MOVE WS-TARGET-OPERATOR TO GM-OPERATOR.
002410     MOVE WS-TARGET-SIGN     TO GM-AMOUNT-SIGN.
002420     MOVE WS-TARGET-DEPT     TO GM-DEPT-CODE.
002430     MOVE WS-INPUT-ACCOUNT   TO GM-ACCOUNT-CODE.
002440
002450     OPEN EXTEND CALC-GLMAP-FILE.
002460     IF WS-GLMAP-FILE-STATUS = "35"
002470         OPEN OUTPUT CALC-GLMAP-FILE
002480     END-IF.
002490     IF WS-GLMAP-FILE-STATUS NOT = "00"
002500         DISPLAY "CalcGlMapMaint: unable to open CALCGLAM - "
002510             "status " WS-GLMAP-FILE-STATUS
002520         MOVE 2 TO LS-RETURN-CODE
002530         GO TO 3000-EXIT
002540     END-IF.
002550     WRITE CALC-GLMAP-RECORD.
002560     IF WS-GLMAP-FILE-STATUS NOT = "00"
002570         DISPLAY "CalcGlMapMaint: unable to write CALCGLAM - "
002580             "status " WS-GLMAP-FILE-STATUS
002590         CLOSE CALC-GLMAP-FILE
002600         MOVE 2 TO LS-RETURN-CODE
002610         GO TO 3000-EXIT
002620     END-IF.
002630     CLOSE CALC-GLMAP-FILE.
002640     DISPLAY "Mapping added - takes effect from the next feed "
002650         "batch".
002660 3000-EXIT.
002670     EXIT.
002680
002690 3100-ACCEPT-NEW-MAPPING.
002700     SET WS-ENTRY-VALID TO TRUE.
002710
002720     PERFORM 7700-ACCEPT-MAPPING-KEY THRU 7700-EXIT.
002730     IF WS-ENTRY-INVALID
002740         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002750         GO TO 3100-EXIT
002760     END-IF.
002770     PERFORM 7500-FIND-MAPPING THRU 7500-EXIT.
002780     IF WS-MAPPING-FOUND
002790         DISPLAY "Invalid entry - that mapping is already on "
002800             "file (account " WS-FOUND-ACCOUNT ")"
002810         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002820         GO TO 3100-EXIT
002830     END-IF.
002840     IF WS-ON-FILE-COUNT NOT < WS-MAX-MAPPINGS
002850         DISPLAY "The mapping file is full (" WS-MAX-MAPPINGS
002860             " mappings) - delete one first"
002870         SET WS-ENTRY-ABANDONED TO TRUE
002880         GO TO 3100-EXIT
002890     END-IF.
002900
002910     DISPLAY "GL account code: ".
002920     ACCEPT WS-INPUT-ACCOUNT.
002930     IF WS-INPUT-ACCOUNT = SPACES
002940         DISPLAY "Invalid entry - account code is required"
002950         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002960         GO TO 3100-EXIT
002970     END-IF.
002980
002990     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003000 3100-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040*    3150-REJECT-ENTRY
003050*    Common handling for every rejection branch above, bounded
003060*    by WS-MAX-INVALID-ATTEMPTS consecutive failures.
003070*****************************************************************
003080 3150-REJECT-ENTRY.
003090     SET WS-ENTRY-INVALID TO TRUE.
003100     ADD 1 TO WS-INVALID-ENTRY-COUNT.
003110     IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003120         DISPLAY "Too many invalid entries - returning to the "
003130             "menu"
003140         SET WS-ENTRY-ABANDONED TO TRUE
003150     END-IF.
003160 3150-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*    4000-AMEND-MAPPING
003210*    Only the GL account changes - a different operator, sign
003220*    or department is a different mapping (Delete and Add).
003230*****************************************************************
003240 4000-AMEND-MAPPING.
003250     PERFORM 7700-ACCEPT-MAPPING-KEY THRU 7700-EXIT.
003260     IF WS-ENTRY-INVALID
003270         MOVE 2 TO LS-RETURN-CODE
003280         GO TO 4000-EXIT
003290     END-IF.
003300     PERFORM 7500-FIND-MAPPING THRU 7500-EXIT.
003310     IF WS-MAPPING-NOT-FOUND
003320         DISPLAY "No such mapping on file"
003330         MOVE 2 TO LS-RETURN-CODE
003340         GO TO 4000-EXIT
003350     END-IF.
003360
003370     DISPLAY "Current account: " WS-FOUND-ACCOUNT.
003380     DISPLAY "New account (blank = keep): ".
003390     ACCEPT WS-INPUT-ACCOUNT.
003400     IF WS-INPUT-ACCOUNT = SPACES
003410      OR WS-INPUT-ACCOUNT = WS-FOUND-ACCOUNT
003420         DISPLAY "Mapping not changed"
003430         GO TO 4000-EXIT
003440     END-IF.
003450     MOVE WS-INPUT-ACCOUNT TO WS-FOUND-ACCOUNT.
003460
003470     SET WS-ACTION-AMEND TO TRUE.
003480     PERFORM 7000-UPDATE-MAPPING THRU 7000-EXIT.
003490     IF WS-UPDATE-FAILED
003500         MOVE 2 TO LS-RETURN-CODE
003510     ELSE
003520         DISPLAY "Mapping amended - takes effect from the next "
003530             "feed batch"
003540     END-IF.
003550 4000-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    5000-DELETE-MAPPING
003600*    Asks for confirmation: once a mapping is gone, postings of
003610*    that shape are held back unmapped (or fall back to the
003620*    default department's mapping) from the next feed batch.
003625*    Only a Y deletes; running out of attempts counts as No.
003630*****************************************************************
003640 5000-DELETE-MAPPING.
003650     PERFORM 7700-ACCEPT-MAPPING-KEY THRU 7700-EXIT.
003660     IF WS-ENTRY-INVALID
003670         MOVE 2 TO LS-RETURN-CODE
003680         GO TO 5000-EXIT
003690     END-IF.
003700     PERFORM 7500-FIND-MAPPING THRU 7500-EXIT.
003710     IF WS-MAPPING-NOT-FOUND
003720         DISPLAY "No such mapping on file"
003730         MOVE 2 TO LS-RETURN-CODE
003740         GO TO 5000-EXIT
003750     END-IF.
003760
003770     DISPLAY "Delete the mapping to account " WS-FOUND-ACCOUNT
003780         "? (Y/N)".
003790     PERFORM 5100-ACCEPT-CONFIRM THRU 5100-EXIT.
003800     IF NOT WS-CONFIRM-YES
003810         DISPLAY "Mapping not deleted"
003820         GO TO 5000-EXIT
003830     END-IF.
003840
003850     SET WS-ACTION-DELETE TO TRUE.
003860     PERFORM 7000-UPDATE-MAPPING THRU 7000-EXIT.
003870     IF WS-UPDATE-FAILED
003880         MOVE 2 TO LS-RETURN-CODE
003890     ELSE
003900         DISPLAY "Mapping deleted"
003910     END-IF.
003920 5000-EXIT.
003930     EXIT.
003931
003932*****************************************************************
003933*    5100-ACCEPT-CONFIRM
003934*    Y/N answer, re-prompted up to WS-MAX-INVALID-ATTEMPTS
003935*    times; running out of attempts counts as No.
003936*****************************************************************
003937 5100-ACCEPT-CONFIRM.
003938     MOVE SPACE TO WS-CONFIRM-REPLY.
003939     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003940     SET WS-ENTRY-VALID TO TRUE.
003941     PERFORM 5110-ACCEPT-ONE-ANSWER THRU 5110-EXIT
003942         UNTIL WS-CONFIRM-VALID OR WS-ENTRY-ABANDONED.
003943     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003944 5100-EXIT.
003945     EXIT.
003946
003947 5110-ACCEPT-ONE-ANSWER.
003948     ACCEPT WS-CONFIRM-REPLY.
003949     IF NOT WS-CONFIRM-VALID
003950         ADD 1 TO WS-INVALID-ENTRY-COUNT
003951         IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003952             DISPLAY "Too many invalid entries - returning to "
003953                 "the menu"
003954             MOVE SPACE TO WS-CONFIRM-REPLY
003955             MOVE 2 TO LS-RETURN-CODE
003956             SET WS-ENTRY-ABANDONED TO TRUE
003957         ELSE
003958             DISPLAY "Invalid entry - please answer Y or N"
003959         END-IF
003960     END-IF.
003961 5110-EXIT.
003962     EXIT.
003963
003964*****************************************************************
003965*    7000-UPDATE-MAPPING
003970*    Rewrites CALCGLAM with the target mapping amended or
003980*    dropped, through the hardened work-file swap.  Once
003990*    CALCGLAM has been re-OPENed OUTPUT the work file is the
004000*    only copy of the mappings, so every OPEN and WRITE is
004010*    status-checked and a failure leaves the work file on disk
004020*    with a message saying where the mappings are.
004030*****************************************************************
004040 7000-UPDATE-MAPPING.
004050     SET WS-UPDATE-OK TO TRUE.
004060     OPEN INPUT CALC-GLMAP-FILE.
004070     IF WS-GLMAP-FILE-STATUS NOT = "00"
004080         DISPLAY "CalcGlMapMaint: unable to open CALCGLAM - "
004090             "status " WS-GLMAP-FILE-STATUS
004100         SET WS-UPDATE-FAILED TO TRUE
004110         GO TO 7000-EXIT
004120     END-IF.
004130     OPEN OUTPUT CALC-GLMAPNEW-FILE.
004140     IF WS-GLMAPNEW-FILE-STATUS NOT = "00"
004150         DISPLAY "CalcGlMapMaint: unable to open CALCGLAN - "
004160             "status " WS-GLMAPNEW-FILE-STATUS
004170         CLOSE CALC-GLMAP-FILE
004180         SET WS-UPDATE-FAILED TO TRUE
004190         GO TO 7000-EXIT
004200     END-IF.
004210     SET WS-NOT-END-OF-FILE TO TRUE.
004220     PERFORM 7100-COPY-ONE-MAPPING THRU 7100-EXIT
004230         UNTIL WS-END-OF-FILE OR WS-UPDATE-FAILED.
004240     CLOSE CALC-GLMAP-FILE.
004250     CLOSE CALC-GLMAPNEW-FILE.
004260     IF WS-UPDATE-FAILED
004270         GO TO 7000-EXIT
004280     END-IF.
004290
004300     OPEN OUTPUT CALC-GLMAP-FILE.
004310     IF WS-GLMAP-FILE-STATUS NOT = "00"
004320         DISPLAY "CalcGlMapMaint: unable to reopen CALCGLAM - "
004330             "status " WS-GLMAP-FILE-STATUS
004340         DISPLAY "Mappings remain in CALCGLAN"
004350         SET WS-UPDATE-FAILED TO TRUE
004360         GO TO 7000-EXIT
004370     END-IF.
004380     OPEN INPUT CALC-GLMAPNEW-FILE.
004390     IF WS-GLMAPNEW-FILE-STATUS NOT = "00"
004400         DISPLAY "CalcGlMapMaint: unable to reopen CALCGLAN - "
004410             "status " WS-GLMAPNEW-FILE-STATUS
004420         DISPLAY "Mappings remain in CALCGLAN"
004430         CLOSE CALC-GLMAP-FILE
004440         SET WS-UPDATE-FAILED TO TRUE
004450         GO TO 7000-EXIT
004460     END-IF.
004470     SET WS-NOT-END-OF-FILE TO TRUE.
004480     PERFORM 7200-COPY-BACK-ONE THRU 7200-EXIT
004490         UNTIL WS-END-OF-FILE OR WS-UPDATE-FAILED.
004500     CLOSE CALC-GLMAP-FILE.
004510     CLOSE CALC-GLMAPNEW-FILE.
004520     IF WS-UPDATE-OK
004530         CALL "CBL_DELETE_FILE" USING WS-GLMAPNEW-FILENAME
004540             RETURNING WS-GLMAPNEW-DELETE-RC
004550     END-IF.
004560 7000-EXIT.
004570     EXIT.
004580
004590 7100-COPY-ONE-MAPPING.
004600     READ CALC-GLMAP-FILE
004610         AT END
004620             SET WS-END-OF-FILE TO TRUE
004630     END-READ.
004640     IF WS-END-OF-FILE
004650         GO TO 7100-EXIT
004660     END-IF.
004670     IF GM-OPERATOR = WS-TARGET-OPERATOR
004680        AND GM-AMOUNT-SIGN = WS-TARGET-SIGN
004690        AND GM-DEPT-CODE = WS-TARGET-DEPT
004700         IF WS-ACTION-DELETE
004710             GO TO 7100-EXIT
004720         END-IF
004730         MOVE WS-FOUND-ACCOUNT TO GM-ACCOUNT-CODE
004740     END-IF.
004750     WRITE CALC-GLMAPNEW-RECORD FROM CALC-GLMAP-RECORD.
004760     IF WS-GLMAPNEW-FILE-STATUS NOT = "00"
004770         DISPLAY "CalcGlMapMaint: unable to write CALCGLAN - "
004780             "status " WS-GLMAPNEW-FILE-STATUS
004790         SET WS-UPDATE-FAILED TO TRUE
004800     END-IF.
004810 7100-EXIT.
004820     EXIT.
004830
004840 7200-COPY-BACK-ONE.
004850     READ CALC-GLMAPNEW-FILE
004860         AT END
004870             SET WS-END-OF-FILE TO TRUE
004880         NOT AT END
004890             WRITE CALC-GLMAP-RECORD FROM CALC-GLMAPNEW-RECORD
004900             IF WS-GLMAP-FILE-STATUS NOT = "00"
004910                 DISPLAY "CalcGlMapMaint: unable to write "
004920                     "CALCGLAM - status " WS-GLMAP-FILE-STATUS
004930                 DISPLAY "Mappings remain in CALCGLAN"
004940                 SET WS-UPDATE-FAILED TO TRUE
004950             END-IF
004960     END-READ.
004970 7200-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*    7500-FIND-MAPPING
005020*    Looks the target key up, saving its account, and counts
005030*    the mappings on file on the way; a missing file simply
005040*    finds nothing.
005050*****************************************************************
005060 7500-FIND-MAPPING.
005070     SET WS-MAPPING-NOT-FOUND TO TRUE.
005080     MOVE ZERO TO WS-ON-FILE-COUNT.
005090     OPEN INPUT CALC-GLMAP-FILE.
005100     IF WS-GLMAP-FILE-STATUS NOT = "00"
005110         GO TO 7500-EXIT
005120     END-IF.
005130     SET WS-NOT-END-OF-FILE TO TRUE.
005140     PERFORM 7510-FIND-ONE THRU 7510-EXIT
005150         UNTIL WS-END-OF-FILE.
005160     CLOSE CALC-GLMAP-FILE.
005170 7500-EXIT.
005180     EXIT.
005190
005200 7510-FIND-ONE.
005210     READ CALC-GLMAP-FILE
005220         AT END
005230             SET WS-END-OF-FILE TO TRUE
005240         NOT AT END
005250             ADD 1 TO WS-ON-FILE-COUNT
005260             IF GM-OPERATOR = WS-TARGET-OPERATOR
005270                AND GM-AMOUNT-SIGN = WS-TARGET-SIGN
005280                AND GM-DEPT-CODE = WS-TARGET-DEPT
005290                 MOVE GM-ACCOUNT-CODE TO WS-FOUND-ACCOUNT
005300                 SET WS-MAPPING-FOUND TO TRUE
005310             END-IF
005320     END-READ.
005330 7510-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*    7700-ACCEPT-MAPPING-KEY
005380*    Keys and validates operator symbol, amount sign and
005390*    department into WS-TARGET-MAPPING.  Lower-case m, p and n
005400*    are folded; a blank department is the default mapping.
005410*****************************************************************
005420 7700-ACCEPT-MAPPING-KEY.
005430     SET WS-ENTRY-VALID TO TRUE.
005440
005450     DISPLAY "Operator symbol (+ - * / % M ^): ".
005460     ACCEPT WS-INPUT-OPERATOR.
005470     IF WS-INPUT-OPERATOR = "m"
005480         MOVE "M" TO WS-INPUT-OPERATOR
005490     END-IF.
005500     MOVE ZERO TO WS-OPERATOR-HITS.
005510     IF WS-INPUT-OPERATOR NOT = SPACE
005520         INSPECT WS-VALID-OPERATOR-SET TALLYING WS-OPERATOR-HITS
005530             FOR ALL WS-INPUT-OPERATOR
005540     END-IF.
005550     IF WS-OPERATOR-HITS = ZERO
005560         DISPLAY "Invalid entry - not a supported operator "
005570             "symbol"
005580         SET WS-ENTRY-INVALID TO TRUE
005590         GO TO 7700-EXIT
005600     END-IF.
005610
005620     DISPLAY "Amount sign (P = positive/zero, N = negative): ".
005630     ACCEPT WS-INPUT-SIGN.
005640     IF WS-INPUT-SIGN = "p"
005650         MOVE "P" TO WS-INPUT-SIGN
005660     END-IF.
005670     IF WS-INPUT-SIGN = "n"
005680         MOVE "N" TO WS-INPUT-SIGN
005690     END-IF.
005700     IF NOT WS-INPUT-SIGN-VALID
005710         DISPLAY "Invalid entry - please answer P or N"
005720         SET WS-ENTRY-INVALID TO TRUE
005730         GO TO 7700-EXIT
005740     END-IF.
005750
005760     DISPLAY "Department (blank = default mapping): ".
005770     ACCEPT WS-INPUT-DEPT.
005780
005790     MOVE WS-INPUT-OPERATOR TO WS-TARGET-OPERATOR.
005800     MOVE WS-INPUT-SIGN     TO WS-TARGET-SIGN.
005810     MOVE WS-INPUT-DEPT     TO WS-TARGET-DEPT.
005820 7700-EXIT.
005830     EXIT.
