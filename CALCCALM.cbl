000010*****************************************************************
000020* PROGRAM-ID: CalcCalendarMaint
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Maintenance screen for the business-day calendar CALCCAL,
000090*     reachable from CalcMenuProgram, so next year's public
000100*     holidays (and any declared non-working day) are keyed at
000110*     a validated screen once a year instead of being counted
000120*     off on a wall calendar by every date rule in the family.
000130*     List shows every date on file; Add appends a dated public
000140*     holiday (H) or non-working day (N) with a description;
000150*     Delete removes one.  The date must be a real calendar date
000160*     and a weekday - Saturdays and Sundays are never business
000170*     days and need no entry - and a date already on file is
000180*     refused, as is an Add once the file holds the 400 dates
000190*     CalcBusinessDay loads.  Delete goes through the same
000200*     hardened work-file swap every other file replacement in
000210*     this family uses.  A change counts from the next call to
000220*     CalcBusinessDay; instructions already rolled by
000230*     CalcStandingGen keep the next-run date they were given.
000240*     LS-RETURN-CODE comes back 2 if the requested function
000250*     could not run, 0 otherwise.
000260*
000270* MODIFICATION HISTORY.
000280*     2026-10-15  DN  Original business-day calendar maintenance.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CalcCalendarMaint.
000320 AUTHOR. D. NAIDOO.
000330 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000340 DATE-WRITTEN. 10-15-2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CALC-CALENDAR-FILE
000410         ASSIGN TO "CALCCAL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000440
000450     SELECT CALC-CALNEW-FILE
000460         ASSIGN TO "CALCCALN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CALNEW-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CALC-CALENDAR-FILE
000530     RECORDING MODE IS F.
000540     COPY "CALCCAL.CPY".
000550
000560*****************************************************************
000570*    Work file for the update swap - a byte-for-byte image of
000580*    CALC-CALENDAR-RECORD (CALCCAL.CPY), kept the same length as
000590*    that layout.
000600*****************************************************************
000610 FD  CALC-CALNEW-FILE
000620     RECORDING MODE IS F.
000630 01  CALC-CALNEW-RECORD              PIC X(40).
000640
000650 WORKING-STORAGE SECTION.
000660*****************************************************************
000670*    WORKING STORAGE - CONTROL FIELDS
000680*****************************************************************
000690 77  WS-CALENDAR-FILE-STATUS      PIC X(02).
000700 77  WS-CALNEW-FILE-STATUS        PIC X(02).
000710 77  WS-CALNEW-FILENAME           PIC X(08) VALUE "CALCCALN".
000720 77  WS-CALNEW-DELETE-RC          PIC 9(09) COMP-5 VALUE ZERO.
000730 77  WS-LISTED-COUNT              PIC 9(04) VALUE ZERO.
000740 77  WS-ON-FILE-COUNT             PIC 9(04) VALUE ZERO.
000750 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
000760 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
000770*    CalcBusinessDay loads at most this many dates; a date past
000780*    it would be silently treated as a business day.
000790 77  WS-MAX-CALENDAR-DAYS         PIC 9(04) VALUE 400.
000800
000810 01  WS-INPUT-DATE                PIC X(08).
000820 01  WS-INPUT-DAY-TYPE            PIC X(01).
000830     88  WS-INPUT-TYPE-VALID          VALUE "H" "N".
000840 01  WS-INPUT-DESCRIPTION         PIC X(30).
000850 01  WS-CONFIRM-REPLY             PIC X(01).
000860     88  WS-CONFIRM-YES               VALUE "Y" "y".
000865     88  WS-CONFIRM-VALID             VALUE "Y" "y" "N" "n".
000870
000880 01  WS-FUNCTION-CHOICE           PIC X(01).
000890     88  WS-FUNC-LIST                 VALUE "L" "l".
000900     88  WS-FUNC-ADD                  VALUE "A" "a".
000910     88  WS-FUNC-DELETE               VALUE "D" "d".
000920     88  WS-FUNC-BACK                 VALUE "X" "x".
000930     88  WS-FUNC-VALID                VALUE "L" "l" "A" "a"
000940                                            "D" "d" "X" "x".
000950
000960 01  WS-END-OF-FILE-SWITCH        PIC X(01).
000970     88  WS-END-OF-FILE               VALUE "Y".
000980     88  WS-NOT-END-OF-FILE           VALUE "N".
000990
001000 01  WS-ENTRY-SWITCH              PIC X(01).
001010     88  WS-ENTRY-VALID               VALUE "Y".
001020     88  WS-ENTRY-INVALID             VALUE "N".
001030     88  WS-ENTRY-ABANDONED           VALUE "A".
001040
001050 01  WS-FOUND-SWITCH              PIC X(01).
001060     88  WS-DATE-FOUND                VALUE "Y".
001070     88  WS-DATE-NOT-FOUND            VALUE "N".
001080
001090 01  WS-UPDATE-SWITCH             PIC X(01).
001100     88  WS-UPDATE-OK                 VALUE "Y".
001110     88  WS-UPDATE-FAILED             VALUE "N".
001120
001130*****************************************************************
001140*    The target date and what is on file for it, saved off the
001150*    record area so the file can be closed while the change is
001160*    confirmed, then dropped through the swap.
001170*****************************************************************
001180 01  WS-TARGET-DATE               PIC 9(08).
001190 01  WS-FOUND-DAY-TYPE            PIC X(01).
001200 01  WS-FOUND-DESCRIPTION         PIC X(30).
001210
001220     COPY "CALCBDPA.CPY".
001230
001240 LINKAGE SECTION.
001250 01  LS-RETURN-CODE               PIC 9(04) COMP.
001260
001270*****************************************************************
001280*    0000-MAINLINE
001290*****************************************************************
001300 PROCEDURE DIVISION USING LS-RETURN-CODE.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     EVALUATE TRUE
001340         WHEN WS-FUNC-LIST
001350             PERFORM 2000-LIST-DATES THRU 2000-EXIT
001360         WHEN WS-FUNC-ADD
001370             PERFORM 3000-ADD-DATE THRU 3000-EXIT
001380         WHEN WS-FUNC-DELETE
001390             PERFORM 5000-DELETE-DATE THRU 5000-EXIT
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
001500     MOVE ZERO TO WS-LISTED-COUNT WS-INVALID-ENTRY-COUNT.
001510     DISPLAY "Business-Day Calendar Maintenance".
001520     MOVE SPACE TO WS-FUNCTION-CHOICE.
001530     PERFORM 1100-ACCEPT-FUNCTION THRU 1100-EXIT
001540         UNTIL WS-FUNC-VALID OR LS-RETURN-CODE NOT = ZERO.
001550 1000-EXIT.
001560     EXIT.
001570
001580 1100-ACCEPT-FUNCTION.
001590     DISPLAY "List, Add, Delete, or eXit? (L/A/D/X)".
001600     ACCEPT WS-FUNCTION-CHOICE.
001610     IF NOT WS-FUNC-VALID
001620         ADD 1 TO WS-INVALID-ENTRY-COUNT
001630         IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
001640             DISPLAY "Too many invalid entries - returning to "
001650                 "the menu"
001660             MOVE 2 TO LS-RETURN-CODE
001670         ELSE
001680             DISPLAY "Invalid entry - please answer L, A, D or X"
001690         END-IF
001700     END-IF.
001710 1100-EXIT.
001720     EXIT.
001730
001740*****************************************************************
001750*    2000-LIST-DATES
001760*****************************************************************
001770 2000-LIST-DATES.
001780     OPEN INPUT CALC-CALENDAR-FILE.
001790     IF WS-CALENDAR-FILE-STATUS = "35"
001800         DISPLAY "No calendar dates on file - only Saturdays "
001810             "and Sundays are non-business days"
001820         GO TO 2000-EXIT
001830     END-IF.
001840     IF WS-CALENDAR-FILE-STATUS NOT = "00"
001850         DISPLAY "CalcCalendarMaint: unable to open CALCCAL - "
001860             "status " WS-CALENDAR-FILE-STATUS
001870         MOVE 2 TO LS-RETURN-CODE
001880         GO TO 2000-EXIT
001890     END-IF.
001900     DISPLAY "DATE      TYPE  DESCRIPTION".
001910     SET WS-NOT-END-OF-FILE TO TRUE.
001920     PERFORM 2100-LIST-ONE-DATE THRU 2100-EXIT
001930         UNTIL WS-END-OF-FILE.
001940     CLOSE CALC-CALENDAR-FILE.
001950     DISPLAY WS-LISTED-COUNT " date(s) on file".
001960 2000-EXIT.
001970     EXIT.
001980
001990 2100-LIST-ONE-DATE.
002000     READ CALC-CALENDAR-FILE
002010         AT END
002020             SET WS-END-OF-FILE TO TRUE
002030         NOT AT END
002040             ADD 1 TO WS-LISTED-COUNT
002050             DISPLAY CL-CALENDAR-DATE "  " CL-DAY-TYPE "     "
002060                 CL-DESCRIPTION
002070     END-READ.
002080 2100-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120*    3000-ADD-DATE
002130*    Appends the new date once it is proven a weekday not
002140*    already on file and the file has room for it.
002150*****************************************************************
002160 3000-ADD-DATE.
002170     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
002180     SET WS-ENTRY-INVALID TO TRUE.
002190     PERFORM 3100-ACCEPT-NEW-DATE THRU 3100-EXIT
002200         UNTIL WS-ENTRY-VALID OR WS-ENTRY-ABANDONED.
002210     IF WS-ENTRY-ABANDONED
002220         MOVE 2 TO LS-RETURN-CODE
002230         GO TO 3000-EXIT
002240     END-IF.
002250
002260     MOVE SPACES TO CALC-CALENDAR-RECORD.
002270     MOVE WS-TARGET-DATE       TO CL-CALENDAR-DATE.
002280     MOVE WS-INPUT-DAY-TYPE    TO CL-DAY-TYPE.
002290     MOVE WS-INPUT-DESCRIPTION TO CL-DESCRIPTION.
002300
002310     OPEN EXTEND CALC-CALENDAR-FILE.
002320     IF WS-CALENDAR-FILE-STATUS = "35"
002330         OPEN OUTPUT CALC-CALENDAR-FILE
002340     END-IF.
002350     IF WS-CALENDAR-FILE-STATUS NOT = "00"
002360         DISPLAY "CalcCalendarMaint: unable to open CALCCAL - "
002370             "status " WS-CALENDAR-FILE-STATUS
002380         MOVE 2 TO LS-RETURN-CODE
002390         GO TO 3000-EXIT
002400     END-IF.
002410     WRITE CALC-CALENDAR-RECORD.
002420     IF WS-CALENDAR-FILE-STATUS NOT = "00"
002430         DISPLAY "CalcCalendarMaint: unable to write CALCCAL - "
002440             "status " WS-CALENDAR-FILE-STATUS
002450         CLOSE CALC-CALENDAR-FILE
002460         MOVE 2 TO LS-RETURN-CODE
002470         GO TO 3000-EXIT
002480     END-IF.
002490     CLOSE CALC-CALENDAR-FILE.
002500     DISPLAY "Date added - no longer a business day".
002510 3000-EXIT.
002520     EXIT.
002530
002540 3100-ACCEPT-NEW-DATE.
002550     SET WS-ENTRY-VALID TO TRUE.
002560
002570     PERFORM 7700-ACCEPT-CALENDAR-DATE THRU 7700-EXIT.
002580     IF WS-ENTRY-INVALID
002590         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002600         GO TO 3100-EXIT
002610     END-IF.
002620     PERFORM 7500-FIND-DATE THRU 7500-EXIT.
002630     IF WS-DATE-FOUND
002640         DISPLAY "Invalid entry - that date is already on file ("
002650             WS-FOUND-DESCRIPTION ")"
002660         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002670         GO TO 3100-EXIT
002680     END-IF.
002690     SET BDC-FUNC-TEST TO TRUE.
002700     MOVE WS-TARGET-DATE TO BDC-FROM-DATE.
002710     MOVE ZERO           TO BDC-TO-DATE.
002720     CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA.
002730     IF BDC-NOT-BUSINESS-DAY
002740         DISPLAY "Invalid entry - " WS-TARGET-DATE " is a "
002750             "Saturday or Sunday, never a business day"
002760         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002770         GO TO 3100-EXIT
002780     END-IF.
002790     IF WS-ON-FILE-COUNT NOT < WS-MAX-CALENDAR-DAYS
002800         DISPLAY "The calendar file is full ("
002810             WS-MAX-CALENDAR-DAYS " dates) - delete a past "
002820             "year's dates first"
002830         SET WS-ENTRY-ABANDONED TO TRUE
002840         GO TO 3100-EXIT
002850     END-IF.
002860
002870     DISPLAY "Day type (H = public holiday, N = non-working): ".
002880     ACCEPT WS-INPUT-DAY-TYPE.
002890     IF WS-INPUT-DAY-TYPE = "h"
002900         MOVE "H" TO WS-INPUT-DAY-TYPE
002910     END-IF.
002920     IF WS-INPUT-DAY-TYPE = "n"
002930         MOVE "N" TO WS-INPUT-DAY-TYPE
002940     END-IF.
002950     IF NOT WS-INPUT-TYPE-VALID
002960         DISPLAY "Invalid entry - please answer H or N"
002970         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
002980         GO TO 3100-EXIT
002990     END-IF.
003000
003010     DISPLAY "Description: ".
003020     ACCEPT WS-INPUT-DESCRIPTION.
003030     IF WS-INPUT-DESCRIPTION = SPACES
003040         DISPLAY "Invalid entry - description is required"
003050         PERFORM 3150-REJECT-ENTRY THRU 3150-EXIT
003060         GO TO 3100-EXIT
003070     END-IF.
003080
003090     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003100 3100-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140*    3150-REJECT-ENTRY
003150*    Common handling for every rejection branch above, bounded
003160*    by WS-MAX-INVALID-ATTEMPTS consecutive failures.
003170*****************************************************************
003180 3150-REJECT-ENTRY.
003190     SET WS-ENTRY-INVALID TO TRUE.
003200     ADD 1 TO WS-INVALID-ENTRY-COUNT.
003210     IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003220         DISPLAY "Too many invalid entries - returning to the "
003230             "menu"
003240         SET WS-ENTRY-ABANDONED TO TRUE
003250     END-IF.
003260 3150-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*    5000-DELETE-DATE
003310*    Asks for confirmation: once a date is gone it is a business
003320*    day again for every date rule from the next call on.
003325*    Only a Y deletes; running out of attempts counts as No.
003330*****************************************************************
003340 5000-DELETE-DATE.
003350     PERFORM 7700-ACCEPT-CALENDAR-DATE THRU 7700-EXIT.
003360     IF WS-ENTRY-INVALID
003370         MOVE 2 TO LS-RETURN-CODE
003380         GO TO 5000-EXIT
003390     END-IF.
003400     PERFORM 7500-FIND-DATE THRU 7500-EXIT.
003410     IF WS-DATE-NOT-FOUND
003420         DISPLAY "No such date on file"
003430         MOVE 2 TO LS-RETURN-CODE
003440         GO TO 5000-EXIT
003450     END-IF.
003460
003470     DISPLAY "Delete " WS-TARGET-DATE " " WS-FOUND-DAY-TYPE " "
003480         WS-FOUND-DESCRIPTION "? (Y/N)".
003490     PERFORM 5100-ACCEPT-CONFIRM THRU 5100-EXIT.
003500     IF NOT WS-CONFIRM-YES
003510         DISPLAY "Date not deleted"
003520         GO TO 5000-EXIT
003530     END-IF.
003540
003550     PERFORM 7000-UPDATE-CALENDAR THRU 7000-EXIT.
003560     IF WS-UPDATE-FAILED
003570         MOVE 2 TO LS-RETURN-CODE
003580     ELSE
003590         DISPLAY "Date deleted - a business day again"
003600     END-IF.
003610 5000-EXIT.
003620     EXIT.
003621
003622*****************************************************************
003623*    5100-ACCEPT-CONFIRM
003624*    Y/N answer, re-prompted up to WS-MAX-INVALID-ATTEMPTS
003625*    times; running out of attempts counts as No.
003626*****************************************************************
003627 5100-ACCEPT-CONFIRM.
003628     MOVE SPACE TO WS-CONFIRM-REPLY.
003629     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003630     SET WS-ENTRY-VALID TO TRUE.
003631     PERFORM 5110-ACCEPT-ONE-ANSWER THRU 5110-EXIT
003632         UNTIL WS-CONFIRM-VALID OR WS-ENTRY-ABANDONED.
003633     MOVE ZERO TO WS-INVALID-ENTRY-COUNT.
003634 5100-EXIT.
003635     EXIT.
003636
003637 5110-ACCEPT-ONE-ANSWER.
003638     ACCEPT WS-CONFIRM-REPLY.
003639     IF NOT WS-CONFIRM-VALID
003640         ADD 1 TO WS-INVALID-ENTRY-COUNT
003641         IF WS-INVALID-ENTRY-COUNT > WS-MAX-INVALID-ATTEMPTS
003642             DISPLAY "Too many invalid entries - returning to "
003643                 "the menu"
003644             MOVE SPACE TO WS-CONFIRM-REPLY
003645             MOVE 2 TO LS-RETURN-CODE
003646             SET WS-ENTRY-ABANDONED TO TRUE
003647         ELSE
003648             DISPLAY "Invalid entry - please answer Y or N"
003649         END-IF
003650     END-IF.
003651 5110-EXIT.
003652     EXIT.
003653
003654*****************************************************************
003655*    7000-UPDATE-CALENDAR
003660*    Rewrites CALCCAL with the target date dropped, through the
003670*    hardened work-file swap.  Once CALCCAL has been re-OPENed
003680*    OUTPUT the work file is the only copy of the calendar, so
003690*    every OPEN and WRITE is status-checked and a failure leaves
003700*    the work file on disk with a message saying where the
003710*    dates are.
003720*****************************************************************
003730 7000-UPDATE-CALENDAR.
003740     SET WS-UPDATE-OK TO TRUE.
003750     OPEN INPUT CALC-CALENDAR-FILE.
003760     IF WS-CALENDAR-FILE-STATUS NOT = "00"
003770         DISPLAY "CalcCalendarMaint: unable to open CALCCAL - "
003780             "status " WS-CALENDAR-FILE-STATUS
003790         SET WS-UPDATE-FAILED TO TRUE
003800         GO TO 7000-EXIT
003810     END-IF.
003820     OPEN OUTPUT CALC-CALNEW-FILE.
003830     IF WS-CALNEW-FILE-STATUS NOT = "00"
003840         DISPLAY "CalcCalendarMaint: unable to open CALCCALN - "
003850             "status " WS-CALNEW-FILE-STATUS
003860         CLOSE CALC-CALENDAR-FILE
003870         SET WS-UPDATE-FAILED TO TRUE
003880         GO TO 7000-EXIT
003890     END-IF.
003900     SET WS-NOT-END-OF-FILE TO TRUE.
003910     PERFORM 7100-COPY-ONE-DATE THRU 7100-EXIT
003920         UNTIL WS-END-OF-FILE OR WS-UPDATE-FAILED.
003930     CLOSE CALC-CALENDAR-FILE.
003940     CLOSE CALC-CALNEW-FILE.
003950     IF WS-UPDATE-FAILED
003960         GO TO 7000-EXIT
003970     END-IF.
003980
003990     OPEN OUTPUT CALC-CALENDAR-FILE.
004000     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004010         DISPLAY "CalcCalendarMaint: unable to reopen CALCCAL - "
004020             "status " WS-CALENDAR-FILE-STATUS
004030         DISPLAY "Calendar dates remain in CALCCALN"
004040         SET WS-UPDATE-FAILED TO TRUE
004050         GO TO 7000-EXIT
004060     END-IF.
004070     OPEN INPUT CALC-CALNEW-FILE.
004080     IF WS-CALNEW-FILE-STATUS NOT = "00"
004090         DISPLAY "CalcCalendarMaint: unable to reopen CALCCALN - "
004100             "status " WS-CALNEW-FILE-STATUS
004110         DISPLAY "Calendar dates remain in CALCCALN"
004120         CLOSE CALC-CALENDAR-FILE
004130         SET WS-UPDATE-FAILED TO TRUE
004140         GO TO 7000-EXIT
004150     END-IF.
004160     SET WS-NOT-END-OF-FILE TO TRUE.
004170     PERFORM 7200-COPY-BACK-ONE THRU 7200-EXIT
004180         UNTIL WS-END-OF-FILE OR WS-UPDATE-FAILED.
004190     CLOSE CALC-CALENDAR-FILE.
004200     CLOSE CALC-CALNEW-FILE.
004210     IF WS-UPDATE-OK
004220         CALL "CBL_DELETE_FILE" USING WS-CALNEW-FILENAME
004230             RETURNING WS-CALNEW-DELETE-RC
004240     END-IF.
004250 7000-EXIT.
004260     EXIT.
004270
004280 7100-COPY-ONE-DATE.
004290     READ CALC-CALENDAR-FILE
004300         AT END
004310             SET WS-END-OF-FILE TO TRUE
004320     END-READ.
004330     IF WS-END-OF-FILE
004340         GO TO 7100-EXIT
004350     END-IF.
004360     IF CL-CALENDAR-DATE = WS-TARGET-DATE
004370         GO TO 7100-EXIT
004380     END-IF.
004390     WRITE CALC-CALNEW-RECORD FROM CALC-CALENDAR-RECORD.
004400     IF WS-CALNEW-FILE-STATUS NOT = "00"
004410         DISPLAY "CalcCalendarMaint: unable to write CALCCALN - "
004420             "status " WS-CALNEW-FILE-STATUS
004430         SET WS-UPDATE-FAILED TO TRUE
004440     END-IF.
004450 7100-EXIT.
004460     EXIT.
004470
004480 7200-COPY-BACK-ONE.
004490     READ CALC-CALNEW-FILE
004500         AT END
004510             SET WS-END-OF-FILE TO TRUE
004520         NOT AT END
004530             WRITE CALC-CALENDAR-RECORD FROM CALC-CALNEW-RECORD
004540             IF WS-CALENDAR-FILE-STATUS NOT = "00"
004550                 DISPLAY "CalcCalendarMaint: unable to write "
004560                     "CALCCAL - status " WS-CALENDAR-FILE-STATUS
004570                 DISPLAY "Calendar dates remain in CALCCALN"
004580                 SET WS-UPDATE-FAILED TO TRUE
004590             END-IF
004600     END-READ.
004610 7200-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650*    7500-FIND-DATE
004660*    Looks the target date up, saving its type and description,
004670*    and counts the dates on file on the way; a missing file
004680*    simply finds nothing.
004690*****************************************************************
004700 7500-FIND-DATE.
004710     SET WS-DATE-NOT-FOUND TO TRUE.
004720     MOVE ZERO TO WS-ON-FILE-COUNT.
004730     OPEN INPUT CALC-CALENDAR-FILE.
004740     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004750         GO TO 7500-EXIT
004760     END-IF.
004770     SET WS-NOT-END-OF-FILE TO TRUE.
004780     PERFORM 7510-FIND-ONE THRU 7510-EXIT
004790         UNTIL WS-END-OF-FILE.
004800     CLOSE CALC-CALENDAR-FILE.
004810 7500-EXIT.
004820     EXIT.
004830
004840 7510-FIND-ONE.
004850     READ CALC-CALENDAR-FILE
004860         AT END
004870             SET WS-END-OF-FILE TO TRUE
004880         NOT AT END
004890             ADD 1 TO WS-ON-FILE-COUNT
004900             IF CL-CALENDAR-DATE = WS-TARGET-DATE
004910                 MOVE CL-DAY-TYPE    TO WS-FOUND-DAY-TYPE
004920                 MOVE CL-DESCRIPTION TO WS-FOUND-DESCRIPTION
004930                 SET WS-DATE-FOUND TO TRUE
004940             END-IF
004950     END-READ.
004960 7510-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    7700-ACCEPT-CALENDAR-DATE
005010*    Keys the date into WS-TARGET-DATE; it must be numeric and a
005020*    real calendar date, which CalcBusinessDay proves the same
005030*    way it will when the date is used.
005040*****************************************************************
005050 7700-ACCEPT-CALENDAR-DATE.
005060     SET WS-ENTRY-VALID TO TRUE.
005070     DISPLAY "Date YYYYMMDD: ".
005080     ACCEPT WS-INPUT-DATE.
005090     IF WS-INPUT-DATE NOT NUMERIC
005100         DISPLAY "Invalid entry - the date must be 8 digits"
005110         SET WS-ENTRY-INVALID TO TRUE
005120         GO TO 7700-EXIT
005130     END-IF.
005140     MOVE WS-INPUT-DATE TO WS-TARGET-DATE.
005150     SET BDC-FUNC-TEST TO TRUE.
005160     MOVE WS-TARGET-DATE TO BDC-FROM-DATE.
005170     MOVE ZERO           TO BDC-TO-DATE.
005180     CALL "CalcBusinessDay" USING BUSINESS-DAY-DATA.
005190     IF BDC-INVALID-REQUEST
005200         DISPLAY "Invalid entry - " WS-TARGET-DATE " is not a "
005210             "calendar date"
005220         SET WS-ENTRY-INVALID TO TRUE
005230     END-IF.
005240 7700-EXIT.
005250     EXIT.
