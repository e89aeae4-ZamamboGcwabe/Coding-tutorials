000010*****************************************************************
000020* PROGRAM-ID: CalcFxLookup
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Single point of converting a foreign-currency amount to
000090*     rands, shared by CalculatorProgram (interactive entry),
000100*     CalcBatchDriver (CT-CURRENCY-CODE on a CALCTRAN record)
000110*     and CalcSuspenseRework the same way CalcRateLookup is
000120*     the single point of rate resolution, so every path
000130*     rounds a converted amount alike.  CALCFXRT holds one
000140*     record per currency per effective date; this lookup
000150*     scans the whole file and keeps the rate with the latest
000160*     FX-EFFECTIVE-DATE on or before FXL-AS-OF-DATE, returning
000170*     the rate and that effective date for the audit trail.
000180*     A currency with no record at all is told apart from one
000190*     with no rate yet effective on the date, so the reject
000200*     reason says which.  A missing CALCFXRT leaves every
000210*     currency unknown.
000220*
000230* MODIFICATION HISTORY.
000240*     2026-10-15  DN  Original exchange rate lookup.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CalcFxLookup.
000280 AUTHOR. D. NAIDOO.
000290 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000300 DATE-WRITTEN. 10-15-2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CALC-FXRATE-FILE
000370         ASSIGN TO "CALCFXRT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FXRATE-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CALC-FXRATE-FILE
000440     RECORDING MODE IS F.
000450     COPY "CALCFXRT.CPY".
000460
000470 WORKING-STORAGE SECTION.
000480*****************************************************************
000490*    WORKING STORAGE - CONTROL FIELDS
000500*****************************************************************
000510 77  WS-FXRATE-FILE-STATUS        PIC X(02).
000520 77  WS-BEST-EFF-DATE             PIC 9(08) VALUE ZERO.
000530 77  WS-BEST-RATE                 PIC 9(05)V9(06) VALUE ZERO.
000540
000550 01  WS-END-OF-FILE-SWITCH        PIC X(01).
000560     88  WS-END-OF-FILE               VALUE "Y".
000570     88  WS-NOT-END-OF-FILE           VALUE "N".
000580
000590 01  WS-CURRENCY-SWITCH           PIC X(01).
000600     88  WS-CURRENCY-ON-FILE          VALUE "Y".
000610     88  WS-CURRENCY-NOT-ON-FILE      VALUE "N".
000620
000630 01  WS-MATCH-SWITCH              PIC X(01).
000640     88  WS-MATCH-FOUND               VALUE "Y".
000650     88  WS-MATCH-NOT-FOUND           VALUE "N".
000660
000670 LINKAGE SECTION.
000680     COPY "CALCFXPA.CPY".
000690
000700*****************************************************************
000710*    0000-MAINLINE
000720*****************************************************************
000730 PROCEDURE DIVISION USING FX-LOOKUP-DATA.
000740 0000-MAINLINE.
000750     SET WS-CURRENCY-NOT-ON-FILE TO TRUE.
000760     SET WS-MATCH-NOT-FOUND TO TRUE.
000770     MOVE ZERO TO WS-BEST-EFF-DATE WS-BEST-RATE.
000780     MOVE ZERO TO FXL-RATE FXL-EFFECTIVE-DATE FXL-BASE-AMOUNT.
000790
000800     OPEN INPUT CALC-FXRATE-FILE.
000810     IF WS-FXRATE-FILE-STATUS = "35"
000820         SET FXL-CURRENCY-UNKNOWN TO TRUE
000830         GOBACK
000840     END-IF.
000850     IF WS-FXRATE-FILE-STATUS NOT = "00"
000860         DISPLAY "CalcFxLookup: unable to open CALCFXRT - "
000870             "status " WS-FXRATE-FILE-STATUS
000880         SET FXL-FILE-ERROR TO TRUE
000890         GOBACK
000900     END-IF.
000910
000920     SET WS-NOT-END-OF-FILE TO TRUE.
000930     PERFORM 1000-SCAN-ONE-RATE THRU 1000-EXIT
000940         UNTIL WS-END-OF-FILE.
000950     CLOSE CALC-FXRATE-FILE.
000960
000970     IF WS-CURRENCY-NOT-ON-FILE
000980         SET FXL-CURRENCY-UNKNOWN TO TRUE
000990         GOBACK
001000     END-IF.
001010     IF WS-MATCH-NOT-FOUND
001020         SET FXL-NO-RATE-FOR-DATE TO TRUE
001030         GOBACK
001040     END-IF.
001050
001060     MOVE WS-BEST-RATE     TO FXL-RATE.
001070     MOVE WS-BEST-EFF-DATE TO FXL-EFFECTIVE-DATE.
001080     PERFORM 2000-CONVERT-AMOUNT THRU 2000-EXIT.
001090     GOBACK.
001100
001110*****************************************************************
001120*    1000-SCAN-ONE-RATE
001130*    Keeps the rate with the latest effective date on or before
001140*    the requested date, and notes whether the currency appears
001150*    at all.  The file is small enough to scan whole; it
001160*    carries every historical rate by design.
001170*****************************************************************
001180 1000-SCAN-ONE-RATE.
001190     READ CALC-FXRATE-FILE
001200         AT END
001210             SET WS-END-OF-FILE TO TRUE
001220         NOT AT END
001230             IF FX-CURRENCY-CODE = FXL-CURRENCY-CODE
001240                 SET WS-CURRENCY-ON-FILE TO TRUE
001250                 IF FX-EFFECTIVE-DATE <= FXL-AS-OF-DATE
001260                    AND (WS-MATCH-NOT-FOUND
001270                         OR FX-EFFECTIVE-DATE > WS-BEST-EFF-DATE)
001280                     MOVE FX-RATE TO WS-BEST-RATE
001290                     MOVE FX-EFFECTIVE-DATE TO WS-BEST-EFF-DATE
001300                     SET WS-MATCH-FOUND TO TRUE
001310                 END-IF
001320             END-IF
001330     END-READ.
001340 1000-EXIT.
001350     EXIT.
001360
001370*****************************************************************
001380*    2000-CONVERT-AMOUNT
001390*    Rands = foreign amount x rands per unit, rounded to the
001400*    cent.  An amount that will not fit an operand is refused
001410*    rather than truncated.
001420*****************************************************************
001430 2000-CONVERT-AMOUNT.
001440     SET FXL-FOUND TO TRUE.
001450     COMPUTE FXL-BASE-AMOUNT ROUNDED =
001460             FXL-FOREIGN-AMOUNT * FXL-RATE
001470         ON SIZE ERROR
001480             MOVE ZERO TO FXL-BASE-AMOUNT
001490             SET FXL-AMOUNT-TOO-LARGE TO TRUE
001500     END-COMPUTE.
001510 2000-EXIT.
001520     EXIT.
