000200*     file the same way CalcSuspenseRework replaces CALCSUSP,
000210*     with every OPEN and WRITE of the swap status-checked so a
000220*     failure can never silently lose audit records.
000221*     The audit trail is chained record to record, so the cut
000222*     is made at the first record logged on or after the
000223*     cutoff: it and everything after it stay live, keeping the
000224*     archive and the live file two unbroken stretches of the
000225*     one chain.  Each pass appends an entry to the archive
000226*     catalogue CALCAUDX naming the archive and the sequence
000227*     numbers and last check value it holds, which is how
000228*     CalcAuditVerify carries the chain from the archive into
000229*     the first live record.
000230*     LS-RETURN-CODE comes back 2 if the requested function
000240*     could not run (no audit log, unusable criteria, or a file
000250*     failure), 0 otherwise.
000290*                      rate effective date and chain key the
000291*                      audit record carries; record images
000292*                      widened again with the audit layout.
000293*     2026-10-02  DN  The extract now also shows the entry type
000294*                      (V reversed / O offset) and the linked
000295*                      results-master key and run date a reversal
000296*                      entry carries; record images widened again
000297*                      with the audit layout.
000298*     2026-10-15  DN  The extract now also shows the allocation
000299*                      code, share line and receiving department
000300*                      a cost-allocation share entry (type A)
000301*                      carries; record images widened again with
000302*                      the audit layout.
000303*     2026-10-15  DN  The archive cut is now made at the first
000304*                      record on or after the cutoff, so the
000305*                      chained trail is never split out of
000306*                      order, and each pass is catalogued on
000307*                      CALCAUDX for CalcAuditVerify.  The
000308*                      extract shows the audit sequence number;
000309*                      record images widened with the layout.
000310*     2026-10-15  DN  The extract shows the currency, foreign
000311*                      amount and exchange rate of an Operand1
000312*                      converted from a foreign currency; record
000313*                      images widened with the layout.
000314*****************************************************************
000315 IDENTIFICATION DIVISION.
000316 PROGRAM-ID. CalcAuditInquiry.
000320 AUTHOR. D. NAIDOO.
000330 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000340 DATE-WRITTEN. 08-22-2026.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDNEW-FILE-STATUS.
000590
000591     SELECT CALC-ARCHIDX-FILE
000592         ASSIGN TO "CALCAUDX"
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-ARCHIDX-FILE-STATUS.
000595
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CALC-AUDIT-FILE
000650
000660 FD  CALC-EXTRACT-FILE
000670     RECORDING MODE IS F.
000680 01  CALC-EXTRACT-LINE               PIC X(214).
000690
000700*****************************************************************
000710*    Archive and work files both carry byte-for-byte images of
000760*****************************************************************
000770 FD  CALC-ARCHIVE-FILE
000780     RECORDING MODE IS F.
000790 01  CALC-ARCHIVE-RECORD             PIC X(178).
000800
000810 FD  CALC-AUDNEW-FILE
000820     RECORDING MODE IS F.
000823 01  CALC-AUDNEW-RECORD              PIC X(178).
000826
000829 FD  CALC-ARCHIDX-FILE
000832     RECORDING MODE IS F.
000835     COPY "CALCAUDX.CPY".
000840
000850 WORKING-STORAGE SECTION.
000860*****************************************************************
000900 77  WS-EXTRACT-FILE-STATUS       PIC X(02).
000910 77  WS-ARCHIVE-FILE-STATUS       PIC X(02).
000920 77  WS-AUDNEW-FILE-STATUS        PIC X(02).
000925 77  WS-ARCHIDX-FILE-STATUS       PIC X(02).
000930 77  WS-AUDNEW-FILENAME           PIC X(08) VALUE "CALCAUDN".
000940 77  WS-ARCHIVE-FILENAME          PIC X(08) VALUE "CALCAUDA".
000950 77  WS-ARCHIVE-DATED-NAME        PIC X(17).
000990 77  WS-SELECT-COUNT              PIC 9(07) VALUE ZERO.
001000 77  WS-ARCHIVE-COUNT             PIC 9(07) VALUE ZERO.
001010 77  WS-RETAIN-COUNT              PIC 9(07) VALUE ZERO.
001012 77  WS-UNCHAINED-COUNT           PIC 9(07) VALUE ZERO.
001014 77  WS-FIRST-SEQUENCE-NO         PIC 9(09) VALUE ZERO.
001016 77  WS-LAST-SEQUENCE-NO          PIC 9(09) VALUE ZERO.
001018 77  WS-LAST-CHAIN-VALUE          PIC 9(09) VALUE ZERO.
001020 77  WS-RETENTION-MONTHS          PIC 9(02) VALUE 3.
001030 77  WS-MAX-INVALID-ATTEMPTS      PIC 9(02) VALUE 5.
001040 77  WS-INVALID-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
001430     88  WS-ENTRY-INVALID             VALUE "N".
001440     88  WS-ENTRY-ABANDONED           VALUE "A".
001450
001452 01  WS-RETAIN-SWITCH             PIC X(01).
001454     88  WS-RETAIN-STARTED            VALUE "Y".
001456     88  WS-RETAIN-NOT-STARTED        VALUE "N".
001458
001460*****************************************************************
001470*    WORKING STORAGE - EXTRACT REPORT LINES
001480*****************************************************************
001684     05  FILLER  PIC X(09) VALUE "EFFECTIVE".
001685     05  FILLER  PIC X(02) VALUE SPACES.
001686     05  FILLER  PIC X(09) VALUE "CHAIN KEY".
001687     05  FILLER  PIC X(01) VALUE "T".
001688     05  FILLER  PIC X(02) VALUE SPACES.
001689     05  FILLER  PIC X(08) VALUE "LINK KEY".
001690     05  FILLER  PIC X(01) VALUE SPACES.
001691     05  FILLER  PIC X(09) VALUE "LINK DATE".
001692     05  FILLER  PIC X(01) VALUE SPACES.
001693     05  FILLER  PIC X(04) VALUE "ALOC".
001694     05  FILLER  PIC X(02) VALUE SPACES.
001695     05  FILLER  PIC X(02) VALUE "LN".
001696     05  FILLER  PIC X(02) VALUE SPACES.
001697     05  FILLER  PIC X(03) VALUE "DPT".
001698     05  FILLER  PIC X(02) VALUE SPACES.
001699     05  FILLER  PIC X(09) VALUE " SEQUENCE".
001700     05  FILLER  PIC X(02) VALUE SPACES.
001701     05  FILLER  PIC X(03) VALUE "CCY".
001702     05  FILLER  PIC X(02) VALUE SPACES.
001703     05  FILLER  PIC X(13) VALUE "  FOREIGN AMT".
001704     05  FILLER  PIC X(02) VALUE SPACES.
001705     05  FILLER  PIC X(12) VALUE "     FX RATE".
001706
001707 01  WS-EXTRACT-DETAIL-LINE.
001710     05  WS-XD-DATE          PIC 9(08).
001720     05  FILLER              PIC X(02) VALUE SPACES.
001730     05  WS-XD-TIME          PIC 9(08).
001859     05  FILLER              PIC X(02) VALUE SPACES.
001860     05  WS-XD-CHAIN-KEY     PIC 9(08).
001861     05  FILLER              PIC X(03) VALUE SPACES.
001862     05  WS-XD-ENTRY-TYPE    PIC X(01).
001863     05  FILLER              PIC X(02) VALUE SPACES.
001864     05  WS-XD-LINK-KEY      PIC 9(08).
001865     05  FILLER              PIC X(01) VALUE SPACES.
001866     05  WS-XD-LINK-RUN-DATE PIC 9(08).
001867     05  FILLER              PIC X(02) VALUE SPACES.
001868     05  WS-XD-ALLOC-CODE    PIC X(04).
001869     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  WS-XD-SHARE-LINE    PIC 9(02).
001871     05  FILLER              PIC X(02) VALUE SPACES.
001872     05  WS-XD-SHARE-DEPT    PIC X(03).
001873     05  FILLER              PIC X(02) VALUE SPACES.
001874     05  WS-XD-SEQUENCE-NO   PIC Z(8)9.
001875     05  FILLER              PIC X(02) VALUE SPACES.
001876     05  WS-XD-CURRENCY-CODE PIC X(03).
001877     05  FILLER              PIC X(02) VALUE SPACES.
001878     05  WS-XD-FOREIGN-AMOUNT PIC -Z(8)9.99.
001879     05  FILLER              PIC X(02) VALUE SPACES.
001880     05  WS-XD-FX-RATE       PIC Z(4)9.9(6).
001881
001882 LINKAGE SECTION.
001890 01  LS-RETURN-CODE               PIC 9(04) COMP.
001900
001910*****************************************************************
004003         MOVE CA-RATE-CODE    TO WS-XD-RATE-CODE
004004         MOVE CA-RATE-EFF-DATE TO WS-XD-RATE-EFF
004005         MOVE CA-CHAIN-KEY    TO WS-XD-CHAIN-KEY
004006         MOVE CA-ENTRY-TYPE   TO WS-XD-ENTRY-TYPE
004007         MOVE CA-LINK-KEY     TO WS-XD-LINK-KEY
004008         MOVE CA-LINK-RUN-DATE TO WS-XD-LINK-RUN-DATE
004009         MOVE CA-ALLOC-CODE   TO WS-XD-ALLOC-CODE
004010         MOVE CA-SHARE-LINE   TO WS-XD-SHARE-LINE
004011         MOVE CA-SHARE-DEPT-CODE TO WS-XD-SHARE-DEPT
004012         IF CA-SEQUENCE-NO IS NUMERIC
004013             MOVE CA-SEQUENCE-NO TO WS-XD-SEQUENCE-NO
004014         END-IF
004015         IF CA-CURRENCY-CODE NOT = SPACES
004016             MOVE CA-CURRENCY-CODE  TO WS-XD-CURRENCY-CODE
004017             MOVE CA-FOREIGN-AMOUNT TO WS-XD-FOREIGN-AMOUNT
004018             MOVE CA-FX-RATE        TO WS-XD-FX-RATE
004019         END-IF
004020         MOVE WS-EXTRACT-DETAIL-LINE TO CALC-EXTRACT-LINE
004021         WRITE CALC-EXTRACT-LINE
004030     END-IF.
004040     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
004050 2300-EXIT.
004070
004080*****************************************************************
004090*    3000-RUN-ARCHIVE
004097*    Splits the live audit log at the first record logged on or
004104*    after the cutoff date: records before it go to the dated
004111*    archive, it and the rest go to a work file that replaces
004118*    CALCAUD.  Nothing is renamed or replaced until the whole
004125*    split has completed cleanly, so a failure part-way leaves
004132*    the live file untouched.  The pass is catalogued on
004139*    CALCAUDX once the archive has its dated name.
004150*****************************************************************
004160 3000-RUN-ARCHIVE.
004170     PERFORM 3050-DERIVE-DEFAULT-CUTOFF THRU 3050-EXIT.
004550         GO TO 3000-EXIT
004560     END-IF.
004570
004572     MOVE ZERO TO WS-UNCHAINED-COUNT WS-FIRST-SEQUENCE-NO
004574                  WS-LAST-SEQUENCE-NO WS-LAST-CHAIN-VALUE.
004576     SET WS-RETAIN-NOT-STARTED TO TRUE.
004580     SET WS-NOT-END-OF-FILE TO TRUE.
004590     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
004600     PERFORM 3200-SPLIT-ONE THRU 3200-EXIT
004740
004750     PERFORM 3300-REPLACE-LIVE-LOG THRU 3300-EXIT.
004760     PERFORM 3400-RENAME-ARCHIVE THRU 3400-EXIT.
004765     PERFORM 3500-CATALOGUE-ARCHIVE THRU 3500-EXIT.
004770     DISPLAY "Audit archive complete - " WS-ARCHIVE-COUNT
004780         " archived, " WS-RETAIN-COUNT " retained".
004790 3000-EXIT.
005230*    A write failure on either side of the split abandons the
005240*    archive pass with the live file untouched - CALCAUD is
005250*    only replaced in 3300 once the whole split has completed.
005252*    Once one record has been kept live every record after it
005254*    is kept too, whatever its log date, so the chain is cut
005256*    in one place only.  The archived stretch's sequence
005258*    numbers and last check value are kept for the catalogue.
005260*****************************************************************
005270 3200-SPLIT-ONE.
005274     IF CA-LOG-DATE NOT < WS-CUTOFF-DATE
005278         SET WS-RETAIN-STARTED TO TRUE
005282     END-IF.
005286     IF WS-RETAIN-NOT-STARTED
005290         WRITE CALC-ARCHIVE-RECORD FROM CALC-AUDIT-RECORD
005300         IF WS-ARCHIVE-FILE-STATUS NOT = "00"
005310             DISPLAY "CalcAuditInquiry: unable to write "
005330             PERFORM 3250-ABANDON-ARCHIVE THRU 3250-EXIT
005340         END-IF
005350         ADD 1 TO WS-ARCHIVE-COUNT
005355         PERFORM 3220-NOTE-ARCHIVED-CHAIN THRU 3220-EXIT
005360     ELSE
005370         WRITE CALC-AUDNEW-RECORD FROM CALC-AUDIT-RECORD
005380         IF WS-AUDNEW-FILE-STATUS NOT = "00"
005450     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
005460 3200-EXIT.
005470     EXIT.
005471
005472 3220-NOTE-ARCHIVED-CHAIN.
005473     IF CA-SEQUENCE-NO IS NUMERIC
005474        AND CA-SEQUENCE-NO NOT = ZERO
005475         IF WS-FIRST-SEQUENCE-NO = ZERO
005476             MOVE CA-SEQUENCE-NO TO WS-FIRST-SEQUENCE-NO
005477         END-IF
005478         MOVE CA-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
005479         MOVE CA-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
005480     ELSE
005481         ADD 1 TO WS-UNCHAINED-COUNT
005482     END-IF.
005483 3220-EXIT.
005484     EXIT.
005485
005490 3250-ABANDON-ARCHIVE.
005500     CLOSE CALC-AUDIT-FILE.
005510     CLOSE CALC-ARCHIVE-FILE.
006390     ELSE
006400         DISPLAY "CalcAuditInquiry: unable to rename the "
006410             "archive - records remain in CALCAUDA"
006415         MOVE WS-ARCHIVE-FILENAME TO WS-ARCHIVE-DATED-NAME
006420     END-IF.
006430 3400-EXIT.
006440     EXIT.
006450
006460*****************************************************************
006470*    3500-CATALOGUE-ARCHIVE
006480*    Appends this pass to CALCAUDX under the name the archive
006490*    was left with.  The archive itself is complete whatever
006500*    happens here, but an archive missing from the catalogue
006510*    cannot be verified, so a failure comes back with
006520*    LS-RETURN-CODE = 2 and a message saying what to add.
006530*****************************************************************
006540 3500-CATALOGUE-ARCHIVE.
006550     OPEN EXTEND CALC-ARCHIDX-FILE.
006560     IF WS-ARCHIDX-FILE-STATUS = "35"
006570         OPEN OUTPUT CALC-ARCHIDX-FILE
006580     END-IF.
006590     IF WS-ARCHIDX-FILE-STATUS NOT = "00"
006600         DISPLAY "CalcAuditInquiry: unable to open CALCAUDX - "
006610             "status " WS-ARCHIDX-FILE-STATUS
006620         PERFORM 3550-CATALOGUE-FAILED THRU 3550-EXIT
006630         GO TO 3500-EXIT
006640     END-IF.
006650     MOVE SPACES                TO CALC-AUDIT-ARCHIVE-ENTRY.
006660     MOVE WS-ARCHIVE-DATED-NAME TO AX-ARCHIVE-NAME.
006670     MOVE WS-CUTOFF-DATE        TO AX-CUTOFF-DATE.
006680     MOVE WS-CURRENT-DATE       TO AX-ARCHIVED-DATE.
006690     MOVE WS-ARCHIVE-COUNT      TO AX-RECORD-COUNT.
006700     MOVE WS-UNCHAINED-COUNT    TO AX-UNCHAINED-COUNT.
006710     MOVE WS-FIRST-SEQUENCE-NO  TO AX-FIRST-SEQUENCE-NO.
006720     MOVE WS-LAST-SEQUENCE-NO   TO AX-LAST-SEQUENCE-NO.
006730     MOVE WS-LAST-CHAIN-VALUE   TO AX-LAST-CHAIN-VALUE.
006740     WRITE CALC-AUDIT-ARCHIVE-ENTRY.
006750     IF WS-ARCHIDX-FILE-STATUS NOT = "00"
006760         DISPLAY "CalcAuditInquiry: unable to write CALCAUDX - "
006770             "status " WS-ARCHIDX-FILE-STATUS
006780         CLOSE CALC-ARCHIDX-FILE
006790         PERFORM 3550-CATALOGUE-FAILED THRU 3550-EXIT
006800         GO TO 3500-EXIT
006810     END-IF.
006820     CLOSE CALC-ARCHIDX-FILE.
006830 3500-EXIT.
006840     EXIT.
006850
006860 3550-CATALOGUE-FAILED.
006870     DISPLAY "Archive " WS-ARCHIVE-DATED-NAME " is not on the "
006880         "catalogue - add it to CALCAUDX before the next "
006890         "verification".
006900     MOVE 2 TO LS-RETURN-CODE.
006910 3550-EXIT.
006920     EXIT.
