000190*         WS-HIST-RETAIN-MONTHS are rolled off through the
000200*         usual hardened work-file swap (the trend report only
000210*         ever looks back one month);
000218*       - unmapped GL holds CALCGLHD are never purged here:
000226*         CalcGlRedrive removes a hold when it sends it.  The
000234*         register counts the holds still open - those whose
000242*         operator/sign/department now has a CALCGLAM mapping
000250*         and are awaiting the re-drive, and those still
000258*         without one.
000270*     The job refuses to run unless today's CalcReconcileRun
000280*     report (CALCRCNR) is on disk, dated today, and shows
000290*     zero breaks - housekeeping must never destroy the
000356*                      symbol, department, operator id and
000358*                      amount - the hold itself is destroyed,
000359*                      so the register is its only trace.
000360*     2026-10-02  DN  Results-master archive image widened with
000361*                      the master layout (reversal mark).
000362*     2026-10-12  DN  GL holds are no longer purged once their
000363*                      mapping exists - nothing had re-sent them,
000364*                      so the amounts never reached the ledger.
000365*                      CalcGlRedrive now sends and removes them;
000366*                      this job only counts the holds awaiting
000367*                      re-drive and those still unmapped, looking
000368*                      a reversal offset up under the original
000369*                      posting's sign as CalcGlFeedWriter does.
000370*     2026-10-15  DN  Results-master archive and held-posting
000371*                      record images widened with the CALCRMST and
000372*                      GL feed detail layouts (cost-allocation
000373*                      share line, allocation code and source
000374*                      Result; maker id; currency, foreign amount,
000375*                      exchange rate).  CALCRMSA now holds the
000376*                      129-byte master image; CalcMasterConvert
000377*                      converts an archive of the original 68-byte
000378*                      images along with the master, and must be
000379*                      run before this release.
000380*****************************************************************
000381 IDENTIFICATION DIVISION.
000382 PROGRAM-ID. CalcRetentionPurge.
000390 AUTHOR. D. NAIDOO.
000400 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000410 DATE-WRITTEN. 09-02-2026.
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-GLHELD-FILE-STATUS.
000780
000830
000840     SELECT CALC-GLMAP-FILE
000850         ASSIGN TO "CALCGLAM"
001070*****************************************************************
001080 FD  CALC-RMSTARC-FILE
001090     RECORDING MODE IS F.
001100 01  CALC-RMSTARC-RECORD             PIC X(129).
001110
001120 FD  CALC-STATHIST-FILE
001130     RECORDING MODE IS F.
001290*****************************************************************
001300 FD  CALC-GLHELD-FILE
001310     RECORDING MODE IS F.
001320 01  CALC-GLHELD-RECORD              PIC X(98).
001330
001370
001380 FD  CALC-GLMAP-FILE
001390     RECORDING MODE IS F.
001530 77  WS-STATHIST-FILE-STATUS      PIC X(02).
001540 77  WS-HISTNEW-FILE-STATUS       PIC X(02).
001550 77  WS-GLHELD-FILE-STATUS        PIC X(02).
001570 77  WS-GLMAP-FILE-STATUS         PIC X(02).
001580 77  WS-REGISTER-FILE-STATUS      PIC X(02).
001590 77  WS-HISTNEW-FILENAME          PIC X(08) VALUE "CALCSHSN".
001610 77  WS-WORK-DELETE-RC            PIC 9(09) COMP-5 VALUE ZERO.
001620 77  WS-CURRENT-DATE              PIC 9(08).
001630 77  WS-CURRENT-MONTH             PIC 9(06).
001720 77  WS-RETAIN-WORK               PIC 9(02) VALUE ZERO.
001730 77  WS-MASTER-PURGED-COUNT       PIC 9(07) VALUE ZERO.
001740 77  WS-HIST-PURGED-COUNT         PIC 9(07) VALUE ZERO.
001746 77  WS-GLHELD-AWAITING-COUNT     PIC 9(07) VALUE ZERO.
001752 77  WS-GLHELD-UNMAPPED-COUNT     PIC 9(07) VALUE ZERO.
001760 77  WS-RECON-RUN-DATE            PIC 9(08) VALUE ZERO.
001770 77  WS-RECON-BREAK-COUNT         PIC 9(07) VALUE ZERO.
001780 77  WS-MAP-LOADED-COUNT          PIC 9(02) VALUE ZERO.
002050*****************************************************************
002060*    WORKING STORAGE - ACCOUNT MAPPING TABLE
002070*    Loaded once from CALCGLAM, the same shape CalcGlFeedWriter
002080*    loads, to count which held postings now map.
002090*****************************************************************
002100 01  WS-MAP-TABLE.
002110     05  WS-MAP-ENTRY OCCURS 42 TIMES INDEXED BY WS-MAP-IDX.
002320     05  WS-HELD-OPERATOR-ID      PIC X(08).
002330     05  WS-HELD-DEPT             PIC X(03).
002340     05  WS-HELD-ORIGIN           PIC X(01).
002345         88  WS-HELD-FROM-REVERSAL        VALUE "V".
002350
002360*****************************************************************
002370*    WORKING STORAGE - RECONCILIATION REPORT PARSING
002710     05  WS-PC-COUNT         PIC Z,ZZZ,ZZ9.
002720     05  FILLER              PIC X(31) VALUE SPACES.
002722
002740 LINKAGE SECTION.
002750 01  LS-RETURN-CODE               PIC 9(04) COMP.
002760
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-PURGE-MASTER THRU 2000-EXIT.
002840     PERFORM 3000-ROLL-OFF-HISTORY THRU 3000-EXIT.
002850     PERFORM 4000-COUNT-OPEN-HOLDS THRU 4000-EXIT.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     GOBACK.
002880
002940 1000-INITIALIZE.
002950     MOVE ZERO TO LS-RETURN-CODE.
002960     MOVE ZERO TO WS-MASTER-PURGED-COUNT WS-HIST-PURGED-COUNT
002966                  WS-GLHELD-AWAITING-COUNT
002972                  WS-GLHELD-UNMAPPED-COUNT.
002980     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002990     COMPUTE WS-CURRENT-MONTH = WS-CURRENT-DATE / 100.
003000
006070     EXIT.
006080
006090*****************************************************************
006100*    4000-COUNT-OPEN-HOLDS
006110*    A hold in CALCGLHD exists because its operator/sign/
006120*    department had no CALCGLAM mapping at posting time, and it
006130*    stays there until CalcGlRedrive sends it.  Nothing is
006140*    purged: the register counts the holds that map today and
006150*    are awaiting the re-drive, and those that still do not.
006170*****************************************************************
006180 4000-COUNT-OPEN-HOLDS.
006190     OPEN INPUT CALC-GLHELD-FILE.
006200     IF WS-GLHELD-FILE-STATUS = "35"
006210         GO TO 4000-EXIT
006260         MOVE 2 TO LS-RETURN-CODE
006270         GO TO 4000-EXIT
006280     END-IF.
006370     PERFORM 4100-LOAD-MAPPING THRU 4100-EXIT.
006380
006390     SET WS-NOT-END-OF-FILE TO TRUE.
006400     PERFORM 4200-COUNT-ONE-HELD THRU 4200-EXIT
006410         UNTIL WS-END-OF-FILE.
006420     CLOSE CALC-GLHELD-FILE.
006480 4000-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*    4100-LOAD-MAPPING
006530*    A missing or empty mapping file simply means no hold maps
006540*    yet - every hold counts as still unmapped.
006550*****************************************************************
006560 4100-LOAD-MAPPING.
006570     MOVE SPACES TO WS-MAP-TABLE.
006820 4110-EXIT.
006830     EXIT.
006840
006842*****************************************************************
006844*    4200-COUNT-ONE-HELD
006846*    The same lookup CalcGlFeedWriter makes: a reversal offset
006848*    is mapped under the sign of the posting it backs out.
006850*****************************************************************
006852 4200-COUNT-ONE-HELD.
006860     READ CALC-GLHELD-FILE INTO WS-HELD-RECORD
006870         AT END
006880             SET WS-END-OF-FILE TO TRUE
006910         GO TO 4200-EXIT
006920     END-IF.
006930
006934     IF WS-HELD-FROM-REVERSAL
006938         IF WS-HELD-RESULT > ZERO
006942             MOVE "N" TO WS-LOOKUP-SIGN
006946         ELSE
006950             MOVE "P" TO WS-LOOKUP-SIGN
006954         END-IF
006960     ELSE
006963         IF WS-HELD-RESULT < ZERO
006966             MOVE "N" TO WS-LOOKUP-SIGN
006969         ELSE
006972             MOVE "P" TO WS-LOOKUP-SIGN
006975         END-IF
006980     END-IF.
006990     SET WS-MAP-NOT-FOUND TO TRUE.
007000     IF WS-HELD-DEPT NOT = SPACES
007190     END-IF.
007200
007210     IF WS-MAP-FOUND
007220         ADD 1 TO WS-GLHELD-AWAITING-COUNT
007300     ELSE
007310         ADD 1 TO WS-GLHELD-UNMAPPED-COUNT
007380     END-IF.
007390 4200-EXIT.
007400     EXIT.
007960*****************************************************************
007970*    9000-TERMINATE
007980*****************************************************************
008100     WRITE CALC-PURGE-REGISTER-LINE.
008110
008120     MOVE SPACES TO WS-REG-COUNT-LINE.
008123     MOVE "GL HOLDS AWAITING RE-DRIVE:" TO WS-PC-TEXT.
008126     MOVE WS-GLHELD-AWAITING-COUNT TO WS-PC-COUNT.
008129     MOVE WS-REG-COUNT-LINE TO CALC-PURGE-REGISTER-LINE.
008132     WRITE CALC-PURGE-REGISTER-LINE.
008135
008138     MOVE SPACES TO WS-REG-COUNT-LINE.
008141     MOVE "GL HOLDS STILL UNMAPPED:" TO WS-PC-TEXT.
008144     MOVE WS-GLHELD-UNMAPPED-COUNT TO WS-PC-COUNT.
008150     MOVE WS-REG-COUNT-LINE TO CALC-PURGE-REGISTER-LINE.
008160     WRITE CALC-PURGE-REGISTER-LINE.
008170
