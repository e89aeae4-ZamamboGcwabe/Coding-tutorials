000010*****************************************************************
000020* PROGRAM-ID: CalcMasterConvert
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     One-off conversion of the results master CALCRMST, and of
000090*     its purge archive CALCRMSA, from the original 68-byte
000100*     record (key: transaction key plus run date) to the
000110*     CALCRMST.CPY layout that carries the reversal mark, the
000120*     cost-allocation share line (now part of the key) and the
000130*     currency fields.  An indexed file cannot be reopened
000140*     under a new record length or key, so every program that
000150*     opens CALCRMST - CalcBatchDriver, CalcSuspenseRework,
000160*     CalcResultReversal, CalcResultInquiry, CalcReconcileRun,
000170*     CalcMonthEndClose and CalcRetentionPurge - needs this job
000180*     to have run first.  Before the run the old master is
000190*     renamed CALCRMSO and, where there is one, the old archive
000200*     CALCRMAO; the job builds the new CALCRMST and CALCRMSA
000210*     from them and leaves the old files where they are, so
000220*     the conversion can be repeated from scratch if need be.
000230*     Every old posting comes across as it was: share line
000240*     zero, live (never reversed), no allocation, rands.
000250*     The job refuses to run if a CALCRMST or CALCRMSA is
000260*     already on file, so a converted master is never written
000270*     over.  It ends with RETURN-CODE 0 when both files were
000280*     converted (or there was no archive), 8 when it refused or
000290*     a file could not be read or written.
000300*
000310* MODIFICATION HISTORY.
000320*     2026-10-15  DN  Original conversion job.  Must be run once,
000330*                      before the release that widens CALCRMST,
000340*                      and before any other job opens CALCRMST.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CalcMasterConvert.
000380 AUTHOR. D. NAIDOO.
000390 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000400 DATE-WRITTEN. 10-15-2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CALC-OLDMST-FILE
000470         ASSIGN TO "CALCRMSO"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS OM-MASTER-KEY
000510         FILE STATUS IS WS-OLDMST-FILE-STATUS.
000520
000530     SELECT CALC-RSLTMST-FILE
000540         ASSIGN TO "CALCRMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CM-MASTER-KEY
000580         FILE STATUS IS WS-RSLTMST-FILE-STATUS.
000590
000600     SELECT CALC-OLDARC-FILE
000610         ASSIGN TO "CALCRMAO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OLDARC-FILE-STATUS.
000640
000650     SELECT CALC-RMSTARC-FILE
000660         ASSIGN TO "CALCRMSA"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RMSTARC-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*****************************************************************
000730*    The old master and old archive hold the original 68-byte
000740*    record; both are read into WS-OLD-MASTER-RECORD below.
000750*****************************************************************
000760 FD  CALC-OLDMST-FILE.
000770 01  CALC-OLDMST-RECORD.
000780     05  OM-MASTER-KEY               PIC X(16).
000790     05  FILLER                      PIC X(52).
000800
000810 FD  CALC-RSLTMST-FILE.
000820     COPY "CALCRMST.CPY".
000830
000840 FD  CALC-OLDARC-FILE
000850     RECORDING MODE IS F.
000860 01  CALC-OLDARC-RECORD              PIC X(68).
000870
000880*****************************************************************
000890*    The new archive is a byte-for-byte image of the results
000900*    master record (CALCRMST.CPY), the same as CalcRetention-
000910*    Purge appends.
000920*****************************************************************
000930 FD  CALC-RMSTARC-FILE
000940     RECORDING MODE IS F.
000950 01  CALC-RMSTARC-RECORD             PIC X(129).
000960
000970 WORKING-STORAGE SECTION.
000980*****************************************************************
000990*    WORKING STORAGE - CONTROL FIELDS
001000*****************************************************************
001010 77  WS-OLDMST-FILE-STATUS        PIC X(02).
001020 77  WS-RSLTMST-FILE-STATUS       PIC X(02).
001030 77  WS-OLDARC-FILE-STATUS        PIC X(02).
001040 77  WS-RMSTARC-FILE-STATUS       PIC X(02).
001050 77  WS-COMPOSITE-RC              PIC 9(02) VALUE ZERO.
001060 77  WS-MASTER-READ-COUNT         PIC 9(09) VALUE ZERO.
001070 77  WS-MASTER-WRITE-COUNT        PIC 9(09) VALUE ZERO.
001080 77  WS-ARCHIVE-READ-COUNT        PIC 9(09) VALUE ZERO.
001090 77  WS-ARCHIVE-WRITE-COUNT       PIC 9(09) VALUE ZERO.
001100
001110 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001120     88  WS-END-OF-FILE               VALUE "Y".
001130     88  WS-NOT-END-OF-FILE           VALUE "N".
001140
001150 01  WS-ARCHIVE-SWITCH            PIC X(01).
001160     88  WS-ARCHIVE-PRESENT           VALUE "Y".
001170     88  WS-ARCHIVE-ABSENT            VALUE "N".
001180
001190*****************************************************************
001200*    WORKING STORAGE - OLD MASTER RECORD
001210*    The results master record as first laid out, before the
001220*    reversal mark, the share line and the currency fields.
001230*****************************************************************
001240 01  WS-OLD-MASTER-RECORD.
001250     05  WS-OM-MASTER-KEY.
001260         10  WS-OM-TRANS-KEY         PIC 9(08).
001270         10  WS-OM-RUN-DATE          PIC 9(08).
001280     05  WS-OM-OPERAND1              PIC S9(7)V99
001290         SIGN IS TRAILING SEPARATE CHARACTER.
001300     05  WS-OM-OPERATOR              PIC X(01).
001310     05  WS-OM-OPERAND2              PIC S9(7)V99
001320         SIGN IS TRAILING SEPARATE CHARACTER.
001330     05  WS-OM-RESULT                PIC S9(9)V99
001340         SIGN IS TRAILING SEPARATE CHARACTER.
001350     05  WS-OM-POSTED-DATE           PIC 9(08).
001360     05  WS-OM-OPERATOR-ID           PIC X(08).
001370     05  WS-OM-DEPT-CODE             PIC X(03).
001380
001390*****************************************************************
001400*    0000-MAINLINE
001410*****************************************************************
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
001460     IF WS-COMPOSITE-RC = ZERO
001470        AND WS-ARCHIVE-PRESENT
001480         PERFORM 3000-CONVERT-ARCHIVE THRU 3000-EXIT
001490     END-IF.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     MOVE WS-COMPOSITE-RC TO RETURN-CODE.
001520     STOP RUN.
001530
001540*****************************************************************
001550*    1000-INITIALIZE
001560*    The old master must be there under its old name, and
001570*    neither new file may exist yet - a converted master is
001580*    never written over.  An old archive is optional.
001590*****************************************************************
001600 1000-INITIALIZE.
001610     MOVE ZERO TO WS-COMPOSITE-RC
001620                  WS-MASTER-READ-COUNT WS-MASTER-WRITE-COUNT
001630                  WS-ARCHIVE-READ-COUNT WS-ARCHIVE-WRITE-COUNT.
001640     SET WS-ARCHIVE-ABSENT TO TRUE.
001650
001660     OPEN INPUT CALC-RSLTMST-FILE.
001670     IF WS-RSLTMST-FILE-STATUS NOT = "35"
001680         IF WS-RSLTMST-FILE-STATUS = "00"
001690             CLOSE CALC-RSLTMST-FILE
001700         END-IF
001710         DISPLAY "CalcMasterConvert: CALCRMST already on file - "
001720             "rename the old master CALCRMSO first"
001730         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
001740     END-IF.
001750
001760     OPEN INPUT CALC-RMSTARC-FILE.
001770     IF WS-RMSTARC-FILE-STATUS NOT = "35"
001780         IF WS-RMSTARC-FILE-STATUS = "00"
001790             CLOSE CALC-RMSTARC-FILE
001800         END-IF
001810         DISPLAY "CalcMasterConvert: CALCRMSA already on file - "
001820             "rename the old archive CALCRMAO first"
001830         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
001840     END-IF.
001850
001860     OPEN INPUT CALC-OLDMST-FILE.
001870     IF WS-OLDMST-FILE-STATUS NOT = "00"
001880         DISPLAY "CalcMasterConvert: unable to open CALCRMSO - "
001890             "status " WS-OLDMST-FILE-STATUS
001900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
001910     END-IF.
001920
001930     OPEN INPUT CALC-OLDARC-FILE.
001940     IF WS-OLDARC-FILE-STATUS = "00"
001950         SET WS-ARCHIVE-PRESENT TO TRUE
001960         CLOSE CALC-OLDARC-FILE
001970     ELSE
001980         IF WS-OLDARC-FILE-STATUS NOT = "35"
001990             DISPLAY "CalcMasterConvert: unable to open CALCRMAO "
002000                 "- status " WS-OLDARC-FILE-STATUS
002010             CLOSE CALC-OLDMST-FILE
002020             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002030         END-IF
002040     END-IF.
002050 1000-EXIT.
002060     EXIT.
002070
002080 1900-REFUSE-RUN.
002090     DISPLAY "CalcMasterConvert: nothing converted".
002100     MOVE 8 TO WS-COMPOSITE-RC.
002110     MOVE WS-COMPOSITE-RC TO RETURN-CODE.
002120     STOP RUN.
002130 1900-EXIT.
002140     EXIT.
002150
002160*****************************************************************
002170*    2000-CONVERT-MASTER
002180*    The old master is read in key order; share line zero sorts
002190*    each old key in the same place in the new key, so the new
002200*    master is written straight through in order.
002210*****************************************************************
002220 2000-CONVERT-MASTER.
002230     OPEN OUTPUT CALC-RSLTMST-FILE.
002240     IF WS-RSLTMST-FILE-STATUS NOT = "00"
002250         DISPLAY "CalcMasterConvert: unable to create CALCRMST - "
002260             "status " WS-RSLTMST-FILE-STATUS
002270         CLOSE CALC-OLDMST-FILE
002280         MOVE 8 TO WS-COMPOSITE-RC
002290         GO TO 2000-EXIT
002300     END-IF.
002310     SET WS-NOT-END-OF-FILE TO TRUE.
002320     PERFORM 2100-CONVERT-ONE-POSTING THRU 2100-EXIT
002330         UNTIL WS-END-OF-FILE
002340            OR WS-COMPOSITE-RC NOT = ZERO.
002350     CLOSE CALC-OLDMST-FILE.
002360     CLOSE CALC-RSLTMST-FILE.
002370 2000-EXIT.
002380     EXIT.
002390
002400 2100-CONVERT-ONE-POSTING.
002410     READ CALC-OLDMST-FILE NEXT RECORD INTO WS-OLD-MASTER-RECORD
002420         AT END
002430             SET WS-END-OF-FILE TO TRUE
002440             GO TO 2100-EXIT
002450     END-READ.
002460     IF WS-OLDMST-FILE-STATUS NOT = "00"
002470         DISPLAY "CalcMasterConvert: CALCRMSO read failed - "
002480             "status " WS-OLDMST-FILE-STATUS
002490         MOVE 8 TO WS-COMPOSITE-RC
002500         GO TO 2100-EXIT
002510     END-IF.
002520     ADD 1 TO WS-MASTER-READ-COUNT.
002530     PERFORM 4000-BUILD-NEW-RECORD THRU 4000-EXIT.
002540     WRITE CALC-RSLTMST-RECORD
002550         INVALID KEY
002560             DISPLAY "CalcMasterConvert: CALCRMST write refused "
002570                 "for key " CM-TRANS-KEY "/" CM-RUN-DATE
002580             MOVE 8 TO WS-COMPOSITE-RC
002590             GO TO 2100-EXIT
002600     END-WRITE.
002610     IF WS-RSLTMST-FILE-STATUS NOT = "00"
002620         DISPLAY "CalcMasterConvert: CALCRMST write failed - "
002630             "status " WS-RSLTMST-FILE-STATUS
002640         MOVE 8 TO WS-COMPOSITE-RC
002650         GO TO 2100-EXIT
002660     END-IF.
002670     ADD 1 TO WS-MASTER-WRITE-COUNT.
002680 2100-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*    3000-CONVERT-ARCHIVE
002730*    The archive is converted record for record in the order it
002740*    was appended.
002750*****************************************************************
002760 3000-CONVERT-ARCHIVE.
002770     OPEN INPUT CALC-OLDARC-FILE.
002780     IF WS-OLDARC-FILE-STATUS NOT = "00"
002790         DISPLAY "CalcMasterConvert: unable to open CALCRMAO - "
002800             "status " WS-OLDARC-FILE-STATUS
002810         MOVE 8 TO WS-COMPOSITE-RC
002820         GO TO 3000-EXIT
002830     END-IF.
002840     OPEN OUTPUT CALC-RMSTARC-FILE.
002850     IF WS-RMSTARC-FILE-STATUS NOT = "00"
002860         DISPLAY "CalcMasterConvert: unable to create CALCRMSA - "
002870             "status " WS-RMSTARC-FILE-STATUS
002880         CLOSE CALC-OLDARC-FILE
002890         MOVE 8 TO WS-COMPOSITE-RC
002900         GO TO 3000-EXIT
002910     END-IF.
002920     SET WS-NOT-END-OF-FILE TO TRUE.
002930     PERFORM 3100-CONVERT-ONE-ARCHIVED THRU 3100-EXIT
002940         UNTIL WS-END-OF-FILE
002950            OR WS-COMPOSITE-RC NOT = ZERO.
002960     CLOSE CALC-OLDARC-FILE.
002970     CLOSE CALC-RMSTARC-FILE.
002980 3000-EXIT.
002990     EXIT.
003000
003010 3100-CONVERT-ONE-ARCHIVED.
003020     READ CALC-OLDARC-FILE INTO WS-OLD-MASTER-RECORD
003030         AT END
003040             SET WS-END-OF-FILE TO TRUE
003050             GO TO 3100-EXIT
003060     END-READ.
003070     ADD 1 TO WS-ARCHIVE-READ-COUNT.
003080     PERFORM 4000-BUILD-NEW-RECORD THRU 4000-EXIT.
003090     WRITE CALC-RMSTARC-RECORD FROM CALC-RSLTMST-RECORD.
003100     IF WS-RMSTARC-FILE-STATUS NOT = "00"
003110         DISPLAY "CalcMasterConvert: CALCRMSA write failed - "
003120             "status " WS-RMSTARC-FILE-STATUS
003130         MOVE 8 TO WS-COMPOSITE-RC
003140         GO TO 3100-EXIT
003150     END-IF.
003160     ADD 1 TO WS-ARCHIVE-WRITE-COUNT.
003170 3100-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210*    4000-BUILD-NEW-RECORD
003220*    An old posting is an ordinary, live, rands posting.
003230*****************************************************************
003240 4000-BUILD-NEW-RECORD.
003250     MOVE SPACES TO CALC-RSLTMST-RECORD.
003260     MOVE WS-OM-TRANS-KEY    TO CM-TRANS-KEY.
003270     MOVE WS-OM-RUN-DATE     TO CM-RUN-DATE.
003280     MOVE ZERO               TO CM-SHARE-LINE.
003290     MOVE WS-OM-OPERAND1     TO CM-OPERAND1.
003300     MOVE WS-OM-OPERATOR     TO CM-OPERATOR.
003310     MOVE WS-OM-OPERAND2     TO CM-OPERAND2.
003320     MOVE WS-OM-RESULT       TO CM-RESULT.
003330     MOVE WS-OM-POSTED-DATE  TO CM-POSTED-DATE.
003340     MOVE WS-OM-OPERATOR-ID  TO CM-OPERATOR-ID.
003350     MOVE WS-OM-DEPT-CODE    TO CM-DEPT-CODE.
003360     SET CM-POSTING-LIVE TO TRUE.
003370     MOVE ZERO               TO CM-REVERSED-DATE.
003380     MOVE SPACES             TO CM-REVERSED-BY.
003390     MOVE SPACES             TO CM-ALLOC-CODE.
003400     MOVE ZERO               TO CM-SOURCE-RESULT.
003410     MOVE SPACES             TO CM-CURRENCY-CODE.
003420     MOVE ZERO               TO CM-FOREIGN-AMOUNT.
003430     MOVE ZERO               TO CM-FX-RATE.
003440 4000-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480*    9000-TERMINATE
003490*****************************************************************
003500 9000-TERMINATE.
003510     DISPLAY "CalcMasterConvert: CALCRMSO postings read    "
003520         WS-MASTER-READ-COUNT.
003530     DISPLAY "CalcMasterConvert: CALCRMST postings written "
003540         WS-MASTER-WRITE-COUNT.
003550     IF WS-ARCHIVE-PRESENT
003560         DISPLAY "CalcMasterConvert: CALCRMAO records read     "
003570             WS-ARCHIVE-READ-COUNT
003580         DISPLAY "CalcMasterConvert: CALCRMSA records written  "
003590             WS-ARCHIVE-WRITE-COUNT
003600     ELSE
003610         DISPLAY "CalcMasterConvert: no CALCRMAO archive - "
003620             "none converted"
003630     END-IF.
003640     IF WS-COMPOSITE-RC NOT = ZERO
003650         DISPLAY "CalcMasterConvert: conversion INCOMPLETE - "
003660             "remove CALCRMST/CALCRMSA and run again"
003670     END-IF.
003680 9000-EXIT.
003690     EXIT.
