000306*                      every held version to CALCRATE,
000307*                      rejection discards the holding file
000308*                      with the change.
000309*     2026-10-15  DN  Cost allocations (CALCALOC, keyed through
000310*                      CalcAllocMaint) join the queue: an
000311*                      approved Add writes the allocation,
000312*                      replacing any record for the same code,
000313*                      and an approved Delete removes the code,
000314*                      both through a work-file swap (CALCALCN)
000315*                      with every OPEN and WRITE status-checked.
000316*     2026-10-15  DN  CALCSTDN work record widened to 80 with
000317*                      the standing instruction's business-day
000318*                      rule and schedule date.
000319*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CalcApprovalQueue.
000340 AUTHOR. D. NAIDOO.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STANDING-FILE-STATUS.
000610
000611     SELECT CALC-ALLOC-FILE
000612         ASSIGN TO "CALCALOC"
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS WS-ALLOC-FILE-STATUS.
000615
000620     SELECT CALC-STDNEW-FILE
000630         ASSIGN TO "CALCSTDN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CHGLOG-FILE-STATUS.
000710
000711     SELECT CALC-ALCNEW-FILE
000712         ASSIGN TO "CALCALCN"
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS WS-ALCNEW-FILE-STATUS.
000715
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CALC-CHANGE-FILE
001020*****************************************************************
001030 FD  CALC-STDNEW-FILE
001040     RECORDING MODE IS F.
001050 01  CALC-STDNEW-RECORD              PIC X(80).
001060
001062*****************************************************************
001063*    Holding file behind a pending treasury sheet import -
001072 FD  CALC-CHGLOG-FILE
001073     RECORDING MODE IS F.
001074 01  CALC-CHGLOG-LINE                PIC X(80).
001075
001076*****************************************************************
001077*    Work file an approved allocation change is filtered into
001078*    before it replaces CALCALOC - a byte-for-byte image of
001079*    CALC-ALLOC-RECORD (CALCALOC.CPY), kept the same length as
001080*    that layout.
001081*****************************************************************
001082 FD  CALC-ALLOC-FILE
001083     RECORDING MODE IS F.
001084     COPY "CALCALOC.CPY".
001085
001086 FD  CALC-ALCNEW-FILE
001087     RECORDING MODE IS F.
001088 01  CALC-ALCNEW-RECORD              PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120*****************************************************************
001190 77  WS-STDNEW-FILE-STATUS        PIC X(02).
001200 77  WS-CHGLOG-FILE-STATUS        PIC X(02).
001205 77  WS-IMPHOLD-FILE-STATUS       PIC X(02).
001206 77  WS-ALLOC-FILE-STATUS         PIC X(02).
001207 77  WS-ALCNEW-FILE-STATUS        PIC X(02).
001210 77  WS-CHGNEW-FILENAME           PIC X(08) VALUE "CALCCHGN".
001215 77  WS-IMPHOLD-FILENAME          PIC X(08) VALUE "CALCRIMH".
001220 77  WS-STDNEW-FILENAME           PIC X(08) VALUE "CALCSTDN".
001225 77  WS-ALCNEW-FILENAME           PIC X(08) VALUE "CALCALCN".
001230 77  WS-WORK-DELETE-RC            PIC 9(09) COMP-5 VALUE ZERO.
001240 77  WS-CURRENT-DATE              PIC 9(08).
001250 77  WS-CURRENT-TIME              PIC 9(08).
001330 77  WS-DELETED-COUNT             PIC 9(04) VALUE ZERO.
001335 77  WS-IMPORTED-COUNT            PIC 9(04) VALUE ZERO.
001340 77  WS-DISPLAY-VALUE             PIC -Z(6)9.99.
001343 77  WS-ALOC-SUB                  PIC 9(02) COMP VALUE ZERO.
001346 77  WS-DISPLAY-PERCENT           PIC ZZ9.99.
001350
001360 01  WS-END-OF-FILE-SWITCH        PIC X(01).
001370     88  WS-END-OF-FILE               VALUE "Y".
001410     88  WS-STOP-REQUESTED            VALUE "Y".
001420     88  WS-STOP-NOT-REQUESTED        VALUE "N".
001430
001432 01  WS-ALOC-SCAN-SWITCH          PIC X(01).
001434     88  WS-ALOC-SCAN-EOF             VALUE "Y".
001436     88  WS-ALOC-SCAN-NOT-EOF         VALUE "N".
001438
001440 01  WS-APPLY-SWITCH              PIC X(01).
001450     88  WS-APPLY-OK                  VALUE "Y".
001460     88  WS-APPLY-FAILED              VALUE "N".
001700 01  WS-STND-IMAGE.
001710     05  FILLER                   PIC X(04).
001720     05  WS-SI-DESCRIPTION        PIC X(20).
001730     05  FILLER                   PIC X(56).
001731
001732 01  WS-ALOC-IMAGE.
001733     05  WS-AI-CODE               PIC X(04).
001734     05  WS-AI-LINE-COUNT         PIC 9(02).
001735     05  WS-AI-LINE OCCURS 9 TIMES.
001736         10  WS-AI-DEPT-CODE      PIC X(03).
001737         10  WS-AI-PERCENT        PIC 9(03)V99.
001738     05  FILLER                   PIC X(02).
001740
001750*****************************************************************
001760*    WORKING STORAGE - CHANGE LOG LINE
003130             DISPLAY "  Rate " WS-RI-CODE " = "
003140                 WS-DISPLAY-VALUE " effective "
003150                 WS-RI-EFF-DATE "  " WS-RI-DESCRIPTION
003152         WHEN PC-FILE-ALLOC AND PC-ACTION-DELETE
003154             MOVE PC-RECORD-IMAGE TO WS-ALOC-IMAGE
003156             DISPLAY "  Delete allocation " WS-AI-CODE
003160         WHEN PC-FILE-STANDING AND PC-ACTION-ADD
003170             MOVE PC-RECORD-IMAGE TO WS-STND-IMAGE
003180             DISPLAY "  New instruction: " WS-SI-DESCRIPTION
003190         WHEN PC-FILE-STANDING AND PC-ACTION-DELETE
003200             DISPLAY "  Delete instruction " PC-DELETE-KEY
003201         WHEN PC-FILE-ALLOC AND PC-ACTION-ADD
003202             MOVE PC-RECORD-IMAGE TO WS-ALOC-IMAGE
003203             DISPLAY "  Allocation " WS-AI-CODE
003204             IF WS-AI-LINE-COUNT IS NUMERIC
003205                AND WS-AI-LINE-COUNT NOT > 9
003206                 PERFORM 2160-SHOW-ONE-ALOC-LINE THRU 2160-EXIT
003207                     VARYING WS-ALOC-SUB FROM 1 BY 1
003208                     UNTIL WS-ALOC-SUB > WS-AI-LINE-COUNT
003209             END-IF
003210         WHEN OTHER
003220             DISPLAY "  (unrecognized change)"
003230     END-EVALUATE.
003240 2150-EXIT.
003250     EXIT.
003260
003261 2160-SHOW-ONE-ALOC-LINE.
003262     MOVE WS-AI-PERCENT (WS-ALOC-SUB) TO WS-DISPLAY-PERCENT.
003263     DISPLAY "    Dept " WS-AI-DEPT-CODE (WS-ALOC-SUB) "  "
003264         WS-DISPLAY-PERCENT "%".
003265 2160-EXIT.
003266     EXIT.
003267
003270*****************************************************************
003280*    2200-ACCEPT-ACTION
003290*    Bounded the same way every other prompt loop in this
003750             PERFORM 3200-APPLY-STANDING-ADD THRU 3200-EXIT
003760         WHEN PC-FILE-STANDING AND PC-ACTION-DELETE
003770             PERFORM 3300-APPLY-STANDING-DELETE THRU 3300-EXIT
003772         WHEN PC-FILE-ALLOC AND PC-ACTION-ADD
003774             PERFORM 3600-APPLY-ALLOC-ADD THRU 3600-EXIT
003776         WHEN PC-FILE-ALLOC AND PC-ACTION-DELETE
003778             PERFORM 3700-APPLY-ALLOC-DELETE THRU 3700-EXIT
003780         WHEN OTHER
003790             DISPLAY "Unrecognized change - kept pending"
003800             SET WS-APPLY-FAILED TO TRUE
007340     END-IF.
007350 9200-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390*    3600-APPLY-ALLOC-ADD
007400*    Every record for other codes is carried into the work file,
007410*    any record for this code dropped, and the approved record
007420*    written after them - so an Add for a code already on file
007430*    replaces it whole.  No CALCALOC yet simply starts one.
007440*****************************************************************
007450 3600-APPLY-ALLOC-ADD.
007460     MOVE PC-RECORD-IMAGE TO WS-ALOC-IMAGE.
007470     PERFORM 3650-FILTER-ALLOCATIONS THRU 3650-EXIT.
007480     IF WS-APPLY-FAILED
007490         GO TO 3600-EXIT
007500     END-IF.
007510     WRITE CALC-ALCNEW-RECORD FROM WS-ALOC-IMAGE.
007520     IF WS-ALCNEW-FILE-STATUS NOT = "00"
007530         DISPLAY "CalcApprovalQueue: unable to write CALCALCN "
007540             "- status " WS-ALCNEW-FILE-STATUS
007550         CLOSE CALC-ALCNEW-FILE
007560         SET WS-APPLY-FAILED TO TRUE
007570         GO TO 3600-EXIT
007580     END-IF.
007590     CLOSE CALC-ALCNEW-FILE.
007600     PERFORM 3800-REPLACE-ALLOCATIONS THRU 3800-EXIT.
007610     IF WS-APPLY-OK
007620         IF WS-DELETED-COUNT = ZERO
007630             DISPLAY "Allocation " WS-AI-CODE " added"
007640         ELSE
007650             DISPLAY "Allocation " WS-AI-CODE " replaced"
007660         END-IF
007670     END-IF.
007680 3600-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720*    3650-FILTER-ALLOCATIONS
007730*    Copies CALCALOC into the work file less any record for
007740*    WS-AI-CODE, counting the ones dropped.  The work file is
007750*    left open for the caller; on a failure it is closed.
007760*****************************************************************
007770 3650-FILTER-ALLOCATIONS.
007780     MOVE ZERO TO WS-DELETED-COUNT.
007790     OPEN OUTPUT CALC-ALCNEW-FILE.
007800     IF WS-ALCNEW-FILE-STATUS NOT = "00"
007810         DISPLAY "CalcApprovalQueue: unable to open CALCALCN "
007820             "- status " WS-ALCNEW-FILE-STATUS
007830         SET WS-APPLY-FAILED TO TRUE
007840         GO TO 3650-EXIT
007850     END-IF.
007860     OPEN INPUT CALC-ALLOC-FILE.
007870     IF WS-ALLOC-FILE-STATUS = "35"
007880         GO TO 3650-EXIT
007890     END-IF.
007900     IF WS-ALLOC-FILE-STATUS NOT = "00"
007910         DISPLAY "CalcApprovalQueue: unable to open CALCALOC "
007920             "- status " WS-ALLOC-FILE-STATUS
007930         CLOSE CALC-ALCNEW-FILE
007940         SET WS-APPLY-FAILED TO TRUE
007950         GO TO 3650-EXIT
007960     END-IF.
007970     SET WS-ALOC-SCAN-NOT-EOF TO TRUE.
007980     PERFORM 3660-FILTER-ONE-ALLOC THRU 3660-EXIT
007990         UNTIL WS-ALOC-SCAN-EOF OR WS-APPLY-FAILED.
008000     CLOSE CALC-ALLOC-FILE.
008010     IF WS-APPLY-FAILED
008020         CLOSE CALC-ALCNEW-FILE
008030     END-IF.
008040 3650-EXIT.
008050     EXIT.
008060
008070 3660-FILTER-ONE-ALLOC.
008080     READ CALC-ALLOC-FILE
008090         AT END
008100             SET WS-ALOC-SCAN-EOF TO TRUE
008110         NOT AT END
008120             IF AL-ALLOC-CODE = WS-AI-CODE
008130                 ADD 1 TO WS-DELETED-COUNT
008140             ELSE
008150                 WRITE CALC-ALCNEW-RECORD FROM CALC-ALLOC-RECORD
008160                 IF WS-ALCNEW-FILE-STATUS NOT = "00"
008170                     DISPLAY "CalcApprovalQueue: unable to "
008180                         "write CALCALCN - status "
008190                         WS-ALCNEW-FILE-STATUS
008200                     SET WS-APPLY-FAILED TO TRUE
008210                 END-IF
008220             END-IF
008230     END-READ.
008240 3660-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280*    3700-APPLY-ALLOC-DELETE
008290*    A code no longer on file simply consumes the change -
008300*    someone got there first.
008310*****************************************************************
008320 3700-APPLY-ALLOC-DELETE.
008330     MOVE PC-RECORD-IMAGE TO WS-ALOC-IMAGE.
008340     PERFORM 3650-FILTER-ALLOCATIONS THRU 3650-EXIT.
008350     IF WS-APPLY-FAILED
008360         GO TO 3700-EXIT
008370     END-IF.
008380     CLOSE CALC-ALCNEW-FILE.
008390     IF WS-DELETED-COUNT = ZERO
008400         DISPLAY "Allocation " WS-AI-CODE " no longer on file "
008410             "- change consumed"
008420         CALL "CBL_DELETE_FILE" USING WS-ALCNEW-FILENAME
008430             RETURNING WS-WORK-DELETE-RC
008440         GO TO 3700-EXIT
008450     END-IF.
008460     PERFORM 3800-REPLACE-ALLOCATIONS THRU 3800-EXIT.
008470     IF WS-APPLY-OK
008480         DISPLAY "Allocation " WS-AI-CODE " deleted"
008490     END-IF.
008500 3700-EXIT.
008510     EXIT.
008520
008530*****************************************************************
008540*    3800-REPLACE-ALLOCATIONS
008550*    Once CALCALOC has been re-OPENed OUTPUT the work file is
008560*    the only copy, so every OPEN and WRITE is status-checked
008570*    and a failure leaves the work file on disk with a message
008580*    saying where the allocations are.
008590*****************************************************************
008600 3800-REPLACE-ALLOCATIONS.
008610     OPEN OUTPUT CALC-ALLOC-FILE.
008620     IF WS-ALLOC-FILE-STATUS NOT = "00"
008630         DISPLAY "CalcApprovalQueue: unable to reopen CALCALOC "
008640             "- status " WS-ALLOC-FILE-STATUS
008650         DISPLAY "Allocations remain in CALCALCN"
008660         SET WS-APPLY-FAILED TO TRUE
008670         GO TO 3800-EXIT
008680     END-IF.
008690     OPEN INPUT CALC-ALCNEW-FILE.
008700     IF WS-ALCNEW-FILE-STATUS NOT = "00"
008710         DISPLAY "CalcApprovalQueue: unable to reopen CALCALCN "
008720             "- status " WS-ALCNEW-FILE-STATUS
008730         DISPLAY "Allocations remain in CALCALCN"
008740         CLOSE CALC-ALLOC-FILE
008750         SET WS-APPLY-FAILED TO TRUE
008760         GO TO 3800-EXIT
008770     END-IF.
008780     SET WS-ALOC-SCAN-NOT-EOF TO TRUE.
008790     PERFORM 3810-COPY-BACK-ALLOC THRU 3810-EXIT
008800         UNTIL WS-ALOC-SCAN-EOF OR WS-APPLY-FAILED.
008810     CLOSE CALC-ALLOC-FILE.
008820     CLOSE CALC-ALCNEW-FILE.
008830     IF WS-APPLY-OK
008840         CALL "CBL_DELETE_FILE" USING WS-ALCNEW-FILENAME
008850             RETURNING WS-WORK-DELETE-RC
008860     END-IF.
008870 3800-EXIT.
008880     EXIT.
008890
008900 3810-COPY-BACK-ALLOC.
008910     READ CALC-ALCNEW-FILE
008920         AT END
008930             SET WS-ALOC-SCAN-EOF TO TRUE
008940         NOT AT END
008950             WRITE CALC-ALLOC-RECORD FROM CALC-ALCNEW-RECORD
008960             IF WS-ALLOC-FILE-STATUS NOT = "00"
008970                 DISPLAY "CalcApprovalQueue: unable to write "
008980                     "CALCALOC - status "
008990                     WS-ALLOC-FILE-STATUS
009000                 DISPLAY "Allocations remain in CALCALCN"
009010                 SET WS-APPLY-FAILED TO TRUE
009020             END-IF
009030     END-READ.
009040 3810-EXIT.
009050     EXIT.
