000010*****************************************************************
000020* PROGRAM-ID: CalcAuditChain
000030* AUTHOR:     D. Naidoo, Batch Systems Support
000040* INSTALLATION: Regional Data Processing Centre
000050* DATE-WRITTEN: 2026-10-15
000060*
000070* REMARKS.
000080*     Single point of working out the check value that chains
000090*     each CALCAUD record to the one before it, shared by
000100*     CalcComputeEngine (which stamps it on every record it
000110*     writes) and CalcAuditVerify (which recomputes it) the
000120*     same way CalcRateLookup is the single point of rate
000130*     resolution - the two can never disagree on the method.
000140*     The value starts from the previous record's check value
000150*     and folds in every character of the record image in turn:
000160*     multiply by 31, add the character's ordinal position,
000170*     keep the remainder on division by 999999937 (a prime, so
000180*     the value stays within nine digits and spreads evenly).
000190*     A changed, added or removed character anywhere in a
000200*     record, a record taken out or put back in another place,
000210*     each gives a different value from that point on.  The
000220*     image is folded only as far as its last non-blank
000230*     character, which is the line as the file holds it.
000240*
000250* MODIFICATION HISTORY.
000260*     2026-10-15  DN  Original audit chain check value.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CalcAuditChain.
000300 AUTHOR. D. NAIDOO.
000310 INSTALLATION. REGIONAL DATA PROCESSING CENTRE.
000320 DATE-WRITTEN. 10-15-2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390*****************************************************************
000400*    WORKING STORAGE - CONTROL FIELDS
000410*****************************************************************
000420 77  WS-IMAGE-LENGTH              PIC 9(04) COMP VALUE 200.
000430 77  WS-LAST-NON-BLANK            PIC 9(04) COMP VALUE ZERO.
000440 77  WS-CHAR-SUB                  PIC 9(04) COMP VALUE ZERO.
000450 77  WS-CHAIN-MULTIPLIER          PIC 9(02) VALUE 31.
000460 77  WS-CHAIN-MODULUS             PIC 9(09) VALUE 999999937.
000470 77  WS-CHAIN-WORK                PIC 9(12) COMP VALUE ZERO.
000480 77  WS-CHAIN-QUOTIENT            PIC 9(12) COMP VALUE ZERO.
000490 77  WS-CHAIN-RUNNING             PIC 9(09) COMP VALUE ZERO.
000500
000510 01  WS-IMAGE-AREA.
000520     05  WS-IMAGE-CHAR            PIC X(01) OCCURS 200 TIMES.
000530
000540 LINKAGE SECTION.
000550     COPY "CALCACPA.CPY".
000560
000570*****************************************************************
000580*    0000-MAINLINE
000590*****************************************************************
000600 PROCEDURE DIVISION USING AUDIT-CHAIN-DATA.
000610 0000-MAINLINE.
000620     MOVE ACH-RECORD-IMAGE TO WS-IMAGE-AREA.
000630     MOVE ACH-PRIOR-CHAIN-VALUE TO WS-CHAIN-RUNNING.
000640
000650     MOVE WS-IMAGE-LENGTH TO WS-LAST-NON-BLANK.
000660     PERFORM 1000-FIND-LAST-NON-BLANK THRU 1000-EXIT
000670         UNTIL WS-LAST-NON-BLANK = ZERO
000680            OR WS-IMAGE-CHAR (WS-LAST-NON-BLANK) NOT = SPACE.
000690
000700     MOVE 1 TO WS-CHAR-SUB.
000710     PERFORM 2000-FOLD-ONE-CHAR THRU 2000-EXIT
000720         UNTIL WS-CHAR-SUB > WS-LAST-NON-BLANK.
000730
000740     MOVE WS-CHAIN-RUNNING TO ACH-CHAIN-VALUE.
000750     GOBACK.
000760
000770 1000-FIND-LAST-NON-BLANK.
000780     SUBTRACT 1 FROM WS-LAST-NON-BLANK.
000790 1000-EXIT.
000800     EXIT.
000810
000820*****************************************************************
000830*    2000-FOLD-ONE-CHAR
000840*****************************************************************
000850 2000-FOLD-ONE-CHAR.
000860     COMPUTE WS-CHAIN-WORK =
000870             WS-CHAIN-RUNNING * WS-CHAIN-MULTIPLIER
000880           + FUNCTION ORD (WS-IMAGE-CHAR (WS-CHAR-SUB)).
000890     DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
000900         GIVING WS-CHAIN-QUOTIENT
000910         REMAINDER WS-CHAIN-RUNNING.
000920     ADD 1 TO WS-CHAR-SUB.
000930 2000-EXIT.
000940     EXIT.
