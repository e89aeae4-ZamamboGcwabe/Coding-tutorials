000066* SIGN IS TRAILING SEPARATE so a negative running total reads as
000067* a plain trailing minus in the flat file instead of a
000068* compiler-default overpunched digit.
000069* Between the details and the trailer come one currency record
000070* per foreign currency met in the run: CST-CALC-COUNT and
000071* CST-REJECT-COUNT are the transactions in that currency
000072* accepted and rejected, CST-FOREIGN-SUM the foreign amounts
000073* accepted and CST-RESULT-SUM the rands they converted to
000074* (CST-OPERATOR and CST-DEPT-CODE spaces).  The currency fields
000075* are spaces on every other record.
000076*****************************************************************
000080 01  CALC-STATS-RECORD.
000090         05  CST-REC-TYPE            PIC X(01).
000100             88  CST-DETAIL                  VALUE "D".
000110             88  CST-TRAILER                 VALUE "T".
000115             88  CST-CURRENCY                VALUE "C".
000120         05  CST-OPERATOR            PIC X(01).
000125         05  CST-DEPT-CODE           PIC X(03).
000130         05  CST-CALC-COUNT          PIC 9(07).
000140         05  CST-RESULT-SUM          PIC S9(11)V99
000145             SIGN IS TRAILING SEPARATE CHARACTER.
000150         05  CST-REJECT-COUNT        PIC 9(07).
000160         05  CST-CURRENCY-CODE       PIC X(03).
000170         05  CST-FOREIGN-SUM         PIC S9(13)V99
000180             SIGN IS TRAILING SEPARATE CHARACTER.
