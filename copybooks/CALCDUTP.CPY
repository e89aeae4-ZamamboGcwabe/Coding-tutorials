000010*****************************************************************
000020* CALCDUTP.CPY
000030* Parameter record for the segregation-of-duties exception
000040* report, one record in CALCDUTP prepared by operations or the
000050* auditor before CalcDutiesReport is run.  DP-FROM-DATE and
000060* DP-TO-DATE bound the period reviewed (both inclusive); zero
000070* in either, or a from date after the to date, reviews the
000080* last complete calendar quarter before the run date.
000090* DP-SCHEDULER-ID names the id the unattended night run stamps
000100* on its work (NP-OPERATOR-ID on CALCNPRM, blank meaning
000110* NIGHTRUN); that id need not be on CALCOPRF, and is only
000120* checked if it is.
000130*****************************************************************
000140 01  CALC-DUTYPARM-RECORD.
000150         05  DP-FROM-DATE            PIC 9(08).
000160         05  DP-TO-DATE              PIC 9(08).
000170         05  DP-SCHEDULER-ID         PIC X(08).
000180         05  FILLER                  PIC X(16).
