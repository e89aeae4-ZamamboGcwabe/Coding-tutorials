000150* lockout threshold the profile is marked locked and stays
000160* locked until a supervisor unlocks it through CalcOperMaint.
000170* A disabled profile never signs on.
000171* OP-STATUS-DATE is the date OP-STATUS last changed - set when
000172* the profile is added, locked, unlocked or disabled - so the
000173* segregation-of-duties report can tell whether work was done
000174* under an id that was already locked or disabled at the time.
000175* Profiles written before the date was kept carry spaces here.
000180*****************************************************************
000190 01  CALC-OPERATOR-PROFILE.
000200         05  OP-OPERATOR-ID          PIC X(08).
000270             88  OP-ACTIVE                   VALUE "A".
000280             88  OP-LOCKED                   VALUE "L".
000290             88  OP-DISABLED                 VALUE "D".
000295         05  OP-STATUS-DATE          PIC 9(08).
000300         05  FILLER                  PIC X(05).
