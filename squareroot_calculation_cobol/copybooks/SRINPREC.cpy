000210         88  SR-INPUT-ESTIMATED          VALUE "E".
000220*    POS 34-35 - OPERATION CODE.  SQ (OR SPACES) = SQUARE
000230*    ROOT, CB = CUBE ROOT, P2 = SQUARE, P3 = CUBE, IS =
000236*    INVERSE SQUARE, RS = ROOT-SUM-SQUARE COMPOSITE (SEE
000243*    SRCMPREC - SR-INPUT-VALUE IS NOT USED).  SPACES KEEPS
000250*    EXISTING STATION FILES RUNNING UNCHANGED.
000260     05  SR-INPUT-OPER-CODE          PIC X(2).
