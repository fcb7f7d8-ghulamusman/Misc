000010*****************************************************************
000020*  SRCLBREC - METER CALIBRATION RECORD (SRCALIB FILE)           *
000030*  ONE RECORD PER CALIBRATION FACTOR, KEYED BY STATION CODE     *
000040*  AND, OPTIONALLY, THE STATION'S METER TYPE (SR-STN-METER-TYPE *
000050*  ON SRSTNREC - SPACES MEANS ANY METER AT THE STATION), WITH   *
000060*  THE DATE THE FACTOR TAKES EFFECT.  SQUAREROOT APPLIES THE    *
000070*  CALIBRATION IN FORCE ON THE RUN DATE - THE LATEST EFFECTIVE  *
000080*  DATE NOT AFTER IT, A METER-TYPE ENTRY BEATING A STATION-WIDE *
000090*  ONE OF THE SAME DATE - TO EACH RAW READING BEFORE IT IS      *
000100*  CALCULATED:                                                  *
000110*      CALIBRATED VALUE = RAW VALUE * MULTIPLIER + OFFSET       *
000120*  ENTRIES ARE ADDED (FUTURE-DATED ONLY) AND CANCELLED BEFORE   *
000130*  THEY TAKE EFFECT FROM MAIN'S STATION MASTER OPTION; EVERY    *
000140*  CHANGE IS LOGGED TO SRCLBLOG (SEE SRCLGREC).  A FACTOR IS    *
000150*  NEVER ALTERED ONCE IN FORCE - A CORRECTION IS A NEW ENTRY    *
000160*  WITH A LATER EFFECTIVE DATE, SO EVERY ROOT EVER PRODUCED     *
000170*  CAN BE TRACED TO THE FACTOR THAT PRODUCED IT.                *
000180*****************************************************************
000190 01  SR-CALIBRATION-RECORD.
000200*    C NNNNNNN, ASSIGNED BY MAIN IN SEQUENCE
000210     05  SR-CLB-CALIB-ID             PIC X(8).
000220     05  SR-CLB-STATION-CODE         PIC X(4).
000230     05  SR-CLB-METER-TYPE           PIC X(8).
000240     05  SR-CLB-EFFECTIVE-DATE       PIC X(8).
000250     05  SR-CLB-MULTIPLIER           PIC S9(3)V9(6).
000260     05  SR-CLB-OFFSET               PIC S9(9)V9(6).
000270*    A = ACTIVE, X = CANCELLED BEFORE IT TOOK EFFECT
000280     05  SR-CLB-STATUS               PIC X(1).
000290         88  SR-CLB-ACTIVE               VALUE "A".
000300         88  SR-CLB-CANCELLED            VALUE "X".
000310     05  SR-CLB-LAST-DATE            PIC X(8).
000320     05  SR-CLB-LAST-TIME            PIC X(8).
000330     05  SR-CLB-OPERATOR-ID          PIC X(8).
