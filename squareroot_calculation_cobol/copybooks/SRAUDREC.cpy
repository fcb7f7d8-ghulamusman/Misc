000220*    READERS EXPECT.
000230     05  SR-AUD-PRECISION            PIC X(1).
000240     05  SR-AUD-RESULT-HP            PIC S9(11)V9(12).
000250*    OPERATION CODE (SQ/CB/P2/P3/IS/RS, SEE SRINPREC).  ADDED
000260*    ON THE END - OLDER TRAIL RECORDS READ BACK AS SPACES,
000270*    WHICH MEANS SQUARE ROOT.
000280     05  SR-AUD-OPER-CODE            PIC X(2).
000290*    CALIBRATION (SEE SRCLBREC).  SR-AUD-INPUT-VALUE IS THE
000300*    CALIBRATED VALUE THE RESULT WAS CALCULATED FROM; THIS IS
000310*    THE RAW VALUE AS RECEIVED AND THE ID OF THE CALIBRATION
000320*    APPLIED (SPACES = NONE IN FORCE, RAW = INPUT).
000330     05  SR-AUD-RAW-VALUE            PIC S9(11)V9(6).
000340     05  SR-AUD-CALIB-ID             PIC X(8).
