000180     05  SR-MAS-JOB-NAME             PIC X(8).
000190     05  SR-MAS-OPERATOR-ID          PIC X(8).
000200*    OPERATION CODE OF THE CURRENT ACCEPTED RESULT (SQ/CB/P2/
000210*    P3/IS/RS, SEE SRINPREC).  ADDED ON THE END - RECORDS FROM
000220*    BEFORE OPERATION CODES READ BACK AS SPACES (SQUARE ROOT).
000230*    THE SRMNTLOG IMAGE FIELDS (SEE SRMNTREC) ARE SIZED TO
000240*    THIS RECORD - KEEP THEM IN STEP.
000250     05  SR-MAS-OPER-CODE            PIC X(2).
000260*    CALIBRATION (SEE SRCLBREC).  SR-MAS-INPUT-VALUE IS THE
000270*    CALIBRATED VALUE THE RESULT WAS CALCULATED FROM; THE RAW
000280*    VALUE AS RECEIVED AND THE CALIBRATION APPLIED ARE KEPT
000290*    ALONGSIDE IT.  AN UNCALIBRATED READING CARRIES ITS INPUT
000300*    VALUE AS THE RAW VALUE AND SPACES FOR THE ID.  ADDED ON
000310*    THE END - THE SRMNTLOG IMAGES GREW WITH THEM.
000320     05  SR-MAS-RAW-VALUE            PIC S9(11)V9(6).
000330     05  SR-MAS-CALIB-ID             PIC X(8).
