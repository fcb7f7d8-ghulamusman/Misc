000080*  POS   1-17  SR-XCH-INPUT-VALUE   S9(11)V9(6)                 *
000090*  POS  18-34  SR-XCH-RESULT-VALUE  S9(11)V9(6)                 *
000100*  POS  35-38  SR-XCH-ITERATIONS    9(4)                        *
000110*  POS     39  SR-XCH-STATUS        X(1) C/S/R/X/O/D/V/W/H      *
000120*  POS  40-47  SR-XCH-JOB-NAME      X(8)                        *
000130*  POS  48-55  SR-XCH-OPERATOR-ID   X(8)                        *
000140*  POS  56-65  SR-XCH-READING-ID    X(10)                       *
000160*  POS     70  SR-XCH-RESUB-FLAG    X(1)  R = RESUBMISSION      *
000170*  POS     71  SR-XCH-PRECISION     X(1)  S/H PRECISION MODE    *
000180*  POS  72-94  SR-XCH-RESULT-HP     S9(11)V9(12)                *
000182*  POS  95-96  SR-XCH-OPER-CODE     X(2)  SQ/CB/P2/P3/IS/RS     *
000184*                (SPACES = SQUARE ROOT, SEE SRINPREC)           *
000185*  POS 97-113  SR-XCH-RAW-VALUE     S9(11)V9(6) AS RECEIVED     *
000186*  POS 114-121 SR-XCH-CALIB-ID      X(8)  CALIBRATION APPLIED   *
000187*                (SPACES = NONE; POS 1-17 IS THEN THE RAW VALUE *
000188*                 AS WELL, SEE SRCLBREC)                        *
000190*****************************************************************
000200 01  SR-INTERCHANGE-RECORD.
000210     05  SR-XCH-INPUT-VALUE          PIC S9(11)V9(6).
000327*        W = SUSPECT WITHDRAWN (OR AMENDED FOR RESUBMISSION)
000328*        BY THE REVIEW - THE RESULT MUST NOT BE LOADED
000329         88  SR-XCH-WITHDRAWN             VALUE "W".
      *        H = HELD - THE STATION IS ON HOLD AND THE READING WAS
      *        QUEUED ON SRHELD (SEE SRHLDREC), NOT CALCULATED
               88  SR-XCH-HELD                  VALUE "H".
000330     05  SR-XCH-JOB-NAME             PIC X(8).
000340     05  SR-XCH-OPERATOR-ID          PIC X(8).
000350     05  SR-XCH-READING-ID           PIC X(10).
000380     05  SR-XCH-PRECISION            PIC X(1).
000390     05  SR-XCH-RESULT-HP            PIC S9(11)V9(12).
000400     05  SR-XCH-OPER-CODE            PIC X(2).
000410     05  SR-XCH-RAW-VALUE            PIC S9(11)V9(6).
000420     05  SR-XCH-CALIB-ID             PIC X(8).
