000010*****************************************************************
000020*  SRDRFREC - STATION DRIFT EXCEPTION RECORD (SRDRIFT FILE)     *
000030*  REWRITTEN BY EVERY SQRDRIFT CONTROL-CHART RUN, ONE RECORD    *
000040*  PER SIGNAL FOUND ON A STATION'S CHART OF DAILY MEAN INPUT    *
000050*  VALUES: A DAY WHOSE MEAN FELL OUTSIDE THE THREE-SIGMA        *
000060*  LIMITS, OR THE LONGEST RUN OF DAYS ON ONE SIDE OF THE        *
000070*  CENTRE LINE WHEN IT REACHED THE RUN LIMIT.  JOB-QUALIFIED    *
000080*  LIKE THE AUDIT TRAIL IT IS BUILT FROM, AND PICKED UP BY      *
000090*  SQRDIGST AS SEVERITY 6.                                      *
000100*****************************************************************
000110 01  SR-DRIFT-RECORD.
000120     05  SR-DRF-RUN-DATE             PIC X(8).
000130     05  SR-DRF-RUN-TIME             PIC X(8).
000140     05  SR-DRF-JOB-NAME             PIC X(8).
000150     05  SR-DRF-SOURCE-STATION       PIC X(4).
000160*    3 = DAILY MEAN OUTSIDE THE THREE-SIGMA LIMITS,
000170*    R = RUN OF DAYS ON ONE SIDE OF THE CENTRE LINE
000180     05  SR-DRF-SIGNAL               PIC X(1).
000190         88  SR-DRF-THREE-SIGMA          VALUE "3".
000200         88  SR-DRF-RUN                  VALUE "R".
000210*    A = ABOVE (THE UCL OR THE CENTRE LINE), B = BELOW
000220     05  SR-DRF-SIDE                 PIC X(1).
000230         88  SR-DRF-ABOVE                VALUE "A".
000240         88  SR-DRF-BELOW                VALUE "B".
000250*    THE DAY OUTSIDE THE LIMITS, OR THE FIRST AND LAST DAYS OF
000260*    THE RUN (YYYYMMDD) AND ITS LENGTH IN CHARTED DAYS
000270     05  SR-DRF-FROM-DATE            PIC X(8).
000280     05  SR-DRF-TO-DATE              PIC X(8).
000290     05  SR-DRF-POINTS               PIC 9(3).
000300*    THE DAILY MEAN OF THE DAY (OF THE RUN'S LAST DAY) AND THE
000310*    CHART IT WAS MEASURED AGAINST
000320     05  SR-DRF-DAY-MEAN             PIC S9(11)V9(6).
000330     05  SR-DRF-CENTRE               PIC S9(11)V9(6).
000340     05  SR-DRF-UCL                  PIC S9(12)V9(6).
000350     05  SR-DRF-LCL                  PIC S9(12)V9(6).
000360     05  SR-DRF-WINDOW-DAYS          PIC 9(3).
000370     05  FILLER                      PIC X(8).
