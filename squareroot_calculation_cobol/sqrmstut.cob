000250*                                                               *
000260*  MODIFICATION HISTORY                                        *
000270*  DATE        INIT  DESCRIPTION                               *
000272*  10/15/2026  JTM   THE BACKUP AND COMPARE IMAGES GREW WITH   *
000274*                     THE SRMASREC LAYOUT, AND A REBUILD NOW   *
000276*                     CARRIES THE RAW VALUE AND CALIBRATION    *
000278*                     ID FROM THE AUDIT TRAIL ONTO THE MASTER. *
000280*  09/02/2026  JTM   ORIGINAL VERSION.                         *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000760*  RECORD IMAGE PER MASTER RECORD                              *
000770*****************************************************************
000780 FD  SR-BACKUP-FILE.
000790 01  SR-BACKUP-RECORD                PIC X(111).
000800
000810*****************************************************************
000820*  SR-ARCIX-FILE - SQRARCH'S GENERATION INDEX, USED TO FIND    *
001420 77  SR-MUT-COUNT-ED              PIC Z,ZZZ,ZZ9.
001430 77  SR-MUT-RC                    PIC 9(2) VALUE ZERO.
001440
001450 77  SR-MUT-CMP-IMAGE             PIC X(111) VALUE SPACES.
001460
001470 77  SR-BKP-PRESENT-SWITCH        PIC X(1) VALUE "N".
001480     88  SR-BKP-PRESENT                   VALUE "Y".
001670*****************************************************************
001680 01  SR-BKP-IMAGE-WORK.
001690     05  SR-BKW-READING-ID           PIC X(10).
001700     05  FILLER                      PIC X(101).
001710
001720 PROCEDURE DIVISION.
001730
005592*    OLDER TRAIL RECORDS READ BACK WITH SPACES HERE, WHICH
005594*    MEANS SQUARE ROOT.
005596     MOVE SR-AUD-OPER-CODE      TO SR-MAS-OPER-CODE.
      *    TRAIL RECORDS FROM BEFORE CALIBRATION CARRY NO RAW VALUE -
      *    THE INPUT VALUE WAS THE RAW VALUE THEN.
           IF SR-AUD-CALIB-ID = SPACES
               MOVE SR-AUD-INPUT-VALUE TO SR-MAS-RAW-VALUE
               MOVE SPACES TO SR-MAS-CALIB-ID
           ELSE
               MOVE SR-AUD-RAW-VALUE   TO SR-MAS-RAW-VALUE
               MOVE SR-AUD-CALIB-ID    TO SR-MAS-CALIB-ID
           END-IF.
005600     WRITE SR-MASTER-RECORD.
005610     IF SR-MASTER-STATUS = "22"
005620         REWRITE SR-MASTER-RECORD
