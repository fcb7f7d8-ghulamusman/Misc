000010*****************************************************************
000020*  SRCLGREC - CALIBRATION CHANGE LOG RECORD (SRCLBLOG FILE)     *
000030*  ONE RECORD APPENDED PER CALIBRATION ADDED OR CANCELLED       *
000040*  THROUGH MAIN'S STATION MASTER OPTION, CARRYING THE OPERATOR  *
000050*  AND DATE/TIME AND THE FULL IMAGE OF THE CALIBRATION RECORD   *
000060*  AS IT STOOD AFTER THE CHANGE.  THE LOG IS PERMANENT AND      *
000070*  APPEND-ONLY, LIKE SRMNTLOG.  THE IMAGE FIELD IS SIZED TO     *
000080*  THE SRCLBREC RECORD LENGTH - IF SRCLBREC GROWS, GROW IT      *
000090*  WITH IT.                                                     *
000100*****************************************************************
000110 01  SR-CALIB-LOG-RECORD.
000120     05  SR-CLG-DATE                 PIC X(8).
000130     05  SR-CLG-TIME                 PIC X(8).
000140     05  SR-CLG-OPERATOR-ID          PIC X(8).
000150*    ADD / CANCEL
000160     05  SR-CLG-ACTION               PIC X(8).
000170     05  SR-CLG-CALIB-ID             PIC X(8).
000180     05  SR-CLG-STATION-CODE         PIC X(4).
000190     05  SR-CLG-CALIB-IMAGE          PIC X(77).
