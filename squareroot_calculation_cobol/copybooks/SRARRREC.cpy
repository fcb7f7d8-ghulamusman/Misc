000010*****************************************************************
000020*  SRARRREC - STATION ARRIVAL RECORD (SRARRLOG FILE)            *
000030*  PERMANENT, APPEND-ONLY.  EVERY SQRINTK RUN WRITES ONE        *
000040*  RECORD FOR EVERY STATION IT EXPECTED A FILE FROM - ON TIME,  *
000050*  LATE, MISSING OR FAILED PROOF - WITH THE SRIN FILE'S OWN     *
000060*  DATE AND TIME, THE CUT-OFF IT WAS HELD TO (SRSTNREC) AND     *
000070*  THE TRANSMITTAL COUNTS.  THE CUT-OFF ENFORCED IS THE LAST    *
000080*  ONE AT OR BEFORE THE START OF THE INTAKE RUN, SO A CUT-OFF   *
000090*  LATER IN THE DAY THAN THE RUN FALLS ON THE DAY BEFORE; ITS   *
000100*  DATE IS THE DUE DATE THE RECORD IS SCORED UNDER.  READ BY    *
000110*  THE SQRSCORE MONTHLY DELIVERY TIMELINESS SCORECARD.          *
000120*****************************************************************
000130 01  SR-ARRIVAL-RECORD.
000140     05  SR-ARR-STATION              PIC X(4).
000150     05  SR-ARR-RUN-DATE             PIC X(8).
000160     05  SR-ARR-RUN-TIME             PIC X(8).
000170     05  SR-ARR-DUE-DATE             PIC X(8).
000180*    SPACES WHEN THE STATION HAS NO CUT-OFF
000190     05  SR-ARR-CUTOFF-TIME          PIC X(4).
000200*    O = ON TIME, L = LATE, M = MISSING (NO FILE RECEIVED),
000210*    F = FAILED PROOF (FILE HELD BACK, NOT MERGED)
000220     05  SR-ARR-STATUS               PIC X(1).
000230         88  SR-ARR-ON-TIME              VALUE "O".
000240         88  SR-ARR-LATE                 VALUE "L".
000250         88  SR-ARR-MISSING              VALUE "M".
000260         88  SR-ARR-FAILED               VALUE "F".
000270*    THE SRIN FILE'S LAST-WRITTEN DATE (YYYYMMDD) AND TIME
000280*    (HHMMSS) - SPACES FOR A MISSING FILE
000290     05  SR-ARR-FILE-DATE            PIC X(8).
000300     05  SR-ARR-FILE-TIME            PIC X(6).
000310     05  SR-ARR-MINUTES-LATE         PIC 9(5).
000320     05  SR-ARR-EXPECT-COUNT         PIC 9(6).
000330     05  SR-ARR-ACTUAL-COUNT         PIC 9(6).
000340     05  SR-ARR-VERDICT              PIC X(34).
