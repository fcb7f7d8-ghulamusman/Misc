000040*  READINGS FROM.  SQUAREROOT EDITS EVERY SRINPUT RECORD        *
000050*  AGAINST THIS FILE - A READING FOR A STATION NOT ON THE       *
000060*  MASTER, OR FOR A RETIRED STATION, GOES TO THE SRREJECT       *
000070*  LISTING UNDER ITS OWN REASON.  A READING FOR A HELD STATION  *
000073*  IS PARKED ON THE SRHELD QUEUE (SEE SRHLDREC) UNTIL MAIN      *
000076*  RELEASES OR PURGES IT.  MAINTAINED ON LINE FROM MAIN'S       *
000080*  STATION MASTER OPTION.  WITH NO SRSTNMAS ON FILE NO STATION  *
000090*  CHECKING IS DONE, AS BEFORE.                                 *
000100*****************************************************************
000110 01  SR-STATION-MASTER-RECORD.
000120     05  SR-STN-STATION-CODE         PIC X(4).
000130     05  SR-STN-DESCRIPTION          PIC X(20).
000140     05  SR-STN-LOCATION             PIC X(20).
000150     05  SR-STN-METER-TYPE           PIC X(8).
000160*    A = ACTIVE, R = RETIRED (KEPT FOR HISTORY, NO NEW READINGS),
000165*    H = HELD (READINGS QUEUED, NOT CALCULATED, UNTIL RELEASED)
000170     05  SR-STN-STATUS               PIC X(1).
000180         88  SR-STN-ACTIVE               VALUE "A".
000190         88  SR-STN-RETIRED              VALUE "R".
000195         88  SR-STN-HELD                 VALUE "H".
000200     05  SR-STN-LAST-DATE            PIC X(8).
000210     05  SR-STN-LAST-TIME            PIC X(8).
000220     05  SR-STN-OPERATOR-ID          PIC X(8).
000230*    WHY THE STATION IS HELD AND THE DATE (YYYYMMDD) THE HOLD
000240*    IS EXPECTED TO BE LIFTED - SPACES UNLESS THE STATUS IS H.
000250*    ADDED ON THE END SO OLDER READERS ARE UNAFFECTED.
000260     05  SR-STN-HOLD-REASON          PIC X(30).
000270     05  SR-STN-HOLD-UNTIL           PIC X(8).
000280*    THE TIME OF DAY (HHMM) THE STATION'S SRIN FILE IS DUE IN
000290*    FOR SQRINTK - SPACES WHEN THE STATION HAS NO CUT-OFF AND IS
000300*    ALWAYS ON TIME - AND THE STATION MANAGER ANSWERABLE FOR ITS
000310*    DELIVERIES ON THE SQRSCORE TIMELINESS SCORECARD.  ADDED ON
000320*    THE END SO OLDER READERS ARE UNAFFECTED.
000330     05  SR-STN-CUTOFF-TIME          PIC X(4).
000340     05  SR-STN-MANAGER              PIC X(20).
