000010*****************************************************************
000020*  SRHLDREC - HELD-READINGS QUEUE RECORD (SRHELD FILE)          *
000030*  ONE RECORD PER READING SQUAREROOT TOOK IN FROM A STATION     *
000040*  WHOSE MASTER STATUS IS H (HELD, SEE SRSTNREC).  THE READING  *
000050*  IS NEITHER CALCULATED NOR REJECTED - IT GOES TO SRXCHG AS    *
000060*  STATUS H AND WAITS HERE, EXACTLY AS RECEIVED, UNTIL A        *
000070*  SUPERVISOR RELEASES THE STATION'S QUEUE FOR THE NEXT RUN OR  *
000080*  PURGES IT FROM MAIN'S STATION MASTER OPTION (LOGGED TO       *
000090*  SRHLDLOG, SEE SRHLGREC).  SRHELD IS SHARED BY EVERY STREAM   *
000100*  AND CARRIES THE JOB NAME/OPERATOR ID STAMP OF THE RUN THAT   *
000110*  QUEUED EACH READING.                                         *
000120*****************************************************************
000130 01  SR-HELD-RECORD.
000140     05  SR-HLD-DATE                 PIC X(8).
000150     05  SR-HLD-TIME                 PIC X(8).
000160     05  SR-HLD-JOB-NAME             PIC X(8).
000170     05  SR-HLD-OPERATOR-ID          PIC X(8).
000180*    THE STATION'S HOLD REASON AT THE TIME THE READING ARRIVED
000190     05  SR-HLD-REASON               PIC X(30).
000200*    THE SRINPUT RECORD AS RECEIVED (SEE SRINPREC) - A RELEASE
000210*    WRITES IT BACK OUT UNCHANGED, READY FOR SRINPUT.
000220     05  SR-HLD-INPUT-IMAGE          PIC X(35).
000230     05  SR-HLD-INPUT-FIELDS REDEFINES SR-HLD-INPUT-IMAGE.
000240         10  SR-HLD-READING-ID       PIC X(10).
000250         10  SR-HLD-SOURCE-STATION   PIC X(4).
000260         10  SR-HLD-VALUE            PIC X(18).
000270         10  SR-HLD-RESUB-FLAG       PIC X(1).
000280         10  SR-HLD-OPER-CODE        PIC X(2).
