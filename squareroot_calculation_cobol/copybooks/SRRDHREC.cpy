000010*****************************************************************
000020*  SRRDHREC - READING HISTORY RECORD (SRRDHIST INDEXED FILE)   *
000030*  ONE RECORD PER READING ID PER POSTING DATE, WRITTEN BY      *
000040*  SQUAREROOT ALONGSIDE EVERY SRMASTER POSTING SO A READING'S  *
000050*  EARLIER VALUES ARE NOT LOST WHEN THE MASTER IS REWRITTEN.   *
000060*  A SECOND POSTING OF THE SAME READING ON THE SAME DATE       *
000070*  REPLACES THAT DATE'S RECORD, LIKE THE MASTER ITSELF.        *
000080*  CARRIES THE SRMASREC FIELDS PLUS THE OPERATION CODE AND     *
000090*  THE RESUBMITTED/ESTIMATED FLAG.  READ BY MAIN'S READING     *
000100*  HISTORY OPTION, WHICH LISTS THE POSTINGS NEWEST FIRST.      *
000110*  KEYED BY SR-RDH-KEY (READING ID, THEN POSTING DATE), SO A   *
000120*  START ON THE READING ID WALKS ITS POSTINGS OLDEST FIRST.    *
000130*****************************************************************
000140 01  SR-READING-HISTORY-RECORD.
000150     05  SR-RDH-KEY.
000160         10  SR-RDH-READING-ID       PIC X(10).
000170         10  SR-RDH-POST-DATE        PIC X(8).
000180     05  SR-RDH-POST-TIME            PIC X(8).
000190     05  SR-RDH-SOURCE-STATION       PIC X(4).
000200     05  SR-RDH-INPUT-VALUE          PIC S9(11)V9(6).
000210     05  SR-RDH-RESULT-VALUE         PIC S9(11)V9(6).
000220     05  SR-RDH-ITERATIONS           PIC 9(4).
000230     05  SR-RDH-JOB-NAME             PIC X(8).
000240     05  SR-RDH-OPERATOR-ID          PIC X(8).
000250     05  SR-RDH-OPER-CODE            PIC X(2).
000260*    R = RESUBMITTED FROM A REVIEW, E = ESTIMATED BY SQRMISS,
000270*    SPACE = AN ORDINARY READING
000280     05  SR-RDH-RESUB-FLAG           PIC X(1).
000290         88  SR-RDH-RESUBMITTED          VALUE "R".
000300         88  SR-RDH-ESTIMATED            VALUE "E".
000310*    RAW VALUE AND CALIBRATION ID, AS ON SRMASREC
000320     05  SR-RDH-RAW-VALUE            PIC S9(11)V9(6).
000330     05  SR-RDH-CALIB-ID             PIC X(8).
