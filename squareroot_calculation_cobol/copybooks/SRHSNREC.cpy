000010*****************************************************************
000020*  SRHSNREC - STATION VOLUME HISTORY RECORD (SRHISSTN FILE)     *
000030*  COMPANION TO SRHIST.  EACH BATCH SQUAREROOT RUN APPENDS ONE  *
000040*  RECORD PER SOURCE STATION WITH THE NUMBER OF INPUT RECORDS   *
000050*  THE STATION DELIVERED, UNDER THE SAME JOB NAME, RUN DATE     *
000060*  AND RUN TIME AS ITS SRHIST RECORD.  A PORTION OF A SPLIT     *
000070*  RUN WRITES ITS OWN STATIONS UNDER THE PORTION JOB NAME.      *
000080*  READ BY THE SQRCAPRP CAPACITY REPORT FOR THE PER-STATION     *
000090*  VOLUME TRENDS.  STATIONS BEYOND THE RUN'S STATION TABLE ARE  *
000100*  COUNTED TOGETHER UNDER STATION "*OTH".                       *
000110*****************************************************************
000120 01  SR-STATION-HISTORY-RECORD.
000130     05  SR-HSN-JOB-NAME             PIC X(8).
000140     05  SR-HSN-RUN-DATE             PIC X(8).
000150     05  SR-HSN-RUN-TIME             PIC X(8).
000160     05  SR-HSN-STATION              PIC X(4).
000170     05  SR-HSN-RECORD-COUNT         PIC 9(8).
