000010*****************************************************************
000020*  SRMSNREC - MISSING READING RECORD (SRMISSNG FILE)            *
000030*  ONE RECORD PER MASTER READING ABSENT FROM THE RUN, WRITTEN   *
000040*  BY SQRMISS ALONGSIDE THE PRINTED SRMISRPT SO THE GAP CAN BE  *
000050*  PICKED UP BY PROGRAM - SQRXLED FEEDS IT TO THE SREXCLED      *
000060*  OPEN-EXCEPTIONS LEDGER.  JOB-QUALIFIED LIKE THE RUN FILES.   *
000070*****************************************************************
000080 01  SR-MISSING-RECORD.
000090     05  SR-MSN-DATE                 PIC X(8).
000100     05  SR-MSN-TIME                 PIC X(8).
000110     05  SR-MSN-JOB-NAME             PIC X(8).
000120     05  SR-MSN-READING-ID           PIC X(10).
000130     05  SR-MSN-SOURCE-STATION       PIC X(4).
000140*    THE READING'S LAST POSTING DATE ON SRMASTER
000150     05  SR-MSN-LAST-DATE            PIC X(8).
