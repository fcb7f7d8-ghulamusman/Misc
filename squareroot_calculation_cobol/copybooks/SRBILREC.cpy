000010*****************************************************************
000020*  SRBILREC - BILLING EXTRACT RECORD (SRBILEXT FILE)            *
000030*  WRITTEN BY SQRCHRG FOR ACCOUNTING TO LOAD.  ONE DETAIL       *
000040*  RECORD (TYPE D) PER STATION PER CHARGE LINE ON THE INVOICE,  *
000050*  IN STATION ORDER, THEN ONE TRAILER RECORD (TYPE T) WHOSE     *
000060*  UNITS ARE THE NUMBER OF DETAIL RECORDS AND WHOSE AMOUNT IS   *
000070*  THE GRAND TOTAL, SO THE LOAD CAN BE PROVED.  CHARGE CODES:   *
000080*    SQ CB P2 P3 IS RS   CONVERGED READINGS BY OPERATION CODE   *
000090*    EST                 ESTIMATED READINGS (RATE RULE E)       *
000100*    RES                 RESUBMITTED READINGS (RATE RULE R)     *
000110*    HPS                 HIGH-PRECISION SURCHARGE               *
000120*    REJ                 REJECTED READING HANDLING              *
000130*    DUP                 DUPLICATE READING HANDLING             *
000140*  AMOUNTS ARE IN DOLLARS AND CENTS, ROUNDED PER CHARGE LINE.   *
000150*****************************************************************
000160 01  SR-BILLING-EXTRACT-RECORD.
000170     05  SR-BIL-RECORD-TYPE          PIC X(1).
000180         88  SR-BIL-DETAIL               VALUE "D".
000190         88  SR-BIL-TRAILER              VALUE "T".
000200     05  SR-BIL-MONTH                PIC X(6).
000210     05  SR-BIL-JOB-NAME             PIC X(8).
000220     05  SR-BIL-STATION              PIC X(4).
000230     05  SR-BIL-CHARGE-CODE          PIC X(4).
000240     05  SR-BIL-UNITS                PIC 9(7).
000250     05  SR-BIL-AMOUNT               PIC 9(9)V99.
000260     05  FILLER                      PIC X(19).
