000010*****************************************************************
000020*  SROUTREC - STATION RETURN DETAIL RECORD (SROUT FILES)       *
000030*  AFTER THE RUN HAS BALANCED, SQROUT SENDS EACH ACTIVE OR     *
000040*  HELD STATION AN SROUT.<STATION> FILE SAYING WHAT BECAME OF  *
000050*  EVERY READING IT DELIVERED.  THE FILE IS WRAPPED LIKE THE   *
000060*  INBOUND SRIN FILES: THE FIRST RECORD IS AN SRTRNREC         *
000070*  TRANSMITTAL HEADER (TYPE H), THE LAST A TRAILER (TYPE T)    *
000080*  ECHOING IT, AND THE DETAIL BETWEEN THEM IS THIS LAYOUT.     *
000090*  ON THE RETURN FILES THE EXPECTED COUNT IS THE NUMBER OF     *
000100*  DETAIL RECORDS AND THE HASH TOTAL IS THE SUM OF THEIR       *
000110*  RESULT VALUES, SO THE STATION CAN PROVE WHAT IT RECEIVED.   *
000120*  THE STATUS IS THE SRXCHG INTERCHANGE STATUS (SEE SRXCHREC). *
000130*  THE RESULT IS ZERO WHEN NO RESULT WAS POSTED; THE REASON    *
000140*  CARRIES THE REJECT OR DUPLICATE REASON, OR WHY THE READING  *
000150*  WAS NOT TAKEN AS GIVEN.  THE BAND FIELDS ARE FILLED ONLY    *
000160*  FOR A READING THAT FELL OUTSIDE ITS REASONABLENESS BAND.    *
000170*****************************************************************
000180 01  SR-RETURN-DETAIL-RECORD.
000190     05  SR-OUT-RECORD-TYPE          PIC X(1).
000200         88  SR-OUT-DETAIL               VALUE "D".
000210     05  SR-OUT-READING-ID           PIC X(10).
000220     05  SR-OUT-STATUS               PIC X(1).
000230     05  SR-OUT-OPER-CODE            PIC X(2).
000240     05  SR-OUT-RESULT-VALUE         PIC 9(11)V9(6).
000250     05  SR-OUT-REASON               PIC X(30).
000260     05  SR-OUT-RESUB-FLAG           PIC X(1).
000270     05  SR-OUT-BAND-MIN             PIC X(18).
000280     05  SR-OUT-BAND-MAX             PIC X(18).
000290     05  FILLER                      PIC X(2).
