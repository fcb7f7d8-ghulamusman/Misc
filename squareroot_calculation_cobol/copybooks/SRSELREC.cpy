000010*****************************************************************
000020*  SRSELREC - AD-HOC SELECTION CONTROL RECORD (SRSEL FILES)     *
000030*  READ BY SQRSELX.  A SELECTION FILE HOLDS UP TO 20 S RECORDS; *
000040*  A READING IS EXTRACTED WHEN IT PASSES EVERY TEST KEYED ON    *
000050*  ANY ONE OF THEM.  A BLANK TEST IS NOT APPLIED, A BLANK FROM  *
000060*  HAS NO LOWER BOUND AND A BLANK TO NO UPPER BOUND - KEY BOTH  *
000070*  THE SAME FOR A SINGLE VALUE.  RECORD TYPES:                  *
000080*    S   SELECTION CRITERIA (BELOW)                             *
000090*    T   TITLE - COLUMNS 3-62 HEAD THE PRINTED LISTING          *
000100*    *   COMMENT, IGNORED                                       *
000110*  THE FIELDS ARE KEYED IN FIXED COLUMNS, ONE SPACE APART.      *
000120*****************************************************************
000130 01  SR-SELECTION-RECORD.
000140     05  SR-SEL-RECORD-TYPE          PIC X(1).
000150         88  SR-SEL-CRITERIA             VALUE "S".
000160         88  SR-SEL-TITLE                VALUE "T".
000170         88  SR-SEL-COMMENT              VALUE "*".
000180     05  FILLER                      PIC X(1).
000190     05  SR-SEL-CRITERIA-AREA.
000200         10  SR-SEL-STATION-FROM     PIC X(4).
000210         10  FILLER                  PIC X(1).
000220         10  SR-SEL-STATION-TO       PIC X(4).
000230         10  FILLER                  PIC X(1).
000240         10  SR-SEL-READING-FROM     PIC X(10).
000250         10  FILLER                  PIC X(1).
000260         10  SR-SEL-READING-TO       PIC X(10).
000270         10  FILLER                  PIC X(1).
000280*        SQ, CB, P2, P3, IS OR RS (SEE SRINPREC).  SQ ALSO
000290*        MATCHES MASTER RECORDS FROM BEFORE OPERATION CODES
000295*        (SPACES).
000300         10  SR-SEL-OPER-CODE        PIC X(2).
000310         10  FILLER                  PIC X(1).
000320*        LAST-POSTED DATE RANGE, YYYYMMDD
000330         10  SR-SEL-DATE-FROM        PIC X(8).
000340         10  FILLER                  PIC X(1).
000350         10  SR-SEL-DATE-TO          PIC X(8).
000360         10  FILLER                  PIC X(1).
000370*        I = THE VALUE RANGE APPLIES TO THE (CALIBRATED) INPUT
000380*        VALUE, R = TO THE RESULT.  THE BOUNDS ARE KEYED AS
000390*        NUMBERS, COMMAS ALLOWED (1,000,000 OR -2.5).
000400         10  SR-SEL-VALUE-FIELD      PIC X(1).
000410             88  SR-SEL-ON-INPUT         VALUE "I".
000420             88  SR-SEL-ON-RESULT        VALUE "R".
000430         10  FILLER                  PIC X(1).
000440         10  SR-SEL-VALUE-FROM       PIC X(20).
000450         10  FILLER                  PIC X(1).
000460         10  SR-SEL-VALUE-TO         PIC X(20).
000470         10  FILLER                  PIC X(1).
000480         10  SR-SEL-JOB-NAME         PIC X(8).
000490         10  FILLER                  PIC X(1).
000500*        Y = THIS SELECTION ALSO SEARCHES THE SRMASARC ARCHIVE
000510*        OF READINGS SQRRETEN HAS RETIRED FROM SRMASTER
000520         10  SR-SEL-ARCHIVE          PIC X(1).
000530             88  SR-SEL-SEARCH-ARCHIVE   VALUE "Y".
000540         10  FILLER                  PIC X(10).
000550     05  SR-SEL-TITLE-AREA REDEFINES SR-SEL-CRITERIA-AREA.
000560         10  SR-SEL-TITLE-TEXT       PIC X(60).
000570         10  FILLER                  PIC X(57).
