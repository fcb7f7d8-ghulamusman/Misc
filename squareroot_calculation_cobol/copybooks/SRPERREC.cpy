000010*****************************************************************
000020*  SRPERREC - ACCOUNTING PERIOD CONTROL RECORD (SRPERIOD FILE) *
000030*  ONE RECORD PER MONTH OR QUARTER THAT HAS EVER BEEN CLOSED,  *
000040*  WRITTEN BY SQRPCLOS.  WHILE A PERIOD IS CLOSED NO READING   *
000050*  WHOSE SR-MAS-LAST-DATE FALLS INSIDE IT MAY BE ALTERED ON    *
000060*  SRMASTER - MAIN'S CORRECT AND DELETE TAKE A DATED POST-     *
000070*  CLOSE ADJUSTMENT INSTEAD (SEE SRADJREC), A RESUBMISSION IS  *
000080*  REJECTED BY SQUAREROOT, AND SQRRETEN KEEPS THE RECORD.      *
000090*  REOPENING (SUPERVISOR ONLY, LOGGED TO SRSECLOG) LEAVES THE  *
000100*  RECORD ON FILE MARKED O; A LATER CLOSE MARKS IT C AGAIN     *
000110*  WITH A FRESH SNAPSHOT.  A READING IS IN A CLOSED PERIOD     *
000120*  WHEN ANY C RECORD'S DATE RANGE HOLDS ITS LAST DATE, SO A    *
000130*  QUARTER AND ITS MONTHS MAY BE CLOSED SEPARATELY.            *
000140*****************************************************************
000150 01  SR-PERIOD-RECORD.
000160*    YYYYMM FOR A MONTH, YYYYQN (N = 1-4) FOR A QUARTER
000170     05  SR-PER-PERIOD-ID            PIC X(6).
000180     05  SR-PER-TYPE                 PIC X(1).
000190         88  SR-PER-MONTH                VALUE "M".
000200         88  SR-PER-QUARTER              VALUE "Q".
000210*    FIRST AND LAST DAY OF THE PERIOD (YYYYMMDD)
000220     05  SR-PER-START-DATE           PIC X(8).
000230     05  SR-PER-END-DATE             PIC X(8).
000240*    C = CLOSED, O = REOPENED
000250     05  SR-PER-STATUS               PIC X(1).
000260         88  SR-PER-CLOSED               VALUE "C".
000270         88  SR-PER-REOPENED             VALUE "O".
000280*    THE LATEST CLOSE - WHEN, BY WHOM, AND THE FROZEN SRMASTER
000290*    SNAPSHOT (SRMASSNP.<PERIOD>) TAKEN AT THAT CLOSE
000300     05  SR-PER-CLOSE-DATE           PIC X(8).
000310     05  SR-PER-CLOSE-TIME           PIC X(8).
000320     05  SR-PER-CLOSE-OPERATOR       PIC X(8).
000330     05  SR-PER-SNAP-FILE-NAME       PIC X(30).
000340     05  SR-PER-SNAP-COUNT           PIC 9(8).
000350*    THE LATEST REOPEN - SPACES IF NEVER REOPENED
000360     05  SR-PER-REOPEN-DATE          PIC X(8).
000370     05  SR-PER-REOPEN-TIME          PIC X(8).
000380     05  SR-PER-REOPEN-OPERATOR      PIC X(8).
