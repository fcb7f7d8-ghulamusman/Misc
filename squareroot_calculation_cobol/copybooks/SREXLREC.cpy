000010*****************************************************************
000020*  SREXLREC - OPEN-EXCEPTIONS LEDGER RECORD (SREXCLED INDEXED   *
000030*  FILE).  THE RUN'S SRREJECT, SRSUSP, SRDUPLST AND SROVER      *
000040*  LISTINGS AND THE SQRMISS SRMISSNG LIST ARE REWRITTEN EVERY   *
000050*  RUN; SQRXLED CARRIES WHAT THEY REPORT FORWARD HERE SO AN     *
000060*  UNCORRECTED EXCEPTION STAYS IN VIEW UNTIL IT IS DEALT WITH.  *
000070*  ONE ITEM PER STATION, READING ID AND EXCEPTION TYPE.  AN     *
000080*  ITEM CLOSES WHEN A LATER RUN CONVERGES THE READING (OR,      *
000090*  FOR A MISSING ITEM, WHEN THE READING ARRIVES AT ALL), OR     *
000100*  WHEN MAIN'S REJECT OR SUSPECT REVIEW RESOLVES IT.  A CLOSED  *
000110*  ITEM REPORTED AGAIN BY A LATER RUN IS REOPENED.  CLOSED      *
000120*  ITEMS STAY ON FILE AS THE TRAIL.  KEYED STATION FIRST SO     *
000130*  SQRXAGE READS THE OPEN ITEMS IN STATION ORDER.               *
000140*****************************************************************
000150 01  SR-EXCEPTION-LEDGER-RECORD.
000160     05  SR-EXL-KEY.
000170         10  SR-EXL-SOURCE-STATION   PIC X(4).
000180         10  SR-EXL-READING-ID       PIC X(10).
000190         10  SR-EXL-TYPE             PIC X(1).
000200             88  SR-EXL-REJECT               VALUE "R".
000210             88  SR-EXL-SUSPECT              VALUE "S".
000220             88  SR-EXL-DUPLICATE            VALUE "D".
000230             88  SR-EXL-OVERFLOW             VALUE "O".
000240             88  SR-EXL-MISSING              VALUE "M".
000250     05  SR-EXL-STATUS               PIC X(1).
000260         88  SR-EXL-OPEN                     VALUE "O".
000270         88  SR-EXL-CLOSED                   VALUE "C".
000280*    THE RUN (DATE AND JOB) THAT FIRST REPORTED THE ITEM - OR
000290*    THAT REPORTED IT AGAIN WHEN IT WAS REOPENED.  AGING
000300*    COUNTS FROM THE OPENED DATE.
000310     05  SR-EXL-OPENED-DATE          PIC X(8).
000320     05  SR-EXL-OPENED-JOB           PIC X(8).
000330*    THE LATEST LISTING ENTRY THAT REPORTED IT (ITS DATE, TIME
000340*    AND JOB), AND HOW MANY RUNS HAVE.  AN ENTRY NO NEWER THAN
000350*    THIS IS ONE ALREADY FED, SO FEEDING A RUN TWICE IS HARMLESS.
000360     05  SR-EXL-LAST-SEEN-DATE       PIC X(8).
000370     05  SR-EXL-LAST-SEEN-TIME       PIC X(8).
000380     05  SR-EXL-LAST-SEEN-JOB        PIC X(8).
000390     05  SR-EXL-TIMES-SEEN           PIC 9(4).
000400*    THE REASON, STAGE OR VALUE FROM THE LISTING
000410     05  SR-EXL-DETAIL               PIC X(30).
000420*    THE LAST OPERATOR TO TOUCH THE ITEM - THE RUN'S OPERATOR
000430*    WHEN A RUN REPORTS IT, THE REVIEWER WHEN MAIN ACTS ON IT
000440     05  SR-EXL-TOUCH-OPERATOR       PIC X(8).
000450     05  SR-EXL-TOUCH-DATE           PIC X(8).
000460     05  SR-EXL-TOUCH-TIME           PIC X(8).
000470*    SPACES WHILE OPEN.  CONVERGED / ARRIVED / ABANDONED /
000480*    RELEASED / WITHDRAWN.  ONLY A LISTING ENTRY NEWER THAN THE
000490*    CLOSE REOPENS THE ITEM.
000500     05  SR-EXL-CLOSED-DATE          PIC X(8).
000510     05  SR-EXL-CLOSED-TIME          PIC X(8).
000520     05  SR-EXL-CLOSE-REASON         PIC X(10).
