000010*****************************************************************
000020*  SRLSQREC - LOG SEQUENCING PARAMETER BLOCK (SQRLOGSQ)         *
000030*  PASSED ON EVERY CALL TO SQRLOGSQ, WHICH STAMPS EACH RECORD   *
000040*  APPENDED TO SRSECLOG, SRMNTLOG AND SRSUSLOG WITH THE LOG'S   *
000050*  NEXT SEQUENCE NUMBER AND A CHECK VALUE CHAINED FROM THE      *
000060*  RECORD BEFORE IT, AND KEEPS EACH LOG'S LAST STAMP ON THE     *
000070*  SRLOGCTL CONTROL FILE (SEE SRLCTREC).  FUNCTIONS:            *
000080*    N  NEXT - LOOK UP THE LOG'S LAST STAMP ON SRLOGCTL AND     *
000090*       RETURN THE NEXT SEQUENCE NUMBER AND CHAIN VALUE FOR     *
000100*       THE RECORD IMAGE.  SRLOGCTL IS NOT CHANGED.             *
000110*    P  POST - THE RECORD WAS WRITTEN; CARRY ITS STAMP ONTO     *
000120*       SRLOGCTL AS THE LOG'S LAST.                             *
000130*    C  CHAIN - COMPUTE THE CHAIN VALUE FOR THE IMAGE FROM      *
000140*       THE PRIOR CHAIN AND SEQUENCE NUMBER GIVEN (THE CHECK    *
000150*       SQRLOGVF MAKES ON EVERY RECORD).                        *
000160*  THE CALLER MOVES ZEROS TO THE RECORD'S OWN STAMP BEFORE      *
000170*  LOADING THE IMAGE, SO THE STAMP IS NEVER PART OF ITS CHAIN.  *
000180*  A WRITER CALLS N, WRITES THE RECORD, THEN CALLS P - A WRITE  *
000190*  THAT FAILS LEAVES SRLOGCTL WHERE IT WAS.                     *
000200*****************************************************************
000210 01  SR-LOGSEQ-PARMS.
000220     05  SR-LSQ-FUNCTION             PIC X(1).
000230         88  SR-LSQ-NEXT                 VALUE "N".
000240         88  SR-LSQ-POST                 VALUE "P".
000250         88  SR-LSQ-CHAIN-ONLY           VALUE "C".
000260     05  SR-LSQ-LOG-NAME             PIC X(8).
000270*    THE RECORD AS IT WILL BE WRITTEN, STAMP ZEROED
000280     05  SR-LSQ-IMAGE                PIC X(512).
000290*    THE LOG'S LAST STAMP (RETURNED BY N, GIVEN FOR C)
000300     05  SR-LSQ-PRIOR-SEQ            PIC 9(9).
000310     05  SR-LSQ-PRIOR-CHAIN          PIC 9(15).
000320*    THE RECORD'S OWN STAMP (RETURNED BY N AND C, GIVEN FOR P)
000330     05  SR-LSQ-SEQ                  PIC 9(9).
000340     05  SR-LSQ-CHAIN                PIC 9(15).
000350*    0 = DONE, 8 = SRLOGCTL COULD NOT BE READ OR REWRITTEN
000360     05  SR-LSQ-RETURN               PIC X(1).
000370         88  SR-LSQ-OK                   VALUE "0".
000380         88  SR-LSQ-CTL-ERROR            VALUE "8".
