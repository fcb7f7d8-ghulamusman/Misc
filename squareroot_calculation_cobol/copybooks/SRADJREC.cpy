000010*****************************************************************
000020*  SRADJREC - POST-CLOSE ADJUSTMENT RECORD (SRADJUST FILE)     *
000030*  ONE RECORD APPENDED BY MAIN FOR EVERY CORRECTION OR DELETE  *
000040*  KEYED AGAINST A READING POSTED IN A CLOSED PERIOD (SEE      *
000050*  SRPERREC).  THE MASTER ITSELF IS LEFT AS IT WAS AT THE      *
000060*  CLOSE; THE ADJUSTMENT IS DATED THE DAY IT IS ENTERED AND    *
000070*  REPORTED ON ITS OWN BY SQRADJRP, SO THE CLOSED PERIOD'S     *
000080*  FIGURES STILL MATCH THE SNAPSHOT AND EVERY LATER CHANGE IS  *
000090*  VISIBLE.  THE FILE IS PERMANENT AND APPEND-ONLY.            *
000100*****************************************************************
000110 01  SR-ADJUSTMENT-RECORD.
000120     05  SR-ADJ-DATE                 PIC X(8).
000130     05  SR-ADJ-TIME                 PIC X(8).
000140     05  SR-ADJ-OPERATOR-ID          PIC X(8).
000150*    C = CORRECTED RESULT, D = READING TO BE DELETED
000160     05  SR-ADJ-TYPE                 PIC X(1).
000170         88  SR-ADJ-CORRECTION           VALUE "C".
000180         88  SR-ADJ-DELETION             VALUE "D".
000190     05  SR-ADJ-READING-ID           PIC X(10).
000200     05  SR-ADJ-SOURCE-STATION       PIC X(4).
000210*    THE CLOSED PERIOD THE READING WAS POSTED IN, AND THE
000220*    POSTING DATE (SR-MAS-LAST-DATE) THAT PLACED IT THERE
000230     05  SR-ADJ-PERIOD-ID            PIC X(6).
000240     05  SR-ADJ-POSTED-DATE          PIC X(8).
000250     05  SR-ADJ-OPER-CODE            PIC X(2).
000260*    RESULT ON THE MASTER, AND THE RESULT IT SHOULD HAVE HAD
000270*    (ZERO FOR A DELETION)
000280     05  SR-ADJ-OLD-RESULT           PIC S9(11)V9(6).
000290     05  SR-ADJ-NEW-RESULT           PIC S9(11)V9(6).
000300     05  SR-ADJ-REASON               PIC X(30).
