000010*****************************************************************
000020*  SRRATREC - CHARGEBACK RATE RECORD (SRRATES FILE)             *
000030*  THE RATES SQRCHRG BILLS THE STATION OWNERS AT.  ONE RECORD   *
000040*  PER RATE, IDENTIFIED BY ITS TYPE:                            *
000050*    O  CHARGE PER CONVERGED READING FOR ONE OPERATION CODE     *
000060*       (SQ, CB, P2, P3, IS OR RS) - AMOUNT                     *
000070*    H  SURCHARGE PER HIGH-PRECISION (H) RESULT - AMOUNT        *
000080*    F  HANDLING FEE PER REJECTED OR DUPLICATE READING - AMOUNT *
000090*    E  RULE FOR ESTIMATED READINGS (FLAG E, SEE SQRMISS) -     *
000100*       PERCENT                                                 *
000110*    R  RULE FOR RESUBMITTED READINGS (FLAG R) - PERCENT        *
000120*  THE E AND R PERCENT IS THE SHARE OF THE OPERATION CHARGE     *
000130*  (AND OF ANY HIGH-PRECISION SURCHARGE) BILLED FOR SUCH A      *
000140*  READING; 000 BILLS IT AT NOTHING.  WITH NO E OR R RECORD ON  *
000150*  FILE THOSE READINGS ARE NOT BILLED.  A LATER RECORD OF THE   *
000160*  SAME TYPE (AND OPERATION CODE) REPLACES AN EARLIER ONE.      *
000170*****************************************************************
000180 01  SR-RATE-RECORD.
000190     05  SR-RAT-TYPE                 PIC X(1).
000200         88  SR-RAT-OPER-CHARGE          VALUE "O".
000210         88  SR-RAT-HP-SURCHARGE         VALUE "H".
000220         88  SR-RAT-HANDLING-FEE         VALUE "F".
000230         88  SR-RAT-ESTIM-RULE           VALUE "E".
000240         88  SR-RAT-RESUB-RULE           VALUE "R".
000250     05  SR-RAT-OPER-CODE            PIC X(2).
000260     05  SR-RAT-AMOUNT               PIC 9(3)V9(4).
000270     05  SR-RAT-PERCENT              PIC 9(3).
000280     05  SR-RAT-DESCRIPTION          PIC X(30).
000290     05  FILLER                      PIC X(37).
