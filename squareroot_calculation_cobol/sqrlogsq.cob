000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRLOGSQ.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRLOGSQ - SEQUENCE STAMP FOR THE APPEND-ONLY LOGS.         *
000090*  SRSECLOG, SRMNTLOG AND SRSUSLOG ARE PERMANENT AND           *
000100*  APPEND-ONLY, BUT AS PLAIN LINE SEQUENTIAL FILES A LINE      *
000110*  DELETED OR EDITED WITH AN ORDINARY EDITOR LEFT NO MARK.     *
000120*  EVERY PROGRAM THAT APPENDS TO ONE OF THEM CALLS THIS        *
000130*  ROUTINE (SEE SRLSQREC) FOR THE RECORD'S RUNNING SEQUENCE    *
000140*  NUMBER AND A CHECK VALUE CHAINED FROM THE RECORD BEFORE     *
000150*  IT, AND THE LAST STAMP OF EACH LOG IS KEPT ON THE SRLOGCTL  *
000160*  CONTROL FILE (SEE SRLCTREC).  SQRLOGVF WALKS THE LOGS AND   *
000170*  PROVES THEM WITH THE SAME ARITHMETIC.                       *
000180*                                                              *
000190*  THE CHAIN VALUE STARTS FROM THE PRIOR RECORD'S CHAIN,       *
000200*  FOLDS IN THE SEQUENCE NUMBER, THEN EVERY CHARACTER OF THE   *
000210*  RECORD UP TO ITS LAST NON-BLANK ONE, EACH STEP MULTIPLYING  *
000220*  BY 131 AND KEEPING THE REMAINDER ON 999999999999989.  A     *
000230*  CHANGED, MOVED, ADDED OR DROPPED CHARACTER ANYWHERE IN A    *
000240*  RECORD CHANGES ITS CHAIN AND EVERY CHAIN AFTER IT.          *
000250*                                                              *
000260*  MODIFICATION HISTORY                                        *
000270*  DATE        INIT  DESCRIPTION                               *
000280*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330
000340     SELECT OPTIONAL SR-LOGCTL-FILE ASSIGN TO "SRLOGCTL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS SR-LOGCTL-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400
000410*****************************************************************
000420*  SR-LOGCTL-FILE - LAST STAMP OF EACH SEQUENCED LOG           *
000430*****************************************************************
000440 FD  SR-LOGCTL-FILE.
000450     COPY SRLCTREC.
000460
000470 WORKING-STORAGE SECTION.
000480 77  SR-LOGCTL-STATUS             PIC XX VALUE SPACES.
000490
000500 77  SR-LSQ-EOF-SWITCH            PIC X(1) VALUE "N".
000510     88  SR-LSQ-END-OF-CTL                VALUE "Y".
000520
000530 77  SR-LSQ-FOUND-SWITCH          PIC X(1) VALUE "N".
000540     88  SR-LSQ-ENTRY-FOUND               VALUE "Y".
000550
000560 77  SR-LSQ-RUN-DATE              PIC 9(8) VALUE ZERO.
000570 77  SR-LSQ-TIME-FLD              PIC 9(8) VALUE ZERO.
000580
000590*****************************************************************
000600*  CHAIN ARITHMETIC.  THE WORK FIELD HOLDS A CHAIN VALUE       *
000610*  TIMES THE MULTIPLIER PLUS ONE CHARACTER OR SEQUENCE         *
000620*  NUMBER, WHICH STAYS WELL INSIDE 18 DIGITS.                  *
000630*****************************************************************
000640 77  SR-LSQ-MODULUS               PIC 9(15) VALUE 999999999999989.
000650 77  SR-LSQ-MULTIPLIER            PIC 9(3) VALUE 131.
000660 77  SR-LSQ-CHAIN-WORK            PIC 9(18) COMP VALUE ZERO.
000670 77  SR-LSQ-CHAIN-QUOT            PIC 9(18) COMP VALUE ZERO.
000680 77  SR-LSQ-CHAIN-REM             PIC 9(15) COMP VALUE ZERO.
000690 77  SR-LSQ-IMAGE-LENGTH          PIC 9(4) COMP VALUE ZERO.
000700 77  SR-LSQ-TRAIL-SPACES          PIC 9(4) COMP VALUE ZERO.
000710 77  SR-LSQ-BYTE-SUB              PIC 9(4) COMP VALUE ZERO.
000720 01  SR-LSQ-WORK-IMAGE            PIC X(512) VALUE SPACES.
000730 01  SR-LSQ-WORK-BYTES REDEFINES SR-LSQ-WORK-IMAGE.
000740     05  SR-LSQ-WORK-BYTE         PIC X(1) OCCURS 512 TIMES.
000750
000760*****************************************************************
000770*  IN-CORE COPY OF SRLOGCTL FOR THE POST FUNCTION, LAID OUT    *
000780*  EXACTLY AS SRLCTREC.  ONE ENTRY PER SEQUENCED LOG.          *
000790*****************************************************************
000800 77  SR-LSQ-CTL-COUNT             PIC 9(4) COMP VALUE ZERO.
000810 77  SR-LSQ-CTL-SUB               PIC 9(4) COMP VALUE ZERO.
000820 77  SR-LSQ-CTL-USE-SUB           PIC 9(4) COMP VALUE ZERO.
000830 01  SR-LSQ-CTL-TABLE.
000840     05  SR-LSQ-CTL-ENTRY            OCCURS 20 TIMES.
000850         10  SR-LSQ-T-LOG-NAME       PIC X(8).
000860         10  SR-LSQ-T-LAST-SEQ       PIC 9(9).
000870         10  SR-LSQ-T-LAST-CHAIN     PIC 9(15).
000880         10  SR-LSQ-T-LAST-DATE      PIC X(8).
000890         10  SR-LSQ-T-LAST-TIME      PIC X(8).
000900
000910 LINKAGE SECTION.
000920*    THE CALLER'S PARAMETER BLOCK - FUNCTION, LOG NAME, RECORD
000930*    IMAGE AND STAMPS (SEE SRLSQREC).
000940     COPY SRLSQREC.
000950
000960 PROCEDURE DIVISION USING SR-LOGSEQ-PARMS.
000970
000980*****************************************************************
000990*  0000-MAINLINE - DO THE ONE FUNCTION ASKED FOR               *
001000*****************************************************************
001010 0000-MAINLINE.
001020     MOVE "0" TO SR-LSQ-RETURN.
001030     EVALUATE TRUE
001040         WHEN SR-LSQ-NEXT
001050             PERFORM 1000-NEXT-STAMP THRU 1000-EXIT
001060         WHEN SR-LSQ-POST
001070             PERFORM 2000-POST-STAMP THRU 2000-EXIT
001080         WHEN SR-LSQ-CHAIN-ONLY
001090             PERFORM 5000-COMPUTE-CHAIN THRU 5000-EXIT
001100         WHEN OTHER
001110             MOVE "8" TO SR-LSQ-RETURN
001120     END-EVALUATE.
001130     GOBACK.
001140
001150*****************************************************************
001160*  1000-NEXT-STAMP - FIND THE LOG'S LAST STAMP ON SRLOGCTL     *
001170*  AND WORK OUT THE NEXT ONE.  A LOG WITH NO ENTRY YET (OR     *
001180*  NO SRLOGCTL AT ALL) STARTS AT SEQUENCE 1 FROM A ZERO        *
001190*  CHAIN.                                                      *
001200*****************************************************************
001210 1000-NEXT-STAMP.
001220     MOVE ZERO TO SR-LSQ-PRIOR-SEQ.
001230     MOVE ZERO TO SR-LSQ-PRIOR-CHAIN.
001240     MOVE "N" TO SR-LSQ-EOF-SWITCH.
001250     MOVE "N" TO SR-LSQ-FOUND-SWITCH.
001260
001270     OPEN INPUT SR-LOGCTL-FILE.
001280     IF SR-LOGCTL-STATUS = "05"
001290         CLOSE SR-LOGCTL-FILE
001300         GO TO 1000-COMPUTE
001310     END-IF.
001320     IF SR-LOGCTL-STATUS NOT = "00"
001330         DISPLAY "SRLOGCTL OPEN FAILED, STATUS " SR-LOGCTL-STATUS
001340         MOVE "8" TO SR-LSQ-RETURN
001350         GO TO 1000-EXIT
001360     END-IF.
001370     PERFORM 1100-FIND-ENTRY THRU 1100-EXIT
001380         UNTIL SR-LSQ-END-OF-CTL OR SR-LSQ-ENTRY-FOUND.
001390     CLOSE SR-LOGCTL-FILE.
001400
001410 1000-COMPUTE.
001420     ADD 1 SR-LSQ-PRIOR-SEQ GIVING SR-LSQ-SEQ.
001430     PERFORM 5000-COMPUTE-CHAIN THRU 5000-EXIT.
001440 1000-EXIT.
001450     EXIT.
001460
001470 1100-FIND-ENTRY.
001480     READ SR-LOGCTL-FILE
001490         AT END
001500             SET SR-LSQ-END-OF-CTL TO TRUE
001510             GO TO 1100-EXIT
001520     END-READ.
001530     IF SR-LCT-LOG-NAME = SR-LSQ-LOG-NAME
001540         MOVE SR-LCT-LAST-SEQ TO SR-LSQ-PRIOR-SEQ
001550         MOVE SR-LCT-LAST-CHAIN TO SR-LSQ-PRIOR-CHAIN
001560         SET SR-LSQ-ENTRY-FOUND TO TRUE
001570     END-IF.
001580 1100-EXIT.
001590     EXIT.
001600
001610*****************************************************************
001620*  2000-POST-STAMP - THE CALLER HAS WRITTEN THE RECORD.        *
001630*  LOAD SRLOGCTL, REPLACE (OR ADD) THE LOG'S ENTRY WITH THE    *
001640*  RECORD'S STAMP AND WRITE THE FILE BACK OUT.                 *
001650*****************************************************************
001660 2000-POST-STAMP.
001670     ACCEPT SR-LSQ-RUN-DATE FROM DATE YYYYMMDD.
001680     ACCEPT SR-LSQ-TIME-FLD FROM TIME.
001690     MOVE ZERO TO SR-LSQ-CTL-COUNT.
001700     MOVE ZERO TO SR-LSQ-CTL-USE-SUB.
001710     MOVE "N" TO SR-LSQ-EOF-SWITCH.
001720
001730     OPEN INPUT SR-LOGCTL-FILE.
001740     IF SR-LOGCTL-STATUS = "05"
001750         CLOSE SR-LOGCTL-FILE
001760         GO TO 2000-UPDATE
001770     END-IF.
001780     IF SR-LOGCTL-STATUS NOT = "00"
001790         DISPLAY "SRLOGCTL OPEN FAILED, STATUS " SR-LOGCTL-STATUS
001800         MOVE "8" TO SR-LSQ-RETURN
001810         GO TO 2000-EXIT
001820     END-IF.
001830     PERFORM 2100-LOAD-ENTRY THRU 2100-EXIT
001840         UNTIL SR-LSQ-END-OF-CTL.
001850     CLOSE SR-LOGCTL-FILE.
001860
001870 2000-UPDATE.
001880     IF SR-LSQ-CTL-USE-SUB = ZERO
001890         IF SR-LSQ-CTL-COUNT NOT < 20
001900             DISPLAY "SRLOGCTL TABLE FULL - " SR-LSQ-LOG-NAME
001910                 " NOT POSTED"
001920             MOVE "8" TO SR-LSQ-RETURN
001930             GO TO 2000-EXIT
001940         END-IF
001950         ADD 1 TO SR-LSQ-CTL-COUNT
001960         MOVE SR-LSQ-CTL-COUNT TO SR-LSQ-CTL-USE-SUB
001970         MOVE SR-LSQ-LOG-NAME
001980             TO SR-LSQ-T-LOG-NAME (SR-LSQ-CTL-USE-SUB)
001990     END-IF.
002000     MOVE SR-LSQ-SEQ
002010         TO SR-LSQ-T-LAST-SEQ (SR-LSQ-CTL-USE-SUB).
002020     MOVE SR-LSQ-CHAIN
002030         TO SR-LSQ-T-LAST-CHAIN (SR-LSQ-CTL-USE-SUB).
002040     MOVE SR-LSQ-RUN-DATE
002050         TO SR-LSQ-T-LAST-DATE (SR-LSQ-CTL-USE-SUB).
002060     MOVE SR-LSQ-TIME-FLD
002070         TO SR-LSQ-T-LAST-TIME (SR-LSQ-CTL-USE-SUB).
002080
002090     OPEN OUTPUT SR-LOGCTL-FILE.
002100     IF SR-LOGCTL-STATUS NOT = "00"
002110             AND SR-LOGCTL-STATUS NOT = "05"
002120         DISPLAY "SRLOGCTL REWRITE FAILED, STATUS "
002130             SR-LOGCTL-STATUS
002140         MOVE "8" TO SR-LSQ-RETURN
002150         GO TO 2000-EXIT
002160     END-IF.
002170     PERFORM 2200-WRITE-ENTRY THRU 2200-EXIT
002180         VARYING SR-LSQ-CTL-SUB FROM 1 BY 1
002190             UNTIL SR-LSQ-CTL-SUB > SR-LSQ-CTL-COUNT.
002200     CLOSE SR-LOGCTL-FILE.
002210 2000-EXIT.
002220     EXIT.
002230
002240 2100-LOAD-ENTRY.
002250     READ SR-LOGCTL-FILE
002260         AT END
002270             SET SR-LSQ-END-OF-CTL TO TRUE
002280             GO TO 2100-EXIT
002290     END-READ.
002300     IF SR-LSQ-CTL-COUNT NOT < 20
002310         GO TO 2100-EXIT
002320     END-IF.
002330     ADD 1 TO SR-LSQ-CTL-COUNT.
002340     MOVE SR-LOG-CONTROL-RECORD
002350         TO SR-LSQ-CTL-ENTRY (SR-LSQ-CTL-COUNT).
002360     IF SR-LCT-LOG-NAME = SR-LSQ-LOG-NAME
002370         MOVE SR-LSQ-CTL-COUNT TO SR-LSQ-CTL-USE-SUB
002380     END-IF.
002390 2100-EXIT.
002400     EXIT.
002410
002420 2200-WRITE-ENTRY.
002430     MOVE SR-LSQ-CTL-ENTRY (SR-LSQ-CTL-SUB)
002440         TO SR-LOG-CONTROL-RECORD.
002450     WRITE SR-LOG-CONTROL-RECORD.
002460 2200-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500*  5000-COMPUTE-CHAIN - CHAIN VALUE OF SR-LSQ-IMAGE FROM       *
002510*  SR-LSQ-PRIOR-CHAIN AND SR-LSQ-SEQ, INTO SR-LSQ-CHAIN.       *
002520*  THE IMAGE IS TAKEN UP TO ITS LAST NON-BLANK CHARACTER -     *
002530*  LINE SEQUENTIAL FILES DROP TRAILING SPACES, AND A FIELD     *
002540*  ADDED ON THE END OF A LOG RECORD LATER READS BACK AS        *
002550*  SPACES ON THE OLDER ENTRIES.                                *
002560*****************************************************************
002570 5000-COMPUTE-CHAIN.
002580     MOVE SR-LSQ-IMAGE TO SR-LSQ-WORK-IMAGE.
002590     MOVE ZERO TO SR-LSQ-TRAIL-SPACES.
002600     INSPECT FUNCTION REVERSE (SR-LSQ-WORK-IMAGE)
002610         TALLYING SR-LSQ-TRAIL-SPACES FOR LEADING SPACES.
002620     SUBTRACT SR-LSQ-TRAIL-SPACES FROM 512
002630         GIVING SR-LSQ-IMAGE-LENGTH.
002640
002650     MOVE SR-LSQ-PRIOR-CHAIN TO SR-LSQ-CHAIN-REM.
002660     COMPUTE SR-LSQ-CHAIN-WORK =
002670         SR-LSQ-CHAIN-REM * SR-LSQ-MULTIPLIER + SR-LSQ-SEQ.
002680     DIVIDE SR-LSQ-CHAIN-WORK BY SR-LSQ-MODULUS
002690         GIVING SR-LSQ-CHAIN-QUOT REMAINDER SR-LSQ-CHAIN-REM.
002700     PERFORM 5100-CHAIN-ONE-BYTE THRU 5100-EXIT
002710         VARYING SR-LSQ-BYTE-SUB FROM 1 BY 1
002720             UNTIL SR-LSQ-BYTE-SUB > SR-LSQ-IMAGE-LENGTH.
002730     MOVE SR-LSQ-CHAIN-REM TO SR-LSQ-CHAIN.
002740 5000-EXIT.
002750     EXIT.
002760
002770 5100-CHAIN-ONE-BYTE.
002780     COMPUTE SR-LSQ-CHAIN-WORK =
002790         SR-LSQ-CHAIN-REM * SR-LSQ-MULTIPLIER
002800         + FUNCTION ORD (SR-LSQ-WORK-BYTE (SR-LSQ-BYTE-SUB)).
002810     DIVIDE SR-LSQ-CHAIN-WORK BY SR-LSQ-MODULUS
002820         GIVING SR-LSQ-CHAIN-QUOT REMAINDER SR-LSQ-CHAIN-REM.
002830 5100-EXIT.
002840     EXIT.
