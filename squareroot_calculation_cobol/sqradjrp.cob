000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRADJRP.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRADJRP - POST-CLOSE ADJUSTMENTS REPORT.  ONCE A PERIOD IS *
000090*  CLOSED (SEE SQRPCLOS) MAIN NO LONGER CORRECTS OR DELETES    *
000100*  ITS READINGS ON SRMASTER; IT APPENDS A DATED ADJUSTMENT TO  *
000110*  SRADJUST INSTEAD (SEE SRADJREC).  THIS PROGRAM LISTS EVERY  *
000120*  ADJUSTMENT ON SRADJRPT IN THE ORDER ENTERED, THEN TOTALS    *
000130*  THEM BY THE CLOSED PERIOD THEY AMEND - HOW MANY, AND THE    *
000140*  NET CHANGE TO THE RESULTS - SO THE REPORTED FIGURES FOR A   *
000150*  CLOSED PERIOD CAN BE RESTATED WITHOUT REOPENING IT.         *
000160*                                                               *
000170*  RETURN CODES: 0 ADJUSTMENTS LISTED, 4 NONE ON FILE.         *
000180*                                                               *
000190*  MODIFICATION HISTORY                                        *
000200*  DATE        INIT  DESCRIPTION                               *
000210*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260
000270     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000280
000290     SELECT OPTIONAL SR-ADJUST-FILE ASSIGN TO "SRADJUST"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS SR-ADJUST-STATUS.
000320
000330     SELECT SR-ADJRPT-FILE ASSIGN TO "SRADJRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS SR-ADJRPT-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390
000400 FD  STANDARD-OUTPUT.
000410 01  OUT-LINE  PICTURE X(80).
000420
000430*****************************************************************
000440*  SR-ADJUST-FILE - THE PERMANENT ADJUSTMENT FILE (SRADJREC)   *
000450*****************************************************************
000460 FD  SR-ADJUST-FILE.
000470     COPY SRADJREC.
000480
000490*****************************************************************
000500*  SR-ADJRPT-FILE - PRINTED POST-CLOSE ADJUSTMENTS REPORT      *
000510*****************************************************************
000520 FD  SR-ADJRPT-FILE.
000530 01  SR-ADJRPT-RECORD                PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560 77  SR-ADJUST-STATUS             PIC XX VALUE SPACES.
000570 77  SR-ADJRPT-STATUS             PIC XX VALUE SPACES.
000580
000590 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
000600     88  SR-END-OF-FILE                   VALUE "Y".
000610
000620 77  SR-ADR-RUN-DATE              PIC 9(8) VALUE ZERO.
000630 77  SR-ADR-TIME-FLD              PIC 9(8) VALUE ZERO.
000640 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
000650
000660 77  SR-ADR-COUNT                 PIC 9(6) COMP VALUE ZERO.
000670 77  SR-ADR-CORRECT-COUNT         PIC 9(6) COMP VALUE ZERO.
000680 77  SR-ADR-DELETE-COUNT          PIC 9(6) COMP VALUE ZERO.
000690 77  SR-ADR-CHANGE                PIC S9(11)V9(6) VALUE ZERO.
000700 77  SR-ADR-NET-TOTAL             PIC S9(13)V9(6) VALUE ZERO.
000710 77  SR-ADR-COUNT-ED              PIC ZZZ,ZZ9.
000720 77  SR-ADR-OLD-ED                PIC -(10)9.9(6).
000730 77  SR-ADR-NEW-ED                PIC -(10)9.9(6).
000740 77  SR-ADR-NET-ED                PIC -(12)9.9(6).
000750 77  SR-ADR-TYPE-NAME             PIC X(7) VALUE SPACES.
000760
000770*****************************************************************
000780*  PER-PERIOD TOTALS, IN THE ORDER EACH PERIOD IS FIRST SEEN   *
000790*****************************************************************
000800 77  SR-APT-COUNT                 PIC 9(4) COMP VALUE ZERO.
000810 77  SR-APT-SUB                   PIC 9(4) COMP VALUE ZERO.
000820 77  SR-APT-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
000830 01  SR-APT-TABLE.
000840     05  SR-APT-ENTRY                OCCURS 200 TIMES.
000850         10  SR-APT-PERIOD-ID        PIC X(6).
000860         10  SR-APT-ADJ-COUNT        PIC 9(6) COMP.
000870         10  SR-APT-NET-CHANGE       PIC S9(13)V9(6).
000880
000890 PROCEDURE DIVISION.
000900
000910*****************************************************************
000920*  0000-MAINLINE                                               *
000930*****************************************************************
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-PROCESS-ONE-ADJUSTMENT THRU 2000-EXIT
000970         UNTIL SR-END-OF-FILE.
000980     PERFORM 9000-FINALIZE THRU 9000-EXIT.
000990     GOBACK.
001000
001010*****************************************************************
001020*  1000-INITIALIZE - OPEN THE ADJUSTMENT FILE AND START THE    *
001030*  REPORT                                                      *
001040*****************************************************************
001050 1000-INITIALIZE.
001060     ACCEPT SR-ADR-RUN-DATE FROM DATE YYYYMMDD.
001070     ACCEPT SR-ADR-TIME-FLD FROM TIME.
001080
001090     OPEN INPUT SR-ADJUST-FILE.
001100     IF SR-ADJUST-STATUS = "05"
001110         SET SR-END-OF-FILE TO TRUE
001120     END-IF.
001130     OPEN OUTPUT SR-ADJRPT-FILE.
001140
001150     MOVE SPACES TO SR-PRINT-LINE.
001160     STRING "POST-CLOSE ADJUSTMENTS   RUN DATE: "
001170                                DELIMITED BY SIZE
001180            SR-ADR-RUN-DATE     DELIMITED BY SIZE
001190            "  RUN TIME: "      DELIMITED BY SIZE
001200            SR-ADR-TIME-FLD     DELIMITED BY SIZE
001210         INTO SR-PRINT-LINE.
001220     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
001230     MOVE SPACES TO SR-ADJRPT-RECORD.
001240     WRITE SR-ADJRPT-RECORD.
001250 1000-EXIT.
001260     EXIT.
001270
001280*****************************************************************
001290*  2000-PROCESS-ONE-ADJUSTMENT - LIST ONE ADJUSTMENT AND ADD   *
001300*  IT TO ITS PERIOD'S TOTALS.  THE CHANGE IS NEW RESULT LESS   *
001310*  OLD; A DELETION'S NEW RESULT IS ZERO.                       *
001320*****************************************************************
001330 2000-PROCESS-ONE-ADJUSTMENT.
001340     READ SR-ADJUST-FILE
001350         AT END
001360             SET SR-END-OF-FILE TO TRUE
001370             GO TO 2000-EXIT
001380     END-READ.
001390
001400     ADD 1 TO SR-ADR-COUNT.
001410     IF SR-ADJ-DELETION
001420         ADD 1 TO SR-ADR-DELETE-COUNT
001430         MOVE "DELETE " TO SR-ADR-TYPE-NAME
001440     ELSE
001450         ADD 1 TO SR-ADR-CORRECT-COUNT
001460         MOVE "CORRECT" TO SR-ADR-TYPE-NAME
001470     END-IF.
001480     COMPUTE SR-ADR-CHANGE =
001485         SR-ADJ-NEW-RESULT - SR-ADJ-OLD-RESULT.
001490     ADD SR-ADR-CHANGE TO SR-ADR-NET-TOTAL.
001500
001510     MOVE SPACES TO SR-PRINT-LINE.
001520     STRING SR-ADJ-DATE           DELIMITED BY SIZE
001530            " "                   DELIMITED BY SIZE
001540            SR-ADJ-TIME           DELIMITED BY SIZE
001550            " "                   DELIMITED BY SIZE
001560            SR-ADJ-OPERATOR-ID    DELIMITED BY SIZE
001570            " "                   DELIMITED BY SIZE
001580            SR-ADR-TYPE-NAME      DELIMITED BY SIZE
001590            " READING "           DELIMITED BY SIZE
001600            SR-ADJ-READING-ID     DELIMITED BY SIZE
001610            " STN "               DELIMITED BY SIZE
001620            SR-ADJ-SOURCE-STATION DELIMITED BY SIZE
001630         INTO SR-PRINT-LINE.
001640     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
001650
001660     MOVE SPACES TO SR-PRINT-LINE.
001670     STRING "  PERIOD "           DELIMITED BY SIZE
001680            SR-ADJ-PERIOD-ID      DELIMITED BY SIZE
001690            "  POSTED "           DELIMITED BY SIZE
001700            SR-ADJ-POSTED-DATE    DELIMITED BY SIZE
001710            "  OP "               DELIMITED BY SIZE
001720            SR-ADJ-OPER-CODE      DELIMITED BY SIZE
001730            "  REASON: "          DELIMITED BY SIZE
001740            SR-ADJ-REASON         DELIMITED BY SIZE
001750         INTO SR-PRINT-LINE.
001760     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
001770
001780     MOVE SR-ADJ-OLD-RESULT TO SR-ADR-OLD-ED.
001790     MOVE SR-ADJ-NEW-RESULT TO SR-ADR-NEW-ED.
001800     MOVE SPACES TO SR-PRINT-LINE.
001810     STRING "  RESULT WAS "       DELIMITED BY SIZE
001820            SR-ADR-OLD-ED         DELIMITED BY SIZE
001830            "  NOW "              DELIMITED BY SIZE
001840            SR-ADR-NEW-ED         DELIMITED BY SIZE
001850         INTO SR-PRINT-LINE.
001860     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
001870     MOVE SPACES TO SR-ADJRPT-RECORD.
001880     WRITE SR-ADJRPT-RECORD.
001890
001900     PERFORM 2100-ADD-TO-PERIOD THRU 2100-EXIT.
001910 2000-EXIT.
001920     EXIT.
001930
001940*****************************************************************
001950*  2100-ADD-TO-PERIOD - FIND OR ADD THE PERIOD'S TOTALS ENTRY  *
001960*****************************************************************
001970 2100-ADD-TO-PERIOD.
001980     MOVE ZERO TO SR-APT-FOUND-SUB.
001990     PERFORM 2150-MATCH-ONE-PERIOD THRU 2150-EXIT
002000         VARYING SR-APT-SUB FROM 1 BY 1
002010             UNTIL SR-APT-SUB > SR-APT-COUNT
002020                 OR SR-APT-FOUND-SUB > ZERO.
002030     IF SR-APT-FOUND-SUB = ZERO
002040         IF SR-APT-COUNT >= 200
002050             DISPLAY "SQRADJRP: PERIOD TABLE FULL - PERIOD "
002060                 SR-ADJ-PERIOD-ID " NOT TOTALLED"
002070             GO TO 2100-EXIT
002080         END-IF
002090         ADD 1 TO SR-APT-COUNT
002100         MOVE SR-APT-COUNT TO SR-APT-FOUND-SUB
002110         MOVE SR-ADJ-PERIOD-ID
002120             TO SR-APT-PERIOD-ID (SR-APT-FOUND-SUB)
002130         MOVE ZERO TO SR-APT-ADJ-COUNT (SR-APT-FOUND-SUB)
002140         MOVE ZERO TO SR-APT-NET-CHANGE (SR-APT-FOUND-SUB)
002150     END-IF.
002160     ADD 1 TO SR-APT-ADJ-COUNT (SR-APT-FOUND-SUB).
002170     ADD SR-ADR-CHANGE TO SR-APT-NET-CHANGE (SR-APT-FOUND-SUB).
002180 2100-EXIT.
002190     EXIT.
002200
002210 2150-MATCH-ONE-PERIOD.
002220     IF SR-APT-PERIOD-ID (SR-APT-SUB) = SR-ADJ-PERIOD-ID
002230         MOVE SR-APT-SUB TO SR-APT-FOUND-SUB
002240     END-IF.
002250 2150-EXIT.
002260     EXIT.
002270
002280*****************************************************************
002290*  9000-FINALIZE - PERIOD TOTALS, OVERALL COUNTS AND THE       *
002300*  RETURN CODE.  NO ADJUSTMENTS AT ALL ENDS WITH RETURN CODE 4.*
002310*****************************************************************
002320 9000-FINALIZE.
002330     IF SR-ADR-COUNT = ZERO
002340         MOVE "NO POST-CLOSE ADJUSTMENTS ON FILE"
002350             TO SR-ADJRPT-RECORD
002360         WRITE SR-ADJRPT-RECORD
002370     ELSE
002380         MOVE "TOTALS BY CLOSED PERIOD" TO SR-ADJRPT-RECORD
002390         WRITE SR-ADJRPT-RECORD
002400         PERFORM 9100-WRITE-PERIOD-TOTAL THRU 9100-EXIT
002410             VARYING SR-APT-SUB FROM 1 BY 1
002420                 UNTIL SR-APT-SUB > SR-APT-COUNT
002430         MOVE SPACES TO SR-ADJRPT-RECORD
002440         WRITE SR-ADJRPT-RECORD
002450     END-IF.
002460
002470     MOVE SR-ADR-CORRECT-COUNT TO SR-ADR-COUNT-ED.
002480     MOVE SPACES TO SR-PRINT-LINE.
002490     STRING "CORRECTIONS:       " DELIMITED BY SIZE
002500            SR-ADR-COUNT-ED       DELIMITED BY SIZE
002510         INTO SR-PRINT-LINE.
002520     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
002530     MOVE SR-ADR-DELETE-COUNT TO SR-ADR-COUNT-ED.
002540     MOVE SPACES TO SR-PRINT-LINE.
002550     STRING "DELETIONS:         " DELIMITED BY SIZE
002560            SR-ADR-COUNT-ED       DELIMITED BY SIZE
002570         INTO SR-PRINT-LINE.
002580     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
002590     MOVE SR-ADR-NET-TOTAL TO SR-ADR-NET-ED.
002600     MOVE SPACES TO SR-PRINT-LINE.
002610     STRING "NET RESULT CHANGE: " DELIMITED BY SIZE
002620            SR-ADR-NET-ED         DELIMITED BY SIZE
002630         INTO SR-PRINT-LINE.
002640     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
002650
002660     CLOSE SR-ADJUST-FILE.
002670     CLOSE SR-ADJRPT-FILE.
002680     IF SR-ADR-COUNT > ZERO
002690         MOVE ZERO TO RETURN-CODE
002700     ELSE
002710         MOVE 4 TO RETURN-CODE
002720     END-IF.
002730 9000-EXIT.
002740     EXIT.
002750
002760 9100-WRITE-PERIOD-TOTAL.
002770     MOVE SR-APT-ADJ-COUNT (SR-APT-SUB) TO SR-ADR-COUNT-ED.
002780     MOVE SR-APT-NET-CHANGE (SR-APT-SUB) TO SR-ADR-NET-ED.
002790     MOVE SPACES TO SR-PRINT-LINE.
002800     STRING "  PERIOD "                   DELIMITED BY SIZE
002810            SR-APT-PERIOD-ID (SR-APT-SUB) DELIMITED BY SIZE
002820            "  ADJUSTMENTS "              DELIMITED BY SIZE
002830            SR-ADR-COUNT-ED               DELIMITED BY SIZE
002840            "  NET CHANGE "               DELIMITED BY SIZE
002850            SR-ADR-NET-ED                 DELIMITED BY SIZE
002860         INTO SR-PRINT-LINE.
002870     WRITE SR-ADJRPT-RECORD FROM SR-PRINT-LINE.
002880 9100-EXIT.
002890     EXIT.
