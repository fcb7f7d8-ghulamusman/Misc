000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRXAGE.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRXAGE - OPEN EXCEPTIONS AGING REPORT.  LISTS EVERY ITEM   *
000090*  STILL OPEN ON THE SREXCLED EXCEPTIONS LEDGER (SEE SREXLREC, *
000100*  FED BY SQRXLED) BY STATION - THE LEDGER KEY PUTS STATIONS   *
000110*  IN ORDER, SO NO SORT STEP IS NEEDED - WITH ITS TYPE, THE    *
000120*  DATE IT OPENED, ITS AGE IN DAYS, HOW MANY RUNS HAVE         *
000130*  REPORTED IT AND THE OPERATOR WHO LAST TOUCHED IT.  EACH     *
000140*  STATION ENDS WITH ITS COUNTS IN THE 0-2, 3-7, 8-30 AND      *
000150*  OVER-30-DAY AGE BUCKETS, AND THE REPORT WITH THE SAME       *
000160*  BUCKETS FOR ALL STATIONS.  THE REPORT IS SRXAGRPT.          *
000170*                                                               *
000180*  RETURN CODES: 0 NOTHING OPEN OVER 30 DAYS, 4 ONE OR MORE    *
000190*  ITEMS OPEN OVER 30 DAYS, 8 THE LEDGER COULD NOT BE READ.    *
000200*                                                               *
000210*  MODIFICATION HISTORY                                        *
000220*  DATE        INIT  DESCRIPTION                               *
000230*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280
000290     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000300
000310     SELECT SR-EXLEDG-FILE ASSIGN TO "SREXCLED"
000320         ORGANIZATION IS INDEXED
000330         ACCESS IS SEQUENTIAL
000340         RECORD KEY IS SR-EXL-KEY
000350         FILE STATUS IS SR-EXLEDG-STATUS.
000360
000370     SELECT SR-XAGRPT-FILE ASSIGN TO "SRXAGRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SR-XAGRPT-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430
000440 FD  STANDARD-OUTPUT.
000450 01  OUT-LINE  PICTURE X(80).
000460
000470*****************************************************************
000480*  SR-EXLEDG-FILE - THE OPEN-EXCEPTIONS LEDGER, READ IN KEY    *
000490*  (STATION) ORDER                                             *
000500*****************************************************************
000510 FD  SR-EXLEDG-FILE.
000520     COPY SREXLREC.
000530
000540*****************************************************************
000550*  SR-XAGRPT-FILE - PRINTED AGING REPORT                       *
000560*****************************************************************
000570 FD  SR-XAGRPT-FILE.
000580 01  SR-XAGRPT-RECORD                PIC X(80).
000590
000600 WORKING-STORAGE SECTION.
000610 77  SR-EXLEDG-STATUS             PIC XX VALUE SPACES.
000620 77  SR-XAGRPT-STATUS             PIC XX VALUE SPACES.
000630
000640 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
000650     88  SR-END-OF-FILE                   VALUE "Y".
000660 77  SR-XAG-STOP-SWITCH           PIC X(1) VALUE "N".
000670     88  SR-XAG-STOPPED                   VALUE "Y".
000680
000690 77  SR-XAG-RUN-DATE              PIC 9(8) VALUE ZERO.
000700 77  SR-XAG-TODAY-INT             PIC S9(8) COMP VALUE ZERO.
000710 77  SR-XAG-OPENED-DATE           PIC 9(8) VALUE ZERO.
000720 77  SR-XAG-AGE-DAYS              PIC S9(8) COMP VALUE ZERO.
000730 77  SR-XAG-TYPE-NAME             PIC X(8) VALUE SPACES.
000740 77  SR-XAG-CUR-STATION           PIC X(4) VALUE SPACES.
000750 77  SR-XAG-STATION-SWITCH        PIC X(1) VALUE "N".
000760     88  SR-XAG-STATION-STARTED           VALUE "Y".
000770 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
000780
000790*****************************************************************
000800*  AGE BUCKETS - 1 = 0-2 DAYS, 2 = 3-7, 3 = 8-30, 4 = OVER 30. *
000810*  ONE SET FOR THE STATION IN HAND, ONE FOR THE WHOLE LEDGER.  *
000820*****************************************************************
000830 77  SR-XAG-BUCKET-SUB            PIC 9(4) COMP VALUE ZERO.
000840 01  SR-XAG-STN-BUCKETS.
000850     05  SR-XAG-STN-COUNT         PIC 9(6) COMP OCCURS 4 TIMES.
000860 01  SR-XAG-ALL-BUCKETS.
000870     05  SR-XAG-ALL-COUNT         PIC 9(6) COMP OCCURS 4 TIMES.
000880 77  SR-XAG-STN-TOTAL             PIC 9(6) COMP VALUE ZERO.
000890 77  SR-XAG-ALL-TOTAL             PIC 9(6) COMP VALUE ZERO.
000910
000920*    THE BUCKET COUNTS AS PRINTED
000930 01  SR-XAG-BUCKET-LINE.
000940     05  SR-XAG-BL-LABEL          PIC X(14).
000950     05  FILLER                   PIC X(6) VALUE " 0-2: ".
000960     05  SR-XAG-BL-1              PIC ZZZZZ9.
000970     05  FILLER                   PIC X(7) VALUE "  3-7: ".
000980     05  SR-XAG-BL-2              PIC ZZZZZ9.
000990     05  FILLER                   PIC X(8) VALUE "  8-30: ".
001000     05  SR-XAG-BL-3              PIC ZZZZZ9.
001010     05  FILLER                   PIC X(11) VALUE "  OVER 30: ".
001020     05  SR-XAG-BL-4              PIC ZZZZZ9.
001030     05  FILLER                   PIC X(10) VALUE SPACES.
001040
001050*    THE COLUMN HEADINGS, LINED UP WITH THE ITEM LINE BELOW
001060 01  SR-XAG-HEAD-LINE.
001070     05  FILLER                   PIC X(13) VALUE "  READING".
001080     05  FILLER                   PIC X(9) VALUE "TYPE".
001090     05  FILLER                   PIC X(9) VALUE "OPENED".
001100     05  FILLER                   PIC X(5) VALUE " AGE".
001110     05  FILLER                   PIC X(5) VALUE "SEEN".
001120     05  FILLER                   PIC X(9) VALUE "TOUCHED".
001130     05  FILLER                   PIC X(30) VALUE "DETAIL".
001140
001150*    ONE OPEN ITEM AS PRINTED
001160 01  SR-XAG-ITEM-LINE.
001170     05  FILLER                   PIC X(2) VALUE SPACES.
001180     05  SR-XAG-IL-READING        PIC X(10).
001190     05  FILLER                   PIC X(1) VALUE SPACE.
001200     05  SR-XAG-IL-TYPE           PIC X(8).
001210     05  FILLER                   PIC X(1) VALUE SPACE.
001220     05  SR-XAG-IL-OPENED         PIC X(8).
001230     05  FILLER                   PIC X(1) VALUE SPACE.
001240     05  SR-XAG-IL-AGE            PIC ZZZ9.
001250     05  FILLER                   PIC X(1) VALUE SPACE.
001260     05  SR-XAG-IL-SEEN           PIC ZZZ9.
001270     05  FILLER                   PIC X(1) VALUE SPACE.
001280     05  SR-XAG-IL-TOUCHED-BY     PIC X(8).
001290     05  FILLER                   PIC X(1) VALUE SPACE.
001300     05  SR-XAG-IL-DETAIL         PIC X(30).
001310
001320 PROCEDURE DIVISION.
001330
001340*****************************************************************
001350*  0000-MAINLINE                                               *
001360*****************************************************************
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     IF NOT SR-XAG-STOPPED
001400         PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
001410             UNTIL SR-END-OF-FILE
001420         PERFORM 3000-END-STATION THRU 3000-EXIT
001430         CLOSE SR-EXLEDG-FILE
001440     END-IF.
001450     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001460     GOBACK.
001470
001480*****************************************************************
001490*  1000-INITIALIZE - START THE REPORT AND OPEN THE LEDGER.  NO *
001500*  LEDGER YET MEANS NOTHING HAS BEEN FED, SO NOTHING IS OPEN.  *
001510*****************************************************************
001520 1000-INITIALIZE.
001530     ACCEPT SR-XAG-RUN-DATE FROM DATE YYYYMMDD.
001540     MOVE ZERO TO RETURN-CODE.
001550     COMPUTE SR-XAG-TODAY-INT =
001560         FUNCTION INTEGER-OF-DATE (SR-XAG-RUN-DATE).
001570     INITIALIZE SR-XAG-STN-BUCKETS.
001580     INITIALIZE SR-XAG-ALL-BUCKETS.
001590
001600     OPEN OUTPUT SR-XAGRPT-FILE.
001610     MOVE SPACES TO SR-PRINT-LINE.
001620     STRING "OPEN EXCEPTIONS AGING   AS OF "
001630                                DELIMITED BY SIZE
001640            SR-XAG-RUN-DATE     DELIMITED BY SIZE
001650         INTO SR-PRINT-LINE.
001660     WRITE SR-XAGRPT-RECORD FROM SR-PRINT-LINE.
001670     MOVE SPACES TO SR-XAGRPT-RECORD.
001680     WRITE SR-XAGRPT-RECORD.
001690     WRITE SR-XAGRPT-RECORD FROM SR-XAG-HEAD-LINE.
001700
001710     MOVE "N" TO SR-EOF-SWITCH.
001720     OPEN INPUT SR-EXLEDG-FILE.
001730     IF SR-EXLEDG-STATUS = "35"
001740         SET SR-END-OF-FILE TO TRUE
001750         SET SR-XAG-STOPPED TO TRUE
001760         GO TO 1000-EXIT
001770     END-IF.
001780     IF SR-EXLEDG-STATUS NOT = "00"
001790         MOVE SPACES TO SR-PRINT-LINE
001800         STRING "EXCEPTIONS LEDGER OPEN FAILED, STATUS "
001810                                DELIMITED BY SIZE
001820                SR-EXLEDG-STATUS DELIMITED BY SIZE
001830             INTO SR-PRINT-LINE
001840         WRITE SR-XAGRPT-RECORD FROM SR-PRINT-LINE
001850         MOVE 8 TO RETURN-CODE
001860         SET SR-XAG-STOPPED TO TRUE
001870     END-IF.
001880 1000-EXIT.
001890     EXIT.
001900
001910*****************************************************************
001920*  2000-AGE-ONE-ITEM - ONE LEDGER ITEM.  CLOSED ITEMS ARE      *
001930*  PASSED OVER; AN OPEN ONE IS AGED, BUCKETED AND LISTED UNDER *
001940*  ITS STATION.                                                *
001950*****************************************************************
001960 2000-AGE-ONE-ITEM.
001970     READ SR-EXLEDG-FILE NEXT RECORD
001980         AT END
001990             SET SR-END-OF-FILE TO TRUE
002000             GO TO 2000-EXIT
002010     END-READ.
002020     IF NOT SR-EXL-OPEN
002030         GO TO 2000-EXIT
002040     END-IF.
002050
002060     IF SR-XAG-STATION-STARTED
002070         IF SR-EXL-SOURCE-STATION NOT = SR-XAG-CUR-STATION
002080             PERFORM 3000-END-STATION THRU 3000-EXIT
002090         END-IF
002100     END-IF.
002110     IF NOT SR-XAG-STATION-STARTED
002120         PERFORM 2100-START-STATION THRU 2100-EXIT
002130     END-IF.
002140
002150     IF SR-EXL-OPENED-DATE NOT NUMERIC
002160         MOVE ZERO TO SR-XAG-AGE-DAYS
002170     ELSE
002180         MOVE SR-EXL-OPENED-DATE TO SR-XAG-OPENED-DATE
002190         COMPUTE SR-XAG-AGE-DAYS = SR-XAG-TODAY-INT
002200             - FUNCTION INTEGER-OF-DATE (SR-XAG-OPENED-DATE)
002210     END-IF.
002220     EVALUATE TRUE
002230         WHEN SR-XAG-AGE-DAYS < 3
002240             MOVE 1 TO SR-XAG-BUCKET-SUB
002250         WHEN SR-XAG-AGE-DAYS < 8
002260             MOVE 2 TO SR-XAG-BUCKET-SUB
002270         WHEN SR-XAG-AGE-DAYS < 31
002280             MOVE 3 TO SR-XAG-BUCKET-SUB
002290         WHEN OTHER
002300             MOVE 4 TO SR-XAG-BUCKET-SUB
002310     END-EVALUATE.
002320     ADD 1 TO SR-XAG-STN-COUNT (SR-XAG-BUCKET-SUB).
002330     ADD 1 TO SR-XAG-ALL-COUNT (SR-XAG-BUCKET-SUB).
002340     ADD 1 TO SR-XAG-STN-TOTAL.
002350     ADD 1 TO SR-XAG-ALL-TOTAL.
002360
002370     EVALUATE TRUE
002380         WHEN SR-EXL-REJECT
002390             MOVE "REJECT  " TO SR-XAG-TYPE-NAME
002400         WHEN SR-EXL-SUSPECT
002410             MOVE "SUSPECT " TO SR-XAG-TYPE-NAME
002420         WHEN SR-EXL-DUPLICATE
002430             MOVE "DUPLICAT" TO SR-XAG-TYPE-NAME
002440         WHEN SR-EXL-OVERFLOW
002450             MOVE "OVERFLOW" TO SR-XAG-TYPE-NAME
002460         WHEN SR-EXL-MISSING
002470             MOVE "MISSING " TO SR-XAG-TYPE-NAME
002480         WHEN OTHER
002490             MOVE SR-EXL-TYPE TO SR-XAG-TYPE-NAME
002500     END-EVALUATE.
002510     MOVE SR-EXL-READING-ID     TO SR-XAG-IL-READING.
002520     MOVE SR-XAG-TYPE-NAME      TO SR-XAG-IL-TYPE.
002530     MOVE SR-EXL-OPENED-DATE    TO SR-XAG-IL-OPENED.
002540     MOVE SR-XAG-AGE-DAYS       TO SR-XAG-IL-AGE.
002550     MOVE SR-EXL-TIMES-SEEN     TO SR-XAG-IL-SEEN.
002560     MOVE SR-EXL-TOUCH-OPERATOR TO SR-XAG-IL-TOUCHED-BY.
002570     MOVE SR-EXL-DETAIL         TO SR-XAG-IL-DETAIL.
002580     WRITE SR-XAGRPT-RECORD FROM SR-XAG-ITEM-LINE.
002590 2000-EXIT.
002600     EXIT.
002610
002620*****************************************************************
002630*  2100-START-STATION - HEADING FOR THE NEXT STATION WITH      *
002640*  OPEN ITEMS                                                  *
002650*****************************************************************
002660 2100-START-STATION.
002670     MOVE SR-EXL-SOURCE-STATION TO SR-XAG-CUR-STATION.
002680     SET SR-XAG-STATION-STARTED TO TRUE.
002690     INITIALIZE SR-XAG-STN-BUCKETS.
002700     MOVE ZERO TO SR-XAG-STN-TOTAL.
002720     MOVE SPACES TO SR-XAGRPT-RECORD.
002730     WRITE SR-XAGRPT-RECORD.
002740     MOVE SPACES TO SR-PRINT-LINE.
002750     STRING "STATION "             DELIMITED BY SIZE
002760            SR-XAG-CUR-STATION     DELIMITED BY SIZE
002770         INTO SR-PRINT-LINE.
002780     WRITE SR-XAGRPT-RECORD FROM SR-PRINT-LINE.
002790 2100-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*  3000-END-STATION - THE STATION'S AGE-BUCKET COUNTS          *
002840*****************************************************************
002850 3000-END-STATION.
002860     IF NOT SR-XAG-STATION-STARTED
002870         GO TO 3000-EXIT
002880     END-IF.
002890     MOVE SPACES TO SR-XAG-BL-LABEL.
002900     STRING "  STATION "           DELIMITED BY SIZE
002910            SR-XAG-CUR-STATION     DELIMITED BY SIZE
002920         INTO SR-XAG-BL-LABEL.
002930     MOVE SR-XAG-STN-COUNT (1) TO SR-XAG-BL-1.
002940     MOVE SR-XAG-STN-COUNT (2) TO SR-XAG-BL-2.
002950     MOVE SR-XAG-STN-COUNT (3) TO SR-XAG-BL-3.
002960     MOVE SR-XAG-STN-COUNT (4) TO SR-XAG-BL-4.
002970     WRITE SR-XAGRPT-RECORD FROM SR-XAG-BUCKET-LINE.
002980     MOVE "N" TO SR-XAG-STATION-SWITCH.
002990 3000-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030*  9000-FINALIZE - LEDGER-WIDE BUCKETS AND RETURN-CODE         *
003040*  SIGNALING.  ANYTHING OPEN OVER 30 DAYS ENDS WITH RETURN     *
003050*  CODE 4 SO IT IS SEEN BEFORE THE MONTH-END CLOSE.            *
003060*****************************************************************
003070 9000-FINALIZE.
003080     IF RETURN-CODE = 8
003090         CLOSE SR-XAGRPT-FILE
003100         DISPLAY "SQRXAGE: EXCEPTIONS LEDGER NOT AVAILABLE - "
003110             "SEE SRXAGRPT"
003120         GO TO 9000-EXIT
003130     END-IF.
003140
003150     MOVE SPACES TO SR-XAGRPT-RECORD.
003160     WRITE SR-XAGRPT-RECORD.
003170     IF SR-XAG-ALL-TOTAL = ZERO
003180         MOVE "NO OPEN EXCEPTIONS ON THE LEDGER"
003190             TO SR-XAGRPT-RECORD
003200         WRITE SR-XAGRPT-RECORD
003210     END-IF.
003220     MOVE "ALL STATIONS" TO SR-XAG-BL-LABEL.
003230     MOVE SR-XAG-ALL-COUNT (1) TO SR-XAG-BL-1.
003240     MOVE SR-XAG-ALL-COUNT (2) TO SR-XAG-BL-2.
003250     MOVE SR-XAG-ALL-COUNT (3) TO SR-XAG-BL-3.
003260     MOVE SR-XAG-ALL-COUNT (4) TO SR-XAG-BL-4.
003270     WRITE SR-XAGRPT-RECORD FROM SR-XAG-BUCKET-LINE.
003280     CLOSE SR-XAGRPT-FILE.
003290
003300     IF SR-XAG-ALL-COUNT (4) > ZERO
003310         MOVE SR-XAG-ALL-COUNT (4) TO SR-XAG-BL-4
003320         DISPLAY "SQRXAGE: " SR-XAG-BL-4
003330             " EXCEPTIONS OPEN OVER 30 DAYS - SEE SRXAGRPT"
003340         MOVE 4 TO RETURN-CODE
003350     ELSE
003360         MOVE SR-XAG-ALL-TOTAL TO SR-XAG-BL-1
003370         DISPLAY "SQRXAGE: " SR-XAG-BL-1
003380             " EXCEPTIONS OPEN, NONE OVER 30 DAYS"
003390         MOVE ZERO TO RETURN-CODE
003400     END-IF.
003410 9000-EXIT.
003420     EXIT.
