000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRSCORE.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRSCORE - MONTHLY STATION DELIVERY TIMELINESS SCORECARD,   *
000090*  FOR THE QUARTERLY SERVICE REVIEW.  SQRINTK APPENDS ONE      *
000100*  SRARRLOG RECORD (SEE SRARRREC) PER STATION PER INTAKE RUN   *
000110*  - ON TIME, LATE, MISSING OR FAILED PROOF - UNDER THE DUE    *
000120*  DATE OF THE CUT-OFF IT WAS HELD TO.  THIS PROGRAM SCORES    *
000130*  EVERY STATION OVER THE BUSINESS DAYS OF THE MONTH:          *
000140*    - THE BUSINESS DAYS COME FROM SRCALEND (SEE SRCALREC),    *
000150*      UP TO THE RUN DATE WHEN THE MONTH IS STILL OPEN; WITH   *
000160*      NO CALENDAR FOR THE MONTH, EVERY DUE DATE ON THE LOG    *
000170*      COUNTS AS A BUSINESS DAY                                *
000180*    - A DAY IS ON TIME IF ANY DELIVERY THAT DAY WAS, ELSE     *
000190*      LATE (BY ITS LEAST LATE DELIVERY), ELSE A PROOF FAILURE *
000200*      DAY, ELSE MISSING - NO FILE, OR NO RECORD AT ALL        *
000210*    - EVERY FAILED PROOF IN THE MONTH COUNTS AGAINST THE      *
000220*      STATION, EVEN WHEN A LATER RERUN PROVED THE FILE        *
000230*  STATIONS ARE RANKED BY ON-TIME PERCENTAGE, THEN AVERAGE     *
000240*  MINUTES LATE, MISSING DAYS AND PROOF FAILURES, AND THE      *
000250*  SRSCORPT REPORT PRINTS THEM IN RANK ORDER ON A PAGE PER     *
000260*  STATION MANAGER (SRSTNMAS) WITH THE MANAGER'S TOTALS, THEN  *
000270*  A SUMMARY PAGE OF ALL MANAGERS.  EVERY ACTIVE OR HELD       *
000280*  STATION IS SCORED, DELIVERING OR NOT; A RETIRED STATION,    *
000290*  OR ONE NOT ON THE MASTER, ONLY WHEN IT IS ON THE LOG.       *
000300*                                                              *
000310*  THE MONTH (YYYYMM) COMES FROM MAIN'S SCORECRD COMMAND       *
000320*  THROUGH THE SQRSCORM ENTRY POINT; THE STANDALONE JOB STEP,  *
000330*  OR A SCORECRD COMMAND WITH NO MONTH, SCORES THE CALENDAR    *
000340*  MONTH BEFORE THE RUN DATE.                                  *
000350*                                                              *
000360*  RETURN CODES: 0 SCORECARD PRINTED, 4 NO ARRIVALS ON         *
000370*  SRARRLOG FOR THE MONTH, 8 AN INVALID MONTH.                 *
000380*                                                              *
000390*  MODIFICATION HISTORY                                        *
000400*  DATE        INIT  DESCRIPTION                               *
000410*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460
000470     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000480
000490     SELECT OPTIONAL SR-ARRLOG-FILE ASSIGN TO "SRARRLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SR-ARRLOG-STATUS.
000520
000530     SELECT OPTIONAL SR-STNMAS-FILE ASSIGN TO "SRSTNMAS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SR-STNMAS-STATUS.
000560
000570     SELECT OPTIONAL SR-CALEND-FILE ASSIGN TO "SRCALEND"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SR-CALEND-STATUS.
000600
000610     SELECT SR-SCORPT-FILE ASSIGN TO "SRSCORPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SR-SCORPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670
000680 FD  STANDARD-OUTPUT.
000690 01  OUT-LINE  PICTURE X(80).
000700
000710*****************************************************************
000720*  SR-ARRLOG-FILE - SQRINTK'S STATION ARRIVAL LOG              *
000730*****************************************************************
000740 FD  SR-ARRLOG-FILE.
000750     COPY SRARRREC.
000760
000770*****************************************************************
000780*  SR-STNMAS-FILE - STATION MASTER, FOR THE DESCRIPTIONS AND   *
000790*  STATION MANAGERS                                            *
000800*****************************************************************
000810 FD  SR-STNMAS-FILE.
000820     COPY SRSTNREC.
000830
000840*****************************************************************
000850*  SR-CALEND-FILE - PROCESSING CALENDAR, FOR THE BUSINESS DAYS *
000860*****************************************************************
000870 FD  SR-CALEND-FILE.
000880     COPY SRCALREC.
000890
000900*****************************************************************
000910*  SR-SCORPT-FILE - PRINTED SCORECARD, A PAGE PER MANAGER      *
000920*****************************************************************
000930 FD  SR-SCORPT-FILE.
000940 01  SR-SCORPT-RECORD                PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 77  SR-ARRLOG-STATUS             PIC XX VALUE SPACES.
000980 77  SR-STNMAS-STATUS             PIC XX VALUE SPACES.
000990 77  SR-CALEND-STATUS             PIC XX VALUE SPACES.
001000 77  SR-SCORPT-STATUS             PIC XX VALUE SPACES.
001010
001020 77  SR-SCO-EOF-SWITCH            PIC X(1) VALUE "N".
001030     88  SR-SCO-END-OF-FILE               VALUE "Y".
001040 77  SR-SCO-MONTH-SWITCH          PIC X(1) VALUE "N".
001050     88  SR-SCO-BAD-MONTH                 VALUE "Y".
001060
001070 77  SR-SCO-TIME-FLD              PIC 9(8) VALUE ZERO.
001080 77  SR-SCO-PRINT-LINE            PIC X(80) VALUE SPACES.
001090 01  SR-SCO-RUN-DATE              PIC 9(8) VALUE ZERO.
001100 01  SR-SCO-RUN-DATE-R REDEFINES SR-SCO-RUN-DATE.
001110     05  SR-SCO-RUN-YEAR             PIC 9(4).
001120     05  SR-SCO-RUN-MM               PIC 9(2).
001130     05  SR-SCO-RUN-DD               PIC 9(2).
001140 01  SR-SCO-RUN-YYMM-R REDEFINES SR-SCO-RUN-DATE.
001150     05  SR-SCO-RUN-YYMM             PIC X(6).
001160     05  FILLER                      PIC X(2).
001170
001180*****************************************************************
001190*  THE MONTH BEING SCORED, AND ITS LAST SCORED DAY - THE END   *
001200*  OF THE MONTH, OR THE RUN DATE FOR THE MONTH IN PROGRESS     *
001210*****************************************************************
001220 77  SR-SCO-CALLER-MONTH          PIC X(8) VALUE SPACES.
001230 01  SR-SCO-MONTH.
001240     05  SR-SCO-MONTH-YEAR           PIC 9(4).
001250     05  SR-SCO-MONTH-MM             PIC 9(2).
001260 01  SR-SCO-MONTH-X REDEFINES SR-SCO-MONTH
001270                                 PIC X(6).
001280 77  SR-SCO-LAST-DAY              PIC 9(2) VALUE ZERO.
001290 77  SR-SCO-LEAP-QUOT             PIC 9(4) COMP VALUE ZERO.
001300 77  SR-SCO-LEAP-REM              PIC 9(4) COMP VALUE ZERO.
001310 77  SR-SCO-CAL-DAY               PIC 9(2) VALUE ZERO.
001320
001330*****************************************************************
001340*  THE DAYS OF THE MONTH THAT COUNT.  Y = A BUSINESS DAY (OR,  *
001350*  WITH NO CALENDAR, A DUE DATE SEEN ON THE LOG).              *
001360*****************************************************************
001370 77  SR-SCO-CAL-SWITCH            PIC X(1) VALUE "N".
001380     88  SR-SCO-CALENDAR-USED             VALUE "Y".
001390 77  SR-SCO-BUSINESS-DAYS         PIC 9(2) VALUE ZERO.
001400 77  SR-SCO-DAY                   PIC 9(2) VALUE ZERO.
001410 01  SR-SCO-CAL-TABLE.
001420     05  SR-SCO-CAL-DAY-FLAG         PIC X(1) OCCURS 31 TIMES.
001430 01  SR-SCO-LOG-TABLE.
001440     05  SR-SCO-LOG-DAY-FLAG         PIC X(1) OCCURS 31 TIMES.
001450
001460*****************************************************************
001470*  ONE ENTRY PER STATION SCORED, WITH THE BEST OUTCOME OF      *
001480*  EACH DAY (O, L, F OR M - SPACE FOR NO RECORD) AND, FOR A    *
001490*  LATE DAY, ITS LEAST MINUTES LATE.  100 STATIONS MATCHES     *
001500*  THE TABLES IN SQUAREROOT.                                   *
001510*****************************************************************
001520 77  SR-SCO-STN-COUNT             PIC 9(4) COMP VALUE ZERO.
001530 77  SR-SCO-STN-SUB               PIC 9(4) COMP VALUE ZERO.
001540 77  SR-SCO-OTHER-SUB             PIC 9(4) COMP VALUE ZERO.
001550 77  SR-SCO-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
001560 77  SR-SCO-STN-DROPPED           PIC 9(6) COMP VALUE ZERO.
001570 77  SR-SCO-SCORED-COUNT          PIC 9(4) COMP VALUE ZERO.
001580 77  SR-SCO-RANK                  PIC 9(4) COMP VALUE ZERO.
001590 77  SR-SCO-ARRIVALS              PIC 9(6) COMP VALUE ZERO.
001600 77  SR-SCO-BETTER-SWITCH         PIC X(1) VALUE "N".
001610     88  SR-SCO-OTHER-IS-BETTER           VALUE "Y".
001620 01  SR-SCO-STN-TABLE.
001630     05  SR-SCO-STN-ENTRY            OCCURS 100 TIMES.
001640         10  SR-SCO-T-CODE           PIC X(4).
001650         10  SR-SCO-T-DESC           PIC X(20).
001660         10  SR-SCO-T-MANAGER        PIC X(20).
001670*            Y = EXPECTED TO DELIVER (ACTIVE OR HELD ON SRSTNMAS)
001680         10  SR-SCO-T-EXPECTED       PIC X(1).
001690*            Y = ON SRARRLOG FOR THE MONTH
001700         10  SR-SCO-T-SEEN           PIC X(1).
001710         10  SR-SCO-T-DAY-RESULT     PIC X(1) OCCURS 31 TIMES.
001720         10  SR-SCO-T-DAY-LATE       PIC 9(5) COMP
001730                                     OCCURS 31 TIMES.
001740         10  SR-SCO-T-ON-TIME        PIC 9(4) COMP.
001750         10  SR-SCO-T-LATE-DAYS      PIC 9(4) COMP.
001760         10  SR-SCO-T-LATE-MINS      PIC 9(9) COMP.
001770         10  SR-SCO-T-MISSING        PIC 9(4) COMP.
001780         10  SR-SCO-T-FAILURES       PIC 9(4) COMP.
001790         10  SR-SCO-T-PCT            PIC 9(3)V9.
001800         10  SR-SCO-T-AVG-LATE       PIC 9(5).
001810         10  SR-SCO-T-RANK           PIC 9(4) COMP.
001820
001830*****************************************************************
001840*  ONE ENTRY PER STATION MANAGER, WITH THE TOTALS OF THE       *
001850*  MANAGER'S STATIONS AND THE MANAGER'S ALPHABETIC PLACE       *
001860*****************************************************************
001870 77  SR-SCO-MGR-COUNT             PIC 9(4) COMP VALUE ZERO.
001880 77  SR-SCO-MGR-SUB               PIC 9(4) COMP VALUE ZERO.
001890 77  SR-SCO-MGR-PLACE             PIC 9(4) COMP VALUE ZERO.
001900 77  SR-SCO-MGR-FOUND-SWITCH      PIC X(1) VALUE "N".
001910     88  SR-SCO-MGR-FOUND                 VALUE "Y".
001920 01  SR-SCO-MGR-TABLE.
001930     05  SR-SCO-MGR-ENTRY            OCCURS 100 TIMES.
001940         10  SR-SCO-M-NAME           PIC X(20).
001950         10  SR-SCO-M-STATIONS       PIC 9(4) COMP.
001960         10  SR-SCO-M-DAYS           PIC 9(6) COMP.
001970         10  SR-SCO-M-ON-TIME        PIC 9(6) COMP.
001980         10  SR-SCO-M-LATE-DAYS      PIC 9(6) COMP.
001990         10  SR-SCO-M-LATE-MINS      PIC 9(9) COMP.
002000         10  SR-SCO-M-MISSING        PIC 9(6) COMP.
002010         10  SR-SCO-M-FAILURES       PIC 9(6) COMP.
002020         10  SR-SCO-M-PLACE          PIC 9(4) COMP.
002030
002040*****************************************************************
002050*  A TOTAL LINE'S FIGURES - ONE MANAGER, OR ALL OF THEM        *
002060*****************************************************************
002070 77  SR-SCO-TOT-CAPTION           PIC X(20) VALUE SPACES.
002080 77  SR-SCO-TOT-STATIONS          PIC 9(4) COMP VALUE ZERO.
002090 77  SR-SCO-TOT-DAYS              PIC 9(6) COMP VALUE ZERO.
002100 77  SR-SCO-TOT-ON-TIME           PIC 9(6) COMP VALUE ZERO.
002110 77  SR-SCO-TOT-LATE-DAYS         PIC 9(6) COMP VALUE ZERO.
002120 77  SR-SCO-TOT-LATE-MINS         PIC 9(9) COMP VALUE ZERO.
002130 77  SR-SCO-TOT-MISSING           PIC 9(6) COMP VALUE ZERO.
002140 77  SR-SCO-TOT-FAILURES          PIC 9(6) COMP VALUE ZERO.
002150 77  SR-SCO-TOT-PCT               PIC 9(3)V9 VALUE ZERO.
002160 77  SR-SCO-TOT-AVG-LATE          PIC 9(5) VALUE ZERO.
002170
002180*****************************************************************
002190*  PAGING AND EDITED FIELDS                                    *
002200*****************************************************************
002210 77  SR-SCO-PAGE-CAPTION          PIC X(40) VALUE SPACES.
002220 77  SR-SCO-PAGE-NUMBER           PIC 9(4) COMP VALUE ZERO.
002230 77  SR-SCO-PAGE-NUMBER-ED        PIC ZZZ9.
002240 77  SR-SCO-LINE-COUNT            PIC 9(4) COMP VALUE ZERO.
002250 77  SR-SCO-MAX-LINES             PIC 9(4) COMP VALUE 50.
002260 77  SR-SCO-HEADING-SWITCH        PIC X(1) VALUE "S".
002270     88  SR-SCO-STATION-HEADINGS          VALUE "S".
002280     88  SR-SCO-MANAGER-HEADINGS          VALUE "M".
002290 77  SR-SCO-RANK-ED               PIC ZZ9.
002300 77  SR-SCO-STNS-ED               PIC ZZZ9.
002310 77  SR-SCO-NAME-ED               PIC X(20).
002320 77  SR-SCO-DAYS-ED               PIC ZZZ9.
002330 77  SR-SCO-PCT-ED                PIC ZZ9.9.
002340 77  SR-SCO-LATE-ED               PIC ZZZ9.
002350 77  SR-SCO-AVG-ED                PIC ZZZ,ZZ9.
002360 77  SR-SCO-MISS-ED               PIC ZZZ9.
002370 77  SR-SCO-FAIL-ED               PIC ZZZZ9.
002380 77  SR-SCO-BIG-ED                PIC ZZ,ZZ9.
002390 77  SR-SCO-COUNT-ED              PIC Z,ZZZ,ZZ9.
002400
002410 LINKAGE SECTION.
002420*    SR-LNK-SCO-MONTH IS ONLY ADDRESSABLE WHEN MAIN COMES IN
002430*    THROUGH THE SQRSCORM ENTRY POINT BELOW WITH THE SCORECRD
002440*    COMMAND'S OPERAND - YYYYMM, OR SPACES FOR LAST MONTH.
002450 01  SR-LNK-SCO-MONTH             PIC X(8).
002460
002470 PROCEDURE DIVISION.
002480
002490*****************************************************************
002500*  0000-MAINLINE - THE STANDALONE JOB-STEP ENTRY.  NO CALLER,  *
002510*  NO MONTH - LAST CALENDAR MONTH IS SCORED.                   *
002520*****************************************************************
002530 0000-MAINLINE.
002540     MOVE SPACES TO SR-SCO-CALLER-MONTH.
002550     PERFORM 0100-RUN-SCORECARD THRU 0100-EXIT.
002560     GOBACK.
002570
002580*****************************************************************
002590*  0010-CALLED-ENTRY - MAIN COMES IN HERE (AS FOR SQRCHRGM IN  *
002600*  SQRCHRG) WITH THE MONTH TO SCORE.                           *
002610*****************************************************************
002620 0010-CALLED-ENTRY.
002630 ENTRY "SQRSCORM" USING SR-LNK-SCO-MONTH.
002640     MOVE SR-LNK-SCO-MONTH TO SR-SCO-CALLER-MONTH.
002650     PERFORM 0100-RUN-SCORECARD THRU 0100-EXIT.
002660     GOBACK.
002670
002680*****************************************************************
002690*  0100-RUN-SCORECARD - THE WHOLE SCORECARD, SHARED BY BOTH    *
002700*  ENTRIES.                                                    *
002710*****************************************************************
002720 0100-RUN-SCORECARD.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740
002750     IF NOT SR-SCO-BAD-MONTH
002760         PERFORM 2000-LOAD-STATIONS THRU 2000-EXIT
002770         PERFORM 2500-LOAD-ARRIVALS THRU 2500-EXIT
002780         PERFORM 2800-LOAD-CALENDAR THRU 2800-EXIT
002790         IF SR-SCO-ARRIVALS > ZERO
002800             PERFORM 3000-SCORE-STATIONS THRU 3000-EXIT
002810             PERFORM 3500-RANK-STATIONS THRU 3500-EXIT
002820             PERFORM 3700-BUILD-MANAGERS THRU 3700-EXIT
002830             PERFORM 4000-PRINT-MANAGERS THRU 4000-EXIT
002840             PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
002850         END-IF
002860     END-IF.
002870
002880     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002890 0100-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*  1000-INITIALIZE - SETTLE THE MONTH AND START THE REPORT.    *
002940*  EVERY TABLE AND TOTAL IS CLEARED HERE, SINCE MAIN MAY CALL  *
002950*  THIS PROGRAM MORE THAN ONCE.                                *
002960*****************************************************************
002970 1000-INITIALIZE.
002980     ACCEPT SR-SCO-RUN-DATE FROM DATE YYYYMMDD.
002990     ACCEPT SR-SCO-TIME-FLD FROM TIME.
003000     MOVE "N" TO SR-SCO-MONTH-SWITCH.
003010     MOVE "N" TO SR-SCO-CAL-SWITCH.
003020     INITIALIZE SR-SCO-STN-TABLE.
003030     INITIALIZE SR-SCO-MGR-TABLE.
003040     MOVE SPACES TO SR-SCO-CAL-TABLE.
003050     MOVE SPACES TO SR-SCO-LOG-TABLE.
003060     MOVE ZERO TO SR-SCO-STN-COUNT.
003070     MOVE ZERO TO SR-SCO-STN-DROPPED.
003080     MOVE ZERO TO SR-SCO-SCORED-COUNT.
003090     MOVE ZERO TO SR-SCO-MGR-COUNT.
003100     MOVE ZERO TO SR-SCO-ARRIVALS.
003110     MOVE ZERO TO SR-SCO-BUSINESS-DAYS.
003120     MOVE ZERO TO SR-SCO-PAGE-NUMBER.
003130
003140     PERFORM 1200-SET-MONTH THRU 1200-EXIT.
003150
003160     OPEN OUTPUT SR-SCORPT-FILE.
003170     MOVE SPACES TO SR-SCO-PRINT-LINE.
003180     STRING "STATION DELIVERY TIMELINESS SCORECARD   MONTH: "
003190                                        DELIMITED BY SIZE
003200            SR-SCO-MONTH-X              DELIMITED BY SIZE
003210            "  RUN DATE: "              DELIMITED BY SIZE
003220            SR-SCO-RUN-DATE             DELIMITED BY SIZE
003230         INTO SR-SCO-PRINT-LINE.
003240     IF SR-SCO-BAD-MONTH
003250         MOVE SPACES TO SR-SCO-PRINT-LINE
003260         STRING "SCORECARD MONTH NOT VALID: " DELIMITED BY SIZE
003270                SR-SCO-CALLER-MONTH           DELIMITED BY SIZE
003280                " - NOTHING SCORED"           DELIMITED BY SIZE
003290             INTO SR-SCO-PRINT-LINE
003300     END-IF.
003310     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
003320 1000-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*  1200-SET-MONTH - THE CALLER'S YYYYMM, OR THE CALENDAR MONTH *
003370*  BEFORE THE RUN DATE WHEN NONE WAS GIVEN; THEN THE LAST DAY  *
003380*  OF IT THAT CAN BE SCORED.                                   *
003390*****************************************************************
003400 1200-SET-MONTH.
003410     IF SR-SCO-CALLER-MONTH = SPACES
003420             OR SR-SCO-CALLER-MONTH = LOW-VALUES
003430         MOVE SR-SCO-RUN-YEAR TO SR-SCO-MONTH-YEAR
003440         IF SR-SCO-RUN-MM = 1
003450             SUBTRACT 1 FROM SR-SCO-MONTH-YEAR
003460             MOVE 12 TO SR-SCO-MONTH-MM
003470         ELSE
003480             SUBTRACT 1 FROM SR-SCO-RUN-MM
003490                 GIVING SR-SCO-MONTH-MM
003500         END-IF
003510     ELSE
003520         MOVE SR-SCO-CALLER-MONTH TO SR-SCO-MONTH-X
003530         IF SR-SCO-MONTH-X NOT NUMERIC
003540             SET SR-SCO-BAD-MONTH TO TRUE
003550             GO TO 1200-EXIT
003560         END-IF
003570         IF SR-SCO-MONTH-MM < 1 OR SR-SCO-MONTH-MM > 12
003580                 OR SR-SCO-MONTH-X > SR-SCO-RUN-YYMM
003590             SET SR-SCO-BAD-MONTH TO TRUE
003600             GO TO 1200-EXIT
003610         END-IF
003620     END-IF.
003630
003640     PERFORM 1250-LAST-DAY-OF-MONTH THRU 1250-EXIT.
003650     IF SR-SCO-MONTH-X = SR-SCO-RUN-YYMM
003660         MOVE SR-SCO-RUN-DD TO SR-SCO-LAST-DAY
003670     END-IF.
003680 1200-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*  1250-LAST-DAY-OF-MONTH - DAYS IN THE SCORECARD MONTH, INTO  *
003730*  SR-SCO-LAST-DAY                                             *
003740*****************************************************************
003750 1250-LAST-DAY-OF-MONTH.
003760     EVALUATE SR-SCO-MONTH-MM
003770         WHEN 4
003780         WHEN 6
003790         WHEN 9
003800         WHEN 11
003810             MOVE 30 TO SR-SCO-LAST-DAY
003820         WHEN 2
003830             MOVE 28 TO SR-SCO-LAST-DAY
003840             DIVIDE SR-SCO-MONTH-YEAR BY 4
003850                 GIVING SR-SCO-LEAP-QUOT REMAINDER SR-SCO-LEAP-REM
003860             IF SR-SCO-LEAP-REM = ZERO
003870                 MOVE 29 TO SR-SCO-LAST-DAY
003880                 DIVIDE SR-SCO-MONTH-YEAR BY 100
003890                     GIVING SR-SCO-LEAP-QUOT
003900                     REMAINDER SR-SCO-LEAP-REM
003910                 IF SR-SCO-LEAP-REM = ZERO
003920                     MOVE 28 TO SR-SCO-LAST-DAY
003930                     DIVIDE SR-SCO-MONTH-YEAR BY 400
003940                         GIVING SR-SCO-LEAP-QUOT
003950                         REMAINDER SR-SCO-LEAP-REM
003960                     IF SR-SCO-LEAP-REM = ZERO
003970                         MOVE 29 TO SR-SCO-LAST-DAY
003980                     END-IF
003990                 END-IF
004000             END-IF
004010         WHEN OTHER
004020             MOVE 31 TO SR-SCO-LAST-DAY
004030     END-EVALUATE.
004040 1250-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080*  2000-LOAD-STATIONS - EVERY STATION ON SRSTNMAS, WITH ITS    *
004090*  DESCRIPTION AND MANAGER.  ACTIVE AND HELD STATIONS ARE      *
004100*  EXPECTED TO DELIVER AND ARE ALWAYS SCORED.                  *
004110*****************************************************************
004120 2000-LOAD-STATIONS.
004130     MOVE "N" TO SR-SCO-EOF-SWITCH.
004140     OPEN INPUT SR-STNMAS-FILE.
004150     IF SR-STNMAS-STATUS NOT = "00"
004160         SET SR-SCO-END-OF-FILE TO TRUE
004170     END-IF.
004180     PERFORM 2100-LOAD-ONE-STATION THRU 2100-EXIT
004190         UNTIL SR-SCO-END-OF-FILE.
004200     CLOSE SR-STNMAS-FILE.
004210 2000-EXIT.
004220     EXIT.
004230
004240 2100-LOAD-ONE-STATION.
004250     READ SR-STNMAS-FILE
004260         AT END
004270             SET SR-SCO-END-OF-FILE TO TRUE
004280             GO TO 2100-EXIT
004290     END-READ.
004300     IF SR-SCO-STN-COUNT NOT < 100
004310         ADD 1 TO SR-SCO-STN-DROPPED
004320         GO TO 2100-EXIT
004330     END-IF.
004340     ADD 1 TO SR-SCO-STN-COUNT.
004350     MOVE SR-SCO-STN-COUNT TO SR-SCO-STN-SUB.
004360     MOVE SR-STN-STATION-CODE TO SR-SCO-T-CODE (SR-SCO-STN-SUB).
004370     MOVE SR-STN-DESCRIPTION TO SR-SCO-T-DESC (SR-SCO-STN-SUB).
004380     MOVE SR-STN-MANAGER TO SR-SCO-T-MANAGER (SR-SCO-STN-SUB).
004390     MOVE "N" TO SR-SCO-T-EXPECTED (SR-SCO-STN-SUB).
004400     MOVE "N" TO SR-SCO-T-SEEN (SR-SCO-STN-SUB).
004410     IF SR-STN-ACTIVE OR SR-STN-HELD
004420         MOVE "Y" TO SR-SCO-T-EXPECTED (SR-SCO-STN-SUB)
004430     END-IF.
004440     PERFORM 2150-CLEAR-ONE-DAY THRU 2150-EXIT
004450         VARYING SR-SCO-DAY FROM 1 BY 1
004460             UNTIL SR-SCO-DAY > 31.
004470 2100-EXIT.
004480     EXIT.
004490
004500 2150-CLEAR-ONE-DAY.
004510     MOVE SPACE
004520         TO SR-SCO-T-DAY-RESULT (SR-SCO-STN-SUB, SR-SCO-DAY).
004530     MOVE ZERO TO SR-SCO-T-DAY-LATE (SR-SCO-STN-SUB, SR-SCO-DAY).
004540 2150-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*  2500-LOAD-ARRIVALS - ONE PASS OF SRARRLOG, KEEPING THE      *
004590*  RECORDS DUE IN THE MONTH UP TO THE LAST SCORED DAY          *
004600*****************************************************************
004610 2500-LOAD-ARRIVALS.
004620     MOVE "N" TO SR-SCO-EOF-SWITCH.
004630     OPEN INPUT SR-ARRLOG-FILE.
004640     IF SR-ARRLOG-STATUS NOT = "00"
004650         SET SR-SCO-END-OF-FILE TO TRUE
004660     END-IF.
004670     PERFORM 2600-TAKE-ONE-ARRIVAL THRU 2600-EXIT
004680         UNTIL SR-SCO-END-OF-FILE.
004690     CLOSE SR-ARRLOG-FILE.
004700 2500-EXIT.
004710     EXIT.
004720
004730 2600-TAKE-ONE-ARRIVAL.
004740     READ SR-ARRLOG-FILE
004750         AT END
004760             SET SR-SCO-END-OF-FILE TO TRUE
004770             GO TO 2600-EXIT
004780     END-READ.
004790     IF SR-ARR-DUE-DATE (1:6) NOT = SR-SCO-MONTH-X
004800             OR SR-ARR-DUE-DATE (7:2) NOT NUMERIC
004810         GO TO 2600-EXIT
004820     END-IF.
004830     MOVE SR-ARR-DUE-DATE (7:2) TO SR-SCO-DAY.
004840     IF SR-SCO-DAY < 1 OR SR-SCO-DAY > SR-SCO-LAST-DAY
004850         GO TO 2600-EXIT
004860     END-IF.
004870
004880     PERFORM 2650-FIND-STATION THRU 2650-EXIT.
004890     IF SR-SCO-STN-SUB = ZERO
004900         GO TO 2600-EXIT
004910     END-IF.
004920     ADD 1 TO SR-SCO-ARRIVALS.
004930     MOVE "Y" TO SR-SCO-T-SEEN (SR-SCO-STN-SUB).
004940     MOVE "Y" TO SR-SCO-LOG-DAY-FLAG (SR-SCO-DAY).
004950
004960*    THE DAY KEEPS ITS BEST OUTCOME - ON TIME, THEN LATE (THE
004970*    LEAST LATE), THEN FAILED, THEN MISSING.
004980     EVALUATE TRUE
004990         WHEN SR-ARR-ON-TIME
005000             MOVE "O" TO SR-SCO-T-DAY-RESULT
005010                 (SR-SCO-STN-SUB, SR-SCO-DAY)
005020         WHEN SR-ARR-LATE
005030             PERFORM 2700-TAKE-LATE-DELIVERY THRU 2700-EXIT
005040         WHEN SR-ARR-FAILED
005050             ADD 1 TO SR-SCO-T-FAILURES (SR-SCO-STN-SUB)
005060             IF SR-SCO-T-DAY-RESULT (SR-SCO-STN-SUB, SR-SCO-DAY)
005070                     = SPACE OR "M"
005080                 MOVE "F" TO SR-SCO-T-DAY-RESULT
005090                     (SR-SCO-STN-SUB, SR-SCO-DAY)
005100             END-IF
005110         WHEN SR-ARR-MISSING
005120             IF SR-SCO-T-DAY-RESULT (SR-SCO-STN-SUB, SR-SCO-DAY)
005130                     = SPACE
005140                 MOVE "M" TO SR-SCO-T-DAY-RESULT
005150                     (SR-SCO-STN-SUB, SR-SCO-DAY)
005160             END-IF
005170     END-EVALUATE.
005180 2600-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*  2650-FIND-STATION - THE ARRIVAL'S STATION ON THE TABLE,     *
005230*  ADDED WHEN IT IS NOT ON THE MASTER.  ZERO WHEN THE TABLE    *
005240*  IS FULL.                                                    *
005250*****************************************************************
005260 2650-FIND-STATION.
005270     MOVE ZERO TO SR-SCO-FOUND-SUB.
005280     PERFORM 2660-MATCH-ONE-STATION THRU 2660-EXIT
005290         VARYING SR-SCO-OTHER-SUB FROM 1 BY 1
005300             UNTIL SR-SCO-OTHER-SUB > SR-SCO-STN-COUNT
005310                OR SR-SCO-FOUND-SUB > ZERO.
005320     IF SR-SCO-FOUND-SUB > ZERO
005330         MOVE SR-SCO-FOUND-SUB TO SR-SCO-STN-SUB
005340         GO TO 2650-EXIT
005350     END-IF.
005360     IF SR-SCO-STN-COUNT NOT < 100
005370         ADD 1 TO SR-SCO-STN-DROPPED
005380         MOVE ZERO TO SR-SCO-STN-SUB
005390         GO TO 2650-EXIT
005400     END-IF.
005410     ADD 1 TO SR-SCO-STN-COUNT.
005420     MOVE SR-SCO-STN-COUNT TO SR-SCO-STN-SUB.
005430     MOVE SR-ARR-STATION TO SR-SCO-T-CODE (SR-SCO-STN-SUB).
005440     MOVE "NOT ON SRSTNMAS" TO SR-SCO-T-DESC (SR-SCO-STN-SUB).
005450     MOVE SPACES TO SR-SCO-T-MANAGER (SR-SCO-STN-SUB).
005460     MOVE "N" TO SR-SCO-T-EXPECTED (SR-SCO-STN-SUB).
005470     PERFORM 2150-CLEAR-ONE-DAY THRU 2150-EXIT
005480         VARYING SR-SCO-DAY FROM 1 BY 1
005490             UNTIL SR-SCO-DAY > 31.
005500     MOVE SR-ARR-DUE-DATE (7:2) TO SR-SCO-DAY.
005510 2650-EXIT.
005520     EXIT.
005530
005540 2660-MATCH-ONE-STATION.
005550     IF SR-SCO-T-CODE (SR-SCO-OTHER-SUB) = SR-ARR-STATION
005560         MOVE SR-SCO-OTHER-SUB TO SR-SCO-FOUND-SUB
005570     END-IF.
005580 2660-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*  2700-TAKE-LATE-DELIVERY - A LATE DAY KEEPS ITS LEAST        *
005630*  MINUTES LATE; IT NEVER DISPLACES AN ON-TIME DAY.            *
005640*****************************************************************
005650 2700-TAKE-LATE-DELIVERY.
005660     EVALUATE SR-SCO-T-DAY-RESULT (SR-SCO-STN-SUB, SR-SCO-DAY)
005670         WHEN "O"
005680             CONTINUE
005690         WHEN "L"
005700             IF SR-ARR-MINUTES-LATE < SR-SCO-T-DAY-LATE
005710                     (SR-SCO-STN-SUB, SR-SCO-DAY)
005720                 MOVE SR-ARR-MINUTES-LATE TO SR-SCO-T-DAY-LATE
005730                     (SR-SCO-STN-SUB, SR-SCO-DAY)
005740             END-IF
005750         WHEN OTHER
005760             MOVE "L" TO SR-SCO-T-DAY-RESULT
005770                 (SR-SCO-STN-SUB, SR-SCO-DAY)
005780             MOVE SR-ARR-MINUTES-LATE TO
005790                 SR-SCO-T-DAY-LATE (SR-SCO-STN-SUB, SR-SCO-DAY)
005800     END-EVALUATE.
005810 2700-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850*  2800-LOAD-CALENDAR - THE MONTH'S BUSINESS DAYS FROM         *
005860*  SRCALEND UP TO THE LAST SCORED DAY.  NO CALENDAR FOR THE    *
005870*  MONTH LEAVES THE DAYS SEEN ON THE LOG.                      *
005880*****************************************************************
005890 2800-LOAD-CALENDAR.
005900     MOVE "N" TO SR-SCO-EOF-SWITCH.
005910     OPEN INPUT SR-CALEND-FILE.
005920     IF SR-CALEND-STATUS NOT = "00"
005930         SET SR-SCO-END-OF-FILE TO TRUE
005940     END-IF.
005950     PERFORM 2850-TAKE-ONE-DATE THRU 2850-EXIT
005960         UNTIL SR-SCO-END-OF-FILE.
005970     CLOSE SR-CALEND-FILE.
005980
005990     IF NOT SR-SCO-CALENDAR-USED
006000         MOVE SR-SCO-LOG-TABLE TO SR-SCO-CAL-TABLE
006010     END-IF.
006020     MOVE ZERO TO SR-SCO-BUSINESS-DAYS.
006030     PERFORM 2900-COUNT-ONE-DAY THRU 2900-EXIT
006040         VARYING SR-SCO-DAY FROM 1 BY 1
006050             UNTIL SR-SCO-DAY > SR-SCO-LAST-DAY.
006060 2800-EXIT.
006070     EXIT.
006080
006090 2850-TAKE-ONE-DATE.
006100     READ SR-CALEND-FILE
006110         AT END
006120             SET SR-SCO-END-OF-FILE TO TRUE
006130             GO TO 2850-EXIT
006140     END-READ.
006150     IF SR-CAL-DATE (1:6) NOT = SR-SCO-MONTH-X
006160             OR SR-CAL-DATE (7:2) NOT NUMERIC
006170         GO TO 2850-EXIT
006180     END-IF.
006190     SET SR-SCO-CALENDAR-USED TO TRUE.
006200     MOVE SR-CAL-DATE (7:2) TO SR-SCO-CAL-DAY.
006210     IF SR-CAL-BUSINESS
006220             AND SR-SCO-CAL-DAY > ZERO
006230             AND SR-SCO-CAL-DAY NOT > SR-SCO-LAST-DAY
006240         MOVE "Y" TO SR-SCO-CAL-DAY-FLAG (SR-SCO-CAL-DAY)
006250     END-IF.
006260 2850-EXIT.
006270     EXIT.
006280
006290 2900-COUNT-ONE-DAY.
006300     IF SR-SCO-CAL-DAY-FLAG (SR-SCO-DAY) = "Y"
006310         ADD 1 TO SR-SCO-BUSINESS-DAYS
006320     END-IF.
006330 2900-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*  3000-SCORE-STATIONS - EACH SCORED STATION'S DAYS ON TIME,   *
006380*  LATE AND MISSING OVER THE BUSINESS DAYS, ITS ON-TIME        *
006390*  PERCENTAGE AND ITS AVERAGE MINUTES LATE                     *
006400*****************************************************************
006410 3000-SCORE-STATIONS.
006420     PERFORM 3100-SCORE-ONE-STATION THRU 3100-EXIT
006430         VARYING SR-SCO-STN-SUB FROM 1 BY 1
006440             UNTIL SR-SCO-STN-SUB > SR-SCO-STN-COUNT.
006450 3000-EXIT.
006460     EXIT.
006470
006480 3100-SCORE-ONE-STATION.
006490     IF SR-SCO-T-EXPECTED (SR-SCO-STN-SUB) NOT = "Y"
006500             AND SR-SCO-T-SEEN (SR-SCO-STN-SUB) NOT = "Y"
006510         GO TO 3100-EXIT
006520     END-IF.
006530     ADD 1 TO SR-SCO-SCORED-COUNT.
006540     PERFORM 3150-SCORE-ONE-DAY THRU 3150-EXIT
006550         VARYING SR-SCO-DAY FROM 1 BY 1
006560             UNTIL SR-SCO-DAY > SR-SCO-LAST-DAY.
006570     IF SR-SCO-BUSINESS-DAYS > ZERO
006580         COMPUTE SR-SCO-T-PCT (SR-SCO-STN-SUB) ROUNDED =
006590             SR-SCO-T-ON-TIME (SR-SCO-STN-SUB) * 100
006600                 / SR-SCO-BUSINESS-DAYS
006610     END-IF.
006620     IF SR-SCO-T-LATE-DAYS (SR-SCO-STN-SUB) > ZERO
006630         COMPUTE SR-SCO-T-AVG-LATE (SR-SCO-STN-SUB) ROUNDED =
006640             SR-SCO-T-LATE-MINS (SR-SCO-STN-SUB)
006650                 / SR-SCO-T-LATE-DAYS (SR-SCO-STN-SUB)
006660     END-IF.
006670 3100-EXIT.
006680     EXIT.
006690
006700 3150-SCORE-ONE-DAY.
006710     IF SR-SCO-CAL-DAY-FLAG (SR-SCO-DAY) NOT = "Y"
006720         GO TO 3150-EXIT
006730     END-IF.
006740     EVALUATE SR-SCO-T-DAY-RESULT (SR-SCO-STN-SUB, SR-SCO-DAY)
006750         WHEN "O"
006760             ADD 1 TO SR-SCO-T-ON-TIME (SR-SCO-STN-SUB)
006770         WHEN "L"
006780             ADD 1 TO SR-SCO-T-LATE-DAYS (SR-SCO-STN-SUB)
006790             ADD SR-SCO-T-DAY-LATE (SR-SCO-STN-SUB, SR-SCO-DAY)
006800                 TO SR-SCO-T-LATE-MINS (SR-SCO-STN-SUB)
006810         WHEN "F"
006820             CONTINUE
006830         WHEN OTHER
006840             ADD 1 TO SR-SCO-T-MISSING (SR-SCO-STN-SUB)
006850     END-EVALUATE.
006860 3150-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*  3500-RANK-STATIONS - EACH SCORED STATION'S RANK IS ONE MORE *
006910*  THAN THE NUMBER OF SCORED STATIONS AHEAD OF IT, SO THE      *
006920*  TABLE NEEDS NO SORT.  AN UNSCORED STATION KEEPS RANK ZERO.  *
006930*****************************************************************
006940 3500-RANK-STATIONS.
006950     PERFORM 3550-RANK-ONE-STATION THRU 3550-EXIT
006960         VARYING SR-SCO-STN-SUB FROM 1 BY 1
006970             UNTIL SR-SCO-STN-SUB > SR-SCO-STN-COUNT.
006980 3500-EXIT.
006990     EXIT.
007000
007010 3550-RANK-ONE-STATION.
007020     IF SR-SCO-T-EXPECTED (SR-SCO-STN-SUB) NOT = "Y"
007030             AND SR-SCO-T-SEEN (SR-SCO-STN-SUB) NOT = "Y"
007040         GO TO 3550-EXIT
007050     END-IF.
007060     MOVE 1 TO SR-SCO-RANK.
007070     PERFORM 3600-COMPARE-ONE-STATION THRU 3600-EXIT
007080         VARYING SR-SCO-OTHER-SUB FROM 1 BY 1
007090             UNTIL SR-SCO-OTHER-SUB > SR-SCO-STN-COUNT.
007100     MOVE SR-SCO-RANK TO SR-SCO-T-RANK (SR-SCO-STN-SUB).
007110 3550-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150*  3600-COMPARE-ONE-STATION - DOES THE OTHER STATION RANK      *
007160*  AHEAD?  HIGHER ON-TIME PERCENTAGE, THEN FEWER AVERAGE       *
007170*  MINUTES LATE, FEWER MISSING DAYS, FEWER PROOF FAILURES,     *
007180*  AND LAST THE STATION CODE, SO NO TWO STATIONS TIE.          *
007190*****************************************************************
007200 3600-COMPARE-ONE-STATION.
007210     IF SR-SCO-OTHER-SUB = SR-SCO-STN-SUB
007220         GO TO 3600-EXIT
007230     END-IF.
007240     IF SR-SCO-T-EXPECTED (SR-SCO-OTHER-SUB) NOT = "Y"
007250             AND SR-SCO-T-SEEN (SR-SCO-OTHER-SUB) NOT = "Y"
007260         GO TO 3600-EXIT
007270     END-IF.
007280     MOVE "N" TO SR-SCO-BETTER-SWITCH.
007290     EVALUATE TRUE
007300         WHEN SR-SCO-T-PCT (SR-SCO-OTHER-SUB)
007310                 NOT = SR-SCO-T-PCT (SR-SCO-STN-SUB)
007320             IF SR-SCO-T-PCT (SR-SCO-OTHER-SUB)
007330                     > SR-SCO-T-PCT (SR-SCO-STN-SUB)
007340                 SET SR-SCO-OTHER-IS-BETTER TO TRUE
007350             END-IF
007360         WHEN SR-SCO-T-AVG-LATE (SR-SCO-OTHER-SUB)
007370                 NOT = SR-SCO-T-AVG-LATE (SR-SCO-STN-SUB)
007380             IF SR-SCO-T-AVG-LATE (SR-SCO-OTHER-SUB)
007390                     < SR-SCO-T-AVG-LATE (SR-SCO-STN-SUB)
007400                 SET SR-SCO-OTHER-IS-BETTER TO TRUE
007410             END-IF
007420         WHEN SR-SCO-T-MISSING (SR-SCO-OTHER-SUB)
007430                 NOT = SR-SCO-T-MISSING (SR-SCO-STN-SUB)
007440             IF SR-SCO-T-MISSING (SR-SCO-OTHER-SUB)
007450                     < SR-SCO-T-MISSING (SR-SCO-STN-SUB)
007460                 SET SR-SCO-OTHER-IS-BETTER TO TRUE
007470             END-IF
007480         WHEN SR-SCO-T-FAILURES (SR-SCO-OTHER-SUB)
007490                 NOT = SR-SCO-T-FAILURES (SR-SCO-STN-SUB)
007500             IF SR-SCO-T-FAILURES (SR-SCO-OTHER-SUB)
007510                     < SR-SCO-T-FAILURES (SR-SCO-STN-SUB)
007520                 SET SR-SCO-OTHER-IS-BETTER TO TRUE
007530             END-IF
007540         WHEN OTHER
007550             IF SR-SCO-T-CODE (SR-SCO-OTHER-SUB)
007560                     < SR-SCO-T-CODE (SR-SCO-STN-SUB)
007570                 SET SR-SCO-OTHER-IS-BETTER TO TRUE
007580             END-IF
007590     END-EVALUATE.
007600     IF SR-SCO-OTHER-IS-BETTER
007610         ADD 1 TO SR-SCO-RANK
007620     END-IF.
007630 3600-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670*  3700-BUILD-MANAGERS - TOTAL THE SCORED STATIONS BY          *
007680*  MANAGER, THEN GIVE EACH MANAGER ITS ALPHABETIC PLACE (A     *
007690*  STATION WITH NO MANAGER FALLS UNDER SPACES, WHICH COMES     *
007700*  FIRST).                                                     *
007710*****************************************************************
007720 3700-BUILD-MANAGERS.
007730     PERFORM 3750-ADD-ONE-STATION THRU 3750-EXIT
007740         VARYING SR-SCO-STN-SUB FROM 1 BY 1
007750             UNTIL SR-SCO-STN-SUB > SR-SCO-STN-COUNT.
007760     PERFORM 3850-PLACE-ONE-MANAGER THRU 3850-EXIT
007770         VARYING SR-SCO-MGR-SUB FROM 1 BY 1
007780             UNTIL SR-SCO-MGR-SUB > SR-SCO-MGR-COUNT.
007790 3700-EXIT.
007800     EXIT.
007810
007820 3750-ADD-ONE-STATION.
007830     IF SR-SCO-T-RANK (SR-SCO-STN-SUB) = ZERO
007840         GO TO 3750-EXIT
007850     END-IF.
007860     PERFORM 3800-FIND-MANAGER THRU 3800-EXIT.
007870     ADD 1 TO SR-SCO-M-STATIONS (SR-SCO-MGR-SUB).
007880     ADD SR-SCO-BUSINESS-DAYS TO SR-SCO-M-DAYS (SR-SCO-MGR-SUB).
007890     ADD SR-SCO-T-ON-TIME (SR-SCO-STN-SUB)
007900         TO SR-SCO-M-ON-TIME (SR-SCO-MGR-SUB).
007910     ADD SR-SCO-T-LATE-DAYS (SR-SCO-STN-SUB)
007920         TO SR-SCO-M-LATE-DAYS (SR-SCO-MGR-SUB).
007930     ADD SR-SCO-T-LATE-MINS (SR-SCO-STN-SUB)
007940         TO SR-SCO-M-LATE-MINS (SR-SCO-MGR-SUB).
007950     ADD SR-SCO-T-MISSING (SR-SCO-STN-SUB)
007960         TO SR-SCO-M-MISSING (SR-SCO-MGR-SUB).
007970     ADD SR-SCO-T-FAILURES (SR-SCO-STN-SUB)
007980         TO SR-SCO-M-FAILURES (SR-SCO-MGR-SUB).
007990 3750-EXIT.
008000     EXIT.
008010
008020*****************************************************************
008030*  3800-FIND-MANAGER - THE STATION'S MANAGER ON THE MANAGER    *
008040*  TABLE, ADDED THE FIRST TIME IT IS MET.  THERE ARE NO MORE   *
008050*  MANAGERS THAN STATIONS, SO THE TABLE CANNOT FILL.           *
008060*****************************************************************
008070 3800-FIND-MANAGER.
008080     MOVE "N" TO SR-SCO-MGR-FOUND-SWITCH.
008090     PERFORM 3810-MATCH-ONE-MANAGER THRU 3810-EXIT
008100         VARYING SR-SCO-MGR-SUB FROM 1 BY 1
008110             UNTIL SR-SCO-MGR-SUB > SR-SCO-MGR-COUNT
008120                OR SR-SCO-MGR-FOUND.
008130     IF SR-SCO-MGR-FOUND
008140         SUBTRACT 1 FROM SR-SCO-MGR-SUB
008150         GO TO 3800-EXIT
008160     END-IF.
008170     ADD 1 TO SR-SCO-MGR-COUNT.
008180     MOVE SR-SCO-MGR-COUNT TO SR-SCO-MGR-SUB.
008190     MOVE SR-SCO-T-MANAGER (SR-SCO-STN-SUB)
008200         TO SR-SCO-M-NAME (SR-SCO-MGR-SUB).
008210 3800-EXIT.
008220     EXIT.
008230
008240 3810-MATCH-ONE-MANAGER.
008250     IF SR-SCO-M-NAME (SR-SCO-MGR-SUB)
008260             = SR-SCO-T-MANAGER (SR-SCO-STN-SUB)
008270         SET SR-SCO-MGR-FOUND TO TRUE
008280     END-IF.
008290 3810-EXIT.
008300     EXIT.
008310
008320 3850-PLACE-ONE-MANAGER.
008330     MOVE 1 TO SR-SCO-MGR-PLACE.
008340     PERFORM 3860-COMPARE-ONE-MANAGER THRU 3860-EXIT
008350         VARYING SR-SCO-OTHER-SUB FROM 1 BY 1
008360             UNTIL SR-SCO-OTHER-SUB > SR-SCO-MGR-COUNT.
008370     MOVE SR-SCO-MGR-PLACE TO SR-SCO-M-PLACE (SR-SCO-MGR-SUB).
008380 3850-EXIT.
008390     EXIT.
008400
008410 3860-COMPARE-ONE-MANAGER.
008420     IF SR-SCO-M-NAME (SR-SCO-OTHER-SUB)
008430             < SR-SCO-M-NAME (SR-SCO-MGR-SUB)
008440         ADD 1 TO SR-SCO-MGR-PLACE
008450     END-IF.
008460 3860-EXIT.
008470     EXIT.
008480
008490*****************************************************************
008500*  4000-PRINT-MANAGERS - A PAGE PER MANAGER IN NAME ORDER,     *
008510*  THE MANAGER'S STATIONS IN OVERALL RANK ORDER, THEN THE      *
008520*  MANAGER'S TOTAL LINE                                        *
008530*****************************************************************
008540 4000-PRINT-MANAGERS.
008550     PERFORM 4100-PRINT-ONE-MANAGER THRU 4100-EXIT
008560         VARYING SR-SCO-MGR-PLACE FROM 1 BY 1
008570             UNTIL SR-SCO-MGR-PLACE > SR-SCO-MGR-COUNT.
008580 4000-EXIT.
008590     EXIT.
008600
008610 4100-PRINT-ONE-MANAGER.
008620     MOVE ZERO TO SR-SCO-FOUND-SUB.
008630     PERFORM 4150-MATCH-PLACE THRU 4150-EXIT
008640         VARYING SR-SCO-OTHER-SUB FROM 1 BY 1
008650             UNTIL SR-SCO-OTHER-SUB > SR-SCO-MGR-COUNT
008660                OR SR-SCO-FOUND-SUB > ZERO.
008670     MOVE SR-SCO-FOUND-SUB TO SR-SCO-MGR-SUB.
008680     MOVE SPACES TO SR-SCO-PAGE-CAPTION.
008690     IF SR-SCO-M-NAME (SR-SCO-MGR-SUB) = SPACES
008700         MOVE "STATION MANAGER: (NONE ON SRSTNMAS)"
008710             TO SR-SCO-PAGE-CAPTION
008720     ELSE
008730         STRING "STATION MANAGER: "           DELIMITED BY SIZE
008740                SR-SCO-M-NAME (SR-SCO-MGR-SUB) DELIMITED BY SIZE
008750             INTO SR-SCO-PAGE-CAPTION
008760     END-IF.
008770     SET SR-SCO-STATION-HEADINGS TO TRUE.
008780     PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT.
008790
008800     PERFORM 4200-PRINT-ONE-RANK THRU 4200-EXIT
008810         VARYING SR-SCO-RANK FROM 1 BY 1
008820             UNTIL SR-SCO-RANK > SR-SCO-SCORED-COUNT.
008830
008840     MOVE "MANAGER TOTAL" TO SR-SCO-TOT-CAPTION.
008850     MOVE SR-SCO-M-STATIONS (SR-SCO-MGR-SUB)
008860         TO SR-SCO-TOT-STATIONS.
008870     MOVE SR-SCO-M-DAYS (SR-SCO-MGR-SUB) TO SR-SCO-TOT-DAYS.
008880     MOVE SR-SCO-M-ON-TIME (SR-SCO-MGR-SUB) TO SR-SCO-TOT-ON-TIME.
008890     MOVE SR-SCO-M-LATE-DAYS (SR-SCO-MGR-SUB)
008900         TO SR-SCO-TOT-LATE-DAYS.
008910     MOVE SR-SCO-M-LATE-MINS (SR-SCO-MGR-SUB)
008920         TO SR-SCO-TOT-LATE-MINS.
008930     MOVE SR-SCO-M-MISSING (SR-SCO-MGR-SUB) TO SR-SCO-TOT-MISSING.
008940     MOVE SR-SCO-M-FAILURES (SR-SCO-MGR-SUB)
008950         TO SR-SCO-TOT-FAILURES.
008960     PERFORM 4400-WRITE-TOTAL-LINE THRU 4400-EXIT.
008970 4100-EXIT.
008980     EXIT.
008990
009000 4150-MATCH-PLACE.
009010     IF SR-SCO-M-PLACE (SR-SCO-OTHER-SUB) = SR-SCO-MGR-PLACE
009020         MOVE SR-SCO-OTHER-SUB TO SR-SCO-FOUND-SUB
009030     END-IF.
009040 4150-EXIT.
009050     EXIT.
009060
009070 4200-PRINT-ONE-RANK.
009080     MOVE ZERO TO SR-SCO-FOUND-SUB.
009090     PERFORM 4250-MATCH-RANK THRU 4250-EXIT
009100         VARYING SR-SCO-OTHER-SUB FROM 1 BY 1
009110             UNTIL SR-SCO-OTHER-SUB > SR-SCO-STN-COUNT
009120                OR SR-SCO-FOUND-SUB > ZERO.
009130     MOVE SR-SCO-FOUND-SUB TO SR-SCO-STN-SUB.
009140     IF SR-SCO-T-MANAGER (SR-SCO-STN-SUB)
009150             NOT = SR-SCO-M-NAME (SR-SCO-MGR-SUB)
009160         GO TO 4200-EXIT
009170     END-IF.
009180     IF SR-SCO-LINE-COUNT NOT < SR-SCO-MAX-LINES
009190         PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT
009200     END-IF.
009210     MOVE SR-SCO-RANK TO SR-SCO-RANK-ED.
009220     MOVE SR-SCO-T-ON-TIME (SR-SCO-STN-SUB) TO SR-SCO-DAYS-ED.
009230     MOVE SR-SCO-T-PCT (SR-SCO-STN-SUB) TO SR-SCO-PCT-ED.
009240     MOVE SR-SCO-T-LATE-DAYS (SR-SCO-STN-SUB) TO SR-SCO-LATE-ED.
009250     MOVE SR-SCO-T-AVG-LATE (SR-SCO-STN-SUB) TO SR-SCO-AVG-ED.
009260     MOVE SR-SCO-T-MISSING (SR-SCO-STN-SUB) TO SR-SCO-MISS-ED.
009270     MOVE SR-SCO-T-FAILURES (SR-SCO-STN-SUB) TO SR-SCO-FAIL-ED.
009280     MOVE SPACES TO SR-SCO-PRINT-LINE.
009290     STRING SR-SCO-RANK-ED                  DELIMITED BY SIZE
009300            "  "                            DELIMITED BY SIZE
009310            SR-SCO-T-CODE (SR-SCO-STN-SUB)  DELIMITED BY SIZE
009320            "  "                            DELIMITED BY SIZE
009330            SR-SCO-T-DESC (SR-SCO-STN-SUB)  DELIMITED BY SIZE
009340            " "                             DELIMITED BY SIZE
009350            SR-SCO-DAYS-ED                  DELIMITED BY SIZE
009360            "  "                            DELIMITED BY SIZE
009370            SR-SCO-PCT-ED                   DELIMITED BY SIZE
009380            " "                             DELIMITED BY SIZE
009390            SR-SCO-LATE-ED                  DELIMITED BY SIZE
009400            " "                             DELIMITED BY SIZE
009410            SR-SCO-AVG-ED                   DELIMITED BY SIZE
009420            " "                             DELIMITED BY SIZE
009430            SR-SCO-MISS-ED                  DELIMITED BY SIZE
009440            " "                             DELIMITED BY SIZE
009450            SR-SCO-FAIL-ED                  DELIMITED BY SIZE
009460         INTO SR-SCO-PRINT-LINE.
009470     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
009480     ADD 1 TO SR-SCO-LINE-COUNT.
009490 4200-EXIT.
009500     EXIT.
009510
009520 4250-MATCH-RANK.
009530     IF SR-SCO-T-RANK (SR-SCO-OTHER-SUB) = SR-SCO-RANK
009540         MOVE SR-SCO-OTHER-SUB TO SR-SCO-FOUND-SUB
009550     END-IF.
009560 4250-EXIT.
009570     EXIT.
009580
009590*****************************************************************
009600*  4300-WRITE-PAGE-HEADERS - TITLE BLOCK AND COLUMN HEADINGS   *
009610*  AT THE TOP OF EVERY PAGE, UNDER THE PAGE CAPTION - STATION  *
009620*  HEADINGS, OR MANAGER HEADINGS ON THE SUMMARY PAGE           *
009630*****************************************************************
009640 4300-WRITE-PAGE-HEADERS.
009650     ADD 1 TO SR-SCO-PAGE-NUMBER.
009660     MOVE SR-SCO-PAGE-NUMBER TO SR-SCO-PAGE-NUMBER-ED.
009670
009680     MOVE SPACES TO SR-SCORPT-RECORD.
009690     WRITE SR-SCORPT-RECORD.
009700     MOVE SPACES TO SR-SCO-PRINT-LINE.
009710     STRING "DELIVERY TIMELINESS SCORECARD   MONTH: "
009720                                        DELIMITED BY SIZE
009730            SR-SCO-MONTH-X              DELIMITED BY SIZE
009740            "   PAGE: "                 DELIMITED BY SIZE
009750            SR-SCO-PAGE-NUMBER-ED       DELIMITED BY SIZE
009760         INTO SR-SCO-PRINT-LINE.
009770     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
009780     MOVE SR-SCO-BUSINESS-DAYS TO SR-SCO-DAYS-ED.
009790     MOVE SPACES TO SR-SCO-PRINT-LINE.
009800     IF SR-SCO-CALENDAR-USED
009810         STRING SR-SCO-PAGE-CAPTION         DELIMITED BY SIZE
009820                "DAYS SCORED: "             DELIMITED BY SIZE
009830                SR-SCO-DAYS-ED              DELIMITED BY SIZE
009840                " (SRCALEND)"               DELIMITED BY SIZE
009850             INTO SR-SCO-PRINT-LINE
009860     ELSE
009870         STRING SR-SCO-PAGE-CAPTION         DELIMITED BY SIZE
009880                "DAYS SCORED: "             DELIMITED BY SIZE
009890                SR-SCO-DAYS-ED              DELIMITED BY SIZE
009900                " (LOG)"                    DELIMITED BY SIZE
009910             INTO SR-SCO-PRINT-LINE
009920     END-IF.
009930     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
009940     MOVE SPACES TO SR-SCORPT-RECORD.
009950     WRITE SR-SCORPT-RECORD.
009960
009970     MOVE SPACES TO SR-SCO-PRINT-LINE.
009980     STRING "                                "
009990                                        DELIMITED BY SIZE
010000            "--ON TIME-- ----LATE---- MISS PROOF"
010010                                        DELIMITED BY SIZE
010020         INTO SR-SCO-PRINT-LINE.
010030     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
010040     MOVE SPACES TO SR-SCO-PRINT-LINE.
010050     IF SR-SCO-MANAGER-HEADINGS
010060         STRING "STNS STATION MANAGER            "
010070                                        DELIMITED BY SIZE
010080                "DAYS    PCT DAYS AVG MIN DAYS FAILS"
010090                                        DELIMITED BY SIZE
010100             INTO SR-SCO-PRINT-LINE
010110     ELSE
010120         STRING "RNK  STN   DESCRIPTION          "
010130                                        DELIMITED BY SIZE
010140                "DAYS    PCT DAYS AVG MIN DAYS FAILS"
010150                                        DELIMITED BY SIZE
010160             INTO SR-SCO-PRINT-LINE
010170     END-IF.
010180     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
010190     MOVE SPACES TO SR-SCO-PRINT-LINE.
010200     IF SR-SCO-MANAGER-HEADINGS
010210         STRING "---- --------------------       "
010220                                        DELIMITED BY SIZE
010230                "----  ----- ---- ------- ---- -----"
010240                                        DELIMITED BY SIZE
010250             INTO SR-SCO-PRINT-LINE
010260     ELSE
010270         STRING "---  ----  -------------------- "
010280                                        DELIMITED BY SIZE
010290                "----  ----- ---- ------- ---- -----"
010300                                        DELIMITED BY SIZE
010310             INTO SR-SCO-PRINT-LINE
010320     END-IF.
010330     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
010340     MOVE ZERO TO SR-SCO-LINE-COUNT.
010350 4300-EXIT.
010360     EXIT.
010370
010380*****************************************************************
010390*  4400-WRITE-TOTAL-LINE - A TOTAL LINE UNDER ITS CAPTION.     *
010400*  THE PERCENTAGE IS OF ALL THE STATION-DAYS SCORED, THE       *
010410*  AVERAGE OVER ALL THE LATE DAYS.                             *
010420*****************************************************************
010430 4400-WRITE-TOTAL-LINE.
010440     MOVE ZERO TO SR-SCO-TOT-PCT.
010450     MOVE ZERO TO SR-SCO-TOT-AVG-LATE.
010460     IF SR-SCO-TOT-DAYS > ZERO
010470         COMPUTE SR-SCO-TOT-PCT ROUNDED =
010480             SR-SCO-TOT-ON-TIME * 100 / SR-SCO-TOT-DAYS
010490     END-IF.
010500     IF SR-SCO-TOT-LATE-DAYS > ZERO
010510         COMPUTE SR-SCO-TOT-AVG-LATE ROUNDED =
010520             SR-SCO-TOT-LATE-MINS / SR-SCO-TOT-LATE-DAYS
010530     END-IF.
010540     MOVE SR-SCO-TOT-STATIONS TO SR-SCO-RANK-ED.
010550     MOVE SR-SCO-TOT-ON-TIME TO SR-SCO-BIG-ED.
010560     MOVE SR-SCO-TOT-PCT TO SR-SCO-PCT-ED.
010570     MOVE SR-SCO-TOT-AVG-LATE TO SR-SCO-AVG-ED.
010580     MOVE SPACES TO SR-SCORPT-RECORD.
010590     WRITE SR-SCORPT-RECORD.
010600     MOVE SPACES TO SR-SCO-PRINT-LINE.
010610     STRING SR-SCO-TOT-CAPTION              DELIMITED BY SIZE
010620            SR-SCO-RANK-ED                  DELIMITED BY SIZE
010630            " STATIONS  "                   DELIMITED BY SIZE
010640            SR-SCO-BIG-ED                   DELIMITED BY SIZE
010650            " DAYS ON TIME  "               DELIMITED BY SIZE
010660            SR-SCO-PCT-ED                   DELIMITED BY SIZE
010670            " PCT"                          DELIMITED BY SIZE
010680         INTO SR-SCO-PRINT-LINE.
010690     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
010700     MOVE SR-SCO-TOT-LATE-DAYS TO SR-SCO-BIG-ED.
010710     MOVE SPACES TO SR-SCO-PRINT-LINE.
010720     STRING "                    "          DELIMITED BY SIZE
010730            SR-SCO-BIG-ED                   DELIMITED BY SIZE
010740            " DAYS LATE, AVERAGE "          DELIMITED BY SIZE
010750            SR-SCO-AVG-ED                   DELIMITED BY SIZE
010760            " MINUTES"                      DELIMITED BY SIZE
010770         INTO SR-SCO-PRINT-LINE.
010780     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
010790     MOVE SR-SCO-TOT-MISSING TO SR-SCO-BIG-ED.
010800     MOVE SR-SCO-TOT-FAILURES TO SR-SCO-COUNT-ED.
010810     MOVE SPACES TO SR-SCO-PRINT-LINE.
010820     STRING "                    "          DELIMITED BY SIZE
010830            SR-SCO-BIG-ED                   DELIMITED BY SIZE
010840            " DAYS MISSING    PROOF FAILURES:"
010850                                            DELIMITED BY SIZE
010860            SR-SCO-COUNT-ED                 DELIMITED BY SIZE
010870         INTO SR-SCO-PRINT-LINE.
010880     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
010890 4400-EXIT.
010900     EXIT.
010910
010920*****************************************************************
010930*  5000-PRINT-SUMMARY - THE CLOSING PAGE: EVERY MANAGER'S      *
010940*  TOTAL IN NAME ORDER AND THE TOTAL OF ALL STATIONS           *
010950*****************************************************************
010960 5000-PRINT-SUMMARY.
010970     MOVE "ALL STATION MANAGERS" TO SR-SCO-PAGE-CAPTION.
010980     SET SR-SCO-MANAGER-HEADINGS TO TRUE.
010990     PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT.
011000     MOVE ZERO TO SR-SCO-TOT-STATIONS.
011010     MOVE ZERO TO SR-SCO-TOT-DAYS.
011020     MOVE ZERO TO SR-SCO-TOT-ON-TIME.
011030     MOVE ZERO TO SR-SCO-TOT-LATE-DAYS.
011040     MOVE ZERO TO SR-SCO-TOT-LATE-MINS.
011050     MOVE ZERO TO SR-SCO-TOT-MISSING.
011060     MOVE ZERO TO SR-SCO-TOT-FAILURES.
011070     PERFORM 5100-SUM-ONE-MANAGER THRU 5100-EXIT
011080         VARYING SR-SCO-MGR-PLACE FROM 1 BY 1
011090             UNTIL SR-SCO-MGR-PLACE > SR-SCO-MGR-COUNT.
011100     MOVE "ALL STATIONS" TO SR-SCO-TOT-CAPTION.
011110     PERFORM 4400-WRITE-TOTAL-LINE THRU 4400-EXIT.
011120
011130     IF SR-SCO-STN-DROPPED > ZERO
011140         MOVE SR-SCO-STN-DROPPED TO SR-SCO-COUNT-ED
011150         MOVE SPACES TO SR-SCO-PRINT-LINE
011160         STRING "STATION RECORDS PAST THE 100-STATION TABLE:"
011170                                        DELIMITED BY SIZE
011180                SR-SCO-COUNT-ED         DELIMITED BY SIZE
011190             INTO SR-SCO-PRINT-LINE
011200         MOVE SPACES TO SR-SCORPT-RECORD
011210         WRITE SR-SCORPT-RECORD
011220         WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE
011230     END-IF.
011240 5000-EXIT.
011250     EXIT.
011260
011270*****************************************************************
011280*  5100-SUM-ONE-MANAGER - ONE MANAGER'S LINE ON THE SUMMARY    *
011290*  PAGE, FOLDED INTO THE ALL-STATIONS TOTAL                    *
011300*****************************************************************
011310 5100-SUM-ONE-MANAGER.
011320     MOVE ZERO TO SR-SCO-FOUND-SUB.
011330     PERFORM 4150-MATCH-PLACE THRU 4150-EXIT
011340         VARYING SR-SCO-OTHER-SUB FROM 1 BY 1
011350             UNTIL SR-SCO-OTHER-SUB > SR-SCO-MGR-COUNT
011360                OR SR-SCO-FOUND-SUB > ZERO.
011370     MOVE SR-SCO-FOUND-SUB TO SR-SCO-MGR-SUB.
011380     MOVE ZERO TO SR-SCO-TOT-PCT.
011390     MOVE ZERO TO SR-SCO-TOT-AVG-LATE.
011400     IF SR-SCO-M-DAYS (SR-SCO-MGR-SUB) > ZERO
011410         COMPUTE SR-SCO-TOT-PCT ROUNDED =
011420             SR-SCO-M-ON-TIME (SR-SCO-MGR-SUB) * 100
011430                 / SR-SCO-M-DAYS (SR-SCO-MGR-SUB)
011440     END-IF.
011450     IF SR-SCO-M-LATE-DAYS (SR-SCO-MGR-SUB) > ZERO
011460         COMPUTE SR-SCO-TOT-AVG-LATE ROUNDED =
011470             SR-SCO-M-LATE-MINS (SR-SCO-MGR-SUB)
011480                 / SR-SCO-M-LATE-DAYS (SR-SCO-MGR-SUB)
011490     END-IF.
011500     MOVE SR-SCO-M-STATIONS (SR-SCO-MGR-SUB) TO SR-SCO-STNS-ED.
011510     MOVE SR-SCO-M-NAME (SR-SCO-MGR-SUB) TO SR-SCO-NAME-ED.
011520     IF SR-SCO-NAME-ED = SPACES
011530         MOVE "(NONE ON SRSTNMAS)" TO SR-SCO-NAME-ED
011540     END-IF.
011550     MOVE SR-SCO-M-ON-TIME (SR-SCO-MGR-SUB) TO SR-SCO-DAYS-ED.
011560     MOVE SR-SCO-TOT-PCT TO SR-SCO-PCT-ED.
011570     MOVE SR-SCO-M-LATE-DAYS (SR-SCO-MGR-SUB) TO SR-SCO-LATE-ED.
011580     MOVE SR-SCO-TOT-AVG-LATE TO SR-SCO-AVG-ED.
011590     MOVE SR-SCO-M-MISSING (SR-SCO-MGR-SUB) TO SR-SCO-MISS-ED.
011600     MOVE SR-SCO-M-FAILURES (SR-SCO-MGR-SUB) TO SR-SCO-FAIL-ED.
011610     MOVE SPACES TO SR-SCO-PRINT-LINE.
011620     STRING SR-SCO-STNS-ED                  DELIMITED BY SIZE
011630            " "                             DELIMITED BY SIZE
011640            SR-SCO-NAME-ED                  DELIMITED BY SIZE
011650            "       "                       DELIMITED BY SIZE
011660            SR-SCO-DAYS-ED                  DELIMITED BY SIZE
011670            "  "                            DELIMITED BY SIZE
011680            SR-SCO-PCT-ED                   DELIMITED BY SIZE
011690            " "                             DELIMITED BY SIZE
011700            SR-SCO-LATE-ED                  DELIMITED BY SIZE
011710            " "                             DELIMITED BY SIZE
011720            SR-SCO-AVG-ED                   DELIMITED BY SIZE
011730            " "                             DELIMITED BY SIZE
011740            SR-SCO-MISS-ED                  DELIMITED BY SIZE
011750            " "                             DELIMITED BY SIZE
011760            SR-SCO-FAIL-ED                  DELIMITED BY SIZE
011770         INTO SR-SCO-PRINT-LINE.
011780     WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE.
011790
011800     ADD SR-SCO-M-STATIONS (SR-SCO-MGR-SUB)
011810         TO SR-SCO-TOT-STATIONS.
011820     ADD SR-SCO-M-DAYS (SR-SCO-MGR-SUB) TO SR-SCO-TOT-DAYS.
011830     ADD SR-SCO-M-ON-TIME (SR-SCO-MGR-SUB) TO SR-SCO-TOT-ON-TIME.
011840     ADD SR-SCO-M-LATE-DAYS (SR-SCO-MGR-SUB)
011850         TO SR-SCO-TOT-LATE-DAYS.
011860     ADD SR-SCO-M-LATE-MINS (SR-SCO-MGR-SUB)
011870         TO SR-SCO-TOT-LATE-MINS.
011880     ADD SR-SCO-M-MISSING (SR-SCO-MGR-SUB) TO SR-SCO-TOT-MISSING.
011890     ADD SR-SCO-M-FAILURES (SR-SCO-MGR-SUB)
011900         TO SR-SCO-TOT-FAILURES.
011910 5100-EXIT.
011920     EXIT.
011930
011940*****************************************************************
011950*  9000-FINALIZE - CLOSE THE REPORT AND SIGNAL THE OUTCOME     *
011960*****************************************************************
011970 9000-FINALIZE.
011980     IF NOT SR-SCO-BAD-MONTH AND SR-SCO-ARRIVALS = ZERO
011990         MOVE SPACES TO SR-SCO-PRINT-LINE
012000         STRING "NO ARRIVALS ON SRARRLOG DUE IN "
012010                                        DELIMITED BY SIZE
012020                SR-SCO-MONTH-X          DELIMITED BY SIZE
012030                " - NOTHING SCORED"     DELIMITED BY SIZE
012040             INTO SR-SCO-PRINT-LINE
012050         WRITE SR-SCORPT-RECORD FROM SR-SCO-PRINT-LINE
012060     END-IF.
012070     CLOSE SR-SCORPT-FILE.
012080
012090     EVALUATE TRUE
012100         WHEN SR-SCO-BAD-MONTH
012110             DISPLAY "SQRSCORE: *** SCORECARD MONTH NOT VALID - "
012120                 "NOTHING SCORED"
012130             MOVE 8 TO RETURN-CODE
012140         WHEN SR-SCO-ARRIVALS = ZERO
012150             DISPLAY "SQRSCORE: NO ARRIVALS ON SRARRLOG FOR "
012160                 SR-SCO-MONTH-X
012170             MOVE 4 TO RETURN-CODE
012180         WHEN OTHER
012190             DISPLAY "SQRSCORE: SCORECARD FOR " SR-SCO-MONTH-X
012200                 " COMPLETE"
012210             MOVE ZERO TO RETURN-CODE
012220     END-EVALUATE.
012230 9000-EXIT.
012240     EXIT.
