000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRDRIFT.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRDRIFT - STATISTICAL DRIFT CONTROL CHART PER STATION.     *
000090*  SRLIMITS CATCHES A WILD READING, BUT A METER DRIFTING       *
000100*  SLOWLY STAYS INSIDE ITS BAND FOR MONTHS, AND SQRSTAT ONLY   *
000110*  EVER SHOWS ONE RUN.  THIS PROGRAM READS THE ARCHIVED        *
000120*  SRAUDIT GENERATIONS LISTED ON SRARCIX (SEE SQRARCH) PLUS    *
000130*  THE LIVE SRAUDIT, TAKES EVERY READING POSTED IN THE         *
000140*  WINDOW - THE LAST N DAYS UP TO THE RUN DATE - AND FOR       *
000150*  EACH STATION BUILDS THE MEAN AND SPREAD (STANDARD           *
000160*  DEVIATION) OF ITS INPUT VALUES DAY BY DAY.  EACH STATION    *
000170*  GETS A CONTROL CHART OF ITS DAILY MEANS ON THE SRDRFRPT     *
000180*  REPORT:                                                     *
000190*    - THE CENTRE LINE IS THE AVERAGE OF THE DAILY MEANS AND   *
000200*      SIGMA THEIR STANDARD DEVIATION ABOUT IT, TAKEN WITH     *
000210*      SQRTRECALC (THE STANDALONE SQRT PROGRAM'S ENTRY)        *
000220*    - A DAY WHOSE MEAN IS OUTSIDE CENTRE +/- 3 SIGMA IS A     *
000230*      THREE-SIGMA SIGNAL                                      *
000240*    - A RUN OF SR-DCH-RUN-LIMIT OR MORE CHARTED DAYS IN A     *
000250*      ROW ON ONE SIDE OF THE CENTRE LINE IS A RUN SIGNAL -    *
000260*      THE LONGEST SUCH RUN IS THE ONE REPORTED                *
000270*  A STATION WITH FEWER THAN SR-DCH-MIN-POINTS DAYS OF         *
000280*  READINGS IS LISTED BUT NOT CHARTED.  EVERY SIGNAL IS ALSO   *
000290*  WRITTEN TO THE SRDRIFT EXCEPTION FILE (SEE SRDRFREC) FOR    *
000300*  SQRDIGST, AND A SUMMARY PAGE NAMES THE STATIONS TO BOOK     *
000310*  FOR RECALIBRATION BEFORE THEIR READINGS LEAVE THE BAND.     *
000320*  ROOT-SUM-SQUARE COMPOSITES (RS) ARE NOT METER READINGS AND  *
000330*  ARE LEFT OUT.  THE AUDIT TRAIL, INDEX, REPORT AND           *
000340*  EXCEPTION FILE NAMES CARRY THE SRPARM JOB NAME.             *
000350*                                                              *
000360*  THE WINDOW IN DAYS (10 TO 90) COMES FROM MAIN'S DRIFT       *
000370*  COMMAND THROUGH THE SQRDRFTM ENTRY POINT; THE STANDALONE    *
000380*  JOB STEP, OR A DRIFT COMMAND WITH NO OPERAND, TAKES 30.     *
000390*                                                              *
000400*  RETURN CODES: 0 NO DRIFT SIGNALLED, 4 ONE OR MORE           *
000410*  STATIONS SIGNALLED, 8 WINDOW NOT VALID (NOTHING CHARTED).   *
000420*                                                              *
000430*  MODIFICATION HISTORY                                        *
000440*  DATE        INIT  DESCRIPTION                               *
      *  10/15/2026  JTM   EACH CHART IS PLOTTED ON ITS OWN          *
      *                     STATION'S 3 SIGMA; SRDRIFT IS NOW        *
      *                     EMPTIED EVEN WHEN THE WINDOW IS NOT      *
      *                     VALID.                                   *
000450*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500
000510     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000520
000530     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SR-PARM-STATUS.
000560
000570     SELECT OPTIONAL SR-ARCIX-FILE ASSIGN USING SR-AIX-FNAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SR-ARCIX-STATUS.
000600
000610     SELECT OPTIONAL SR-AUDIT-FILE ASSIGN USING SR-AUD-FNAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SR-AUDIT-STATUS.
000640
000650     SELECT SR-DRFRPT-FILE ASSIGN USING SR-DRP-FNAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS SR-DRFRPT-STATUS.
000680
000690     SELECT SR-DRIFT-FILE ASSIGN USING SR-DRX-FNAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS SR-DRIFT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760 FD  STANDARD-OUTPUT.
000770 01  OUT-LINE  PICTURE X(80).
000780
000790*****************************************************************
000800*  SR-PARM-FILE - ONLY THE JOB NAME IS USED HERE, TO FIND THE  *
000810*  JOB-QUALIFIED AUDIT TRAIL AND ITS GENERATIONS               *
000820*****************************************************************
000830 FD  SR-PARM-FILE.
000840     COPY SRPARMRC.
000850
000860*****************************************************************
000870*  SR-ARCIX-FILE - SQRARCH'S GENERATION INDEX (SRARCREC)       *
000880*****************************************************************
000890 FD  SR-ARCIX-FILE.
000900     COPY SRARCREC.
000910
000920*****************************************************************
000930*  SR-AUDIT-FILE - THE LIVE SRAUDIT AND EACH ARCHIVED          *
000940*  GENERATION OF IT IN TURN; THE NAME IS SET BEFORE EACH OPEN  *
000950*****************************************************************
000960 FD  SR-AUDIT-FILE.
000970     COPY SRAUDREC.
000980
000990*****************************************************************
001000*  SR-DRFRPT-FILE - PRINTED CONTROL CHARTS AND SUMMARY         *
001010*****************************************************************
001020 FD  SR-DRFRPT-FILE.
001030 01  SR-DRFRPT-RECORD                PIC X(100).
001040
001050*****************************************************************
001060*  SR-DRIFT-FILE - ONE RECORD PER SIGNAL, FOR SQRDIGST         *
001070*****************************************************************
001080 FD  SR-DRIFT-FILE.
001090     COPY SRDRFREC.
001100
001110 WORKING-STORAGE SECTION.
001120 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001130 77  SR-ARCIX-STATUS              PIC XX VALUE SPACES.
001140 77  SR-AUDIT-STATUS              PIC XX VALUE SPACES.
001150 77  SR-DRFRPT-STATUS             PIC XX VALUE SPACES.
001160 77  SR-DRIFT-STATUS              PIC XX VALUE SPACES.
001170 77  SR-QUAL-JOB-NAME             PIC X(8) VALUE "SQRTJOB ".
001180 77  SR-AIX-FNAME                 PIC X(30) VALUE SPACES.
001190 77  SR-AUD-FNAME                 PIC X(30) VALUE SPACES.
001200 77  SR-DRP-FNAME                 PIC X(30) VALUE SPACES.
001210 77  SR-DRX-FNAME                 PIC X(30) VALUE SPACES.
001220
001230 77  SR-DCH-EOF-SWITCH            PIC X(1) VALUE "N".
001240     88  SR-DCH-END-OF-FILE               VALUE "Y".
001250 77  SR-DCH-WINDOW-SWITCH         PIC X(1) VALUE "N".
001260     88  SR-DCH-BAD-WINDOW                VALUE "Y".
001270 77  SR-DCH-FOUND-SWITCH          PIC X(1) VALUE "N".
001280     88  SR-DCH-STATION-FOUND             VALUE "Y".
001290
001300 77  SR-DCH-RUN-DATE              PIC 9(8) VALUE ZERO.
001310 77  SR-DCH-TIME-FLD              PIC 9(8) VALUE ZERO.
001320 77  SR-DCH-PRINT-LINE            PIC X(100) VALUE SPACES.
001330
001340*****************************************************************
001350*  PASS CONTROL - PASS 1 ADDS UP EACH STATION'S DAILY COUNTS   *
001360*  AND TOTALS, PASS 2 (ONCE THE DAILY MEANS ARE KNOWN) ADDS    *
001370*  UP EACH READING'S SQUARED DEVIATION FOR THE DAILY SPREAD.   *
001380*****************************************************************
001390 77  SR-DCH-PASS                  PIC 9(1) VALUE 1.
001400     88  SR-DCH-TOTAL-PASS                VALUE 1.
001410     88  SR-DCH-SPREAD-PASS               VALUE 2.
001420
001430*****************************************************************
001440*  THE WINDOW.  THE CALLER'S OPERAND IS EDITED INTO            *
001450*  SR-DCH-WINDOW-DAYS; WITH NO CALLER THE DEFAULT APPLIES.     *
001460*  DAY 1 OF THE WINDOW IS SR-DCH-START-DATE, DAY N THE RUN     *
001470*  DATE.                                                       *
001480*****************************************************************
001490 77  SR-DCH-CALLER-DAYS           PIC X(8) VALUE SPACES.
001500 77  SR-DCH-DEFAULT-DAYS          PIC 9(3) VALUE 30.
001510 77  SR-DCH-WINDOW-DAYS           PIC 9(3) VALUE ZERO.
001520 77  SR-DCH-NUMVAL-CHECK          PIC S9(4) COMP VALUE ZERO.
001530 77  SR-DCH-WINDOW-WORK           PIC S9(9)V9(2) VALUE ZERO.
001540 77  SR-DCH-TODAY-INT             PIC 9(8) COMP VALUE ZERO.
001550 77  SR-DCH-START-INT             PIC 9(8) COMP VALUE ZERO.
001560 77  SR-DCH-START-DATE            PIC 9(8) VALUE ZERO.
001570 77  SR-DCH-START-DATE-X          PIC X(8) VALUE SPACES.
001580 77  SR-DCH-AUD-DATE              PIC 9(8) VALUE ZERO.
001590 77  SR-DCH-DAY-OFFSET            PIC S9(8) COMP VALUE ZERO.
001600 77  SR-DCH-DAY-DATE              PIC 9(8) VALUE ZERO.
001610
001620*****************************************************************
001630*  THE CHART RULES                                             *
001640*****************************************************************
001650 77  SR-DCH-RUN-LIMIT             PIC 9(3) VALUE 8.
001660 77  SR-DCH-MIN-POINTS            PIC 9(3) VALUE 5.
001670
001680*****************************************************************
001690*  THE ARCHIVED SRAUDIT GENERATIONS THAT CAN HOLD READINGS IN  *
001700*  THE WINDOW - ONE ARCHIVED ON OR AFTER THE FIRST DAY OF IT.  *
001710*  200 IS MORE GENERATIONS THAN SQRARCH'S INDEX CAN HOLD.      *
001720*****************************************************************
001730 77  SR-DCH-GEN-COUNT             PIC 9(4) COMP VALUE ZERO.
001740 77  SR-DCH-GEN-SUB               PIC 9(4) COMP VALUE ZERO.
001750 77  SR-DCH-GEN-MISSING           PIC 9(4) COMP VALUE ZERO.
001760 77  SR-DCH-GEN-OMITTED           PIC 9(4) COMP VALUE ZERO.
001770 01  SR-DCH-GEN-TABLE.
001780     05  SR-DCH-GEN-ENTRY            OCCURS 200 TIMES.
001790         10  SR-DCH-G-NAME           PIC X(30).
001800
001810*****************************************************************
001820*  READING COUNTS FOR THE TRAILER, TAKEN ON PASS 1             *
001830*****************************************************************
001840 77  SR-DCH-AUDIT-READ            PIC 9(8) COMP VALUE ZERO.
001850 77  SR-DCH-USED-COUNT            PIC 9(8) COMP VALUE ZERO.
001860 77  SR-DCH-OUTSIDE-COUNT         PIC 9(8) COMP VALUE ZERO.
001870 77  SR-DCH-COMPOSITE-COUNT       PIC 9(8) COMP VALUE ZERO.
001880 77  SR-DCH-DROPPED-COUNT         PIC 9(8) COMP VALUE ZERO.
001890 77  SR-DCH-CAPPED-COUNT          PIC 9(8) COMP VALUE ZERO.
001900
001910*****************************************************************
001920*  ONE ENTRY PER STATION, WITH ITS DAILY FIGURES FOR EACH DAY  *
001930*  OF THE WINDOW AND ITS CHART.  100 STATIONS MATCHES THE      *
001940*  TABLES IN SQUAREROOT.                                       *
001950*    T-STATUS   F = TOO FEW DAYS TO CHART, D = DRIFT           *
001960*               SIGNALLED, O = IN CONTROL                      *
001970*    T-RUN-*    THE LONGEST RUN ON ONE SIDE OF THE CENTRE      *
001980*               LINE (SIDE A OR B, FIRST AND LAST DAY)         *
001990*****************************************************************
002000 77  SR-DCH-STN-COUNT             PIC 9(4) COMP VALUE ZERO.
002010 77  SR-DCH-STN-SUB               PIC 9(4) COMP VALUE ZERO.
002020 77  SR-DCH-OTHER-SUB             PIC 9(4) COMP VALUE ZERO.
002030 77  SR-DCH-ORDER                 PIC 9(4) COMP VALUE ZERO.
002040 77  SR-DCH-DAY-SUB               PIC 9(4) COMP VALUE ZERO.
002050 01  SR-DCH-STN-TABLE.
002060     05  SR-DCH-STN-ENTRY            OCCURS 100 TIMES.
002070         10  SR-DCH-T-CODE           PIC X(4).
002080         10  SR-DCH-T-ORDER          PIC 9(4) COMP.
002090         10  SR-DCH-T-READINGS       PIC 9(8) COMP.
002100         10  SR-DCH-T-POINTS         PIC 9(3) COMP.
002110         10  SR-DCH-T-CENTRE         PIC S9(11)V9(6).
002120         10  SR-DCH-T-SIGMA          PIC 9(11)V9(6).
002130         10  SR-DCH-T-UCL            PIC S9(12)V9(6).
002140         10  SR-DCH-T-LCL            PIC S9(12)V9(6).
002150         10  SR-DCH-T-BREACHES       PIC 9(3) COMP.
002160         10  SR-DCH-T-RUN-LENGTH     PIC 9(3) COMP.
002170         10  SR-DCH-T-RUN-SIDE       PIC X(1).
002180         10  SR-DCH-T-RUN-FROM       PIC 9(4) COMP.
002190         10  SR-DCH-T-RUN-TO         PIC 9(4) COMP.
002200         10  SR-DCH-T-STATUS         PIC X(1).
002210             88  SR-DCH-T-TOO-FEW            VALUE "F".
002220             88  SR-DCH-T-DRIFTING           VALUE "D".
002230             88  SR-DCH-T-IN-CONTROL         VALUE "O".
002240         10  SR-DCH-T-DAY            OCCURS 90 TIMES.
002250             15  SR-DCH-T-DAY-COUNT  PIC 9(6) COMP.
002260             15  SR-DCH-T-DAY-SUM    PIC S9(12)V9(6).
002270             15  SR-DCH-T-DAY-MEAN   PIC S9(11)V9(6).
002280             15  SR-DCH-T-DAY-SUMSQ  PIC 9(12)V9(6).
002290             15  SR-DCH-T-DAY-SPREAD PIC 9(11)V9(6).
002300
002310*****************************************************************
002320*  WORK FIELDS FOR THE STATISTICS.  EVERY FIGURE IS KEPT TO    *
002330*  SIX DECIMALS LIKE THE AUDIT TRAIL; A SQUARE TOO LARGE TO    *
002340*  HOLD IS CAPPED AND COUNTED.                                 *
002350*****************************************************************
002360 77  SR-DCH-VALUE                 PIC S9(11)V9(6) VALUE ZERO.
002370 77  SR-DCH-DEVIATION             PIC S9(12)V9(6) VALUE ZERO.
002380 77  SR-DCH-SQUARE                PIC 9(12)V9(6) VALUE ZERO.
002390 77  SR-DCH-SUM-MEANS             PIC S9(13)V9(5) VALUE ZERO.
002400 77  SR-DCH-SUM-SQUARES           PIC 9(13)V9(5) VALUE ZERO.
002410 77  SR-DCH-DIVISOR               PIC 9(3) COMP VALUE ZERO.
002420 77  SR-DCH-THREE-SIGMA           PIC 9(12)V9(6) VALUE ZERO.
002430 77  SR-DCH-RATIO                 PIC S9(4)V9(6) VALUE ZERO.
002440 77  SR-DCH-OFFSET                PIC S9(4) VALUE ZERO.
002450 77  SR-DCH-POSITION              PIC 9(4) COMP VALUE ZERO.
002460 77  SR-DCH-ROOT-IN               PIC 9(11)V9(6) VALUE ZERO.
002470 77  SR-DCH-ROOT-OUT              PIC 9(11)V9(6) VALUE ZERO.
002480 77  SR-DCH-ROOT-ITER             PIC S9999 VALUE ZERO.
002490
002500*****************************************************************
002510*  RUN TRACKING WHILE A STATION'S DAYS ARE WALKED IN ORDER.    *
002520*  A DAY EXACTLY ON THE CENTRE LINE BREAKS A RUN.              *
002530*****************************************************************
002540 77  SR-DCH-DAY-SIDE              PIC X(1) VALUE SPACE.
002550 77  SR-DCH-CUR-SIDE              PIC X(1) VALUE SPACE.
002560 77  SR-DCH-CUR-LENGTH            PIC 9(3) COMP VALUE ZERO.
002570 77  SR-DCH-CUR-FROM              PIC 9(4) COMP VALUE ZERO.
002580
002590*****************************************************************
002600*  THE CHART COLUMN - LCL AT THE LEFT EDGE, THE CENTRE LINE    *
002610*  IN THE MIDDLE, UCL AT THE RIGHT EDGE; A DAY BEYOND A LIMIT  *
002620*  SHOWS AS < OR > ON THE EDGE.                                *
002630*****************************************************************
002640 01  SR-DCH-CHART                 PIC X(41) VALUE SPACES.
002650 01  SR-DCH-CHART-R REDEFINES SR-DCH-CHART.
002660     05  SR-DCH-CHART-POS         PIC X(1) OCCURS 41 TIMES.
002670 77  SR-DCH-FLAG                  PIC X(2) VALUE SPACES.
002680
002690*****************************************************************
002700*  TOTALS, PAGING AND EDITED FIELDS                            *
002710*****************************************************************
002720 77  SR-DCH-CHARTED-COUNT         PIC 9(4) COMP VALUE ZERO.
002730 77  SR-DCH-DRIFT-COUNT           PIC 9(4) COMP VALUE ZERO.
002740 77  SR-DCH-FEW-COUNT             PIC 9(4) COMP VALUE ZERO.
002750 77  SR-DCH-SIGNAL-COUNT          PIC 9(6) COMP VALUE ZERO.
002760 77  SR-DCH-PAGE-NUMBER           PIC 9(4) COMP VALUE ZERO.
002770 77  SR-DCH-PAGE-NUMBER-ED        PIC ZZZ9.
002780 77  SR-DCH-LINE-COUNT            PIC 9(4) COMP VALUE ZERO.
002790 77  SR-DCH-MAX-LINES             PIC 9(4) COMP VALUE 55.
002800 77  SR-DCH-LINES-NEEDED          PIC 9(4) COMP VALUE ZERO.
002810 77  SR-DCH-DAYS-ED               PIC ZZ9.
002820 77  SR-DCH-RUN-ED                PIC ZZ9.
002830 77  SR-DCH-COUNT-ED              PIC ZZZZ9.
002840 77  SR-DCH-BIG-ED                PIC Z,ZZZ,ZZ9.
002850 77  SR-DCH-MEAN-ED               PIC -(11)9.9(4).
002860 77  SR-DCH-SPREAD-ED             PIC Z(10)9.9(4).
002870 77  SR-DCH-STATUS-TEXT           PIC X(30) VALUE SPACES.
002880
002890 LINKAGE SECTION.
002900*    SR-LNK-DCH-DAYS IS ONLY ADDRESSABLE WHEN MAIN COMES IN
002910*    THROUGH THE SQRDRFTM ENTRY POINT BELOW WITH THE DRIFT
002920*    COMMAND'S OPERAND - A NUMBER OF DAYS, OR SPACES.
002930 01  SR-LNK-DCH-DAYS              PIC X(8).
002940
002950 PROCEDURE DIVISION.
002960
002970*****************************************************************
002980*  0000-MAINLINE - THE STANDALONE JOB-STEP ENTRY.  NO CALLER,  *
002990*  NO OPERAND - THE DEFAULT WINDOW APPLIES.                    *
003000*****************************************************************
003010 0000-MAINLINE.
003020     MOVE SPACES TO SR-DCH-CALLER-DAYS.
003030     PERFORM 0100-RUN-CHARTS THRU 0100-EXIT.
003040     GOBACK.
003050
003060*****************************************************************
003070*  0010-CALLED-ENTRY - MAIN COMES IN HERE (SEE SQRCHRGM IN     *
003080*  SQRCHRG FOR THE SAME PATTERN) WITH THE WINDOW IN DAYS.      *
003090*****************************************************************
003100 0010-CALLED-ENTRY.
003110 ENTRY "SQRDRFTM" USING SR-LNK-DCH-DAYS.
003120     MOVE SR-LNK-DCH-DAYS TO SR-DCH-CALLER-DAYS.
003130     PERFORM 0100-RUN-CHARTS THRU 0100-EXIT.
003140     GOBACK.
003150
003160*****************************************************************
003170*  0100-RUN-CHARTS - THE WHOLE RUN, SHARED BY BOTH ENTRIES.    *
003180*****************************************************************
003190 0100-RUN-CHARTS.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210
003220     IF NOT SR-DCH-BAD-WINDOW
003230         PERFORM 1300-LOAD-GENERATIONS THRU 1300-EXIT
003240         SET SR-DCH-TOTAL-PASS TO TRUE
003250         PERFORM 2000-SWEEP-AUDITS THRU 2000-EXIT
003260         PERFORM 3000-DAILY-MEANS THRU 3000-EXIT
003270         SET SR-DCH-SPREAD-PASS TO TRUE
003280         PERFORM 2000-SWEEP-AUDITS THRU 2000-EXIT
003290         PERFORM 4000-BUILD-CHARTS THRU 4000-EXIT
003300         PERFORM 3500-ORDER-STATIONS THRU 3500-EXIT
003310         PERFORM 5000-PRINT-CHARTS THRU 5000-EXIT
003320         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
003330     END-IF.
003340
003350     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003360 0100-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400*  1000-INITIALIZE - SETTLE THE FILE NAMES AND THE WINDOW AND  *
003410*  START THE REPORT.  EVERY TABLE AND TOTAL IS CLEARED HERE,   *
003420*  SINCE MAIN MAY CALL THIS PROGRAM MORE THAN ONCE.            *
003430*****************************************************************
003440 1000-INITIALIZE.
003450     ACCEPT SR-DCH-RUN-DATE FROM DATE YYYYMMDD.
003460     ACCEPT SR-DCH-TIME-FLD FROM TIME.
003470     MOVE "N" TO SR-DCH-WINDOW-SWITCH.
003480     INITIALIZE SR-DCH-STN-TABLE.
003490     MOVE SPACES TO SR-DCH-GEN-TABLE.
003500     MOVE ZERO TO SR-DCH-STN-COUNT.
003510     MOVE ZERO TO SR-DCH-GEN-COUNT.
003520     MOVE ZERO TO SR-DCH-GEN-MISSING.
003530     MOVE ZERO TO SR-DCH-GEN-OMITTED.
003540     MOVE ZERO TO SR-DCH-AUDIT-READ.
003550     MOVE ZERO TO SR-DCH-USED-COUNT.
003560     MOVE ZERO TO SR-DCH-OUTSIDE-COUNT.
003570     MOVE ZERO TO SR-DCH-COMPOSITE-COUNT.
003580     MOVE ZERO TO SR-DCH-DROPPED-COUNT.
003590     MOVE ZERO TO SR-DCH-CAPPED-COUNT.
003600     MOVE ZERO TO SR-DCH-CHARTED-COUNT.
003610     MOVE ZERO TO SR-DCH-DRIFT-COUNT.
003620     MOVE ZERO TO SR-DCH-FEW-COUNT.
003630     MOVE ZERO TO SR-DCH-SIGNAL-COUNT.
003640     MOVE ZERO TO SR-DCH-PAGE-NUMBER.
003650     MOVE ZERO TO SR-DCH-LINE-COUNT.
003660
003670     PERFORM 1100-QUALIFY-FILE-NAMES THRU 1100-EXIT.
003680     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
003690
003700     OPEN OUTPUT SR-DRFRPT-FILE.
      *    THE EXCEPTION FILE IS REWRITTEN EVERY RUN, A BAD WINDOW
      *    INCLUDED, SO SQRDIGST NEVER PICKS UP SIGNALS FROM AN
      *    EARLIER CHART.
           OPEN OUTPUT SR-DRIFT-FILE.
003710     IF SR-DCH-BAD-WINDOW
003720         MOVE SPACES TO SR-DCH-PRINT-LINE
003730         STRING "DRIFT CONTROL CHART   RUN DATE: "
003740                                             DELIMITED BY SIZE
003750                SR-DCH-RUN-DATE              DELIMITED BY SIZE
003760             INTO SR-DCH-PRINT-LINE
003770         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
003780         MOVE SPACES TO SR-DCH-PRINT-LINE
003790         STRING "CHART WINDOW NOT VALID: "   DELIMITED BY SIZE
003800                SR-DCH-CALLER-DAYS           DELIMITED BY SIZE
003810                " - NOTHING CHARTED"         DELIMITED BY SIZE
003820             INTO SR-DCH-PRINT-LINE
003830         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
003840         GO TO 1000-EXIT
003850     END-IF.
003900 1000-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940*  1100-QUALIFY-FILE-NAMES - THE AUDIT TRAIL, INDEX, REPORT    *
003950*  AND EXCEPTION FILE NAMES CARRY THE SRPARM JOB NAME,         *
003960*  MATCHING SQUAREROOT AND SQRARCH.                            *
003970*****************************************************************
003980 1100-QUALIFY-FILE-NAMES.
003990     MOVE "SQRTJOB " TO SR-QUAL-JOB-NAME.
004000     OPEN INPUT SR-PARM-FILE.
004010     IF SR-PARM-STATUS NOT = "05"
004020         READ SR-PARM-FILE
004030             NOT AT END
004040                 IF SR-PARM-JOB-NAME NOT = SPACES
004050                     MOVE SR-PARM-JOB-NAME TO SR-QUAL-JOB-NAME
004060                 END-IF
004070         END-READ
004080     END-IF.
004090     CLOSE SR-PARM-FILE.
004100     MOVE SPACES TO SR-AIX-FNAME.
004110     STRING "SRARCIX."        DELIMITED BY SIZE
004120            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004130         INTO SR-AIX-FNAME.
004140     MOVE SPACES TO SR-DRP-FNAME.
004150     STRING "SRDRFRPT."       DELIMITED BY SIZE
004160            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004170         INTO SR-DRP-FNAME.
004180     MOVE SPACES TO SR-DRX-FNAME.
004190     STRING "SRDRIFT."        DELIMITED BY SIZE
004200            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004210         INTO SR-DRX-FNAME.
004220 1100-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*  1200-SET-WINDOW - SPACES TAKE THE DEFAULT; OTHERWISE THE    *
004270*  OPERAND MUST BE A WHOLE NUMBER OF DAYS FROM 10 TO 90 -      *
004280*  ENOUGH DAYS FOR A RUN SIGNAL, NO MORE THAN THE TABLE HOLDS. *
004290*****************************************************************
004300 1200-SET-WINDOW.
004310     IF SR-DCH-CALLER-DAYS = SPACES
004320             OR SR-DCH-CALLER-DAYS = LOW-VALUES
004330         MOVE SR-DCH-DEFAULT-DAYS TO SR-DCH-WINDOW-DAYS
004340     ELSE
004350         MOVE FUNCTION TEST-NUMVAL (SR-DCH-CALLER-DAYS)
004360             TO SR-DCH-NUMVAL-CHECK
004370         IF SR-DCH-NUMVAL-CHECK NOT = ZERO
004380             SET SR-DCH-BAD-WINDOW TO TRUE
004390             GO TO 1200-EXIT
004400         END-IF
004410         COMPUTE SR-DCH-WINDOW-WORK =
004420             FUNCTION NUMVAL (SR-DCH-CALLER-DAYS)
004430         IF SR-DCH-WINDOW-WORK < 10
004440                 OR SR-DCH-WINDOW-WORK > 90
004450                 OR SR-DCH-WINDOW-WORK NOT =
004460                     FUNCTION INTEGER-PART (SR-DCH-WINDOW-WORK)
004470             SET SR-DCH-BAD-WINDOW TO TRUE
004480             GO TO 1200-EXIT
004490         END-IF
004500         MOVE SR-DCH-WINDOW-WORK TO SR-DCH-WINDOW-DAYS
004510     END-IF.
004520
004530     COMPUTE SR-DCH-TODAY-INT =
004540         FUNCTION INTEGER-OF-DATE (SR-DCH-RUN-DATE).
004550     COMPUTE SR-DCH-START-INT =
004560         SR-DCH-TODAY-INT - SR-DCH-WINDOW-DAYS + 1.
004570     COMPUTE SR-DCH-START-DATE =
004580         FUNCTION DATE-OF-INTEGER (SR-DCH-START-INT).
004590     MOVE SR-DCH-START-DATE TO SR-DCH-START-DATE-X.
004600 1200-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*  1300-LOAD-GENERATIONS - THE SRAUDIT GENERATIONS ON THE      *
004650*  SRARCIX INDEX.  A GENERATION IS ARCHIVED AT THE START OF    *
004660*  THE RUN AFTER THE ONE THAT WROTE IT, SO ONE ARCHIVED        *
004670*  BEFORE THE FIRST DAY OF THE WINDOW HOLDS NOTHING IN IT AND  *
004680*  IS PASSED OVER.  NO INDEX MEANS ONLY THE LIVE TRAIL.        *
004690*****************************************************************
004700 1300-LOAD-GENERATIONS.
004710     MOVE "N" TO SR-DCH-EOF-SWITCH.
004720     OPEN INPUT SR-ARCIX-FILE.
004730     IF SR-ARCIX-STATUS = "05"
004740         CLOSE SR-ARCIX-FILE
004750         GO TO 1300-EXIT
004760     END-IF.
004770     PERFORM 1350-LOAD-ONE-GENERATION THRU 1350-EXIT
004780         UNTIL SR-DCH-END-OF-FILE.
004790     CLOSE SR-ARCIX-FILE.
004800 1300-EXIT.
004810     EXIT.
004820
004830 1350-LOAD-ONE-GENERATION.
004840     READ SR-ARCIX-FILE
004850         AT END
004860             SET SR-DCH-END-OF-FILE TO TRUE
004870             GO TO 1350-EXIT
004880     END-READ.
004890     IF SR-ARC-BASE-NAME NOT = "SRAUDIT "
004900             OR SR-ARC-DATE < SR-DCH-START-DATE-X
004910         GO TO 1350-EXIT
004920     END-IF.
004930     IF SR-DCH-GEN-COUNT NOT < 200
004940         ADD 1 TO SR-DCH-GEN-OMITTED
004950         GO TO 1350-EXIT
004960     END-IF.
004970     ADD 1 TO SR-DCH-GEN-COUNT.
004980     MOVE SR-ARC-FILE-NAME TO SR-DCH-G-NAME (SR-DCH-GEN-COUNT).
004990 1350-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030*  2000-SWEEP-AUDITS - ONE PASS OVER EVERY GENERATION IN THE   *
005040*  WINDOW, OLDEST FIRST, THEN THE LIVE TRAIL.  THE PASS        *
005050*  SWITCH DECIDES WHAT IS ADDED UP.                            *
005060*****************************************************************
005070 2000-SWEEP-AUDITS.
005080     PERFORM 2050-SWEEP-ONE-GENERATION THRU 2050-EXIT
005090         VARYING SR-DCH-GEN-SUB FROM 1 BY 1
005100             UNTIL SR-DCH-GEN-SUB > SR-DCH-GEN-COUNT.
005110     MOVE SPACES TO SR-AUD-FNAME.
005120     STRING "SRAUDIT."        DELIMITED BY SIZE
005130            SR-QUAL-JOB-NAME DELIMITED BY SPACE
005140         INTO SR-AUD-FNAME.
005150     PERFORM 2100-READ-ONE-AUDIT-FILE THRU 2100-EXIT.
005160 2000-EXIT.
005170     EXIT.
005180
005190 2050-SWEEP-ONE-GENERATION.
005200     MOVE SR-DCH-G-NAME (SR-DCH-GEN-SUB) TO SR-AUD-FNAME.
005210     PERFORM 2100-READ-ONE-AUDIT-FILE THRU 2100-EXIT.
005220 2050-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*  2100-READ-ONE-AUDIT-FILE - EVERY ENTRY ON ONE TRAIL.  AN    *
005270*  INDEXED GENERATION NO LONGER ON DISK IS COUNTED AS MISSING  *
005280*  ON THE FIRST PASS; A MISSING LIVE TRAIL IS QUIETLY EMPTY.   *
005290*****************************************************************
005300 2100-READ-ONE-AUDIT-FILE.
005310     MOVE "N" TO SR-DCH-EOF-SWITCH.
005320     OPEN INPUT SR-AUDIT-FILE.
005330     IF SR-AUDIT-STATUS = "05"
005340         IF SR-DCH-TOTAL-PASS
005350                 AND SR-DCH-GEN-SUB NOT > SR-DCH-GEN-COUNT
005360             ADD 1 TO SR-DCH-GEN-MISSING
005370         END-IF
005380         CLOSE SR-AUDIT-FILE
005390         GO TO 2100-EXIT
005400     END-IF.
005410     PERFORM 2150-TAKE-ONE-AUDIT THRU 2150-EXIT
005420         UNTIL SR-DCH-END-OF-FILE.
005430     CLOSE SR-AUDIT-FILE.
005440 2100-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*  2150-TAKE-ONE-AUDIT - PLACE ONE ENTRY ON ITS STATION'S DAY. *
005490*  PASS 1 ADDS THE INPUT VALUE TO THE DAY'S COUNT AND TOTAL;   *
005500*  PASS 2 ADDS ITS SQUARED DEVIATION FROM THE DAY'S MEAN.      *
005510*****************************************************************
005520 2150-TAKE-ONE-AUDIT.
005530     READ SR-AUDIT-FILE
005540         AT END
005550             SET SR-DCH-END-OF-FILE TO TRUE
005560             GO TO 2150-EXIT
005570     END-READ.
005580     IF SR-DCH-TOTAL-PASS
005590         ADD 1 TO SR-DCH-AUDIT-READ
005600     END-IF.
005610     IF SR-AUD-OPER-CODE = "RS"
005620         IF SR-DCH-TOTAL-PASS
005630             ADD 1 TO SR-DCH-COMPOSITE-COUNT
005640         END-IF
005650         GO TO 2150-EXIT
005660     END-IF.
005670     MOVE ZERO TO SR-DCH-DAY-OFFSET.
005680     IF SR-AUD-DATE IS NUMERIC
005690         MOVE SR-AUD-DATE TO SR-DCH-AUD-DATE
005700         IF SR-AUD-DATE NOT < SR-DCH-START-DATE-X
005710             COMPUTE SR-DCH-DAY-OFFSET =
005720                 FUNCTION INTEGER-OF-DATE (SR-DCH-AUD-DATE)
005730                     - SR-DCH-START-INT + 1
005740         END-IF
005750     END-IF.
005760     IF SR-DCH-DAY-OFFSET < 1
005770             OR SR-DCH-DAY-OFFSET > SR-DCH-WINDOW-DAYS
005780         IF SR-DCH-TOTAL-PASS
005790             ADD 1 TO SR-DCH-OUTSIDE-COUNT
005800         END-IF
005810         GO TO 2150-EXIT
005820     END-IF.
005830     MOVE SR-DCH-DAY-OFFSET TO SR-DCH-DAY-SUB.
005840
005850     PERFORM 2200-FIND-STATION THRU 2200-EXIT.
005860     IF NOT SR-DCH-STATION-FOUND
005870         GO TO 2150-EXIT
005880     END-IF.
005890
005900     MOVE SR-AUD-INPUT-VALUE TO SR-DCH-VALUE.
005910     IF SR-DCH-TOTAL-PASS
005920         ADD 1 TO SR-DCH-USED-COUNT
005930         ADD 1 TO SR-DCH-T-READINGS (SR-DCH-STN-SUB)
005940         ADD 1 TO SR-DCH-T-DAY-COUNT
005950             (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
005960         ADD SR-DCH-VALUE
005970             TO SR-DCH-T-DAY-SUM (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
005980         GO TO 2150-EXIT
005990     END-IF.
006000
006010     SUBTRACT SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
006020         FROM SR-DCH-VALUE GIVING SR-DCH-DEVIATION.
006030     MULTIPLY SR-DCH-DEVIATION BY SR-DCH-DEVIATION
006040         GIVING SR-DCH-SQUARE ROUNDED
006050         ON SIZE ERROR
006060             MOVE 999999999999.999999 TO SR-DCH-SQUARE
006070             ADD 1 TO SR-DCH-CAPPED-COUNT
006080     END-MULTIPLY.
006090     ADD SR-DCH-SQUARE
006100         TO SR-DCH-T-DAY-SUMSQ (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
006110         ON SIZE ERROR
006120             MOVE 999999999999.999999 TO SR-DCH-T-DAY-SUMSQ
006130                 (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
006140             ADD 1 TO SR-DCH-CAPPED-COUNT
006150     END-ADD.
006160 2150-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*  2200-FIND-STATION - THE ENTRY'S STATION IN THE TABLE, INTO  *
006210*  SR-DCH-STN-SUB.  PASS 1 ADDS A STATION NOT YET SEEN; PAST   *
006220*  A FULL TABLE ITS READINGS ARE DROPPED AND COUNTED.          *
006230*****************************************************************
006240 2200-FIND-STATION.
006250     MOVE "N" TO SR-DCH-FOUND-SWITCH.
006260     PERFORM 2250-MATCH-ONE-STATION THRU 2250-EXIT
006270         VARYING SR-DCH-OTHER-SUB FROM 1 BY 1
006280             UNTIL SR-DCH-OTHER-SUB > SR-DCH-STN-COUNT
006290                 OR SR-DCH-STATION-FOUND.
006300     IF SR-DCH-STATION-FOUND OR SR-DCH-SPREAD-PASS
006310         GO TO 2200-EXIT
006320     END-IF.
006330     IF SR-DCH-STN-COUNT NOT < 100
006340         ADD 1 TO SR-DCH-DROPPED-COUNT
006350         GO TO 2200-EXIT
006360     END-IF.
006370     ADD 1 TO SR-DCH-STN-COUNT.
006380     MOVE SR-DCH-STN-COUNT TO SR-DCH-STN-SUB.
006390     MOVE SR-AUD-SOURCE-STATION
006400         TO SR-DCH-T-CODE (SR-DCH-STN-SUB).
006410     SET SR-DCH-STATION-FOUND TO TRUE.
006420 2200-EXIT.
006430     EXIT.
006440
006450 2250-MATCH-ONE-STATION.
006460     IF SR-DCH-T-CODE (SR-DCH-OTHER-SUB) = SR-AUD-SOURCE-STATION
006470         MOVE SR-DCH-OTHER-SUB TO SR-DCH-STN-SUB
006480         SET SR-DCH-STATION-FOUND TO TRUE
006490     END-IF.
006500 2250-EXIT.
006510     EXIT.
006520
006530*****************************************************************
006540*  3000-DAILY-MEANS - EACH STATION'S MEAN INPUT VALUE FOR      *
006550*  EVERY DAY IT HAD READINGS, READY FOR PASS 2.                *
006560*****************************************************************
006570 3000-DAILY-MEANS.
006580     PERFORM 3050-MEANS-ONE-STATION THRU 3050-EXIT
006590         VARYING SR-DCH-STN-SUB FROM 1 BY 1
006600             UNTIL SR-DCH-STN-SUB > SR-DCH-STN-COUNT.
006610 3000-EXIT.
006620     EXIT.
006630
006640 3050-MEANS-ONE-STATION.
006650     PERFORM 3100-MEAN-ONE-DAY THRU 3100-EXIT
006660         VARYING SR-DCH-DAY-SUB FROM 1 BY 1
006670             UNTIL SR-DCH-DAY-SUB > SR-DCH-WINDOW-DAYS.
006680 3050-EXIT.
006690     EXIT.
006700
006710 3100-MEAN-ONE-DAY.
006720     IF SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB) = ZERO
006730         GO TO 3100-EXIT
006740     END-IF.
006750     DIVIDE SR-DCH-T-DAY-SUM (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
006760         BY SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
006770         GIVING SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
006780             ROUNDED.
006790     ADD 1 TO SR-DCH-T-POINTS (SR-DCH-STN-SUB).
006800 3100-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*  3500-ORDER-STATIONS - EACH STATION'S PLACE IN STATION CODE  *
006850*  ORDER FOR PRINTING: ONE MORE THAN THE NUMBER OF STATIONS    *
006860*  WITH A LOWER CODE.                                          *
006870*****************************************************************
006880 3500-ORDER-STATIONS.
006890     PERFORM 3550-ORDER-ONE-STATION THRU 3550-EXIT
006900         VARYING SR-DCH-STN-SUB FROM 1 BY 1
006910             UNTIL SR-DCH-STN-SUB > SR-DCH-STN-COUNT.
006920 3500-EXIT.
006930     EXIT.
006940
006950 3550-ORDER-ONE-STATION.
006960     MOVE 1 TO SR-DCH-T-ORDER (SR-DCH-STN-SUB).
006970     PERFORM 3560-COMPARE-ONE-STATION THRU 3560-EXIT
006980         VARYING SR-DCH-OTHER-SUB FROM 1 BY 1
006990             UNTIL SR-DCH-OTHER-SUB > SR-DCH-STN-COUNT.
007000 3550-EXIT.
007010     EXIT.
007020
007030 3560-COMPARE-ONE-STATION.
007040     IF SR-DCH-T-CODE (SR-DCH-OTHER-SUB)
007050             < SR-DCH-T-CODE (SR-DCH-STN-SUB)
007060         ADD 1 TO SR-DCH-T-ORDER (SR-DCH-STN-SUB)
007070     END-IF.
007080 3560-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  4000-BUILD-CHARTS - EACH STATION'S DAILY SPREADS, CENTRE    *
007130*  LINE, SIGMA AND LIMITS, AND ITS SIGNALS.                    *
007140*****************************************************************
007150 4000-BUILD-CHARTS.
007160     PERFORM 4050-CHART-ONE-STATION THRU 4050-EXIT
007170         VARYING SR-DCH-STN-SUB FROM 1 BY 1
007180             UNTIL SR-DCH-STN-SUB > SR-DCH-STN-COUNT.
007190 4000-EXIT.
007200     EXIT.
007210
007220*****************************************************************
007230*  4050-CHART-ONE-STATION - THE CENTRE LINE IS THE AVERAGE OF  *
007240*  THE DAILY MEANS; SIGMA IS THEIR STANDARD DEVIATION ABOUT    *
007250*  IT (N - 1 DIVISOR).  A STATION SHORT OF                     *
007260*  SR-DCH-MIN-POINTS DAYS IS NOT CHARTED.                      *
007270*****************************************************************
007280 4050-CHART-ONE-STATION.
007290     PERFORM 4100-SPREAD-ONE-DAY THRU 4100-EXIT
007300         VARYING SR-DCH-DAY-SUB FROM 1 BY 1
007310             UNTIL SR-DCH-DAY-SUB > SR-DCH-WINDOW-DAYS.
007320     IF SR-DCH-T-POINTS (SR-DCH-STN-SUB) < SR-DCH-MIN-POINTS
007330         SET SR-DCH-T-TOO-FEW (SR-DCH-STN-SUB) TO TRUE
007340         ADD 1 TO SR-DCH-FEW-COUNT
007350         GO TO 4050-EXIT
007360     END-IF.
007370     ADD 1 TO SR-DCH-CHARTED-COUNT.
007380
007390     MOVE ZERO TO SR-DCH-SUM-MEANS.
007400     PERFORM 4150-ADD-ONE-MEAN THRU 4150-EXIT
007410         VARYING SR-DCH-DAY-SUB FROM 1 BY 1
007420             UNTIL SR-DCH-DAY-SUB > SR-DCH-WINDOW-DAYS.
007430     DIVIDE SR-DCH-SUM-MEANS BY SR-DCH-T-POINTS (SR-DCH-STN-SUB)
007440         GIVING SR-DCH-T-CENTRE (SR-DCH-STN-SUB) ROUNDED.
007450
007460     MOVE ZERO TO SR-DCH-SUM-SQUARES.
007470     PERFORM 4200-ADD-ONE-DEVIATION THRU 4200-EXIT
007480         VARYING SR-DCH-DAY-SUB FROM 1 BY 1
007490             UNTIL SR-DCH-DAY-SUB > SR-DCH-WINDOW-DAYS.
007500     SUBTRACT 1 FROM SR-DCH-T-POINTS (SR-DCH-STN-SUB)
007510         GIVING SR-DCH-DIVISOR.
007520     DIVIDE SR-DCH-SUM-SQUARES BY SR-DCH-DIVISOR
007530         GIVING SR-DCH-ROOT-IN ROUNDED
007540         ON SIZE ERROR
007550             MOVE 99999999999.999999 TO SR-DCH-ROOT-IN
007560             ADD 1 TO SR-DCH-CAPPED-COUNT
007570     END-DIVIDE.
007580     PERFORM 4900-TAKE-SQUARE-ROOT THRU 4900-EXIT.
007590     MOVE SR-DCH-ROOT-OUT TO SR-DCH-T-SIGMA (SR-DCH-STN-SUB).
007600
007610     MULTIPLY SR-DCH-T-SIGMA (SR-DCH-STN-SUB) BY 3
007620         GIVING SR-DCH-THREE-SIGMA.
007630     ADD SR-DCH-T-CENTRE (SR-DCH-STN-SUB) SR-DCH-THREE-SIGMA
007640         GIVING SR-DCH-T-UCL (SR-DCH-STN-SUB).
007650     SUBTRACT SR-DCH-THREE-SIGMA
007660         FROM SR-DCH-T-CENTRE (SR-DCH-STN-SUB)
007670         GIVING SR-DCH-T-LCL (SR-DCH-STN-SUB).
007680
007690     MOVE SPACE TO SR-DCH-CUR-SIDE.
007700     MOVE ZERO TO SR-DCH-CUR-LENGTH.
007710     PERFORM 4300-TEST-ONE-DAY THRU 4300-EXIT
007720         VARYING SR-DCH-DAY-SUB FROM 1 BY 1
007730             UNTIL SR-DCH-DAY-SUB > SR-DCH-WINDOW-DAYS.
007740
007750     IF SR-DCH-T-BREACHES (SR-DCH-STN-SUB) > ZERO
007760             OR SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB)
007770                 NOT < SR-DCH-RUN-LIMIT
007780         SET SR-DCH-T-DRIFTING (SR-DCH-STN-SUB) TO TRUE
007790         ADD 1 TO SR-DCH-DRIFT-COUNT
007800     ELSE
007810         SET SR-DCH-T-IN-CONTROL (SR-DCH-STN-SUB) TO TRUE
007820     END-IF.
007830 4050-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870*  4100-SPREAD-ONE-DAY - THE DAY'S SPREAD IS THE STANDARD      *
007880*  DEVIATION OF ITS READINGS ABOUT THE DAY'S MEAN (ZERO FOR A  *
007890*  DAY OF ONE READING).                                        *
007900*****************************************************************
007910 4100-SPREAD-ONE-DAY.
007920     IF SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB) = ZERO
007930         GO TO 4100-EXIT
007940     END-IF.
007950     DIVIDE SR-DCH-T-DAY-SUMSQ (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
007960         BY SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
007970         GIVING SR-DCH-ROOT-IN ROUNDED
007980         ON SIZE ERROR
007990             MOVE 99999999999.999999 TO SR-DCH-ROOT-IN
008000             ADD 1 TO SR-DCH-CAPPED-COUNT
008010     END-DIVIDE.
008020     PERFORM 4900-TAKE-SQUARE-ROOT THRU 4900-EXIT.
008030     MOVE SR-DCH-ROOT-OUT
008040         TO SR-DCH-T-DAY-SPREAD (SR-DCH-STN-SUB, SR-DCH-DAY-SUB).
008050 4100-EXIT.
008060     EXIT.
008070
008080 4150-ADD-ONE-MEAN.
008090     IF SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB) > ZERO
008100         ADD SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
008110             TO SR-DCH-SUM-MEANS
008120     END-IF.
008130 4150-EXIT.
008140     EXIT.
008150
008160 4200-ADD-ONE-DEVIATION.
008170     IF SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB) = ZERO
008180         GO TO 4200-EXIT
008190     END-IF.
008200     SUBTRACT SR-DCH-T-CENTRE (SR-DCH-STN-SUB)
008210         FROM SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
008220         GIVING SR-DCH-DEVIATION.
008230     MULTIPLY SR-DCH-DEVIATION BY SR-DCH-DEVIATION
008240         GIVING SR-DCH-SQUARE ROUNDED
008250         ON SIZE ERROR
008260             MOVE 999999999999.999999 TO SR-DCH-SQUARE
008270             ADD 1 TO SR-DCH-CAPPED-COUNT
008280     END-MULTIPLY.
008290     ADD SR-DCH-SQUARE TO SR-DCH-SUM-SQUARES
008300         ON SIZE ERROR
008310             MOVE 9999999999999.99999 TO SR-DCH-SUM-SQUARES
008320             ADD 1 TO SR-DCH-CAPPED-COUNT
008330     END-ADD.
008340 4200-EXIT.
008350     EXIT.
008360
008370*****************************************************************
008380*  4300-TEST-ONE-DAY - ONE CHARTED DAY AGAINST THE LIMITS,     *
008390*  AND THE RUN IT EXTENDS OR STARTS.  THE LONGEST RUN IS       *
008400*  KEPT; OF TWO EQUALLY LONG, THE LATER.  WITH A SIGMA OF      *
008410*  ZERO (EVERY DAY THE SAME) NOTHING IS OUTSIDE THE LIMITS.    *
008420*****************************************************************
008430 4300-TEST-ONE-DAY.
008440     IF SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB) = ZERO
008450         GO TO 4300-EXIT
008460     END-IF.
008470     IF SR-DCH-T-SIGMA (SR-DCH-STN-SUB) > ZERO
008480         IF SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
008490                 > SR-DCH-T-UCL (SR-DCH-STN-SUB)
008500             OR SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
008510                 < SR-DCH-T-LCL (SR-DCH-STN-SUB)
008520             ADD 1 TO SR-DCH-T-BREACHES (SR-DCH-STN-SUB)
008530         END-IF
008540     END-IF.
008550
008560     EVALUATE TRUE
008570         WHEN SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
008580                 > SR-DCH-T-CENTRE (SR-DCH-STN-SUB)
008590             MOVE "A" TO SR-DCH-DAY-SIDE
008600         WHEN SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
008610                 < SR-DCH-T-CENTRE (SR-DCH-STN-SUB)
008620             MOVE "B" TO SR-DCH-DAY-SIDE
008630         WHEN OTHER
008640             MOVE SPACE TO SR-DCH-DAY-SIDE
008650     END-EVALUATE.
008660     IF SR-DCH-DAY-SIDE = SPACE
008670         MOVE SPACE TO SR-DCH-CUR-SIDE
008680         MOVE ZERO TO SR-DCH-CUR-LENGTH
008690         GO TO 4300-EXIT
008700     END-IF.
008710     IF SR-DCH-DAY-SIDE = SR-DCH-CUR-SIDE
008720         ADD 1 TO SR-DCH-CUR-LENGTH
008730     ELSE
008740         MOVE SR-DCH-DAY-SIDE TO SR-DCH-CUR-SIDE
008750         MOVE 1 TO SR-DCH-CUR-LENGTH
008760         MOVE SR-DCH-DAY-SUB TO SR-DCH-CUR-FROM
008770     END-IF.
008780     IF SR-DCH-CUR-LENGTH
008790             NOT < SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB)
008800         MOVE SR-DCH-CUR-LENGTH
008810             TO SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB)
008820         MOVE SR-DCH-CUR-SIDE
008830             TO SR-DCH-T-RUN-SIDE (SR-DCH-STN-SUB)
008840         MOVE SR-DCH-CUR-FROM
008850             TO SR-DCH-T-RUN-FROM (SR-DCH-STN-SUB)
008860         MOVE SR-DCH-DAY-SUB
008870             TO SR-DCH-T-RUN-TO (SR-DCH-STN-SUB)
008880     END-IF.
008890 4300-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*  4900-TAKE-SQUARE-ROOT - SR-DCH-ROOT-OUT = THE SQUARE ROOT   *
008940*  OF SR-DCH-ROOT-IN, FROM THE SAME SQRTRECALC ITERATION       *
008950*  SQRRECON USES.  THE ROOT OF ZERO IS ZERO.                   *
008960*****************************************************************
008970 4900-TAKE-SQUARE-ROOT.
008980     IF SR-DCH-ROOT-IN = ZERO
008990         MOVE ZERO TO SR-DCH-ROOT-OUT
009000     ELSE
009010         CALL "SQRTRECALC" USING SR-DCH-ROOT-IN, SR-DCH-ROOT-OUT,
009020             SR-DCH-ROOT-ITER
009030     END-IF.
009040 4900-EXIT.
009050     EXIT.
009060
009070*****************************************************************
009080*  5000-PRINT-CHARTS - ONE CHART PER STATION, IN STATION CODE  *
009090*  ORDER, EACH STARTING ON A FRESH PAGE WHEN IT WILL NOT FIT   *
009100*  ON WHAT IS LEFT OF THE CURRENT ONE.                         *
009110*****************************************************************
009120 5000-PRINT-CHARTS.
009130     PERFORM 5100-WRITE-PAGE-HEADER THRU 5100-EXIT.
009140     IF SR-DCH-STN-COUNT = ZERO
009150         MOVE "NO READINGS ON THE AUDIT TRAIL IN THE WINDOW"
009160             TO SR-DRFRPT-RECORD
009170         WRITE SR-DRFRPT-RECORD
009180         GO TO 5000-EXIT
009190     END-IF.
009200     PERFORM 5050-PRINT-IN-ORDER THRU 5050-EXIT
009210         VARYING SR-DCH-ORDER FROM 1 BY 1
009220             UNTIL SR-DCH-ORDER > SR-DCH-STN-COUNT.
009230 5000-EXIT.
009240     EXIT.
009250
009260 5050-PRINT-IN-ORDER.
009270     PERFORM 5060-MATCH-ORDER THRU 5060-EXIT
009280         VARYING SR-DCH-STN-SUB FROM 1 BY 1
009290             UNTIL SR-DCH-STN-SUB > SR-DCH-STN-COUNT
009300                 OR SR-DCH-T-ORDER (SR-DCH-STN-SUB)
009310                     = SR-DCH-ORDER.
009320     IF SR-DCH-STN-SUB NOT > SR-DCH-STN-COUNT
009330         PERFORM 5200-PRINT-ONE-STATION THRU 5200-EXIT
009340     END-IF.
009350 5050-EXIT.
009360     EXIT.
009370
009380 5060-MATCH-ORDER.
009390     CONTINUE.
009400 5060-EXIT.
009410     EXIT.
009420
009430*****************************************************************
009440*  5100-WRITE-PAGE-HEADER - TITLE, WINDOW AND RULES AT THE     *
009450*  TOP OF EVERY PAGE                                           *
009460*****************************************************************
009470 5100-WRITE-PAGE-HEADER.
009480     ADD 1 TO SR-DCH-PAGE-NUMBER.
009490     MOVE SR-DCH-PAGE-NUMBER TO SR-DCH-PAGE-NUMBER-ED.
009500     IF SR-DCH-PAGE-NUMBER > 1
009510         MOVE SPACES TO SR-DRFRPT-RECORD
009520         WRITE SR-DRFRPT-RECORD
009530     END-IF.
009540     MOVE SPACES TO SR-DCH-PRINT-LINE.
009550     STRING "STATION DRIFT CONTROL CHART   JOB: "
009560                                         DELIMITED BY SIZE
009570            SR-QUAL-JOB-NAME             DELIMITED BY SIZE
009580            "  RUN DATE: "               DELIMITED BY SIZE
009590            SR-DCH-RUN-DATE              DELIMITED BY SIZE
009600            " "                          DELIMITED BY SIZE
009610            SR-DCH-TIME-FLD              DELIMITED BY SIZE
009620            "   PAGE "                   DELIMITED BY SIZE
009630            SR-DCH-PAGE-NUMBER-ED        DELIMITED BY SIZE
009640         INTO SR-DCH-PRINT-LINE.
009650     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
009660     MOVE SR-DCH-WINDOW-DAYS TO SR-DCH-DAYS-ED.
009670     MOVE SR-DCH-RUN-LIMIT TO SR-DCH-RUN-ED.
009680     MOVE SPACES TO SR-DCH-PRINT-LINE.
009690     STRING "WINDOW: "                  DELIMITED BY SIZE
009700            SR-DCH-DAYS-ED              DELIMITED BY SIZE
009710            " DAYS "                    DELIMITED BY SIZE
009720            SR-DCH-START-DATE           DELIMITED BY SIZE
009730            " TO "                      DELIMITED BY SIZE
009740            SR-DCH-RUN-DATE             DELIMITED BY SIZE
009750            "   LIMITS: CENTRE +/- 3 SIGMA   RUN LIMIT: "
009760                                        DELIMITED BY SIZE
009770            SR-DCH-RUN-ED               DELIMITED BY SIZE
009780            " DAYS"                     DELIMITED BY SIZE
009790         INTO SR-DCH-PRINT-LINE.
009800     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
009810     MOVE SPACES TO SR-DRFRPT-RECORD.
009820     WRITE SR-DRFRPT-RECORD.
009830     MOVE 3 TO SR-DCH-LINE-COUNT.
009840 5100-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880*  5200-PRINT-ONE-STATION - THE STATION'S CHART HEADING, ONE   *
009890*  LINE PER CHARTED DAY, AND ITS SIGNALS TO SRDRIFT.  A        *
009900*  STATION TOO SHORT OF DAYS GETS ITS HEADING LINE ONLY.       *
009910*****************************************************************
009920 5200-PRINT-ONE-STATION.
009930     IF SR-DCH-T-TOO-FEW (SR-DCH-STN-SUB)
009940         MOVE 3 TO SR-DCH-LINES-NEEDED
009950     ELSE
009960         ADD 8 SR-DCH-T-POINTS (SR-DCH-STN-SUB)
009970             GIVING SR-DCH-LINES-NEEDED
009980     END-IF.
009990     IF SR-DCH-LINE-COUNT > 3
010000             AND SR-DCH-LINE-COUNT + SR-DCH-LINES-NEEDED
010010                 > SR-DCH-MAX-LINES
010020         PERFORM 5100-WRITE-PAGE-HEADER THRU 5100-EXIT
010030     END-IF.
010040
010050     MOVE SR-DCH-T-POINTS (SR-DCH-STN-SUB) TO SR-DCH-DAYS-ED.
010060     MOVE SR-DCH-T-READINGS (SR-DCH-STN-SUB) TO SR-DCH-BIG-ED.
010070     MOVE SPACES TO SR-DCH-PRINT-LINE.
010080     STRING "STATION "                      DELIMITED BY SIZE
010090            SR-DCH-T-CODE (SR-DCH-STN-SUB)  DELIMITED BY SIZE
010100            "   DAYS WITH READINGS: "       DELIMITED BY SIZE
010110            SR-DCH-DAYS-ED                  DELIMITED BY SIZE
010120            "   READINGS: "                 DELIMITED BY SIZE
010130            SR-DCH-BIG-ED                   DELIMITED BY SIZE
010140         INTO SR-DCH-PRINT-LINE.
010150     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
010160     ADD 1 TO SR-DCH-LINE-COUNT.
010170     IF SR-DCH-T-TOO-FEW (SR-DCH-STN-SUB)
010180         MOVE SR-DCH-MIN-POINTS TO SR-DCH-DAYS-ED
010190         MOVE SPACES TO SR-DCH-PRINT-LINE
010200         STRING "  FEWER THAN "             DELIMITED BY SIZE
010210                SR-DCH-DAYS-ED              DELIMITED BY SIZE
010220                " DAYS WITH READINGS - NOT CHARTED"
010230                                            DELIMITED BY SIZE
010240             INTO SR-DCH-PRINT-LINE
010250         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
010260         MOVE SPACES TO SR-DRFRPT-RECORD
010270         WRITE SR-DRFRPT-RECORD
010280         ADD 2 TO SR-DCH-LINE-COUNT
010290         GO TO 5200-EXIT
010300     END-IF.
010310
010320     MOVE SR-DCH-T-CENTRE (SR-DCH-STN-SUB) TO SR-DCH-MEAN-ED.
010330     MOVE SR-DCH-T-SIGMA (SR-DCH-STN-SUB) TO SR-DCH-SPREAD-ED.
010340     MOVE SPACES TO SR-DCH-PRINT-LINE.
010350     STRING "  CENTRE LINE "            DELIMITED BY SIZE
010360            SR-DCH-MEAN-ED              DELIMITED BY SIZE
010370            "   SIGMA "                 DELIMITED BY SIZE
010380            SR-DCH-SPREAD-ED            DELIMITED BY SIZE
010390         INTO SR-DCH-PRINT-LINE.
010400     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
010410     MOVE SR-DCH-T-LCL (SR-DCH-STN-SUB) TO SR-DCH-MEAN-ED.
010420     MOVE SPACES TO SR-DCH-PRINT-LINE.
010430     STRING "  LCL         "            DELIMITED BY SIZE
010440            SR-DCH-MEAN-ED              DELIMITED BY SIZE
010450         INTO SR-DCH-PRINT-LINE.
010460     MOVE SR-DCH-T-UCL (SR-DCH-STN-SUB) TO SR-DCH-MEAN-ED.
010470     MOVE 32 TO SR-DCH-POSITION.
010480     STRING "   UCL "                   DELIMITED BY SIZE
010490            SR-DCH-MEAN-ED              DELIMITED BY SIZE
010500         INTO SR-DCH-PRINT-LINE
010510         WITH POINTER SR-DCH-POSITION.
010520     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
010530     ADD 2 TO SR-DCH-LINE-COUNT.
010540     PERFORM 5250-WRITE-COLUMN-HEADS THRU 5250-EXIT.
010550
010560     PERFORM 5300-PRINT-ONE-DAY THRU 5300-EXIT
010570         VARYING SR-DCH-DAY-SUB FROM 1 BY 1
010580             UNTIL SR-DCH-DAY-SUB > SR-DCH-WINDOW-DAYS.
010590
010600     IF SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB)
010610             NOT < SR-DCH-RUN-LIMIT
010620         PERFORM 5500-WRITE-RUN-SIGNAL THRU 5500-EXIT
010630     END-IF.
010640     PERFORM 5600-WRITE-STATION-VERDICT THRU 5600-EXIT.
010650 5200-EXIT.
010660     EXIT.
010670
010680*****************************************************************
010690*  5250-WRITE-COLUMN-HEADS - COLUMN HEADINGS OVER THE DAYS     *
010700*****************************************************************
010710 5250-WRITE-COLUMN-HEADS.
010720     MOVE SPACES TO SR-DCH-PRINT-LINE.
010730     STRING "DATE          N        DAILY MEAN"  DELIMITED BY SIZE
010740            "           SPREAD  LCL"             DELIMITED BY SIZE
010750            "                CL                 UCL SG"
010760                                                 DELIMITED BY SIZE
010770         INTO SR-DCH-PRINT-LINE.
010780     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
010790     MOVE SPACES TO SR-DCH-PRINT-LINE.
010800     STRING "-------- ----- -----------------"   DELIMITED BY SIZE
010810            " ---------------- ----------------" DELIMITED BY SIZE
010820            "------------------------- --"       DELIMITED BY SIZE
010830         INTO SR-DCH-PRINT-LINE.
010840     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
010850     ADD 2 TO SR-DCH-LINE-COUNT.
010860 5250-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900*  5300-PRINT-ONE-DAY - ONE CHARTED DAY: ITS COUNT, MEAN AND   *
010910*  SPREAD, WHERE THE MEAN FALLS ON THE CHART, AND A FLAG -     *
010920*  3S OUTSIDE THE THREE-SIGMA LIMITS (ALSO WRITTEN TO          *
010930*  SRDRIFT), RN PART OF A RUN SIGNAL.                          *
010940*****************************************************************
010950 5300-PRINT-ONE-DAY.
010960     IF SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB) = ZERO
010970         GO TO 5300-EXIT
010980     END-IF.
010990     IF SR-DCH-LINE-COUNT NOT < SR-DCH-MAX-LINES
011000         PERFORM 5100-WRITE-PAGE-HEADER THRU 5100-EXIT
011010         PERFORM 5250-WRITE-COLUMN-HEADS THRU 5250-EXIT
011020     END-IF.
011030     COMPUTE SR-DCH-DAY-DATE = FUNCTION DATE-OF-INTEGER
011040         (SR-DCH-START-INT + SR-DCH-DAY-SUB - 1).
011050
011060     MOVE SPACES TO SR-DCH-CHART.
011070     MOVE "|" TO SR-DCH-CHART-POS (1).
011080     MOVE ":" TO SR-DCH-CHART-POS (21).
011090     MOVE "|" TO SR-DCH-CHART-POS (41).
011100     MOVE SPACES TO SR-DCH-FLAG.
011110     EVALUATE TRUE
011120         WHEN SR-DCH-T-SIGMA (SR-DCH-STN-SUB) = ZERO
011130             MOVE "*" TO SR-DCH-CHART-POS (21)
011140         WHEN SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
011150                 > SR-DCH-T-UCL (SR-DCH-STN-SUB)
011160             MOVE ">" TO SR-DCH-CHART-POS (41)
011170             MOVE "3S" TO SR-DCH-FLAG
011180             MOVE "A" TO SR-DCH-DAY-SIDE
011190             PERFORM 5400-WRITE-BREACH-SIGNAL THRU 5400-EXIT
011200         WHEN SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
011210                 < SR-DCH-T-LCL (SR-DCH-STN-SUB)
011220             MOVE "<" TO SR-DCH-CHART-POS (1)
011230             MOVE "3S" TO SR-DCH-FLAG
011240             MOVE "B" TO SR-DCH-DAY-SIDE
011250             PERFORM 5400-WRITE-BREACH-SIGNAL THRU 5400-EXIT
011260         WHEN OTHER
011270             PERFORM 5350-PLOT-ONE-MEAN THRU 5350-EXIT
011280     END-EVALUATE.
011290     IF SR-DCH-FLAG = SPACES
011300             AND SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB)
011310                 NOT < SR-DCH-RUN-LIMIT
011320             AND SR-DCH-DAY-SUB
011330                 NOT < SR-DCH-T-RUN-FROM (SR-DCH-STN-SUB)
011340             AND SR-DCH-DAY-SUB
011350                 NOT > SR-DCH-T-RUN-TO (SR-DCH-STN-SUB)
011360         MOVE "RN" TO SR-DCH-FLAG
011370     END-IF.
011380
011390     MOVE SR-DCH-T-DAY-COUNT (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
011400         TO SR-DCH-COUNT-ED.
011410     MOVE SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
011420         TO SR-DCH-MEAN-ED.
011430     MOVE SR-DCH-T-DAY-SPREAD (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
011440         TO SR-DCH-SPREAD-ED.
011450     MOVE SPACES TO SR-DCH-PRINT-LINE.
011460     STRING SR-DCH-DAY-DATE         DELIMITED BY SIZE
011470            " "                     DELIMITED BY SIZE
011480            SR-DCH-COUNT-ED         DELIMITED BY SIZE
011490            " "                     DELIMITED BY SIZE
011500            SR-DCH-MEAN-ED          DELIMITED BY SIZE
011510            " "                     DELIMITED BY SIZE
011520            SR-DCH-SPREAD-ED        DELIMITED BY SIZE
011530            " "                     DELIMITED BY SIZE
011540            SR-DCH-CHART            DELIMITED BY SIZE
011550            " "                     DELIMITED BY SIZE
011560            SR-DCH-FLAG             DELIMITED BY SIZE
011570         INTO SR-DCH-PRINT-LINE.
011580     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
011590     ADD 1 TO SR-DCH-LINE-COUNT.
011600 5300-EXIT.
011610     EXIT.
011620
011630*****************************************************************
011640*  5350-PLOT-ONE-MEAN - A MEAN INSIDE THE LIMITS IS PLOTTED    *
011650*  20 COLUMNS EITHER SIDE OF THE CENTRE FOR 3 SIGMA.           *
011660*****************************************************************
011670 5350-PLOT-ONE-MEAN.
      *    THE SCALE IS THIS STATION'S OWN 3 SIGMA.
           MULTIPLY SR-DCH-T-SIGMA (SR-DCH-STN-SUB) BY 3
               GIVING SR-DCH-THREE-SIGMA.
011680     SUBTRACT SR-DCH-T-CENTRE (SR-DCH-STN-SUB)
011690         FROM SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
011700         GIVING SR-DCH-DEVIATION.
011710     DIVIDE SR-DCH-DEVIATION BY SR-DCH-THREE-SIGMA
011720         GIVING SR-DCH-RATIO ROUNDED
011730         ON SIZE ERROR
011740             MOVE ZERO TO SR-DCH-RATIO
011750     END-DIVIDE.
011760     MULTIPLY SR-DCH-RATIO BY 20 GIVING SR-DCH-OFFSET ROUNDED.
011770     IF SR-DCH-OFFSET < -20
011780         MOVE -20 TO SR-DCH-OFFSET
011790     END-IF.
011800     IF SR-DCH-OFFSET > 20
011810         MOVE 20 TO SR-DCH-OFFSET
011820     END-IF.
011830     COMPUTE SR-DCH-POSITION = 21 + SR-DCH-OFFSET.
011840     MOVE "*" TO SR-DCH-CHART-POS (SR-DCH-POSITION).
011850 5350-EXIT.
011860     EXIT.
011870
011880*****************************************************************
011890*  5400-WRITE-BREACH-SIGNAL - A DAY OUTSIDE THE THREE-SIGMA    *
011900*  LIMITS TO SRDRIFT                                           *
011910*****************************************************************
011920 5400-WRITE-BREACH-SIGNAL.
011930     PERFORM 5450-START-SIGNAL THRU 5450-EXIT.
011940     SET SR-DRF-THREE-SIGMA TO TRUE.
011950     MOVE SR-DCH-DAY-SIDE TO SR-DRF-SIDE.
011960     MOVE SR-DCH-DAY-DATE TO SR-DRF-FROM-DATE.
011970     MOVE SR-DCH-DAY-DATE TO SR-DRF-TO-DATE.
011980     MOVE 1 TO SR-DRF-POINTS.
011990     MOVE SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
012000         TO SR-DRF-DAY-MEAN.
012010     WRITE SR-DRIFT-RECORD.
012020     ADD 1 TO SR-DCH-SIGNAL-COUNT.
012030 5400-EXIT.
012040     EXIT.
012050
012060*****************************************************************
012070*  5450-START-SIGNAL - THE FIELDS EVERY SRDRIFT RECORD FOR     *
012080*  THIS STATION CARRIES                                        *
012090*****************************************************************
012100 5450-START-SIGNAL.
012110     MOVE SPACES TO SR-DRIFT-RECORD.
012120     MOVE SR-DCH-RUN-DATE TO SR-DRF-RUN-DATE.
012130     MOVE SR-DCH-TIME-FLD TO SR-DRF-RUN-TIME.
012140     MOVE SR-QUAL-JOB-NAME TO SR-DRF-JOB-NAME.
012150     MOVE SR-DCH-T-CODE (SR-DCH-STN-SUB) TO SR-DRF-SOURCE-STATION.
012160     MOVE SR-DCH-T-CENTRE (SR-DCH-STN-SUB) TO SR-DRF-CENTRE.
012170     MOVE SR-DCH-T-UCL (SR-DCH-STN-SUB) TO SR-DRF-UCL.
012180     MOVE SR-DCH-T-LCL (SR-DCH-STN-SUB) TO SR-DRF-LCL.
012190     MOVE SR-DCH-WINDOW-DAYS TO SR-DRF-WINDOW-DAYS.
012200 5450-EXIT.
012210     EXIT.
012220
012230*****************************************************************
012240*  5500-WRITE-RUN-SIGNAL - THE STATION'S LONGEST RUN ON ONE    *
012250*  SIDE OF THE CENTRE LINE TO SRDRIFT, WITH THE MEAN OF ITS    *
012260*  LAST DAY                                                    *
012270*****************************************************************
012280 5500-WRITE-RUN-SIGNAL.
012290     PERFORM 5450-START-SIGNAL THRU 5450-EXIT.
012300     SET SR-DRF-RUN TO TRUE.
012310     MOVE SR-DCH-T-RUN-SIDE (SR-DCH-STN-SUB) TO SR-DRF-SIDE.
012320     COMPUTE SR-DCH-DAY-DATE = FUNCTION DATE-OF-INTEGER
012330         (SR-DCH-START-INT
012340             + SR-DCH-T-RUN-FROM (SR-DCH-STN-SUB) - 1).
012350     MOVE SR-DCH-DAY-DATE TO SR-DRF-FROM-DATE.
012360     COMPUTE SR-DCH-DAY-DATE = FUNCTION DATE-OF-INTEGER
012370         (SR-DCH-START-INT
012380             + SR-DCH-T-RUN-TO (SR-DCH-STN-SUB) - 1).
012390     MOVE SR-DCH-DAY-DATE TO SR-DRF-TO-DATE.
012400     MOVE SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB) TO SR-DRF-POINTS.
012410     MOVE SR-DCH-T-RUN-TO (SR-DCH-STN-SUB) TO SR-DCH-DAY-SUB.
012420     MOVE SR-DCH-T-DAY-MEAN (SR-DCH-STN-SUB, SR-DCH-DAY-SUB)
012430         TO SR-DRF-DAY-MEAN.
012440     WRITE SR-DRIFT-RECORD.
012450     ADD 1 TO SR-DCH-SIGNAL-COUNT.
012460 5500-EXIT.
012470     EXIT.
012480
012490*****************************************************************
012500*  5600-WRITE-STATION-VERDICT - THE LINE CLOSING A STATION'S   *
012510*  CHART                                                       *
012520*****************************************************************
012530 5600-WRITE-STATION-VERDICT.
012540     PERFORM 5650-SET-STATUS-TEXT THRU 5650-EXIT.
012550     MOVE SR-DCH-T-BREACHES (SR-DCH-STN-SUB) TO SR-DCH-DAYS-ED.
012560     MOVE SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB) TO SR-DCH-RUN-ED.
012570     MOVE SPACES TO SR-DCH-PRINT-LINE.
012580     STRING "  DAYS OUTSIDE LIMITS: "   DELIMITED BY SIZE
012590            SR-DCH-DAYS-ED              DELIMITED BY SIZE
012600            "   LONGEST RUN ONE SIDE: " DELIMITED BY SIZE
012610            SR-DCH-RUN-ED               DELIMITED BY SIZE
012620            "   "                       DELIMITED BY SIZE
012630            SR-DCH-STATUS-TEXT          DELIMITED BY SIZE
012640         INTO SR-DCH-PRINT-LINE.
012650     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
012660     MOVE SPACES TO SR-DRFRPT-RECORD.
012670     WRITE SR-DRFRPT-RECORD.
012680     ADD 2 TO SR-DCH-LINE-COUNT.
012690 5600-EXIT.
012700     EXIT.
012710
012720 5650-SET-STATUS-TEXT.
012730     EVALUATE TRUE
012740         WHEN SR-DCH-T-TOO-FEW (SR-DCH-STN-SUB)
012750             MOVE "TOO FEW DAYS TO CHART" TO SR-DCH-STATUS-TEXT
012760         WHEN SR-DCH-T-DRIFTING (SR-DCH-STN-SUB)
012770             MOVE "DRIFT - BOOK RECALIBRATION"
012780                 TO SR-DCH-STATUS-TEXT
012790         WHEN OTHER
012800             MOVE "IN CONTROL" TO SR-DCH-STATUS-TEXT
012810     END-EVALUATE.
012820 5650-EXIT.
012830     EXIT.
012840
012850*****************************************************************
012860*  7000-PRINT-SUMMARY - ONE LINE PER STATION ON A PAGE OF      *
012870*  ITS OWN, THEN THE TOTALS AND WHAT WAS READ                  *
012880*****************************************************************
012890 7000-PRINT-SUMMARY.
012900     PERFORM 5100-WRITE-PAGE-HEADER THRU 5100-EXIT.
012910     MOVE "DRIFT SUMMARY BY STATION" TO SR-DRFRPT-RECORD.
012920     WRITE SR-DRFRPT-RECORD.
012930     MOVE SPACES TO SR-DCH-PRINT-LINE.
012940     STRING "STN  DAYS   READINGS       CENTRE LINE"
012950                                                 DELIMITED BY SIZE
012960            "            SIGMA  3S RUN  STATUS"  DELIMITED BY SIZE
012970         INTO SR-DCH-PRINT-LINE.
012980     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
012990     MOVE SPACES TO SR-DCH-PRINT-LINE.
013000     STRING "---- ---- ---------- -----------------"
013010                                                 DELIMITED BY SIZE
013020            " ---------------- --- ---- ------"  DELIMITED BY SIZE
013030         INTO SR-DCH-PRINT-LINE.
013040     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013050     ADD 3 TO SR-DCH-LINE-COUNT.
013060     PERFORM 7050-SUMMARY-IN-ORDER THRU 7050-EXIT
013070         VARYING SR-DCH-ORDER FROM 1 BY 1
013080             UNTIL SR-DCH-ORDER > SR-DCH-STN-COUNT.
013090
013100     MOVE SPACES TO SR-DRFRPT-RECORD.
013110     WRITE SR-DRFRPT-RECORD.
013120     MOVE SR-DCH-CHARTED-COUNT TO SR-DCH-BIG-ED.
013130     MOVE SPACES TO SR-DCH-PRINT-LINE.
013140     STRING "STATIONS CHARTED:         " DELIMITED BY SIZE
013150            SR-DCH-BIG-ED                DELIMITED BY SIZE
013160         INTO SR-DCH-PRINT-LINE.
013170     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013180     MOVE SR-DCH-DRIFT-COUNT TO SR-DCH-BIG-ED.
013190     MOVE SPACES TO SR-DCH-PRINT-LINE.
013200     STRING "STATIONS SIGNALLING DRIFT:" DELIMITED BY SIZE
013210            SR-DCH-BIG-ED                DELIMITED BY SIZE
013220         INTO SR-DCH-PRINT-LINE.
013230     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013240     MOVE SR-DCH-FEW-COUNT TO SR-DCH-BIG-ED.
013250     MOVE SPACES TO SR-DCH-PRINT-LINE.
013260     STRING "STATIONS TOO FEW DAYS:    " DELIMITED BY SIZE
013270            SR-DCH-BIG-ED                DELIMITED BY SIZE
013280         INTO SR-DCH-PRINT-LINE.
013290     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013300     MOVE SR-DCH-SIGNAL-COUNT TO SR-DCH-BIG-ED.
013310     MOVE SPACES TO SR-DCH-PRINT-LINE.
013320     STRING "SIGNALS TO SRDRIFT:       " DELIMITED BY SIZE
013330            SR-DCH-BIG-ED                DELIMITED BY SIZE
013340         INTO SR-DCH-PRINT-LINE.
013350     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013360     MOVE SPACES TO SR-DRFRPT-RECORD.
013370     WRITE SR-DRFRPT-RECORD.
013380     MOVE SR-DCH-GEN-COUNT TO SR-DCH-BIG-ED.
013390     MOVE SPACES TO SR-DCH-PRINT-LINE.
013400     STRING "GENERATIONS IN WINDOW:        " DELIMITED BY SIZE
013410            SR-DCH-BIG-ED                    DELIMITED BY SIZE
013420         INTO SR-DCH-PRINT-LINE.
013430     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013440     IF SR-DCH-GEN-MISSING > ZERO
013450         MOVE SR-DCH-GEN-MISSING TO SR-DCH-BIG-ED
013460         MOVE SPACES TO SR-DCH-PRINT-LINE
013470         STRING "  *** NO LONGER ON DISK:      " DELIMITED BY SIZE
013480                SR-DCH-BIG-ED                    DELIMITED BY SIZE
013490             INTO SR-DCH-PRINT-LINE
013500         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
013510     END-IF.
013520     IF SR-DCH-GEN-OMITTED > ZERO
013530         MOVE SR-DCH-GEN-OMITTED TO SR-DCH-BIG-ED
013540         MOVE SPACES TO SR-DCH-PRINT-LINE
013550         STRING "  *** NOT READ - TABLE FULL:  " DELIMITED BY SIZE
013560                SR-DCH-BIG-ED                    DELIMITED BY SIZE
013570             INTO SR-DCH-PRINT-LINE
013580         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
013590     END-IF.
013600     MOVE SR-DCH-AUDIT-READ TO SR-DCH-BIG-ED.
013610     MOVE SPACES TO SR-DCH-PRINT-LINE.
013620     STRING "AUDIT ENTRIES READ:           " DELIMITED BY SIZE
013630            SR-DCH-BIG-ED                    DELIMITED BY SIZE
013640         INTO SR-DCH-PRINT-LINE.
013650     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013660     MOVE SR-DCH-USED-COUNT TO SR-DCH-BIG-ED.
013670     MOVE SPACES TO SR-DCH-PRINT-LINE.
013680     STRING "  CHARTED:                    " DELIMITED BY SIZE
013690            SR-DCH-BIG-ED                    DELIMITED BY SIZE
013700         INTO SR-DCH-PRINT-LINE.
013710     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013720     MOVE SR-DCH-OUTSIDE-COUNT TO SR-DCH-BIG-ED.
013730     MOVE SPACES TO SR-DCH-PRINT-LINE.
013740     STRING "  OUTSIDE THE WINDOW:         " DELIMITED BY SIZE
013750            SR-DCH-BIG-ED                    DELIMITED BY SIZE
013760         INTO SR-DCH-PRINT-LINE.
013770     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013780     MOVE SR-DCH-COMPOSITE-COUNT TO SR-DCH-BIG-ED.
013790     MOVE SPACES TO SR-DCH-PRINT-LINE.
013800     STRING "  COMPOSITES (RS) LEFT OUT:   " DELIMITED BY SIZE
013810            SR-DCH-BIG-ED                    DELIMITED BY SIZE
013820         INTO SR-DCH-PRINT-LINE.
013830     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
013840     IF SR-DCH-DROPPED-COUNT > ZERO
013850         MOVE SR-DCH-DROPPED-COUNT TO SR-DCH-BIG-ED
013860         MOVE SPACES TO SR-DCH-PRINT-LINE
013870         STRING "  *** STATION TABLE FULL:     " DELIMITED BY SIZE
013880                SR-DCH-BIG-ED                    DELIMITED BY SIZE
013890             INTO SR-DCH-PRINT-LINE
013900         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
013910     END-IF.
013920     IF SR-DCH-CAPPED-COUNT > ZERO
013930         MOVE SR-DCH-CAPPED-COUNT TO SR-DCH-BIG-ED
013940         MOVE SPACES TO SR-DCH-PRINT-LINE
013950         STRING "  *** SQUARES TOO LARGE:      " DELIMITED BY SIZE
013960                SR-DCH-BIG-ED                    DELIMITED BY SIZE
013970             INTO SR-DCH-PRINT-LINE
013980         WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE
013990     END-IF.
014000 7000-EXIT.
014010     EXIT.
014020
014030 7050-SUMMARY-IN-ORDER.
014040     PERFORM 5060-MATCH-ORDER THRU 5060-EXIT
014050         VARYING SR-DCH-STN-SUB FROM 1 BY 1
014060             UNTIL SR-DCH-STN-SUB > SR-DCH-STN-COUNT
014070                 OR SR-DCH-T-ORDER (SR-DCH-STN-SUB)
014080                     = SR-DCH-ORDER.
014090     IF SR-DCH-STN-SUB > SR-DCH-STN-COUNT
014100         GO TO 7050-EXIT
014110     END-IF.
014120     IF SR-DCH-LINE-COUNT NOT < SR-DCH-MAX-LINES
014130         PERFORM 5100-WRITE-PAGE-HEADER THRU 5100-EXIT
014140     END-IF.
014150     PERFORM 5650-SET-STATUS-TEXT THRU 5650-EXIT.
014160     MOVE SR-DCH-T-POINTS (SR-DCH-STN-SUB) TO SR-DCH-DAYS-ED.
014170     MOVE SR-DCH-T-READINGS (SR-DCH-STN-SUB) TO SR-DCH-BIG-ED.
014180     MOVE SR-DCH-T-CENTRE (SR-DCH-STN-SUB) TO SR-DCH-MEAN-ED.
014190     MOVE SR-DCH-T-SIGMA (SR-DCH-STN-SUB) TO SR-DCH-SPREAD-ED.
014200     MOVE SR-DCH-T-BREACHES (SR-DCH-STN-SUB) TO SR-DCH-RUN-ED.
014210     MOVE SPACES TO SR-DCH-PRINT-LINE.
014220     STRING SR-DCH-T-CODE (SR-DCH-STN-SUB)   DELIMITED BY SIZE
014230            "  "                             DELIMITED BY SIZE
014240            SR-DCH-DAYS-ED                   DELIMITED BY SIZE
014250            "  "                             DELIMITED BY SIZE
014260            SR-DCH-BIG-ED                    DELIMITED BY SIZE
014270            " "                              DELIMITED BY SIZE
014280            SR-DCH-MEAN-ED                   DELIMITED BY SIZE
014290            " "                              DELIMITED BY SIZE
014300            SR-DCH-SPREAD-ED                 DELIMITED BY SIZE
014310            " "                              DELIMITED BY SIZE
014320            SR-DCH-RUN-ED                    DELIMITED BY SIZE
014330         INTO SR-DCH-PRINT-LINE.
014340     MOVE SR-DCH-T-RUN-LENGTH (SR-DCH-STN-SUB) TO SR-DCH-RUN-ED.
014350     MOVE 60 TO SR-DCH-POSITION.
014360     STRING " "                              DELIMITED BY SIZE
014370            SR-DCH-RUN-ED                    DELIMITED BY SIZE
014380            SR-DCH-T-RUN-SIDE (SR-DCH-STN-SUB)
014390                                             DELIMITED BY SIZE
014400            " "                              DELIMITED BY SIZE
014410            SR-DCH-STATUS-TEXT               DELIMITED BY SIZE
014420         INTO SR-DCH-PRINT-LINE
014430         WITH POINTER SR-DCH-POSITION.
014440     WRITE SR-DRFRPT-RECORD FROM SR-DCH-PRINT-LINE.
014450     ADD 1 TO SR-DCH-LINE-COUNT.
014460 7050-EXIT.
014470     EXIT.
014480
014490*****************************************************************
014500*  9000-FINALIZE - CLOSE UP.  ANY STATION SIGNALLING DRIFT     *
014510*  GIVES RETURN CODE 4 SO THE SCHEDULER CAN FLAG IT.           *
014520*****************************************************************
014530 9000-FINALIZE.
014540     CLOSE SR-DRFRPT-FILE.
           CLOSE SR-DRIFT-FILE.
014550     IF SR-DCH-BAD-WINDOW
014560         DISPLAY "SQRDRIFT: *** CHART WINDOW NOT VALID - "
014570             "NOTHING CHARTED"
014580         MOVE 8 TO RETURN-CODE
014590         GO TO 9000-EXIT
014600     END-IF.
014620     DISPLAY "SQRDRIFT: " SR-DCH-CHARTED-COUNT
014630         " STATIONS CHARTED, " SR-DCH-DRIFT-COUNT
014640         " SIGNALLING DRIFT".
014650     IF SR-DCH-DRIFT-COUNT = ZERO
014660         MOVE ZERO TO RETURN-CODE
014670     ELSE
014680         MOVE 4 TO RETURN-CODE
014690     END-IF.
014700 9000-EXIT.
014710     EXIT.
