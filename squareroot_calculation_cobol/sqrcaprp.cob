000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRCAPRP.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRCAPRP - BATCH-WINDOW CAPACITY PLANNING REPORT.  WORKS    *
000090*  FROM THE LAST TWELVE MONTHS OF RUN HISTORY:                 *
000100*    - SRHIST (SEE SRHISREC) FOR EACH RUN'S VOLUME AND, FROM   *
000110*      THE RUNS THAT WERE TIMED, THE MEASURED THROUGHPUT IN    *
000120*      READINGS PER MINUTE OF ONE STREAM                       *
000130*    - SRHISSTN (SEE SRHSNREC) FOR THE SAME VOLUMES BY STATION *
000140*  EACH MONTH GIVES A DAILY FIGURE (THE AVERAGE RUN, LEAVING   *
000150*  OUT THE MONTH-END) AND A MONTH-END FIGURE (THE VOLUME ON THE*
000160*  MONTH'S LAST RUN DATE); A STRAIGHT-LINE TREND FITTED TO     *
000170*  THOSE PROJECTS NEXT MONTH'S DAILY AND MONTH-END VOLUME, BY  *
000180*  STATION AND IN TOTAL.  AT THE MEASURED THROUGHPUT THE       *
000190*  SRCAPRPT REPORT THEN SHOWS:                                 *
000200*    - NEXT MONTH'S EXPECTED RUN TIMES AGAINST THE SRPARM      *
000210*      TIME LIMIT, FOR THE DAILY RUN, THE MONTH-END AS ONE     *
000220*      STREAM, AND THE MONTH-END SPLIT THE WAY SRSPLCTL SPLITS *
000230*      IT (THE LONGEST PORTION SETS THE TIME), WITH THE        *
000240*      NUMBER OF PORTIONS AN EVEN SPLIT WOULD NEED             *
000250*    - THE DATE EACH OF THOSE STREAMS STOPS FITTING THE WINDOW *
000260*      ON THE TREND, LOOKING UP TO THREE YEARS AHEAD, TAKEN    *
000270*      FROM SRCALEND WHERE THE CALENDAR REACHES THAT FAR       *
000280*  THE PORTIONS SHARE SRMASTER, SO A SPLIT RUN TIME IS A BEST  *
000290*  CASE - LEAVE MARGIN WHEN PLANNING THE PORTION COUNT.        *
000300*                                                              *
000310*  RETURN CODES: 0 NEXT MONTH'S DAILY AND MONTH-END RUNS FIT   *
000320*  THE WINDOW AS THE MONTH-END IS SPLIT TODAY, 4 ONE OF THEM   *
000330*  DOES NOT, OR THERE IS NO HISTORY OR NO TIMED RUN TO         *
000340*  PROJECT FROM.                                               *
000350*                                                              *
000360*  MODIFICATION HISTORY                                        *
000370*  DATE        INIT  DESCRIPTION                               *
000372*  10/15/2026  JTM   THE DAILY STREAM NOW FLAGS THE FIRST      *
000375*                     BUSINESS DAY OF THE MONTH FROM SRCALEND, *
000377*                     NOT ALWAYS THE 1ST.                      *
000380*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000450
000460     SELECT OPTIONAL SR-HIST-FILE ASSIGN TO "SRHIST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SR-HIST-STATUS.
000490
000500     SELECT OPTIONAL SR-HISSTN-FILE ASSIGN TO "SRHISSTN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SR-HISSTN-STATUS.
000530
000540     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SR-PARM-STATUS.
000570
000580     SELECT OPTIONAL SR-SPLCTL-FILE ASSIGN TO "SRSPLCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SR-SPLCTL-STATUS.
000610
000620     SELECT OPTIONAL SR-CALEND-FILE ASSIGN TO "SRCALEND"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS SR-CALEND-STATUS.
000650
000660     SELECT SR-CAPRPT-FILE ASSIGN TO "SRCAPRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SR-CAPRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720
000730 FD  STANDARD-OUTPUT.
000740 01  OUT-LINE  PICTURE X(80).
000750
000760*****************************************************************
000770*  SR-HIST-FILE - RUN-BY-RUN CONTROL TOTALS AND TIMINGS        *
000780*****************************************************************
000790 FD  SR-HIST-FILE.
000800     COPY SRHISREC.
000810
000820*****************************************************************
000830*  SR-HISSTN-FILE - EACH BATCH RUN'S VOLUME BY STATION         *
000840*****************************************************************
000850 FD  SR-HISSTN-FILE.
000860     COPY SRHSNREC.
000870
000880*****************************************************************
000890*  SR-PARM-FILE - RUN PARAMETERS, FOR THE TIME LIMIT           *
000900*****************************************************************
000910 FD  SR-PARM-FILE.
000920     COPY SRPARMRC.
000930
000940*****************************************************************
000950*  SR-SPLCTL-FILE - THE MONTH-END PORTIONS (SRSPLREC)          *
000960*****************************************************************
000970 FD  SR-SPLCTL-FILE.
000980     COPY SRSPLREC.
000990
001000*****************************************************************
001010*  SR-CALEND-FILE - PROCESSING CALENDAR, FOR THE FLAG DATES    *
001020*****************************************************************
001030 FD  SR-CALEND-FILE.
001040     COPY SRCALREC.
001050
001060*****************************************************************
001070*  SR-CAPRPT-FILE - PRINTED CAPACITY PLANNING REPORT           *
001080*****************************************************************
001090 FD  SR-CAPRPT-FILE.
001100 01  SR-CAPRPT-RECORD                PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130 77  SR-HIST-STATUS               PIC XX VALUE SPACES.
001140 77  SR-HISSTN-STATUS             PIC XX VALUE SPACES.
001150 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001160 77  SR-SPLCTL-STATUS             PIC XX VALUE SPACES.
001170 77  SR-CALEND-STATUS             PIC XX VALUE SPACES.
001180 77  SR-CAPRPT-STATUS             PIC XX VALUE SPACES.
001190
001200 77  SR-CAP-EOF-SWITCH            PIC X(1) VALUE "N".
001210     88  SR-CAP-END-OF-FILE               VALUE "Y".
001220
001230 77  SR-CAP-RUN-DATE              PIC 9(8) VALUE ZERO.
001240 77  SR-CAP-TIME-FLD              PIC 9(8) VALUE ZERO.
001250 77  SR-CAP-PRINT-LINE            PIC X(80) VALUE SPACES.
001260 77  SR-CAP-RC                    PIC 9(2) VALUE ZERO.
001270 77  SR-CAP-MAX-MINUTES           PIC 9(4) VALUE ZERO.
001280
001290*****************************************************************
001300*  MONTH ARITHMETIC.  A MONTH'S SERIAL IS YEAR * 12 + MONTH    *
001310*  - 1; THE WINDOW IS THE TWELVE MONTHS ENDING WITH THE RUN    *
001320*  MONTH, SO THE RUN MONTH IS ALWAYS SLOT 12.                  *
001330*****************************************************************
001340 01  SR-CAP-DATE-WORK.
001350     05  SR-CAP-DW-YEAR              PIC 9(4).
001360     05  SR-CAP-DW-MONTH             PIC 9(2).
001370     05  SR-CAP-DW-DAY               PIC 9(2).
001380 01  SR-CAP-DATE-WORK-X REDEFINES SR-CAP-DATE-WORK
001390                                 PIC X(8).
001400 01  SR-CAP-YYMM-WORK.
001410     05  SR-CAP-YM-YEAR              PIC 9(4).
001420     05  SR-CAP-YM-MONTH             PIC 9(2).
001430 01  SR-CAP-YYMM-WORK-X REDEFINES SR-CAP-YYMM-WORK
001440                                 PIC X(6).
001450 77  SR-CAP-RUN-SERIAL            PIC 9(6) COMP VALUE ZERO.
001460 77  SR-CAP-BASE-SERIAL           PIC 9(6) COMP VALUE ZERO.
001470 77  SR-CAP-SERIAL                PIC 9(6) COMP VALUE ZERO.
001480 77  SR-CAP-SLOT                  PIC S9(6) COMP VALUE ZERO.
001490 77  SR-CAP-MTH-SUB               PIC 9(4) COMP VALUE ZERO.
001500 77  SR-CAP-LEAP-QUOT             PIC 9(4) COMP VALUE ZERO.
001510 77  SR-CAP-LEAP-REM              PIC 9(4) COMP VALUE ZERO.
001520 77  SR-CAP-MONTH-DAYS            PIC 9(2) VALUE ZERO.
001530 77  SR-CAP-WINDOW-FROM           PIC X(6) VALUE SPACES.
001540 77  SR-CAP-WINDOW-TO             PIC X(6) VALUE SPACES.
001550 77  SR-CAP-NEXT-MONTH            PIC X(6) VALUE SPACES.
001560
001570*****************************************************************
001580*  ONE SLOT PER MONTH OF THE WINDOW, FROM SRHIST.  THE RUN     *
001590*  DATES ARRIVE IN ORDER (SRHIST IS APPENDED RUN BY RUN), SO   *
001600*  A CHANGE OF DATE COUNTS ONE MORE RUN DAY.                   *
001610*****************************************************************
001620 01  SR-CAP-MONTH-TABLE.
001630     05  SR-CAP-MTH-ENTRY            OCCURS 12 TIMES.
001640         10  SR-CAP-M-DAYS           PIC 9(4) COMP.
001650         10  SR-CAP-M-PREV-DATE      PIC X(8).
001660         10  SR-CAP-M-LAST-DATE      PIC X(8).
001670         10  SR-CAP-M-TOTAL          PIC 9(9) COMP.
001680         10  SR-CAP-M-LAST-VOL       PIC 9(9) COMP.
001690
001700*****************************************************************
001710*  MEASURED THROUGHPUT FROM THE TIMED RUNS IN THE WINDOW.      *
001720*  A SPLIT RUN'S COMBINED RECORD COUNTS ITS LONGEST PORTION'S  *
001730*  TIME ONCE PER PORTION, WHICH ERRS ON THE SLOW SIDE.         *
001740*****************************************************************
001750 77  SR-CAP-TIMED-RUNS            PIC 9(6) COMP VALUE ZERO.
001760 77  SR-CAP-TIMED-READINGS        PIC 9(11) COMP VALUE ZERO.
001770 77  SR-CAP-STREAM-SECS           PIC 9(11) COMP VALUE ZERO.
001780 77  SR-CAP-CACHE-HITS            PIC 9(11) COMP VALUE ZERO.
001790 77  SR-CAP-ITERATED              PIC 9(11) COMP VALUE ZERO.
001800 77  SR-CAP-STREAMS               PIC 9(2) VALUE ZERO.
001810 77  SR-CAP-RATE                  PIC 9(7)V99 VALUE ZERO.
001820 77  SR-CAP-HIT-PCT               PIC 9(3)V99 VALUE ZERO.
001830 77  SR-CAP-HIST-RUNS             PIC 9(6) COMP VALUE ZERO.
001840
001850*****************************************************************
001860*  STATIONS FROM SRHISSTN, WITH EACH ONE'S MONTHLY VOLUMES,    *
001870*  FITTED TREND LINES AND PROJECTIONS.  100 STATIONS AS IN     *
001880*  SQUAREROOT'S OWN TABLE, PLUS ITS *OTH OVERFLOW.             *
001890*****************************************************************
001900 77  SR-CAP-STN-COUNT             PIC 9(4) COMP VALUE ZERO.
001910 77  SR-CAP-STN-SUB               PIC 9(4) COMP VALUE ZERO.
001920 77  SR-CAP-STN-DROPPED           PIC 9(9) COMP VALUE ZERO.
001930 77  SR-CAP-STN-FOUND-SWITCH      PIC X(1) VALUE "N".
001940     88  SR-CAP-STN-FOUND                 VALUE "Y".
001950 01  SR-CAP-STN-TABLE.
001960     05  SR-CAP-STN-ENTRY            OCCURS 101 TIMES.
001970         10  SR-CAP-S-STATION        PIC X(4).
001980         10  SR-CAP-S-MONTH          OCCURS 12 TIMES.
001990             15  SR-CAP-S-TOTAL      PIC 9(9) COMP.
002000             15  SR-CAP-S-LAST-VOL   PIC 9(9) COMP.
002010         10  SR-CAP-S-DLY-A          PIC S9(9)V9(4).
002020         10  SR-CAP-S-DLY-B          PIC S9(9)V9(4).
002030         10  SR-CAP-S-ME-A           PIC S9(9)V9(4).
002040         10  SR-CAP-S-ME-B           PIC S9(9)V9(4).
002050         10  SR-CAP-S-CUR-DLY        PIC 9(9) COMP.
002060         10  SR-CAP-S-CUR-ME         PIC 9(9) COMP.
002070         10  SR-CAP-S-NXT-DLY        PIC 9(9) COMP.
002080         10  SR-CAP-S-NXT-ME         PIC 9(9) COMP.
002090
002100*****************************************************************
002110*  THE SRSPLCTL PORTIONS, AS SQRSPLIT HOLDS THEM, WITH THE     *
002120*  TREND LINES OF THE STATIONS EACH ONE TAKES ADDED TOGETHER.  *
002130*  THE LAST SLOT GATHERS STATIONS NO PORTION CLAIMS.           *
002140*****************************************************************
002150 77  SR-CAP-POR-COUNT             PIC 9(4) COMP VALUE ZERO.
002160 77  SR-CAP-POR-SUB               PIC 9(4) COMP VALUE ZERO.
002170 77  SR-CAP-POR-SCAN-SUB          PIC 9(4) COMP VALUE ZERO.
002180 77  SR-CAP-COVERED-SWITCH        PIC X(1) VALUE "N".
002190     88  SR-CAP-STATION-COVERED           VALUE "Y".
002200 77  SR-CAP-CATCHALL-SWITCH       PIC X(1) VALUE "N".
002210     88  SR-CAP-HAS-CATCHALL              VALUE "Y".
002220 01  SR-CAP-POR-TABLE.
002230     05  SR-CAP-POR-ENTRY            OCCURS 11 TIMES.
002240         10  SR-CAP-P-JOB            PIC X(8).
002250         10  SR-CAP-P-FROM           PIC X(4).
002260         10  SR-CAP-P-TO             PIC X(4).
002270         10  SR-CAP-P-CATCHALL       PIC X(1).
002280         10  SR-CAP-P-DLY-A          PIC S9(9)V9(4).
002290         10  SR-CAP-P-DLY-B          PIC S9(9)V9(4).
002300         10  SR-CAP-P-ME-A           PIC S9(9)V9(4).
002310         10  SR-CAP-P-ME-B           PIC S9(9)V9(4).
002320
002330*****************************************************************
002340*  TOTAL (SRHIST) TREND LINES AND PROJECTIONS                  *
002350*****************************************************************
002360 77  SR-CAP-TOT-DLY-A             PIC S9(9)V9(4) VALUE ZERO.
002370 77  SR-CAP-TOT-DLY-B             PIC S9(9)V9(4) VALUE ZERO.
002380 77  SR-CAP-TOT-ME-A              PIC S9(9)V9(4) VALUE ZERO.
002390 77  SR-CAP-TOT-ME-B              PIC S9(9)V9(4) VALUE ZERO.
002400 77  SR-CAP-TOT-CUR-DLY           PIC 9(9) COMP VALUE ZERO.
002410 77  SR-CAP-TOT-CUR-ME            PIC 9(9) COMP VALUE ZERO.
002420 77  SR-CAP-TOT-NXT-DLY           PIC 9(9) COMP VALUE ZERO.
002430 77  SR-CAP-TOT-NXT-ME            PIC 9(9) COMP VALUE ZERO.
002440
002450*****************************************************************
002460*  LEAST-SQUARES WORK AREA FOR 5000-FIT-TREND.  THE CALLER     *
002470*  LOADS THE POINTS (X = WINDOW SLOT, Y = VOLUME); 5000        *
002480*  LEAVES THE LINE Y = A + B * X.  ONE POINT GIVES A FLAT      *
002490*  LINE THROUGH IT, NO POINTS A LINE AT ZERO.                  *
002500*****************************************************************
002510 77  SR-CAP-FIT-N                 PIC 9(4) COMP VALUE ZERO.
002520 01  SR-CAP-FIT-POINTS.
002530     05  SR-CAP-FIT-POINT            OCCURS 12 TIMES.
002540         10  SR-CAP-FIT-X            PIC 9(4) COMP.
002550         10  SR-CAP-FIT-Y            PIC 9(9) COMP.
002560 77  SR-CAP-FIT-SX                PIC S9(5) COMP VALUE ZERO.
002570 77  SR-CAP-FIT-SXX               PIC S9(5) COMP VALUE ZERO.
002580 77  SR-CAP-FIT-SY                PIC S9(11) COMP VALUE ZERO.
002590 77  SR-CAP-FIT-SXY               PIC S9(13) COMP VALUE ZERO.
002600 77  SR-CAP-FIT-DEN               PIC S9(7) COMP VALUE ZERO.
002610 77  SR-CAP-FIT-NUM               PIC S9(15) COMP VALUE ZERO.
002620 77  SR-CAP-FIT-A-WORK            PIC S9(11)V9(4) VALUE ZERO.
002630 77  SR-CAP-FIT-A                 PIC S9(9)V9(4) VALUE ZERO.
002640 77  SR-CAP-FIT-B                 PIC S9(9)V9(4) VALUE ZERO.
002650 77  SR-CAP-FIT-LAST-Y            PIC 9(9) COMP VALUE ZERO.
002660
002670*****************************************************************
002680*  PROJECTION WORK FOR 5100 - VOLUME ON LINE A + B * X,        *
002690*  NEVER BELOW ZERO - AND RUN MINUTES AT THE MEASURED RATE     *
002700*****************************************************************
002710 77  SR-CAP-PRJ-A                 PIC S9(9)V9(4) VALUE ZERO.
002720 77  SR-CAP-PRJ-B                 PIC S9(9)V9(4) VALUE ZERO.
002730 77  SR-CAP-PRJ-X                 PIC 9(4) COMP VALUE ZERO.
002740 77  SR-CAP-PRJ-WORK              PIC S9(11)V9(4) VALUE ZERO.
002750 77  SR-CAP-PRJ-VOL               PIC 9(9) COMP VALUE ZERO.
002760 77  SR-CAP-MINUTES               PIC 9(7) COMP VALUE ZERO.
002770
002780*****************************************************************
002790*  THE STREAMS CHECKED AGAINST THE WINDOW - 1 DAILY RUN,       *
002800*  2 MONTH-END AS ONE STREAM, 3 MONTH-END AS SPLIT ON          *
002810*  SRSPLCTL (LONGEST PORTION) - FOR THE MONTH IN HAND          *
002820*****************************************************************
002830 77  SR-CAP-K                     PIC 9(4) COMP VALUE ZERO.
002840 77  SR-CAP-STRM-SUB              PIC 9(4) COMP VALUE ZERO.
002850 77  SR-CAP-LONGEST-VOL           PIC 9(9) COMP VALUE ZERO.
002860 77  SR-CAP-LONGEST-SUB           PIC 9(4) COMP VALUE ZERO.
002870 77  SR-CAP-UNCLAIMED-VOL         PIC 9(9) COMP VALUE ZERO.
002880 77  SR-CAP-EVEN-PORTIONS         PIC 9(4) COMP VALUE ZERO.
002890 77  SR-CAP-CAPACITY-VOL          PIC 9(11) COMP VALUE ZERO.
002900 01  SR-CAP-STREAM-TABLE.
002910     05  SR-CAP-STRM-ENTRY           OCCURS 3 TIMES.
002920         10  SR-CAP-STRM-VOL         PIC 9(9) COMP.
002930         10  SR-CAP-STRM-MIN         PIC 9(7) COMP.
002940         10  SR-CAP-STRM-FAIL-K      PIC 9(4) COMP.
002950 77  SR-CAP-STRM-NAME             PIC X(24) VALUE SPACES.
002960
002970*****************************************************************
002980*  CALENDAR LOOKUP FOR A FLAG DATE - FIRST BUSINESS DAY        *
002990*  (DAILY) OR MONTH-END DAY OF THE MONTH IN SR-CAP-YYMM-WORK   *
003000*****************************************************************
003010 77  SR-CAP-CAL-WANT              PIC X(1) VALUE SPACE.
003020     88  SR-CAP-WANT-FIRST-DAY            VALUE "F".
003030     88  SR-CAP-WANT-MONTH-END            VALUE "M".
003040 77  SR-CAP-FLAG-DATE             PIC X(8) VALUE SPACES.
003050
003060*****************************************************************
003070*  EDITED FIELDS                                               *
003080*****************************************************************
003090 77  SR-CAP-VOL-ED-1              PIC ZZZ,ZZZ,ZZ9.
003100 77  SR-CAP-VOL-ED-2              PIC ZZZ,ZZZ,ZZ9.
003110 77  SR-CAP-VOL-ED-3              PIC ZZZ,ZZZ,ZZ9.
003120 77  SR-CAP-VOL-ED-4              PIC ZZZ,ZZZ,ZZ9.
003130 77  SR-CAP-BIG-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.
003140 77  SR-CAP-MIN-ED                PIC Z,ZZZ,ZZ9.
003150 77  SR-CAP-LIMIT-ED              PIC Z,ZZ9.
003160 77  SR-CAP-RATE-ED               PIC Z,ZZZ,ZZ9.99.
003170 77  SR-CAP-PCT-ED                PIC ZZ9.99.
003180 77  SR-CAP-COUNT-ED              PIC ZZ9.
003190 77  SR-CAP-WAYS-ED               PIC Z9.
003200 77  SR-CAP-FIT-TEXT              PIC X(8) VALUE SPACES.
003210
003220 PROCEDURE DIVISION.
003230
003240*****************************************************************
003250*  0000-MAINLINE                                               *
003260*****************************************************************
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT.
003300     IF SR-CAP-HIST-RUNS = ZERO
003310         MOVE "NO RUN HISTORY IN THE WINDOW - NOTHING TO PROJECT"
003320             TO SR-CAPRPT-RECORD
003330         WRITE SR-CAPRPT-RECORD
003340         MOVE 4 TO SR-CAP-RC
003350         GO TO 0000-CLOSE
003360     END-IF.
003370     PERFORM 2500-LOAD-STATION-HISTORY THRU 2500-EXIT.
003380     PERFORM 3000-FIT-TRENDS THRU 3000-EXIT.
003390     PERFORM 4000-WRITE-THROUGHPUT THRU 4000-EXIT.
003400     PERFORM 4200-WRITE-VOLUMES THRU 4200-EXIT.
003410     IF SR-CAP-RATE = ZERO
003420         MOVE SPACES TO SR-CAPRPT-RECORD
003430         WRITE SR-CAPRPT-RECORD
003440         MOVE "NO TIMED RUN ON SRHIST IN THE WINDOW - RUN TIMES"
003450             TO SR-CAPRPT-RECORD
003460         WRITE SR-CAPRPT-RECORD
003470         MOVE "CANNOT BE PROJECTED UNTIL A TIMED RUN IS ON FILE"
003480             TO SR-CAPRPT-RECORD
003490         WRITE SR-CAPRPT-RECORD
003500         MOVE 4 TO SR-CAP-RC
003510         GO TO 0000-CLOSE
003520     END-IF.
003530     PERFORM 6000-LOAD-PORTIONS THRU 6000-EXIT.
003540     PERFORM 7000-WRITE-NEXT-MONTH THRU 7000-EXIT.
003550     PERFORM 8000-WRITE-OUTLOOK THRU 8000-EXIT.
003560 0000-CLOSE.
003570     CLOSE SR-CAPRPT-FILE.
003580     MOVE SR-CAP-RC TO RETURN-CODE.
003590     GOBACK.
003600
003610*****************************************************************
003620*  1000-INITIALIZE - CLEAR THE TABLES (MAIN CALLS THIS         *
003630*  PROGRAM AND MAY CALL IT AGAIN), SET UP THE WINDOW, PICK     *
003640*  UP THE TIME LIMIT AND START THE REPORT                      *
003650*****************************************************************
003660 1000-INITIALIZE.
003670     ACCEPT SR-CAP-RUN-DATE FROM DATE YYYYMMDD.
003680     ACCEPT SR-CAP-TIME-FLD FROM TIME.
003690     MOVE ZERO TO SR-CAP-RC.
003700     INITIALIZE SR-CAP-MONTH-TABLE.
003710     INITIALIZE SR-CAP-STN-TABLE.
003720     INITIALIZE SR-CAP-POR-TABLE.
003730     INITIALIZE SR-CAP-STREAM-TABLE.
003740     MOVE ZERO TO SR-CAP-STN-COUNT.
003750     MOVE ZERO TO SR-CAP-STN-DROPPED.
003760     MOVE ZERO TO SR-CAP-POR-COUNT.
003770     MOVE ZERO TO SR-CAP-TIMED-RUNS.
003780     MOVE ZERO TO SR-CAP-TIMED-READINGS.
003790     MOVE ZERO TO SR-CAP-STREAM-SECS.
003800     MOVE ZERO TO SR-CAP-CACHE-HITS.
003810     MOVE ZERO TO SR-CAP-ITERATED.
003820     MOVE ZERO TO SR-CAP-HIST-RUNS.
003830     MOVE ZERO TO SR-CAP-RATE.
003840     MOVE "N" TO SR-CAP-CATCHALL-SWITCH.
003850
003860     MOVE SR-CAP-RUN-DATE TO SR-CAP-DATE-WORK.
003870     COMPUTE SR-CAP-RUN-SERIAL =
003880         SR-CAP-DW-YEAR * 12 + SR-CAP-DW-MONTH - 1.
003890     COMPUTE SR-CAP-BASE-SERIAL = SR-CAP-RUN-SERIAL - 11.
003900     MOVE SR-CAP-BASE-SERIAL TO SR-CAP-SERIAL.
003910     PERFORM 5300-YYMM-FROM-SERIAL THRU 5300-EXIT.
003920     MOVE SR-CAP-YYMM-WORK-X TO SR-CAP-WINDOW-FROM.
003930     MOVE SR-CAP-RUN-SERIAL TO SR-CAP-SERIAL.
003940     PERFORM 5300-YYMM-FROM-SERIAL THRU 5300-EXIT.
003950     MOVE SR-CAP-YYMM-WORK-X TO SR-CAP-WINDOW-TO.
003960     COMPUTE SR-CAP-SERIAL = SR-CAP-RUN-SERIAL + 1.
003970     PERFORM 5300-YYMM-FROM-SERIAL THRU 5300-EXIT.
003980     MOVE SR-CAP-YYMM-WORK-X TO SR-CAP-NEXT-MONTH.
003990
004000*    NO SRPARM, OR NO LIMIT ON IT, MEANS NO WINDOW TO CHECK -
004010*    THE RUN TIMES ARE STILL PROJECTED.
004020     MOVE ZERO TO SR-CAP-MAX-MINUTES.
004030     OPEN INPUT SR-PARM-FILE.
004040     IF SR-PARM-STATUS = "00"
004050         READ SR-PARM-FILE
004060             NOT AT END
004070                 IF SR-PARM-MAX-MINUTES IS NUMERIC
004080                     MOVE SR-PARM-MAX-MINUTES
004090                         TO SR-CAP-MAX-MINUTES
004100                 END-IF
004110         END-READ
004120     END-IF.
004130     CLOSE SR-PARM-FILE.
004140
004150     OPEN OUTPUT SR-CAPRPT-FILE.
004160     MOVE SPACES TO SR-CAP-PRINT-LINE.
004170     STRING "BATCH-WINDOW CAPACITY REPORT   RUN DATE: "
004180                                        DELIMITED BY SIZE
004190            SR-CAP-RUN-DATE             DELIMITED BY SIZE
004200            "  RUN TIME: "              DELIMITED BY SIZE
004210            SR-CAP-TIME-FLD             DELIMITED BY SIZE
004220         INTO SR-CAP-PRINT-LINE.
004230     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
004240     MOVE SPACES TO SR-CAP-PRINT-LINE.
004250     STRING "HISTORY WINDOW: "          DELIMITED BY SIZE
004260            SR-CAP-WINDOW-FROM          DELIMITED BY SIZE
004270            " THROUGH "                 DELIMITED BY SIZE
004280            SR-CAP-WINDOW-TO            DELIMITED BY SIZE
004290            "   PROJECTED MONTH: "      DELIMITED BY SIZE
004300            SR-CAP-NEXT-MONTH           DELIMITED BY SIZE
004310         INTO SR-CAP-PRINT-LINE.
004320     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
004330     MOVE SPACES TO SR-CAPRPT-RECORD.
004340     WRITE SR-CAPRPT-RECORD.
004350 1000-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*  2000-LOAD-RUN-HISTORY - ONE PASS OF SRHIST: VOLUME BY       *
004400*  MONTH SLOT AND THE THROUGHPUT OF THE TIMED RUNS             *
004410*****************************************************************
004420 2000-LOAD-RUN-HISTORY.
004430     MOVE "N" TO SR-CAP-EOF-SWITCH.
004440     OPEN INPUT SR-HIST-FILE.
004450     IF SR-HIST-STATUS NOT = "00"
004460         SET SR-CAP-END-OF-FILE TO TRUE
004470     END-IF.
004480     PERFORM 2100-TAKE-ONE-RUN THRU 2100-EXIT
004490         UNTIL SR-CAP-END-OF-FILE.
004500     CLOSE SR-HIST-FILE.
004510
004520     IF SR-CAP-STREAM-SECS > ZERO
004530         COMPUTE SR-CAP-RATE ROUNDED =
004540             SR-CAP-TIMED-READINGS * 60 / SR-CAP-STREAM-SECS
004550     END-IF.
004560     IF SR-CAP-CACHE-HITS + SR-CAP-ITERATED > ZERO
004570         COMPUTE SR-CAP-HIT-PCT ROUNDED =
004580             SR-CAP-CACHE-HITS * 100
004590                 / (SR-CAP-CACHE-HITS + SR-CAP-ITERATED)
004600     ELSE
004610         MOVE ZERO TO SR-CAP-HIT-PCT
004620     END-IF.
004630 2000-EXIT.
004640     EXIT.
004650
004660 2100-TAKE-ONE-RUN.
004670     READ SR-HIST-FILE
004680         AT END
004690             SET SR-CAP-END-OF-FILE TO TRUE
004700             GO TO 2100-EXIT
004710     END-READ.
004720     MOVE SR-HIS-RUN-DATE TO SR-CAP-DATE-WORK-X.
004730     PERFORM 5200-SLOT-FROM-DATE THRU 5200-EXIT.
004740     IF SR-CAP-SLOT < 1 OR SR-CAP-SLOT > 12
004750         GO TO 2100-EXIT
004760     END-IF.
004770     MOVE SR-CAP-SLOT TO SR-CAP-MTH-SUB.
004780     ADD 1 TO SR-CAP-HIST-RUNS.
004790
004800     IF SR-HIS-RUN-DATE NOT = SR-CAP-M-PREV-DATE (SR-CAP-MTH-SUB)
004810         ADD 1 TO SR-CAP-M-DAYS (SR-CAP-MTH-SUB)
004820         MOVE SR-HIS-RUN-DATE
004830             TO SR-CAP-M-PREV-DATE (SR-CAP-MTH-SUB)
004840     END-IF.
004850     ADD SR-HIS-TOTAL-COUNT TO SR-CAP-M-TOTAL (SR-CAP-MTH-SUB).
004860     IF SR-HIS-RUN-DATE > SR-CAP-M-LAST-DATE (SR-CAP-MTH-SUB)
004870         MOVE SR-HIS-RUN-DATE
004880             TO SR-CAP-M-LAST-DATE (SR-CAP-MTH-SUB)
004890         MOVE SR-HIS-TOTAL-COUNT
004900             TO SR-CAP-M-LAST-VOL (SR-CAP-MTH-SUB)
004910     ELSE
004920         IF SR-HIS-RUN-DATE = SR-CAP-M-LAST-DATE (SR-CAP-MTH-SUB)
004930             ADD SR-HIS-TOTAL-COUNT
004940                 TO SR-CAP-M-LAST-VOL (SR-CAP-MTH-SUB)
004950         END-IF
004960     END-IF.
004970
004980*    HISTORY FROM BEFORE THE TIMINGS WERE KEPT READS BACK AS
004990*    SPACES; A RUN UNDER A SECOND HAS NOTHING TO MEASURE.
005000     IF SR-HIS-ELAPSED-SECS IS NOT NUMERIC
005010         GO TO 2100-EXIT
005020     END-IF.
005030     IF SR-HIS-ELAPSED-SECS = ZERO OR SR-HIS-TOTAL-COUNT = ZERO
005040         GO TO 2100-EXIT
005050     END-IF.
005060     MOVE 1 TO SR-CAP-STREAMS.
005070     IF SR-HIS-STREAMS IS NUMERIC
005080         IF SR-HIS-STREAMS > ZERO
005090             MOVE SR-HIS-STREAMS TO SR-CAP-STREAMS
005100         END-IF
005110     END-IF.
005120     ADD 1 TO SR-CAP-TIMED-RUNS.
005130     ADD SR-HIS-TOTAL-COUNT TO SR-CAP-TIMED-READINGS.
005140     COMPUTE SR-CAP-STREAM-SECS = SR-CAP-STREAM-SECS
005150         + SR-HIS-ELAPSED-SECS * SR-CAP-STREAMS.
005160     ADD SR-HIS-CACHE-HITS TO SR-CAP-CACHE-HITS.
005170     ADD SR-HIS-ITERATED TO SR-CAP-ITERATED.
005180 2100-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*  2500-LOAD-STATION-HISTORY - ONE PASS OF SRHISSTN INTO THE   *
005230*  STATION TABLE, SPLITTING EACH MONTH'S VOLUME INTO THE       *
005240*  MONTH-END (THE SRHIST LAST RUN DATE) AND THE REST           *
005250*****************************************************************
005260 2500-LOAD-STATION-HISTORY.
005270     MOVE "N" TO SR-CAP-EOF-SWITCH.
005280     OPEN INPUT SR-HISSTN-FILE.
005290     IF SR-HISSTN-STATUS NOT = "00"
005300         SET SR-CAP-END-OF-FILE TO TRUE
005310     END-IF.
005320     PERFORM 2600-TAKE-ONE-STATION THRU 2600-EXIT
005330         UNTIL SR-CAP-END-OF-FILE.
005340     CLOSE SR-HISSTN-FILE.
005350 2500-EXIT.
005360     EXIT.
005370
005380 2600-TAKE-ONE-STATION.
005390     READ SR-HISSTN-FILE
005400         AT END
005410             SET SR-CAP-END-OF-FILE TO TRUE
005420             GO TO 2600-EXIT
005430     END-READ.
005440     IF SR-HSN-RECORD-COUNT IS NOT NUMERIC
005450         GO TO 2600-EXIT
005460     END-IF.
005470     MOVE SR-HSN-RUN-DATE TO SR-CAP-DATE-WORK-X.
005480     PERFORM 5200-SLOT-FROM-DATE THRU 5200-EXIT.
005490     IF SR-CAP-SLOT < 1 OR SR-CAP-SLOT > 12
005500         GO TO 2600-EXIT
005510     END-IF.
005520     MOVE SR-CAP-SLOT TO SR-CAP-MTH-SUB.
005530
005540     MOVE "N" TO SR-CAP-STN-FOUND-SWITCH.
005550     PERFORM 2650-FIND-STATION THRU 2650-EXIT
005560         VARYING SR-CAP-STN-SUB FROM 1 BY 1
005570             UNTIL SR-CAP-STN-SUB > SR-CAP-STN-COUNT
005580             OR SR-CAP-STN-FOUND.
005590     IF SR-CAP-STN-FOUND
005600         SUBTRACT 1 FROM SR-CAP-STN-SUB
005610     ELSE
005620         IF SR-CAP-STN-COUNT < 101
005630             ADD 1 TO SR-CAP-STN-COUNT
005640             MOVE SR-CAP-STN-COUNT TO SR-CAP-STN-SUB
005650             MOVE SR-HSN-STATION
005660                 TO SR-CAP-S-STATION (SR-CAP-STN-SUB)
005670         ELSE
005680             ADD SR-HSN-RECORD-COUNT TO SR-CAP-STN-DROPPED
005690             GO TO 2600-EXIT
005700         END-IF
005710     END-IF.
005720
005730     ADD SR-HSN-RECORD-COUNT
005740         TO SR-CAP-S-TOTAL (SR-CAP-STN-SUB SR-CAP-MTH-SUB).
005750     IF SR-HSN-RUN-DATE = SR-CAP-M-LAST-DATE (SR-CAP-MTH-SUB)
005760         ADD SR-HSN-RECORD-COUNT
005770             TO SR-CAP-S-LAST-VOL (SR-CAP-STN-SUB SR-CAP-MTH-SUB)
005780     END-IF.
005790 2600-EXIT.
005800     EXIT.
005810
005820*    THE VARYING STEP RUNS ONCE PAST THE MATCH BEFORE THE TEST
005830*    STOPS THE SCAN - THE CALLER TAKES IT BACK.
005840 2650-FIND-STATION.
005850     IF SR-CAP-S-STATION (SR-CAP-STN-SUB) = SR-HSN-STATION
005860         SET SR-CAP-STN-FOUND TO TRUE
005870     END-IF.
005880 2650-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*  3000-FIT-TRENDS - DAILY AND MONTH-END TREND LINES FOR THE   *
005930*  TOTAL AND FOR EACH STATION, AND NEXT MONTH'S PROJECTION     *
005940*  (SLOT 13) ON EACH                                           *
005950*****************************************************************
005960 3000-FIT-TRENDS.
005970     MOVE ZERO TO SR-CAP-STN-SUB.
005980     PERFORM 3100-LOAD-DAILY-POINTS THRU 3100-EXIT.
005990     PERFORM 5000-FIT-TREND THRU 5000-EXIT.
006000     MOVE SR-CAP-FIT-A TO SR-CAP-TOT-DLY-A.
006010     MOVE SR-CAP-FIT-B TO SR-CAP-TOT-DLY-B.
006020     MOVE SR-CAP-FIT-LAST-Y TO SR-CAP-TOT-CUR-DLY.
006030     PERFORM 3200-LOAD-MONTH-END-POINTS THRU 3200-EXIT.
006040     PERFORM 5000-FIT-TREND THRU 5000-EXIT.
006050     MOVE SR-CAP-FIT-A TO SR-CAP-TOT-ME-A.
006060     MOVE SR-CAP-FIT-B TO SR-CAP-TOT-ME-B.
006070     MOVE SR-CAP-FIT-LAST-Y TO SR-CAP-TOT-CUR-ME.
006080
006090     MOVE 13 TO SR-CAP-PRJ-X.
006100     MOVE SR-CAP-TOT-DLY-A TO SR-CAP-PRJ-A.
006110     MOVE SR-CAP-TOT-DLY-B TO SR-CAP-PRJ-B.
006120     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
006130     MOVE SR-CAP-PRJ-VOL TO SR-CAP-TOT-NXT-DLY.
006140     MOVE SR-CAP-TOT-ME-A TO SR-CAP-PRJ-A.
006150     MOVE SR-CAP-TOT-ME-B TO SR-CAP-PRJ-B.
006160     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
006170     MOVE SR-CAP-PRJ-VOL TO SR-CAP-TOT-NXT-ME.
006180
006190     PERFORM 3300-FIT-ONE-STATION THRU 3300-EXIT
006200         VARYING SR-CAP-STN-SUB FROM 1 BY 1
006210             UNTIL SR-CAP-STN-SUB > SR-CAP-STN-COUNT.
006220 3000-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260*  3100-LOAD-DAILY-POINTS - ONE POINT PER MONTH THAT HAD RUN   *
006270*  DAYS BESIDES THE MONTH-END: THAT MONTH'S VOLUME LESS THE    *
006280*  MONTH-END, OVER ITS OTHER RUN DAYS.  THE RUN MONTH IS NOT   *
006290*  OVER, SO ALL ITS DAYS COUNT.  SR-CAP-STN-SUB ZERO TAKES     *
006300*  THE SRHIST TOTALS, OTHERWISE THAT STATION'S VOLUMES.        *
006310*****************************************************************
006320 3100-LOAD-DAILY-POINTS.
006330     MOVE ZERO TO SR-CAP-FIT-N.
006340     PERFORM 3150-DAILY-POINT THRU 3150-EXIT
006350         VARYING SR-CAP-MTH-SUB FROM 1 BY 1
006360             UNTIL SR-CAP-MTH-SUB > 12.
006370 3100-EXIT.
006380     EXIT.
006390
006400 3150-DAILY-POINT.
006410     IF SR-CAP-MTH-SUB = 12
006420         IF SR-CAP-M-DAYS (12) = ZERO
006430             GO TO 3150-EXIT
006440         END-IF
006450         ADD 1 TO SR-CAP-FIT-N
006460         MOVE 12 TO SR-CAP-FIT-X (SR-CAP-FIT-N)
006470         IF SR-CAP-STN-SUB = ZERO
006480             COMPUTE SR-CAP-FIT-Y (SR-CAP-FIT-N) ROUNDED =
006490                 SR-CAP-M-TOTAL (12) / SR-CAP-M-DAYS (12)
006500         ELSE
006510             COMPUTE SR-CAP-FIT-Y (SR-CAP-FIT-N) ROUNDED =
006520                 SR-CAP-S-TOTAL (SR-CAP-STN-SUB 12)
006530                     / SR-CAP-M-DAYS (12)
006540         END-IF
006550         GO TO 3150-EXIT
006560     END-IF.
006570     IF SR-CAP-M-DAYS (SR-CAP-MTH-SUB) < 2
006580         GO TO 3150-EXIT
006590     END-IF.
006600     ADD 1 TO SR-CAP-FIT-N.
006610     MOVE SR-CAP-MTH-SUB TO SR-CAP-FIT-X (SR-CAP-FIT-N).
006620     IF SR-CAP-STN-SUB = ZERO
006630         COMPUTE SR-CAP-FIT-Y (SR-CAP-FIT-N) ROUNDED =
006640             (SR-CAP-M-TOTAL (SR-CAP-MTH-SUB)
006650                 - SR-CAP-M-LAST-VOL (SR-CAP-MTH-SUB))
006660             / (SR-CAP-M-DAYS (SR-CAP-MTH-SUB) - 1)
006670     ELSE
006680         COMPUTE SR-CAP-FIT-Y (SR-CAP-FIT-N) ROUNDED =
006690             (SR-CAP-S-TOTAL (SR-CAP-STN-SUB SR-CAP-MTH-SUB)
006700               - SR-CAP-S-LAST-VOL
006710                     (SR-CAP-STN-SUB SR-CAP-MTH-SUB))
006720             / (SR-CAP-M-DAYS (SR-CAP-MTH-SUB) - 1)
006730     END-IF.
006740 3150-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*  3200-LOAD-MONTH-END-POINTS - ONE POINT PER FINISHED MONTH   *
006790*  WITH RUNS ON FILE: THE VOLUME ON ITS LAST RUN DATE          *
006800*****************************************************************
006810 3200-LOAD-MONTH-END-POINTS.
006820     MOVE ZERO TO SR-CAP-FIT-N.
006830     PERFORM 3250-MONTH-END-POINT THRU 3250-EXIT
006840         VARYING SR-CAP-MTH-SUB FROM 1 BY 1
006850             UNTIL SR-CAP-MTH-SUB > 11.
006860 3200-EXIT.
006870     EXIT.
006880
006890 3250-MONTH-END-POINT.
006900     IF SR-CAP-M-DAYS (SR-CAP-MTH-SUB) = ZERO
006910         GO TO 3250-EXIT
006920     END-IF.
006930     ADD 1 TO SR-CAP-FIT-N.
006940     MOVE SR-CAP-MTH-SUB TO SR-CAP-FIT-X (SR-CAP-FIT-N).
006950     IF SR-CAP-STN-SUB = ZERO
006960         MOVE SR-CAP-M-LAST-VOL (SR-CAP-MTH-SUB)
006970             TO SR-CAP-FIT-Y (SR-CAP-FIT-N)
006980     ELSE
006990         MOVE SR-CAP-S-LAST-VOL (SR-CAP-STN-SUB SR-CAP-MTH-SUB)
007000             TO SR-CAP-FIT-Y (SR-CAP-FIT-N)
007010     END-IF.
007020 3250-EXIT.
007030     EXIT.
007040
007050 3300-FIT-ONE-STATION.
007060     PERFORM 3100-LOAD-DAILY-POINTS THRU 3100-EXIT.
007070     PERFORM 5000-FIT-TREND THRU 5000-EXIT.
007080     MOVE SR-CAP-FIT-A TO SR-CAP-S-DLY-A (SR-CAP-STN-SUB).
007090     MOVE SR-CAP-FIT-B TO SR-CAP-S-DLY-B (SR-CAP-STN-SUB).
007100     MOVE SR-CAP-FIT-LAST-Y TO SR-CAP-S-CUR-DLY (SR-CAP-STN-SUB).
007110     PERFORM 3200-LOAD-MONTH-END-POINTS THRU 3200-EXIT.
007120     PERFORM 5000-FIT-TREND THRU 5000-EXIT.
007130     MOVE SR-CAP-FIT-A TO SR-CAP-S-ME-A (SR-CAP-STN-SUB).
007140     MOVE SR-CAP-FIT-B TO SR-CAP-S-ME-B (SR-CAP-STN-SUB).
007150     MOVE SR-CAP-FIT-LAST-Y TO SR-CAP-S-CUR-ME (SR-CAP-STN-SUB).
007160
007170     MOVE 13 TO SR-CAP-PRJ-X.
007180     MOVE SR-CAP-S-DLY-A (SR-CAP-STN-SUB) TO SR-CAP-PRJ-A.
007190     MOVE SR-CAP-S-DLY-B (SR-CAP-STN-SUB) TO SR-CAP-PRJ-B.
007200     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
007210     MOVE SR-CAP-PRJ-VOL TO SR-CAP-S-NXT-DLY (SR-CAP-STN-SUB).
007220     MOVE SR-CAP-S-ME-A (SR-CAP-STN-SUB) TO SR-CAP-PRJ-A.
007230     MOVE SR-CAP-S-ME-B (SR-CAP-STN-SUB) TO SR-CAP-PRJ-B.
007240     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
007250     MOVE SR-CAP-PRJ-VOL TO SR-CAP-S-NXT-ME (SR-CAP-STN-SUB).
007260 3300-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300*  4000-WRITE-THROUGHPUT - THE MEASURED RATE SECTION           *
007310*****************************************************************
007320 4000-WRITE-THROUGHPUT.
007330     MOVE "MEASURED THROUGHPUT (TIMED RUNS IN THE WINDOW)"
007340         TO SR-CAPRPT-RECORD.
007350     WRITE SR-CAPRPT-RECORD.
007360     MOVE SR-CAP-TIMED-RUNS TO SR-CAP-VOL-ED-1.
007370     MOVE SR-CAP-TIMED-READINGS TO SR-CAP-BIG-ED.
007380     MOVE SPACES TO SR-CAP-PRINT-LINE.
007390     STRING "  TIMED RUNS: "            DELIMITED BY SIZE
007400            SR-CAP-VOL-ED-1             DELIMITED BY SIZE
007410            "   READINGS: "             DELIMITED BY SIZE
007420            SR-CAP-BIG-ED               DELIMITED BY SIZE
007430         INTO SR-CAP-PRINT-LINE.
007440     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
007450     COMPUTE SR-CAP-MINUTES ROUNDED = SR-CAP-STREAM-SECS / 60.
007460     MOVE SR-CAP-MINUTES TO SR-CAP-MIN-ED.
007470     MOVE SR-CAP-RATE TO SR-CAP-RATE-ED.
007480     MOVE SPACES TO SR-CAP-PRINT-LINE.
007490     STRING "  STREAM MINUTES: "        DELIMITED BY SIZE
007500            SR-CAP-MIN-ED               DELIMITED BY SIZE
007510            "   READINGS PER MINUTE PER STREAM: "
007520                                        DELIMITED BY SIZE
007530            SR-CAP-RATE-ED              DELIMITED BY SIZE
007540         INTO SR-CAP-PRINT-LINE.
007550     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
007560     MOVE SR-CAP-CACHE-HITS TO SR-CAP-BIG-ED.
007570     MOVE SR-CAP-ITERATED TO SR-CAP-VOL-ED-1.
007580     MOVE SR-CAP-HIT-PCT TO SR-CAP-PCT-ED.
007590     MOVE SPACES TO SR-CAP-PRINT-LINE.
007600     STRING "  CACHE HITS: "            DELIMITED BY SIZE
007610            SR-CAP-BIG-ED               DELIMITED BY SIZE
007620            "  ITERATED: "              DELIMITED BY SIZE
007630            SR-CAP-VOL-ED-1             DELIMITED BY SIZE
007640            "  HIT PCT: "               DELIMITED BY SIZE
007650            SR-CAP-PCT-ED               DELIMITED BY SIZE
007660         INTO SR-CAP-PRINT-LINE.
007670     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
007680     MOVE SPACES TO SR-CAPRPT-RECORD.
007690     WRITE SR-CAPRPT-RECORD.
007700 4000-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*  4200-WRITE-VOLUMES - LATEST AND PROJECTED VOLUMES BY        *
007750*  STATION, THEN THE SRHIST TOTAL.  LATEST DAILY IS THE        *
007760*  MOST RECENT MONTH'S AVERAGE RUN, LATEST MONTH-END THE       *
007770*  MOST RECENT FINISHED MONTH'S.                               *
007780*****************************************************************
007790 4200-WRITE-VOLUMES.
007800     MOVE SPACES TO SR-CAP-PRINT-LINE.
007810     STRING "VOLUME BY STATION     LATEST DAILY   "
007820                                        DELIMITED BY SIZE
007830            "NEXT DAILY  LATEST M-END    NEXT M-END"
007840                                        DELIMITED BY SIZE
007850         INTO SR-CAP-PRINT-LINE.
007860     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
007870     MOVE SPACES TO SR-CAP-PRINT-LINE.
007880     STRING "-----------------     ------------   "
007890                                        DELIMITED BY SIZE
007900            "----------  ------------    ----------"
007910                                        DELIMITED BY SIZE
007920         INTO SR-CAP-PRINT-LINE.
007930     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
007940     PERFORM 4250-WRITE-ONE-STATION THRU 4250-EXIT
007950         VARYING SR-CAP-STN-SUB FROM 1 BY 1
007960             UNTIL SR-CAP-STN-SUB > SR-CAP-STN-COUNT.
007970     IF SR-CAP-STN-COUNT = ZERO
007980         MOVE "  NO STATION VOLUMES ON SRHISSTN IN THE WINDOW"
007990             TO SR-CAPRPT-RECORD
008000         WRITE SR-CAPRPT-RECORD
008010     END-IF.
008020     IF SR-CAP-STN-DROPPED > ZERO
008030         MOVE SR-CAP-STN-DROPPED TO SR-CAP-BIG-ED
008040         MOVE SPACES TO SR-CAP-PRINT-LINE
008050         STRING "  STATION TABLE FULL - READINGS NOT SHOWN: "
008060                                        DELIMITED BY SIZE
008070                SR-CAP-BIG-ED           DELIMITED BY SIZE
008080             INTO SR-CAP-PRINT-LINE
008090         WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE
008100     END-IF.
008110     MOVE SR-CAP-TOT-CUR-DLY TO SR-CAP-VOL-ED-1.
008120     MOVE SR-CAP-TOT-NXT-DLY TO SR-CAP-VOL-ED-2.
008130     MOVE SR-CAP-TOT-CUR-ME TO SR-CAP-VOL-ED-3.
008140     MOVE SR-CAP-TOT-NXT-ME TO SR-CAP-VOL-ED-4.
008150     MOVE "TOTAL (SRHIST)   " TO SR-CAP-STRM-NAME.
008160     PERFORM 4260-WRITE-VOLUME-LINE THRU 4260-EXIT.
008170     MOVE SPACES TO SR-CAPRPT-RECORD.
008180     WRITE SR-CAPRPT-RECORD.
008190 4200-EXIT.
008200     EXIT.
008210
008220 4250-WRITE-ONE-STATION.
008230     MOVE SR-CAP-S-CUR-DLY (SR-CAP-STN-SUB) TO SR-CAP-VOL-ED-1.
008240     MOVE SR-CAP-S-NXT-DLY (SR-CAP-STN-SUB) TO SR-CAP-VOL-ED-2.
008250     MOVE SR-CAP-S-CUR-ME (SR-CAP-STN-SUB) TO SR-CAP-VOL-ED-3.
008260     MOVE SR-CAP-S-NXT-ME (SR-CAP-STN-SUB) TO SR-CAP-VOL-ED-4.
008270     MOVE SPACES TO SR-CAP-STRM-NAME.
008280     STRING "  STATION "                DELIMITED BY SIZE
008290            SR-CAP-S-STATION (SR-CAP-STN-SUB)
008300                                        DELIMITED BY SIZE
008310         INTO SR-CAP-STRM-NAME.
008320     PERFORM 4260-WRITE-VOLUME-LINE THRU 4260-EXIT.
008330 4250-EXIT.
008340     EXIT.
008350
008360 4260-WRITE-VOLUME-LINE.
008370     MOVE SPACES TO SR-CAP-PRINT-LINE.
008380     STRING SR-CAP-STRM-NAME (1:18)     DELIMITED BY SIZE
008390            "  "                        DELIMITED BY SIZE
008400            SR-CAP-VOL-ED-1             DELIMITED BY SIZE
008410            "  "                        DELIMITED BY SIZE
008420            SR-CAP-VOL-ED-2             DELIMITED BY SIZE
008430            "   "                       DELIMITED BY SIZE
008440            SR-CAP-VOL-ED-3             DELIMITED BY SIZE
008450            "   "                       DELIMITED BY SIZE
008460            SR-CAP-VOL-ED-4             DELIMITED BY SIZE
008470         INTO SR-CAP-PRINT-LINE.
008480     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
008490 4260-EXIT.
008500     EXIT.
008510
008520*****************************************************************
008530*  5000-FIT-TREND - LEAST-SQUARES LINE THROUGH THE POINTS IN   *
008540*  SR-CAP-FIT-POINTS.  ALSO LEAVES THE LAST POINT'S VOLUME     *
008550*  IN SR-CAP-FIT-LAST-Y FOR THE "LATEST" COLUMNS.              *
008560*****************************************************************
008570 5000-FIT-TREND.
008580     MOVE ZERO TO SR-CAP-FIT-A.
008590     MOVE ZERO TO SR-CAP-FIT-B.
008600     MOVE ZERO TO SR-CAP-FIT-LAST-Y.
008610     IF SR-CAP-FIT-N = ZERO
008620         GO TO 5000-EXIT
008630     END-IF.
008640     MOVE SR-CAP-FIT-Y (SR-CAP-FIT-N) TO SR-CAP-FIT-LAST-Y.
008650     MOVE ZERO TO SR-CAP-FIT-SX.
008660     MOVE ZERO TO SR-CAP-FIT-SXX.
008670     MOVE ZERO TO SR-CAP-FIT-SY.
008680     MOVE ZERO TO SR-CAP-FIT-SXY.
008690     PERFORM 5050-SUM-ONE-POINT THRU 5050-EXIT
008700         VARYING SR-CAP-MTH-SUB FROM 1 BY 1
008710             UNTIL SR-CAP-MTH-SUB > SR-CAP-FIT-N.
008720     COMPUTE SR-CAP-FIT-DEN =
008730         SR-CAP-FIT-N * SR-CAP-FIT-SXX
008740             - SR-CAP-FIT-SX * SR-CAP-FIT-SX.
008750*    EACH NUMERATOR IS WORKED OUT ON ITS OWN SO NO SINGLE
008760*    STATEMENT CARRIES MORE DIGITS THAN THE ARITHMETIC HOLDS.
008770     IF SR-CAP-FIT-N > 1 AND SR-CAP-FIT-DEN NOT = ZERO
008780         COMPUTE SR-CAP-FIT-NUM =
008790             SR-CAP-FIT-N * SR-CAP-FIT-SXY
008800         COMPUTE SR-CAP-FIT-NUM = SR-CAP-FIT-NUM
008810             - SR-CAP-FIT-SX * SR-CAP-FIT-SY
008820         COMPUTE SR-CAP-FIT-B ROUNDED =
008830             SR-CAP-FIT-NUM / SR-CAP-FIT-DEN
008840     END-IF.
008850     COMPUTE SR-CAP-FIT-A-WORK = SR-CAP-FIT-B * SR-CAP-FIT-SX.
008860     COMPUTE SR-CAP-FIT-A-WORK =
008870         SR-CAP-FIT-SY - SR-CAP-FIT-A-WORK.
008880     COMPUTE SR-CAP-FIT-A ROUNDED =
008890         SR-CAP-FIT-A-WORK / SR-CAP-FIT-N.
008900 5000-EXIT.
008910     EXIT.
008920
008930 5050-SUM-ONE-POINT.
008940     ADD SR-CAP-FIT-X (SR-CAP-MTH-SUB) TO SR-CAP-FIT-SX.
008950     COMPUTE SR-CAP-FIT-SXX = SR-CAP-FIT-SXX
008960         + SR-CAP-FIT-X (SR-CAP-MTH-SUB)
008970             * SR-CAP-FIT-X (SR-CAP-MTH-SUB).
008980     ADD SR-CAP-FIT-Y (SR-CAP-MTH-SUB) TO SR-CAP-FIT-SY.
008990     COMPUTE SR-CAP-FIT-SXY = SR-CAP-FIT-SXY
009000         + SR-CAP-FIT-X (SR-CAP-MTH-SUB)
009010             * SR-CAP-FIT-Y (SR-CAP-MTH-SUB).
009020 5050-EXIT.
009030     EXIT.
009040
009050*****************************************************************
009060*  5100-PROJECT-VOLUME - VOLUME ON THE LINE AT SLOT            *
009070*  SR-CAP-PRJ-X, HELD AT ZERO FOR A FALLING TREND              *
009080*****************************************************************
009090 5100-PROJECT-VOLUME.
009100     COMPUTE SR-CAP-PRJ-WORK ROUNDED =
009110         SR-CAP-PRJ-A + SR-CAP-PRJ-B * SR-CAP-PRJ-X.
009120     IF SR-CAP-PRJ-WORK < ZERO
009130         MOVE ZERO TO SR-CAP-PRJ-VOL
009140     ELSE
009150         COMPUTE SR-CAP-PRJ-VOL ROUNDED = SR-CAP-PRJ-WORK
009160     END-IF.
009170 5100-EXIT.
009180     EXIT.
009190
009200*****************************************************************
009210*  5150-RUN-MINUTES - MINUTES TO RUN SR-CAP-PRJ-VOL READINGS   *
009220*  AS ONE STREAM AT THE MEASURED RATE, ROUNDED UP              *
009230*****************************************************************
009240 5150-RUN-MINUTES.
009250     COMPUTE SR-CAP-MINUTES = SR-CAP-PRJ-VOL / SR-CAP-RATE.
009260     IF SR-CAP-MINUTES * SR-CAP-RATE < SR-CAP-PRJ-VOL
009270         ADD 1 TO SR-CAP-MINUTES
009280     END-IF.
009290 5150-EXIT.
009300     EXIT.
009310
009320*****************************************************************
009330*  5200-SLOT-FROM-DATE - WINDOW SLOT (1-12) OF THE DATE IN     *
009340*  SR-CAP-DATE-WORK; ZERO WHEN THE DATE IS NOT A DATE          *
009350*****************************************************************
009360 5200-SLOT-FROM-DATE.
009370     MOVE ZERO TO SR-CAP-SLOT.
009380     IF SR-CAP-DATE-WORK-X IS NOT NUMERIC
009390         GO TO 5200-EXIT
009400     END-IF.
009410     COMPUTE SR-CAP-SLOT =
009420         SR-CAP-DW-YEAR * 12 + SR-CAP-DW-MONTH - 1
009430             - SR-CAP-BASE-SERIAL + 1.
009440 5200-EXIT.
009450     EXIT.
009460
009470*****************************************************************
009480*  5300-YYMM-FROM-SERIAL - SR-CAP-SERIAL BACK TO YYYYMM        *
009490*****************************************************************
009500 5300-YYMM-FROM-SERIAL.
009510     DIVIDE SR-CAP-SERIAL BY 12
009520         GIVING SR-CAP-YM-YEAR REMAINDER SR-CAP-YM-MONTH.
009530     ADD 1 TO SR-CAP-YM-MONTH.
009540 5300-EXIT.
009550     EXIT.
009560
009570*****************************************************************
009580*  5400-LAST-DAY-OF-MONTH - DAYS IN THE MONTH IN               *
009590*  SR-CAP-YYMM-WORK, INTO SR-CAP-MONTH-DAYS                    *
009600*****************************************************************
009610 5400-LAST-DAY-OF-MONTH.
009620     EVALUATE SR-CAP-YM-MONTH
009630         WHEN 4
009640         WHEN 6
009650         WHEN 9
009660         WHEN 11
009670             MOVE 30 TO SR-CAP-MONTH-DAYS
009680         WHEN 2
009690             MOVE 28 TO SR-CAP-MONTH-DAYS
009700             DIVIDE SR-CAP-YM-YEAR BY 4
009710                 GIVING SR-CAP-LEAP-QUOT REMAINDER SR-CAP-LEAP-REM
009720             IF SR-CAP-LEAP-REM = ZERO
009730                 MOVE 29 TO SR-CAP-MONTH-DAYS
009740                 DIVIDE SR-CAP-YM-YEAR BY 100
009750                     GIVING SR-CAP-LEAP-QUOT
009760                     REMAINDER SR-CAP-LEAP-REM
009770                 IF SR-CAP-LEAP-REM = ZERO
009780                     MOVE 28 TO SR-CAP-MONTH-DAYS
009790                     DIVIDE SR-CAP-YM-YEAR BY 400
009800                         GIVING SR-CAP-LEAP-QUOT
009810                         REMAINDER SR-CAP-LEAP-REM
009820                     IF SR-CAP-LEAP-REM = ZERO
009830                         MOVE 29 TO SR-CAP-MONTH-DAYS
009840                     END-IF
009850                 END-IF
009860             END-IF
009870         WHEN OTHER
009880             MOVE 31 TO SR-CAP-MONTH-DAYS
009890     END-EVALUATE.
009900 5400-EXIT.
009910     EXIT.
009920
009930*****************************************************************
009940*  6000-LOAD-PORTIONS - THE SRSPLCTL PORTIONS, THEN EACH       *
009950*  STATION'S TREND LINES ADDED TO THE PORTION THAT WOULD       *
009960*  TAKE IT - EVERY EXPLICIT RANGE COVERING IT, OR THE *ALL     *
009970*  CATCH-ALL WHEN NONE DOES (AS SQRSPLIT ROUTES READINGS).     *
009980*  STATIONS NO PORTION TAKES GO TO THE UNCLAIMED SLOT.         *
009990*****************************************************************
010000 6000-LOAD-PORTIONS.
010010     MOVE "N" TO SR-CAP-EOF-SWITCH.
010020     OPEN INPUT SR-SPLCTL-FILE.
010030     IF SR-SPLCTL-STATUS NOT = "00"
010040         SET SR-CAP-END-OF-FILE TO TRUE
010050     END-IF.
010060     PERFORM 6100-LOAD-ONE-PORTION THRU 6100-EXIT
010070         UNTIL SR-CAP-END-OF-FILE.
010080     CLOSE SR-SPLCTL-FILE.
010090     IF SR-CAP-POR-COUNT = ZERO
010100         GO TO 6000-EXIT
010110     END-IF.
010120     PERFORM 6200-ASSIGN-ONE-STATION THRU 6200-EXIT
010130         VARYING SR-CAP-STN-SUB FROM 1 BY 1
010140             UNTIL SR-CAP-STN-SUB > SR-CAP-STN-COUNT.
010150 6000-EXIT.
010160     EXIT.
010170
010180 6100-LOAD-ONE-PORTION.
010190     READ SR-SPLCTL-FILE
010200         AT END
010210             SET SR-CAP-END-OF-FILE TO TRUE
010220             GO TO 6100-EXIT
010230     END-READ.
010240     IF SR-CAP-POR-COUNT < 10
010250         ADD 1 TO SR-CAP-POR-COUNT
010260         MOVE SR-SPL-JOB-NAME TO SR-CAP-P-JOB (SR-CAP-POR-COUNT)
010270         MOVE SR-SPL-STN-FROM TO SR-CAP-P-FROM (SR-CAP-POR-COUNT)
010280         MOVE SR-SPL-STN-TO   TO SR-CAP-P-TO (SR-CAP-POR-COUNT)
010290         IF SR-SPL-STN-FROM = "*ALL"
010300             MOVE "Y" TO SR-CAP-P-CATCHALL (SR-CAP-POR-COUNT)
010310             SET SR-CAP-HAS-CATCHALL TO TRUE
010320         ELSE
010330             MOVE "N" TO SR-CAP-P-CATCHALL (SR-CAP-POR-COUNT)
010340         END-IF
010350     END-IF.
010360 6100-EXIT.
010370     EXIT.
010380
010390 6200-ASSIGN-ONE-STATION.
010400     MOVE "N" TO SR-CAP-COVERED-SWITCH.
010410     PERFORM 6250-TRY-ONE-RANGE THRU 6250-EXIT
010420         VARYING SR-CAP-POR-SUB FROM 1 BY 1
010430             UNTIL SR-CAP-POR-SUB > SR-CAP-POR-COUNT.
010440     IF SR-CAP-STATION-COVERED
010450         GO TO 6200-EXIT
010460     END-IF.
010470     IF SR-CAP-HAS-CATCHALL
010480         PERFORM 6270-TAKE-INTO-CATCHALL THRU 6270-EXIT
010490             VARYING SR-CAP-POR-SUB FROM 1 BY 1
010500                 UNTIL SR-CAP-POR-SUB > SR-CAP-POR-COUNT
010510     ELSE
010520         MOVE 11 TO SR-CAP-POR-SUB
010530         PERFORM 6280-ADD-STATION-LINES THRU 6280-EXIT
010540     END-IF.
010550 6200-EXIT.
010560     EXIT.
010570
010580 6250-TRY-ONE-RANGE.
010590     IF SR-CAP-P-CATCHALL (SR-CAP-POR-SUB) = "N"
010600         AND SR-CAP-S-STATION (SR-CAP-STN-SUB)
010610             NOT < SR-CAP-P-FROM (SR-CAP-POR-SUB)
010620         AND SR-CAP-S-STATION (SR-CAP-STN-SUB)
010630             NOT > SR-CAP-P-TO (SR-CAP-POR-SUB)
010640         SET SR-CAP-STATION-COVERED TO TRUE
010650         PERFORM 6280-ADD-STATION-LINES THRU 6280-EXIT
010660     END-IF.
010670 6250-EXIT.
010680     EXIT.
010690
010700 6270-TAKE-INTO-CATCHALL.
010710     IF SR-CAP-P-CATCHALL (SR-CAP-POR-SUB) = "Y"
010720         PERFORM 6280-ADD-STATION-LINES THRU 6280-EXIT
010730     END-IF.
010740 6270-EXIT.
010750     EXIT.
010760
010770 6280-ADD-STATION-LINES.
010780     ADD SR-CAP-S-DLY-A (SR-CAP-STN-SUB)
010790         TO SR-CAP-P-DLY-A (SR-CAP-POR-SUB).
010800     ADD SR-CAP-S-DLY-B (SR-CAP-STN-SUB)
010810         TO SR-CAP-P-DLY-B (SR-CAP-POR-SUB).
010820     ADD SR-CAP-S-ME-A (SR-CAP-STN-SUB)
010830         TO SR-CAP-P-ME-A (SR-CAP-POR-SUB).
010840     ADD SR-CAP-S-ME-B (SR-CAP-STN-SUB)
010850         TO SR-CAP-P-ME-B (SR-CAP-POR-SUB).
010860 6280-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900*  6500-PROJECT-STREAMS - VOLUME AND RUN MINUTES OF THE THREE  *
010910*  STREAMS FOR THE MONTH SR-CAP-K MONTHS AFTER THE RUN MONTH.  *
010920*  WITH NO SRSPLCTL THE MONTH-END RUNS AS ONE STREAM, SO       *
010930*  STREAM 3 IS STREAM 2.                                       *
010940*****************************************************************
010950 6500-PROJECT-STREAMS.
010960     COMPUTE SR-CAP-PRJ-X = 12 + SR-CAP-K.
010970     MOVE SR-CAP-TOT-DLY-A TO SR-CAP-PRJ-A.
010980     MOVE SR-CAP-TOT-DLY-B TO SR-CAP-PRJ-B.
010990     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
011000     PERFORM 5150-RUN-MINUTES THRU 5150-EXIT.
011010     MOVE SR-CAP-PRJ-VOL TO SR-CAP-STRM-VOL (1).
011020     MOVE SR-CAP-MINUTES TO SR-CAP-STRM-MIN (1).
011030
011040     MOVE SR-CAP-TOT-ME-A TO SR-CAP-PRJ-A.
011050     MOVE SR-CAP-TOT-ME-B TO SR-CAP-PRJ-B.
011060     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
011070     PERFORM 5150-RUN-MINUTES THRU 5150-EXIT.
011080     MOVE SR-CAP-PRJ-VOL TO SR-CAP-STRM-VOL (2).
011090     MOVE SR-CAP-MINUTES TO SR-CAP-STRM-MIN (2).
011100
011110     MOVE ZERO TO SR-CAP-LONGEST-VOL.
011120     MOVE ZERO TO SR-CAP-LONGEST-SUB.
011130     IF SR-CAP-POR-COUNT = ZERO
011140         MOVE SR-CAP-STRM-VOL (2) TO SR-CAP-STRM-VOL (3)
011150         MOVE SR-CAP-STRM-MIN (2) TO SR-CAP-STRM-MIN (3)
011160         GO TO 6500-EXIT
011170     END-IF.
011180     PERFORM 6550-PROJECT-ONE-PORTION THRU 6550-EXIT
011190         VARYING SR-CAP-POR-SUB FROM 1 BY 1
011200             UNTIL SR-CAP-POR-SUB > SR-CAP-POR-COUNT.
011210     MOVE SR-CAP-LONGEST-VOL TO SR-CAP-PRJ-VOL.
011220     PERFORM 5150-RUN-MINUTES THRU 5150-EXIT.
011230     MOVE SR-CAP-PRJ-VOL TO SR-CAP-STRM-VOL (3).
011240     MOVE SR-CAP-MINUTES TO SR-CAP-STRM-MIN (3).
011250 6500-EXIT.
011260     EXIT.
011270
011280 6550-PROJECT-ONE-PORTION.
011290     MOVE SR-CAP-P-ME-A (SR-CAP-POR-SUB) TO SR-CAP-PRJ-A.
011300     MOVE SR-CAP-P-ME-B (SR-CAP-POR-SUB) TO SR-CAP-PRJ-B.
011310     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
011320     IF SR-CAP-PRJ-VOL > SR-CAP-LONGEST-VOL
011330         OR SR-CAP-LONGEST-SUB = ZERO
011340         MOVE SR-CAP-PRJ-VOL TO SR-CAP-LONGEST-VOL
011350         MOVE SR-CAP-POR-SUB TO SR-CAP-LONGEST-SUB
011360     END-IF.
011370 6550-EXIT.
011380     EXIT.
011390
011400*****************************************************************
011410*  7000-WRITE-NEXT-MONTH - NEXT MONTH'S RUN TIMES AGAINST THE  *
011420*  TIME LIMIT, THE PORTION BREAKDOWN, AND THE PORTIONS AN      *
011430*  EVEN SPLIT OF THE MONTH-END WOULD NEED                      *
011440*****************************************************************
011450 7000-WRITE-NEXT-MONTH.
011460     MOVE 1 TO SR-CAP-K.
011470     PERFORM 6500-PROJECT-STREAMS THRU 6500-EXIT.
011480
011490     MOVE SR-CAP-MAX-MINUTES TO SR-CAP-LIMIT-ED.
011500     MOVE SPACES TO SR-CAP-PRINT-LINE.
011510     IF SR-CAP-MAX-MINUTES = ZERO
011520         STRING "RUN TIMES FOR "        DELIMITED BY SIZE
011530                SR-CAP-NEXT-MONTH       DELIMITED BY SIZE
011540                "   NO TIME LIMIT ON SRPARM"
011550                                        DELIMITED BY SIZE
011560             INTO SR-CAP-PRINT-LINE
011570     ELSE
011580         STRING "RUN TIMES FOR "        DELIMITED BY SIZE
011590                SR-CAP-NEXT-MONTH       DELIMITED BY SIZE
011600                "   TIME LIMIT: "       DELIMITED BY SIZE
011610                SR-CAP-LIMIT-ED         DELIMITED BY SIZE
011620                " MINUTES"              DELIMITED BY SIZE
011630             INTO SR-CAP-PRINT-LINE
011640     END-IF.
011650     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
011660     MOVE SPACES TO SR-CAP-PRINT-LINE.
011670     STRING "STREAM                        READINGS"
011680                                        DELIMITED BY SIZE
011690            "    MINUTES  WINDOW"       DELIMITED BY SIZE
011700         INTO SR-CAP-PRINT-LINE.
011710     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
011720     MOVE SPACES TO SR-CAP-PRINT-LINE.
011730     STRING "------------------------   -----------"
011740                                        DELIMITED BY SIZE
011750            "  ---------  -------"      DELIMITED BY SIZE
011760         INTO SR-CAP-PRINT-LINE.
011770     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
011780
011790     PERFORM 7100-WRITE-ONE-STREAM THRU 7100-EXIT
011800         VARYING SR-CAP-STRM-SUB FROM 1 BY 1
011810             UNTIL SR-CAP-STRM-SUB > 3.
011820
011830     IF SR-CAP-POR-COUNT = ZERO
011840         MOVE "  NO SRSPLCTL - THE MONTH-END RUNS AS ONE STREAM"
011850             TO SR-CAPRPT-RECORD
011860         WRITE SR-CAPRPT-RECORD
011870     ELSE
011880         PERFORM 7200-WRITE-ONE-PORTION THRU 7200-EXIT
011890             VARYING SR-CAP-POR-SUB FROM 1 BY 1
011900                 UNTIL SR-CAP-POR-SUB > 11
011910     END-IF.
011920
011930     IF SR-CAP-MAX-MINUTES > ZERO
011940         COMPUTE SR-CAP-CAPACITY-VOL =
011950             SR-CAP-RATE * SR-CAP-MAX-MINUTES
011960         IF SR-CAP-CAPACITY-VOL = ZERO
011970             MOVE 1 TO SR-CAP-CAPACITY-VOL
011980         END-IF
011990         COMPUTE SR-CAP-EVEN-PORTIONS =
012000             SR-CAP-STRM-VOL (2) / SR-CAP-CAPACITY-VOL
012010         IF SR-CAP-EVEN-PORTIONS * SR-CAP-CAPACITY-VOL
012020                 < SR-CAP-STRM-VOL (2)
012030             ADD 1 TO SR-CAP-EVEN-PORTIONS
012040         END-IF
012050         IF SR-CAP-EVEN-PORTIONS = ZERO
012060             MOVE 1 TO SR-CAP-EVEN-PORTIONS
012070         END-IF
012080         MOVE SR-CAP-EVEN-PORTIONS TO SR-CAP-COUNT-ED
012090         MOVE SPACES TO SR-CAP-PRINT-LINE
012100         STRING "  PORTIONS THE MONTH-END NEEDS, SPLIT EVENLY: "
012110                                        DELIMITED BY SIZE
012120                SR-CAP-COUNT-ED         DELIMITED BY SIZE
012130             INTO SR-CAP-PRINT-LINE
012140         WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE
012150*        THE DAILY RUN AND THE MONTH-END AS SPLIT TODAY ARE THE
012160*        STREAMS THE SCHEDULE ACTUALLY RUNS.
012170         IF SR-CAP-STRM-MIN (1) > SR-CAP-MAX-MINUTES
012180             OR SR-CAP-STRM-MIN (3) > SR-CAP-MAX-MINUTES
012190             MOVE 4 TO SR-CAP-RC
012200         END-IF
012210     END-IF.
012220     MOVE SPACES TO SR-CAPRPT-RECORD.
012230     WRITE SR-CAPRPT-RECORD.
012240 7000-EXIT.
012250     EXIT.
012260
012270 7100-WRITE-ONE-STREAM.
012280     EVALUATE SR-CAP-STRM-SUB
012290         WHEN 1
012300             MOVE "DAILY RUN, ONE STREAM" TO SR-CAP-STRM-NAME
012310         WHEN 2
012320             MOVE "MONTH-END, ONE STREAM" TO SR-CAP-STRM-NAME
012330         WHEN 3
012340             IF SR-CAP-POR-COUNT = ZERO
012350                 GO TO 7100-EXIT
012360             END-IF
012370             MOVE SR-CAP-POR-COUNT TO SR-CAP-WAYS-ED
012380             MOVE SPACES TO SR-CAP-STRM-NAME
012390             STRING "MONTH-END, SPLIT "  DELIMITED BY SIZE
012400                    SR-CAP-WAYS-ED       DELIMITED BY SIZE
012410                    " WAYS"              DELIMITED BY SIZE
012420                 INTO SR-CAP-STRM-NAME
012430     END-EVALUATE.
012440     MOVE SR-CAP-STRM-VOL (SR-CAP-STRM-SUB) TO SR-CAP-VOL-ED-1.
012450     MOVE SR-CAP-STRM-MIN (SR-CAP-STRM-SUB) TO SR-CAP-MIN-ED.
012460     IF SR-CAP-MAX-MINUTES = ZERO
012470         MOVE SPACES TO SR-CAP-FIT-TEXT
012480     ELSE
012490         IF SR-CAP-STRM-MIN (SR-CAP-STRM-SUB) > SR-CAP-MAX-MINUTES
012500             MOVE "EXCEEDS " TO SR-CAP-FIT-TEXT
012510         ELSE
012520             MOVE "FITS    " TO SR-CAP-FIT-TEXT
012530         END-IF
012540     END-IF.
012550     MOVE SPACES TO SR-CAP-PRINT-LINE.
012560     STRING SR-CAP-STRM-NAME            DELIMITED BY SIZE
012570            "  "                        DELIMITED BY SIZE
012580            SR-CAP-VOL-ED-1             DELIMITED BY SIZE
012590            "  "                        DELIMITED BY SIZE
012600            SR-CAP-MIN-ED               DELIMITED BY SIZE
012610            "  "                        DELIMITED BY SIZE
012620            SR-CAP-FIT-TEXT             DELIMITED BY SIZE
012630         INTO SR-CAP-PRINT-LINE.
012640     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
012650 7100-EXIT.
012660     EXIT.
012670
012680*****************************************************************
012690*  7200-WRITE-ONE-PORTION - ONE PORTION'S PROJECTED MONTH-END  *
012700*  VOLUME AND TIME; SLOT 11 IS THE UNCLAIMED STATIONS, SHOWN   *
012710*  ONLY WHEN THERE ARE ANY                                     *
012720*****************************************************************
012730 7200-WRITE-ONE-PORTION.
012740     IF SR-CAP-POR-SUB > SR-CAP-POR-COUNT
012750         AND SR-CAP-POR-SUB < 11
012760         GO TO 7200-EXIT
012770     END-IF.
012780     MOVE SR-CAP-P-ME-A (SR-CAP-POR-SUB) TO SR-CAP-PRJ-A.
012790     MOVE SR-CAP-P-ME-B (SR-CAP-POR-SUB) TO SR-CAP-PRJ-B.
012800     MOVE 13 TO SR-CAP-PRJ-X.
012810     PERFORM 5100-PROJECT-VOLUME THRU 5100-EXIT.
012820     PERFORM 5150-RUN-MINUTES THRU 5150-EXIT.
012830     MOVE SPACES TO SR-CAP-STRM-NAME.
012840     IF SR-CAP-POR-SUB = 11 AND SR-CAP-PRJ-VOL = ZERO
012850         GO TO 7200-EXIT
012860     END-IF.
012870     EVALUATE TRUE
012880         WHEN SR-CAP-POR-SUB = 11
012890             MOVE "  IN NO PORTION" TO SR-CAP-STRM-NAME
012900         WHEN SR-CAP-P-CATCHALL (SR-CAP-POR-SUB) = "Y"
012910             STRING "  "                 DELIMITED BY SIZE
012920                    SR-CAP-P-JOB (SR-CAP-POR-SUB)
012930                                         DELIMITED BY SIZE
012940                    " *ALL OTHERS"       DELIMITED BY SIZE
012950                 INTO SR-CAP-STRM-NAME
012960         WHEN OTHER
012970             STRING "  "                 DELIMITED BY SIZE
012980                    SR-CAP-P-JOB (SR-CAP-POR-SUB)
012990                                         DELIMITED BY SIZE
013000                    " "                  DELIMITED BY SIZE
013010                    SR-CAP-P-FROM (SR-CAP-POR-SUB)
013020                                         DELIMITED BY SIZE
013030                    "-"                  DELIMITED BY SIZE
013040                    SR-CAP-P-TO (SR-CAP-POR-SUB)
013050                                         DELIMITED BY SIZE
013060                 INTO SR-CAP-STRM-NAME
013070     END-EVALUATE.
013080     MOVE SR-CAP-PRJ-VOL TO SR-CAP-VOL-ED-1.
013090     MOVE SR-CAP-MINUTES TO SR-CAP-MIN-ED.
013100     MOVE SPACES TO SR-CAP-PRINT-LINE.
013110     STRING SR-CAP-STRM-NAME            DELIMITED BY SIZE
013120            "  "                        DELIMITED BY SIZE
013130            SR-CAP-VOL-ED-1             DELIMITED BY SIZE
013140            "  "                        DELIMITED BY SIZE
013150            SR-CAP-MIN-ED               DELIMITED BY SIZE
013160         INTO SR-CAP-PRINT-LINE.
013170     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
013180 7200-EXIT.
013190     EXIT.
013200
013210*****************************************************************
013220*  8000-WRITE-OUTLOOK - WALK THE TREND FORWARD A MONTH AT A    *
013230*  TIME, UP TO 36 MONTHS, AND FLAG THE FIRST MONTH EACH        *
013240*  STREAM NO LONGER FITS THE WINDOW                            *
013250*****************************************************************
013260 8000-WRITE-OUTLOOK.
013270     IF SR-CAP-MAX-MINUTES = ZERO
013280         GO TO 8000-EXIT
013290     END-IF.
013300     MOVE ZERO TO SR-CAP-STRM-FAIL-K (1).
013310     MOVE ZERO TO SR-CAP-STRM-FAIL-K (2).
013320     MOVE ZERO TO SR-CAP-STRM-FAIL-K (3).
013330     PERFORM 8100-CHECK-ONE-MONTH THRU 8100-EXIT
013340         VARYING SR-CAP-K FROM 1 BY 1
013350             UNTIL SR-CAP-K > 36.
013360
013370     MOVE "WINDOW OUTLOOK ON THE TREND (36 MONTHS AHEAD)"
013380         TO SR-CAPRPT-RECORD.
013390     WRITE SR-CAPRPT-RECORD.
013400     PERFORM 8200-WRITE-ONE-FLAG THRU 8200-EXIT
013410         VARYING SR-CAP-STRM-SUB FROM 1 BY 1
013420             UNTIL SR-CAP-STRM-SUB > 3.
013430 8000-EXIT.
013440     EXIT.
013450
013460 8100-CHECK-ONE-MONTH.
013470     PERFORM 6500-PROJECT-STREAMS THRU 6500-EXIT.
013480     PERFORM 8150-CHECK-ONE-STREAM THRU 8150-EXIT
013490         VARYING SR-CAP-STRM-SUB FROM 1 BY 1
013500             UNTIL SR-CAP-STRM-SUB > 3.
013510 8100-EXIT.
013520     EXIT.
013530
013540 8150-CHECK-ONE-STREAM.
013550     IF SR-CAP-STRM-FAIL-K (SR-CAP-STRM-SUB) = ZERO
013560         AND SR-CAP-STRM-MIN (SR-CAP-STRM-SUB)
013570             > SR-CAP-MAX-MINUTES
013580         MOVE SR-CAP-K TO SR-CAP-STRM-FAIL-K (SR-CAP-STRM-SUB)
013590     END-IF.
013600 8150-EXIT.
013610     EXIT.
013620
013630 8200-WRITE-ONE-FLAG.
013640     EVALUATE SR-CAP-STRM-SUB
013650         WHEN 1
013660             MOVE "DAILY RUN, ONE STREAM" TO SR-CAP-STRM-NAME
013670             SET SR-CAP-WANT-FIRST-DAY TO TRUE
013680         WHEN 2
013690             MOVE "MONTH-END, ONE STREAM" TO SR-CAP-STRM-NAME
013700             SET SR-CAP-WANT-MONTH-END TO TRUE
013710         WHEN 3
013720             IF SR-CAP-POR-COUNT = ZERO
013730                 GO TO 8200-EXIT
013740             END-IF
013750             MOVE SR-CAP-POR-COUNT TO SR-CAP-WAYS-ED
013760             MOVE SPACES TO SR-CAP-STRM-NAME
013770             STRING "MONTH-END, SPLIT "  DELIMITED BY SIZE
013780                    SR-CAP-WAYS-ED       DELIMITED BY SIZE
013790                    " WAYS"              DELIMITED BY SIZE
013800                 INTO SR-CAP-STRM-NAME
013810             SET SR-CAP-WANT-MONTH-END TO TRUE
013820     END-EVALUATE.
013830     MOVE SPACES TO SR-CAP-PRINT-LINE.
013840     IF SR-CAP-STRM-FAIL-K (SR-CAP-STRM-SUB) = ZERO
013850         COMPUTE SR-CAP-SERIAL = SR-CAP-RUN-SERIAL + 36
013860         PERFORM 5300-YYMM-FROM-SERIAL THRU 5300-EXIT
013870         STRING SR-CAP-STRM-NAME        DELIMITED BY SIZE
013880                "  FITS THE WINDOW THROUGH "
013890                                        DELIMITED BY SIZE
013900                SR-CAP-YYMM-WORK-X      DELIMITED BY SIZE
013910             INTO SR-CAP-PRINT-LINE
013920     ELSE
013930         COMPUTE SR-CAP-SERIAL = SR-CAP-RUN-SERIAL
013940             + SR-CAP-STRM-FAIL-K (SR-CAP-STRM-SUB)
013950         PERFORM 5300-YYMM-FROM-SERIAL THRU 5300-EXIT
013960         PERFORM 8300-FIND-FLAG-DATE THRU 8300-EXIT
013970         STRING SR-CAP-STRM-NAME        DELIMITED BY SIZE
013980                "  NO LONGER FITS FROM "
013990                                        DELIMITED BY SIZE
014000                SR-CAP-FLAG-DATE        DELIMITED BY SIZE
014010                "  *****"               DELIMITED BY SIZE
014020             INTO SR-CAP-PRINT-LINE
014030     END-IF.
014040     WRITE SR-CAPRPT-RECORD FROM SR-CAP-PRINT-LINE.
014050 8200-EXIT.
014060     EXIT.
014070
014080*****************************************************************
014090*  8300-FIND-FLAG-DATE - THE DATE TO FLAG IN THE MONTH IN      *
014100*  SR-CAP-YYMM-WORK: ITS FIRST BUSINESS DAY FOR THE DAILY RUN, *
014110*  ITS MONTH-END DAY FOR A MONTH-END STREAM, FROM SRCALEND.    *
014120*  PAST THE END OF THE CALENDAR, THE 1ST OR THE LAST DAY.      *
014130*****************************************************************
014140 8300-FIND-FLAG-DATE.
014150     MOVE SR-CAP-YYMM-WORK-X TO SR-CAP-FLAG-DATE (1:6).
014160     IF SR-CAP-WANT-FIRST-DAY
014170*        A HIGH DAY, SO THE FIRST BUSINESS DAY FOUND REPLACES IT.
014175         MOVE "99" TO SR-CAP-FLAG-DATE (7:2)
014180     ELSE
014190         PERFORM 5400-LAST-DAY-OF-MONTH THRU 5400-EXIT
014200         MOVE SR-CAP-MONTH-DAYS TO SR-CAP-FLAG-DATE (7:2)
014210     END-IF.
014220     MOVE "N" TO SR-CAP-EOF-SWITCH.
014230     OPEN INPUT SR-CALEND-FILE.
014240     IF SR-CALEND-STATUS NOT = "00"
014250         SET SR-CAP-END-OF-FILE TO TRUE
014260     END-IF.
014270     PERFORM 8350-SCAN-ONE-DATE THRU 8350-EXIT
014280         UNTIL SR-CAP-END-OF-FILE.
014290     CLOSE SR-CALEND-FILE.
014292     IF SR-CAP-FLAG-DATE (7:2) = "99"
014295         MOVE "01" TO SR-CAP-FLAG-DATE (7:2)
014297     END-IF.
014300 8300-EXIT.
014310     EXIT.
014320
014330 8350-SCAN-ONE-DATE.
014340     READ SR-CALEND-FILE
014350         AT END
014360             SET SR-CAP-END-OF-FILE TO TRUE
014370             GO TO 8350-EXIT
014380     END-READ.
014390     IF SR-CAL-DATE (1:6) NOT = SR-CAP-YYMM-WORK-X
014400         GO TO 8350-EXIT
014410     END-IF.
014420     IF SR-CAP-WANT-MONTH-END
014430         IF SR-CAL-MONTH-END
014440             MOVE SR-CAL-DATE TO SR-CAP-FLAG-DATE
014450             SET SR-CAP-END-OF-FILE TO TRUE
014460         END-IF
014470     ELSE
014480         IF SR-CAL-BUSINESS AND SR-CAL-DATE < SR-CAP-FLAG-DATE
014490             MOVE SR-CAL-DATE TO SR-CAP-FLAG-DATE
014500         END-IF
014510     END-IF.
014520 8350-EXIT.
014530     EXIT.
