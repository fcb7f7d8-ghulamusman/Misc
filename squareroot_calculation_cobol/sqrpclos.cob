000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRPCLOS.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRPCLOS - ACCOUNTING PERIOD CLOSE AND REOPEN.  ONCE A      *
000090*  MONTH'S OR QUARTER'S FIGURES HAVE BEEN REPORTED THE PERIOD  *
000100*  IS CLOSED HERE: A FROZEN COPY OF SRMASTER AS IT STANDS AT   *
000110*  THE CLOSE IS WRITTEN TO SRMASSNP.<PERIOD> AND THE PERIOD IS *
000120*  MARKED CLOSED ON THE SRPERIOD CONTROL FILE (SEE SRPERREC).  *
000130*  FROM THEN ON MAIN, SQUAREROOT AND SQRRETEN WILL NOT ALTER   *
000140*  A READING WHOSE LAST POSTING FALLS IN THE PERIOD; A CHANGE  *
000150*  CAN ONLY GO IN AS A POST-CLOSE ADJUSTMENT (SEE SRADJREC).   *
000160*  A REOPEN MARKS THE PERIOD OPEN AGAIN AND KEEPS THE RECORD   *
000170*  OF THE CLOSE; THE SNAPSHOT IS LEFT IN PLACE.                *
000180*                                                               *
000190*  CALLED BY MAIN FOR THE PCLOSE AND PREOPEN COMMANDS WITH THE *
000200*  ACTION, THE PERIOD (YYYYMM OR YYYYQN) AND THE SIGNED-ON     *
000210*  OPERATOR AND AUTHORITY.  BOTH ACTIONS NEED SUPERVISOR       *
000220*  AUTHORITY; MAIN LOGS EACH ONE TO SRSECLOG.  A PERIOD CAN    *
000230*  ONLY BE CLOSED AFTER ITS LAST DAY, AND NOT WHILE THE        *
000233*  SREXCLED EXCEPTIONS LEDGER (SEE SREXLREC) HOLDS AN OPEN     *
000236*  ITEM OPENED ON OR BEFORE THAT DAY.  EACH CALL LISTS WHAT IT *
000240*  DID ON THE SRPCLRPT REPORT.                                 *
000250*                                                               *
000260*  RETURN CODES: 0 DONE, 4 NOTHING TO DO (ALREADY CLOSED, OR   *
000270*  NOT CLOSED), 8 INVALID REQUEST, EXCEPTIONS STILL OPEN, OR   *
000280*  THE SNAPSHOT COULD NOT BE TAKEN - THE PERIOD IS LEFT AS IT  *
000285*  WAS, 12 NOT SUPERVISOR.                                     *
000290*                                                               *
000300*  MODIFICATION HISTORY                                        *
000310*  DATE        INIT  DESCRIPTION                               *
000312*  10/15/2026  JTM   A CLOSE IS REFUSED WHILE THE               *
000315*                     EXCEPTIONS LEDGER HOLDS OPEN ITEMS        *
000317*                     FROM THE PERIOD; THEY ARE LISTED.         *
000320*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370
000380     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000390
000400     SELECT OPTIONAL SR-PERIOD-FILE ASSIGN TO "SRPERIOD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SR-PERIOD-STATUS.
000430
000440     SELECT SR-MASTER-FILE ASSIGN TO "SRMASTER"
000450         ORGANIZATION IS INDEXED
000460         ACCESS IS DYNAMIC
000470         RECORD KEY IS SR-MAS-READING-ID
000480         FILE STATUS IS SR-MASTER-STATUS.
000490
000500     SELECT SR-SNAP-FILE ASSIGN USING SR-SNP-FNAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SR-SNAP-STATUS.
000530
000540     SELECT SR-PCLRPT-FILE ASSIGN TO "SRPCLRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SR-PCLRPT-STATUS.
000561
000562     SELECT SR-EXLEDG-FILE ASSIGN TO "SREXCLED"
000564         ORGANIZATION IS INDEXED
000565         ACCESS IS SEQUENTIAL
000567         RECORD KEY IS SR-EXL-KEY
000568         FILE STATUS IS SR-EXLEDG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  STANDARD-OUTPUT.
000620 01  OUT-LINE  PICTURE X(80).
000630
000640*****************************************************************
000650*  SR-PERIOD-FILE - THE PERIOD CONTROL FILE, LOADED INTO THE   *
000660*  PERIOD TABLE AND REWRITTEN WHOLE AFTER A CLOSE OR REOPEN    *
000670*****************************************************************
000680 FD  SR-PERIOD-FILE.
000690     COPY SRPERREC.
000700
000710*****************************************************************
000720*  SR-MASTER-FILE - THE READINGS MASTER, READ THROUGH ONCE TO  *
000730*  TAKE THE CLOSE SNAPSHOT                                     *
000740*****************************************************************
000750 FD  SR-MASTER-FILE.
000760     COPY SRMASREC.
000770
000780*****************************************************************
000790*  SR-SNAP-FILE - THE FROZEN SRMASTER SNAPSHOT, ONE MASTER     *
000800*  RECORD IMAGE PER READING, IN KEY ORDER                      *
000810*****************************************************************
000820 FD  SR-SNAP-FILE.
000830 01  SR-SNAP-RECORD                  PIC X(111).
000840
000850*****************************************************************
000860*  SR-PCLRPT-FILE - PRINTED CLOSE/REOPEN REPORT                *
000870*****************************************************************
000880 FD  SR-PCLRPT-FILE.
000890 01  SR-PCLRPT-RECORD                PIC X(80).
000900
000901*****************************************************************
000902*  SR-EXLEDG-FILE - THE OPEN-EXCEPTIONS LEDGER, READ THROUGH   *
000903*  BEFORE A CLOSE FOR ITEMS STILL OPEN FROM THE PERIOD         *
000905*****************************************************************
000906 FD  SR-EXLEDG-FILE.
000907     COPY SREXLREC.
000908
000910 WORKING-STORAGE SECTION.
000920 77  SR-PERIOD-STATUS             PIC XX VALUE SPACES.
000930 77  SR-MASTER-STATUS             PIC XX VALUE SPACES.
000940 77  SR-SNAP-STATUS               PIC XX VALUE SPACES.
000950 77  SR-PCLRPT-STATUS             PIC XX VALUE SPACES.
000955 77  SR-EXLEDG-STATUS             PIC XX VALUE SPACES.
000960 77  SR-SNP-FNAME                 PIC X(30) VALUE SPACES.
000970
000980 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
000990     88  SR-END-OF-FILE                   VALUE "Y".
001000
001010 77  SR-PCL-TIME-FLD              PIC 9(8) VALUE ZERO.
001020 77  SR-PCL-RUN-DATE              PIC 9(8) VALUE ZERO.
001030 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
001040 77  SR-PCL-RC                    PIC 9(2) VALUE ZERO.
001050 77  SR-PCL-ACTION                PIC X(8) VALUE SPACES.
001060 77  SR-PCL-OPERATOR-ID           PIC X(8) VALUE SPACES.
001070 77  SR-PCL-MESSAGE               PIC X(60) VALUE SPACES.
001080 77  SR-PCL-STOP-SWITCH           PIC X(1) VALUE "N".
001090     88  SR-PCL-STOPPED                   VALUE "Y".
001100
001110*****************************************************************
001120*  THE PERIOD AS KEYED - YYYYMM FOR A MONTH, YYYYQN FOR A      *
001130*  QUARTER - AND ITS FIRST AND LAST DAYS                       *
001140*****************************************************************
001150 01  SR-PCL-PERIOD-IN             PIC X(8) VALUE SPACES.
001160 01  SR-PCL-PERIOD-IN-R REDEFINES SR-PCL-PERIOD-IN.
001170     05  SR-PCL-IN-YEAR           PIC X(4).
001180     05  SR-PCL-IN-PART           PIC X(2).
001190     05  SR-PCL-IN-REST           PIC X(2).
001200 01  SR-PCL-IN-PART-R REDEFINES SR-PCL-PERIOD-IN.
001210     05  FILLER                   PIC X(4).
001220     05  SR-PCL-IN-Q-LETTER       PIC X(1).
001230     05  SR-PCL-IN-Q-DIGIT        PIC X(1).
001240     05  FILLER                   PIC X(2).
001250 77  SR-PCL-PERIOD-ID             PIC X(6) VALUE SPACES.
001260 77  SR-PCL-PERIOD-TYPE           PIC X(1) VALUE SPACE.
001270 77  SR-PCL-QUARTER               PIC 9(1) VALUE ZERO.
001280 77  SR-PCL-FIRST-MONTH           PIC 9(2) VALUE ZERO.
001290 77  SR-PCL-LAST-MONTH            PIC 9(2) VALUE ZERO.
001300 01  SR-PCL-START-DATE            PIC 9(8) VALUE ZERO.
001310 01  SR-PCL-START-DATE-R REDEFINES SR-PCL-START-DATE.
001320     05  SR-PCL-START-YEAR        PIC 9(4).
001330     05  SR-PCL-START-MM          PIC 9(2).
001340     05  SR-PCL-START-DD          PIC 9(2).
001350 01  SR-PCL-END-DATE              PIC 9(8) VALUE ZERO.
001360 01  SR-PCL-END-DATE-R REDEFINES SR-PCL-END-DATE.
001370     05  SR-PCL-END-YEAR          PIC 9(4).
001380     05  SR-PCL-END-MM            PIC 9(2).
001390     05  SR-PCL-END-DD            PIC 9(2).
001400 77  SR-PCL-START-X               PIC X(8) VALUE SPACES.
001410 77  SR-PCL-END-X                 PIC X(8) VALUE SPACES.
001420
001430*    DAYS IN EACH MONTH; FEBRUARY IS CORRECTED FOR LEAP YEARS
001440 01  SR-PCL-MONTH-DAYS-VALUES     PIC X(24)
001450         VALUE "312831303130313130313031".
001460 01  SR-PCL-MONTH-DAYS-TABLE REDEFINES SR-PCL-MONTH-DAYS-VALUES.
001470     05  SR-PCL-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.
001480 77  SR-PCL-LEAP-QUOT             PIC 9(4) COMP VALUE ZERO.
001490 77  SR-PCL-LEAP-REM-4            PIC 9(4) COMP VALUE ZERO.
001500 77  SR-PCL-LEAP-REM-100          PIC 9(4) COMP VALUE ZERO.
001510 77  SR-PCL-LEAP-REM-400          PIC 9(4) COMP VALUE ZERO.
001520
001530*****************************************************************
001540*  PERIOD TABLE - THE SRPERIOD FILE FOR THIS CALL.  200        *
001550*  PERIODS IS SIXTEEN YEARS OF MONTHS AND QUARTERS.            *
001560*****************************************************************
001570 77  SR-PCT-COUNT                 PIC 9(4) COMP VALUE ZERO.
001580 77  SR-PCT-SUB                   PIC 9(4) COMP VALUE ZERO.
001590 77  SR-PCT-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
001600 01  SR-PCT-TABLE.
001610     05  SR-PCT-ENTRY                OCCURS 200 TIMES.
001620         10  SR-PCT-T-ID             PIC X(6).
001630         10  SR-PCT-T-TYPE           PIC X(1).
001640         10  SR-PCT-T-START          PIC X(8).
001650         10  SR-PCT-T-END            PIC X(8).
001660         10  SR-PCT-T-STATUS         PIC X(1).
001670         10  SR-PCT-T-CLOSE-DATE     PIC X(8).
001680         10  SR-PCT-T-CLOSE-TIME     PIC X(8).
001690         10  SR-PCT-T-CLOSE-OPER     PIC X(8).
001700         10  SR-PCT-T-SNAP-NAME      PIC X(30).
001710         10  SR-PCT-T-SNAP-COUNT     PIC 9(8).
001720         10  SR-PCT-T-REOPEN-DATE    PIC X(8).
001730         10  SR-PCT-T-REOPEN-TIME    PIC X(8).
001740         10  SR-PCT-T-REOPEN-OPER    PIC X(8).
001750
001760*****************************************************************
001770*  SNAPSHOT COUNTS - EVERY MASTER RECORD COPIED, AND THOSE     *
001780*  LAST POSTED INSIDE THE PERIOD BEING CLOSED WITH THE SUM OF  *
001790*  THEIR RESULTS, SO THE REPORT TIES TO THE PERIOD'S FIGURES   *
001800*****************************************************************
001810 77  SR-SNP-COUNT                 PIC 9(8) COMP VALUE ZERO.
001820 77  SR-SNP-IN-PERIOD             PIC 9(8) COMP VALUE ZERO.
001830 77  SR-SNP-RESULT-TOTAL          PIC S9(15)V9(6) VALUE ZERO.
001840 77  SR-SNP-FAILED-SWITCH         PIC X(1) VALUE "N".
001850     88  SR-SNP-FAILED                    VALUE "Y".
001860 77  SR-PCL-COUNT-ED              PIC ZZ,ZZZ,ZZ9.
001870 77  SR-PCL-TOTAL-ED              PIC -(15)9.9(6).
001880
001881*****************************************************************
001882*  EXCEPTIONS STILL OPEN FROM THE PERIOD - ANY ONE STOPS THE   *
001883*  CLOSE                                                       *
001884*****************************************************************
001885 77  SR-EXC-OPEN-COUNT            PIC 9(6) COMP VALUE ZERO.
001886 77  SR-EXC-COUNT-ED              PIC ZZZ,ZZ9.
001887 77  SR-EXC-FAILED-SWITCH         PIC X(1) VALUE "N".
001888     88  SR-EXC-FAILED                    VALUE "Y".
001889
001890 LINKAGE SECTION.
001900*    THE COMMAND (CLOSE OR REOPEN), THE PERIOD, AND THE
001910*    SIGNED-ON OPERATOR AND AUTHORITY LEVEL FROM MAIN.
001920 01  SR-LNK-PCL-ACTION            PIC X(8).
001930 01  SR-LNK-PCL-PERIOD            PIC X(8).
001940 01  SR-LNK-OPERATOR-ID           PIC X(8).
001950 01  SR-LNK-AUTHORITY             PIC 9(1).
001960     88  SR-LNK-SUPERVISOR                VALUE 2.
001970
001980 PROCEDURE DIVISION USING SR-LNK-PCL-ACTION
001990     SR-LNK-PCL-PERIOD
002000     SR-LNK-OPERATOR-ID
002010     SR-LNK-AUTHORITY.
002020
002030*****************************************************************
002040*  0000-MAINLINE                                               *
002050*****************************************************************
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080
002090     IF NOT SR-PCL-STOPPED
002100         IF SR-PCL-ACTION = "CLOSE   "
002110             PERFORM 2000-CLOSE-PERIOD THRU 2000-EXIT
002120         ELSE
002130             PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
002140         END-IF
002150     END-IF.
002160
002170     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002180     GOBACK.
002190
002200*****************************************************************
002210*  1000-INITIALIZE - START THE REPORT, EDIT THE REQUEST AND    *
002220*  LOAD THE PERIOD TABLE.  EVERYTHING IS RESET HERE SINCE MAIN *
002230*  MAY CALL THIS PROGRAM MORE THAN ONCE IN A SESSION.          *
002240*****************************************************************
002250 1000-INITIALIZE.
002260     ACCEPT SR-PCL-RUN-DATE FROM DATE YYYYMMDD.
002270     ACCEPT SR-PCL-TIME-FLD FROM TIME.
002280     MOVE ZERO TO SR-PCL-RC.
002290     MOVE "N" TO SR-PCL-STOP-SWITCH.
002300     MOVE "N" TO SR-SNP-FAILED-SWITCH.
002310     MOVE ZERO TO SR-SNP-COUNT.
002320     MOVE ZERO TO SR-SNP-IN-PERIOD.
002330     MOVE ZERO TO SR-SNP-RESULT-TOTAL.
002333     MOVE ZERO TO SR-EXC-OPEN-COUNT.
002336     MOVE "N" TO SR-EXC-FAILED-SWITCH.
002340     MOVE SPACES TO SR-PCL-MESSAGE.
002350     MOVE SR-LNK-PCL-ACTION TO SR-PCL-ACTION.
002360     MOVE SR-LNK-PCL-PERIOD TO SR-PCL-PERIOD-IN.
002370     MOVE SR-LNK-OPERATOR-ID TO SR-PCL-OPERATOR-ID.
002380
002390     OPEN OUTPUT SR-PCLRPT-FILE.
002400     MOVE SPACES TO SR-PRINT-LINE.
002410     STRING "PERIOD CLOSE CONTROL   RUN DATE: " DELIMITED BY SIZE
002420            SR-PCL-RUN-DATE                     DELIMITED BY SIZE
002430            "  OPERATOR: "                      DELIMITED BY SIZE
002440            SR-PCL-OPERATOR-ID                  DELIMITED BY SIZE
002450         INTO SR-PRINT-LINE.
002460     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
002470     MOVE SPACES TO SR-PRINT-LINE.
002480     STRING "REQUEST: "                         DELIMITED BY SIZE
002490            SR-PCL-ACTION                       DELIMITED BY SIZE
002500            " PERIOD "                          DELIMITED BY SIZE
002510            SR-PCL-PERIOD-IN                    DELIMITED BY SIZE
002520         INTO SR-PRINT-LINE.
002530     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
002540     MOVE SPACES TO SR-PCLRPT-RECORD.
002550     WRITE SR-PCLRPT-RECORD.
002560
002570     IF NOT SR-LNK-SUPERVISOR
002580         MOVE "REFUSED - SUPERVISOR AUTHORITY NEEDED"
002590             TO SR-PCL-MESSAGE
002600         MOVE 12 TO SR-PCL-RC
002610         SET SR-PCL-STOPPED TO TRUE
002620         GO TO 1000-EXIT
002630     END-IF.
002640
002650     IF SR-PCL-ACTION NOT = "CLOSE   "
002660             AND SR-PCL-ACTION NOT = "REOPEN  "
002670         MOVE "REFUSED - ACTION MUST BE CLOSE OR REOPEN"
002680             TO SR-PCL-MESSAGE
002690         MOVE 8 TO SR-PCL-RC
002700         SET SR-PCL-STOPPED TO TRUE
002710         GO TO 1000-EXIT
002720     END-IF.
002730
002740     PERFORM 1100-EDIT-PERIOD THRU 1100-EXIT.
002750     IF SR-PCL-STOPPED
002760         GO TO 1000-EXIT
002770     END-IF.
002780
002790     PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830*****************************************************************
002840*  1100-EDIT-PERIOD - CHECK THE PERIOD AND WORK OUT ITS FIRST  *
002850*  AND LAST DAYS.  YYYYMM IS A MONTH; YYYYQN A QUARTER.        *
002860*****************************************************************
002870 1100-EDIT-PERIOD.
002880     IF SR-PCL-IN-YEAR NOT NUMERIC
002890             OR SR-PCL-IN-REST NOT = SPACES
002900         GO TO 1100-BAD-PERIOD
002910     END-IF.
002920
002930     IF SR-PCL-IN-Q-LETTER = "Q"
002940         IF SR-PCL-IN-Q-DIGIT NOT NUMERIC
002950             GO TO 1100-BAD-PERIOD
002960         END-IF
002970         MOVE SR-PCL-IN-Q-DIGIT TO SR-PCL-QUARTER
002980         IF SR-PCL-QUARTER < 1 OR SR-PCL-QUARTER > 4
002990             GO TO 1100-BAD-PERIOD
003000         END-IF
003010         MOVE "Q" TO SR-PCL-PERIOD-TYPE
003020         COMPUTE SR-PCL-LAST-MONTH = SR-PCL-QUARTER * 3
003030         COMPUTE SR-PCL-FIRST-MONTH = SR-PCL-LAST-MONTH - 2
003040     ELSE
003050         IF SR-PCL-IN-PART NOT NUMERIC
003060             GO TO 1100-BAD-PERIOD
003070         END-IF
003080         MOVE SR-PCL-IN-PART TO SR-PCL-FIRST-MONTH
003090         IF SR-PCL-FIRST-MONTH < 1 OR SR-PCL-FIRST-MONTH > 12
003100             GO TO 1100-BAD-PERIOD
003110         END-IF
003120         MOVE "M" TO SR-PCL-PERIOD-TYPE
003130         MOVE SR-PCL-FIRST-MONTH TO SR-PCL-LAST-MONTH
003140     END-IF.
003150
003160     MOVE SR-PCL-IN-YEAR TO SR-PCL-START-YEAR.
003170     MOVE SR-PCL-FIRST-MONTH TO SR-PCL-START-MM.
003180     MOVE 1 TO SR-PCL-START-DD.
003190     MOVE SR-PCL-IN-YEAR TO SR-PCL-END-YEAR.
003200     MOVE SR-PCL-LAST-MONTH TO SR-PCL-END-MM.
003210     PERFORM 1150-SET-MONTH-END THRU 1150-EXIT.
003220     MOVE SR-PCL-START-DATE TO SR-PCL-START-X.
003230     MOVE SR-PCL-END-DATE TO SR-PCL-END-X.
003250     MOVE SR-PCL-PERIOD-IN TO SR-PCL-PERIOD-ID.
003260
003270     MOVE SPACES TO SR-PRINT-LINE.
003280     STRING "PERIOD "                DELIMITED BY SIZE
003290            SR-PCL-PERIOD-ID         DELIMITED BY SIZE
003300            " RUNS "                 DELIMITED BY SIZE
003310            SR-PCL-START-X           DELIMITED BY SIZE
003320            " THROUGH "              DELIMITED BY SIZE
003330            SR-PCL-END-X             DELIMITED BY SIZE
003340         INTO SR-PRINT-LINE.
003350     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
003360     GO TO 1100-EXIT.
003370
003380 1100-BAD-PERIOD.
003390     MOVE "REFUSED - PERIOD MUST BE YYYYMM OR YYYYQN"
003400         TO SR-PCL-MESSAGE.
003410     MOVE 8 TO SR-PCL-RC.
003420     SET SR-PCL-STOPPED TO TRUE.
003430 1100-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*  1150-SET-MONTH-END - THE LAST DAY OF SR-PCL-END-MM IN       *
003480*  SR-PCL-END-YEAR, ALLOWING FOR LEAP YEARS.                   *
003490*****************************************************************
003500 1150-SET-MONTH-END.
003510     MOVE SR-PCL-MONTH-DAYS (SR-PCL-END-MM) TO SR-PCL-END-DD.
003520     IF SR-PCL-END-MM NOT = 2
003530         GO TO 1150-EXIT
003540     END-IF.
003550     DIVIDE SR-PCL-END-YEAR BY 4 GIVING SR-PCL-LEAP-QUOT
003560         REMAINDER SR-PCL-LEAP-REM-4.
003570     DIVIDE SR-PCL-END-YEAR BY 100 GIVING SR-PCL-LEAP-QUOT
003580         REMAINDER SR-PCL-LEAP-REM-100.
003590     DIVIDE SR-PCL-END-YEAR BY 400 GIVING SR-PCL-LEAP-QUOT
003600         REMAINDER SR-PCL-LEAP-REM-400.
003610     IF SR-PCL-LEAP-REM-4 = ZERO
003620         IF SR-PCL-LEAP-REM-100 NOT = ZERO
003630                 OR SR-PCL-LEAP-REM-400 = ZERO
003640             MOVE 29 TO SR-PCL-END-DD
003650         END-IF
003660     END-IF.
003670 1150-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710*  1200-LOAD-PERIODS - THE SRPERIOD FILE INTO THE TABLE.  NO   *
003720*  FILE MEANS NO PERIOD HAS EVER BEEN CLOSED.                  *
003730*****************************************************************
003740 1200-LOAD-PERIODS.
003750     MOVE ZERO TO SR-PCT-COUNT.
003760     MOVE "N" TO SR-EOF-SWITCH.
003770     OPEN INPUT SR-PERIOD-FILE.
003780     IF SR-PERIOD-STATUS = "05"
003790         SET SR-END-OF-FILE TO TRUE
003800     END-IF.
003810     PERFORM 1250-LOAD-ONE-PERIOD THRU 1250-EXIT
003820         UNTIL SR-END-OF-FILE.
003830     CLOSE SR-PERIOD-FILE.
003840 1200-EXIT.
003850     EXIT.
003860
003870 1250-LOAD-ONE-PERIOD.
003880     READ SR-PERIOD-FILE
003890         AT END
003900             SET SR-END-OF-FILE TO TRUE
003910             GO TO 1250-EXIT
003920     END-READ.
003930     IF SR-PCT-COUNT >= 200
003940         DISPLAY "SQRPCLOS: SRPERIOD TABLE FULL - RECORD IGNORED"
003950         GO TO 1250-EXIT
003960     END-IF.
003970     ADD 1 TO SR-PCT-COUNT.
003980     MOVE SR-PER-PERIOD-ID TO SR-PCT-T-ID (SR-PCT-COUNT).
003990     MOVE SR-PER-TYPE TO SR-PCT-T-TYPE (SR-PCT-COUNT).
004000     MOVE SR-PER-START-DATE TO SR-PCT-T-START (SR-PCT-COUNT).
004010     MOVE SR-PER-END-DATE TO SR-PCT-T-END (SR-PCT-COUNT).
004020     MOVE SR-PER-STATUS TO SR-PCT-T-STATUS (SR-PCT-COUNT).
004030     MOVE SR-PER-CLOSE-DATE
004040         TO SR-PCT-T-CLOSE-DATE (SR-PCT-COUNT).
004050     MOVE SR-PER-CLOSE-TIME
004060         TO SR-PCT-T-CLOSE-TIME (SR-PCT-COUNT).
004070     MOVE SR-PER-CLOSE-OPERATOR
004080         TO SR-PCT-T-CLOSE-OPER (SR-PCT-COUNT).
004090     MOVE SR-PER-SNAP-FILE-NAME
004100         TO SR-PCT-T-SNAP-NAME (SR-PCT-COUNT).
004110     MOVE SR-PER-SNAP-COUNT
004120         TO SR-PCT-T-SNAP-COUNT (SR-PCT-COUNT).
004130     MOVE SR-PER-REOPEN-DATE
004140         TO SR-PCT-T-REOPEN-DATE (SR-PCT-COUNT).
004150     MOVE SR-PER-REOPEN-TIME
004160         TO SR-PCT-T-REOPEN-TIME (SR-PCT-COUNT).
004170     MOVE SR-PER-REOPEN-OPERATOR
004180         TO SR-PCT-T-REOPEN-OPER (SR-PCT-COUNT).
004190 1250-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*  2000-CLOSE-PERIOD - TAKE THE SNAPSHOT, THEN MARK THE PERIOD *
004240*  CLOSED.  A PERIOD STILL RUNNING, ONE ALREADY CLOSED, ONE    *
004250*  WITH EXCEPTIONS STILL OPEN, OR A SNAPSHOT THAT FAILS LEAVES *
004255*  THE CONTROL FILE UNTOUCHED.                                 *
004260*****************************************************************
004270 2000-CLOSE-PERIOD.
004280     IF SR-PCL-END-X NOT < SR-PCL-RUN-DATE
004290         MOVE "REFUSED - THE PERIOD HAS NOT ENDED YET"
004300             TO SR-PCL-MESSAGE
004310         MOVE 8 TO SR-PCL-RC
004320         GO TO 2000-EXIT
004330     END-IF.
004340
004350     PERFORM 2900-FIND-PERIOD THRU 2900-EXIT.
004360     IF SR-PCT-FOUND-SUB > ZERO
004370         IF SR-PCT-T-STATUS (SR-PCT-FOUND-SUB) = "C"
004380             MOVE "NOTHING DONE - PERIOD IS ALREADY CLOSED"
004390                 TO SR-PCL-MESSAGE
004400             MOVE 4 TO SR-PCL-RC
004410             GO TO 2000-EXIT
004420         END-IF
004430     ELSE
004440         IF SR-PCT-COUNT >= 200
004450             MOVE "REFUSED - SRPERIOD TABLE IS FULL"
004460                 TO SR-PCL-MESSAGE
004470             MOVE 8 TO SR-PCL-RC
004480             GO TO 2000-EXIT
004490         END-IF
004491     END-IF.
004492
004494     PERFORM 2200-CHECK-EXCEPTIONS THRU 2200-EXIT.
004495     IF SR-EXC-FAILED
004497         MOVE 8 TO SR-PCL-RC
004498         GO TO 2000-EXIT
004500     END-IF.
004510
004520     PERFORM 2100-TAKE-SNAPSHOT THRU 2100-EXIT.
004530     IF SR-SNP-FAILED
004540         MOVE 8 TO SR-PCL-RC
004550         GO TO 2000-EXIT
004560     END-IF.
004570
004580     IF SR-PCT-FOUND-SUB = ZERO
004590         ADD 1 TO SR-PCT-COUNT
004600         MOVE SR-PCT-COUNT TO SR-PCT-FOUND-SUB
004610         INITIALIZE SR-PCT-ENTRY (SR-PCT-FOUND-SUB)
004620         MOVE SR-PCL-PERIOD-ID
004630             TO SR-PCT-T-ID (SR-PCT-FOUND-SUB)
004640         MOVE SR-PCL-PERIOD-TYPE
004650             TO SR-PCT-T-TYPE (SR-PCT-FOUND-SUB)
004660         MOVE SR-PCL-START-X
004670             TO SR-PCT-T-START (SR-PCT-FOUND-SUB)
004680         MOVE SR-PCL-END-X
004690             TO SR-PCT-T-END (SR-PCT-FOUND-SUB)
004700     END-IF.
004710     MOVE "C" TO SR-PCT-T-STATUS (SR-PCT-FOUND-SUB).
004720     MOVE SR-PCL-RUN-DATE
004730         TO SR-PCT-T-CLOSE-DATE (SR-PCT-FOUND-SUB).
004740     MOVE SR-PCL-TIME-FLD
004750         TO SR-PCT-T-CLOSE-TIME (SR-PCT-FOUND-SUB).
004760     MOVE SR-PCL-OPERATOR-ID
004770         TO SR-PCT-T-CLOSE-OPER (SR-PCT-FOUND-SUB).
004780     MOVE SR-SNP-FNAME TO SR-PCT-T-SNAP-NAME (SR-PCT-FOUND-SUB).
004790     MOVE SR-SNP-COUNT
004800         TO SR-PCT-T-SNAP-COUNT (SR-PCT-FOUND-SUB).
004810     PERFORM 2800-SAVE-PERIODS THRU 2800-EXIT.
004820     MOVE "PERIOD CLOSED" TO SR-PCL-MESSAGE.
004830 2000-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*  2100-TAKE-SNAPSHOT - COPY EVERY SRMASTER RECORD TO          *
004880*  SRMASSNP.<PERIOD>, REPLACING ANY SNAPSHOT FROM AN EARLIER   *
004890*  CLOSE OF THE SAME PERIOD.  NO MASTER YET GIVES AN EMPTY     *
004900*  SNAPSHOT; ANY OTHER OPEN OR WRITE FAILURE STOPS THE CLOSE.  *
004910*****************************************************************
004920 2100-TAKE-SNAPSHOT.
004930     MOVE SPACES TO SR-SNP-FNAME.
004940     STRING "SRMASSNP."      DELIMITED BY SIZE
004950            SR-PCL-PERIOD-ID DELIMITED BY SPACE
004960         INTO SR-SNP-FNAME.
004970
004980     MOVE "N" TO SR-EOF-SWITCH.
004990     OPEN INPUT SR-MASTER-FILE.
005000     IF SR-MASTER-STATUS = "35"
005010         SET SR-END-OF-FILE TO TRUE
005020     ELSE
005030         IF SR-MASTER-STATUS NOT = "00"
005040             MOVE SPACES TO SR-PCL-MESSAGE
005050             STRING "REFUSED - SRMASTER OPEN FAILED, STATUS "
005060                                     DELIMITED BY SIZE
005070                    SR-MASTER-STATUS DELIMITED BY SIZE
005080                 INTO SR-PCL-MESSAGE
005090             SET SR-SNP-FAILED TO TRUE
005100             GO TO 2100-EXIT
005110         END-IF
005120     END-IF.
005130
005140     OPEN OUTPUT SR-SNAP-FILE.
005150     IF SR-SNAP-STATUS NOT = "00"
005160         MOVE SPACES TO SR-PCL-MESSAGE
005170         STRING "REFUSED - SNAPSHOT OPEN FAILED, STATUS "
005180                                 DELIMITED BY SIZE
005190                SR-SNAP-STATUS   DELIMITED BY SIZE
005200             INTO SR-PCL-MESSAGE
005210         SET SR-SNP-FAILED TO TRUE
005220         IF NOT SR-END-OF-FILE
005230             CLOSE SR-MASTER-FILE
005240         END-IF
005250         GO TO 2100-EXIT
005260     END-IF.
005270
005280     IF NOT SR-END-OF-FILE
005290         PERFORM 2150-COPY-ONE-MASTER THRU 2150-EXIT
005300             UNTIL SR-END-OF-FILE
005310         CLOSE SR-MASTER-FILE
005320     END-IF.
005330     CLOSE SR-SNAP-FILE.
005340     IF SR-SNP-FAILED
005350         GO TO 2100-EXIT
005360     END-IF.
005370
005380     MOVE SPACES TO SR-PRINT-LINE.
005390     STRING "SNAPSHOT WRITTEN TO "   DELIMITED BY SIZE
005400            SR-SNP-FNAME             DELIMITED BY SIZE
005410         INTO SR-PRINT-LINE.
005420     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
005430     MOVE SR-SNP-COUNT TO SR-PCL-COUNT-ED.
005440     MOVE SPACES TO SR-PRINT-LINE.
005450     STRING "MASTER RECORDS IN SNAPSHOT:    " DELIMITED BY SIZE
005460            SR-PCL-COUNT-ED                   DELIMITED BY SIZE
005470         INTO SR-PRINT-LINE.
005480     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
005490     MOVE SR-SNP-IN-PERIOD TO SR-PCL-COUNT-ED.
005500     MOVE SPACES TO SR-PRINT-LINE.
005510     STRING "LAST POSTED IN THE PERIOD:     " DELIMITED BY SIZE
005520            SR-PCL-COUNT-ED                   DELIMITED BY SIZE
005530         INTO SR-PRINT-LINE.
005540     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
005550     MOVE SR-SNP-RESULT-TOTAL TO SR-PCL-TOTAL-ED.
005560     MOVE SPACES TO SR-PRINT-LINE.
005570     STRING "THEIR RESULT TOTAL: "  DELIMITED BY SIZE
005580            SR-PCL-TOTAL-ED         DELIMITED BY SIZE
005590         INTO SR-PRINT-LINE.
005600     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
005610 2100-EXIT.
005620     EXIT.
005630
005640 2150-COPY-ONE-MASTER.
005650     READ SR-MASTER-FILE NEXT RECORD
005660         AT END
005670             SET SR-END-OF-FILE TO TRUE
005680             GO TO 2150-EXIT
005690     END-READ.
005700     MOVE SR-MASTER-RECORD TO SR-SNAP-RECORD.
005710     WRITE SR-SNAP-RECORD.
005720     IF SR-SNAP-STATUS NOT = "00"
005730         MOVE SPACES TO SR-PCL-MESSAGE
005740         STRING "REFUSED - SNAPSHOT WRITE FAILED, STATUS "
005750                                 DELIMITED BY SIZE
005760                SR-SNAP-STATUS   DELIMITED BY SIZE
005770             INTO SR-PCL-MESSAGE
005780         SET SR-SNP-FAILED TO TRUE
005790         SET SR-END-OF-FILE TO TRUE
005800         GO TO 2150-EXIT
005810     END-IF.
005820     ADD 1 TO SR-SNP-COUNT.
005830     IF SR-MAS-LAST-DATE NOT < SR-PCL-START-X
005840             AND SR-MAS-LAST-DATE NOT > SR-PCL-END-X
005850         ADD 1 TO SR-SNP-IN-PERIOD
005860         ADD SR-MAS-RESULT-VALUE TO SR-SNP-RESULT-TOTAL
005870     END-IF.
005880 2150-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005911*  2200-CHECK-EXCEPTIONS - READ THE EXCEPTIONS LEDGER AND LIST *
005912*  EVERY ITEM STILL OPEN THAT WAS OPENED ON OR BEFORE THE LAST *
005913*  DAY OF THE PERIOD.  ANY SUCH ITEM REFUSES THE CLOSE UNTIL   *
005914*  IT CONVERGES OR IS RESOLVED IN REVIEW.  NO LEDGER MEANS     *
005915*  NOTHING IS OPEN; A LEDGER THAT WILL NOT OPEN REFUSES TOO.   *
005916*****************************************************************
005917 2200-CHECK-EXCEPTIONS.
005918     MOVE ZERO TO SR-EXC-OPEN-COUNT.
005919     MOVE "N" TO SR-EOF-SWITCH.
005920     OPEN INPUT SR-EXLEDG-FILE.
005921     IF SR-EXLEDG-STATUS = "35"
005922         GO TO 2200-EXIT
005923     END-IF.
005924     IF SR-EXLEDG-STATUS NOT = "00"
005925         MOVE SPACES TO SR-PCL-MESSAGE
005926         STRING "REFUSED - SREXCLED OPEN FAILED, STATUS "
005927                                 DELIMITED BY SIZE
005928                SR-EXLEDG-STATUS DELIMITED BY SIZE
005929             INTO SR-PCL-MESSAGE
005930         SET SR-EXC-FAILED TO TRUE
005931         GO TO 2200-EXIT
005932     END-IF.
005933
005934     PERFORM 2250-CHECK-ONE-EXCEPTION THRU 2250-EXIT
005935         UNTIL SR-END-OF-FILE.
005936     CLOSE SR-EXLEDG-FILE.
005937
005938     IF SR-EXC-OPEN-COUNT > ZERO
005940         MOVE SR-EXC-OPEN-COUNT TO SR-EXC-COUNT-ED
005941         MOVE SPACES TO SR-PCL-MESSAGE
005942         STRING "REFUSED - "          DELIMITED BY SIZE
005943                SR-EXC-COUNT-ED       DELIMITED BY SIZE
005944                " EXCEPTIONS STILL OPEN FROM THE PERIOD"
005945                                      DELIMITED BY SIZE
005946             INTO SR-PCL-MESSAGE
005947         SET SR-EXC-FAILED TO TRUE
005948     END-IF.
005949 2200-EXIT.
005950     EXIT.
005951
005952 2250-CHECK-ONE-EXCEPTION.
005953     READ SR-EXLEDG-FILE NEXT RECORD
005954         AT END
005955             SET SR-END-OF-FILE TO TRUE
005956             GO TO 2250-EXIT
005957     END-READ.
005958     IF NOT SR-EXL-OPEN
005959         GO TO 2250-EXIT
005960     END-IF.
005961     IF SR-EXL-OPENED-DATE > SR-PCL-END-X
005962         GO TO 2250-EXIT
005963     END-IF.
005964
005965     IF SR-EXC-OPEN-COUNT = ZERO
005966         MOVE SPACES TO SR-PCLRPT-RECORD
005967         WRITE SR-PCLRPT-RECORD
005968         MOVE "EXCEPTIONS STILL OPEN FROM THE PERIOD:"
005970             TO SR-PCLRPT-RECORD
005971         WRITE SR-PCLRPT-RECORD
005972     END-IF.
005973     ADD 1 TO SR-EXC-OPEN-COUNT.
005974     MOVE SPACES TO SR-PRINT-LINE.
005975     STRING "  STATION "           DELIMITED BY SIZE
005976            SR-EXL-SOURCE-STATION  DELIMITED BY SIZE
005977            "  READING "           DELIMITED BY SIZE
005978            SR-EXL-READING-ID      DELIMITED BY SIZE
005979            "  TYPE "              DELIMITED BY SIZE
005980            SR-EXL-TYPE            DELIMITED BY SIZE
005981            "  OPENED "            DELIMITED BY SIZE
005982            SR-EXL-OPENED-DATE     DELIMITED BY SIZE
005983            "  BY "                DELIMITED BY SIZE
005984            SR-EXL-TOUCH-OPERATOR  DELIMITED BY SIZE
005985         INTO SR-PRINT-LINE.
005986     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
005987 2250-EXIT.
005988     EXIT.
005989
005990*****************************************************************
005991*  2800-SAVE-PERIODS - WRITE THE PERIOD TABLE BACK OVER THE    *
005992*  SRPERIOD FILE.                                              *
005993*****************************************************************
005994 2800-SAVE-PERIODS.
005995     OPEN OUTPUT SR-PERIOD-FILE.
005996     PERFORM 2850-SAVE-ONE-PERIOD THRU 2850-EXIT
005997         VARYING SR-PCT-SUB FROM 1 BY 1
005998             UNTIL SR-PCT-SUB > SR-PCT-COUNT.
006000     CLOSE SR-PERIOD-FILE.
006010 2800-EXIT.
006020     EXIT.
006030
006040 2850-SAVE-ONE-PERIOD.
006050     MOVE SPACES TO SR-PERIOD-RECORD.
006060     MOVE SR-PCT-T-ID (SR-PCT-SUB) TO SR-PER-PERIOD-ID.
006070     MOVE SR-PCT-T-TYPE (SR-PCT-SUB) TO SR-PER-TYPE.
006080     MOVE SR-PCT-T-START (SR-PCT-SUB) TO SR-PER-START-DATE.
006090     MOVE SR-PCT-T-END (SR-PCT-SUB) TO SR-PER-END-DATE.
006100     MOVE SR-PCT-T-STATUS (SR-PCT-SUB) TO SR-PER-STATUS.
006110     MOVE SR-PCT-T-CLOSE-DATE (SR-PCT-SUB) TO SR-PER-CLOSE-DATE.
006120     MOVE SR-PCT-T-CLOSE-TIME (SR-PCT-SUB) TO SR-PER-CLOSE-TIME.
006130     MOVE SR-PCT-T-CLOSE-OPER (SR-PCT-SUB)
006140         TO SR-PER-CLOSE-OPERATOR.
006150     MOVE SR-PCT-T-SNAP-NAME (SR-PCT-SUB)
006160         TO SR-PER-SNAP-FILE-NAME.
006170     MOVE SR-PCT-T-SNAP-COUNT (SR-PCT-SUB) TO SR-PER-SNAP-COUNT.
006180     MOVE SR-PCT-T-REOPEN-DATE (SR-PCT-SUB)
006190         TO SR-PER-REOPEN-DATE.
006200     MOVE SR-PCT-T-REOPEN-TIME (SR-PCT-SUB)
006210         TO SR-PER-REOPEN-TIME.
006220     MOVE SR-PCT-T-REOPEN-OPER (SR-PCT-SUB)
006230         TO SR-PER-REOPEN-OPERATOR.
006240     WRITE SR-PERIOD-RECORD.
006250 2850-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290*  2900-FIND-PERIOD - THE TABLE ENTRY FOR SR-PCL-PERIOD-ID,    *
006300*  OR ZERO IN SR-PCT-FOUND-SUB WHEN IT HAS NEVER BEEN CLOSED.  *
006310*****************************************************************
006320 2900-FIND-PERIOD.
006330     MOVE ZERO TO SR-PCT-FOUND-SUB.
006340     PERFORM 2950-MATCH-ONE-PERIOD THRU 2950-EXIT
006350         VARYING SR-PCT-SUB FROM 1 BY 1
006360             UNTIL SR-PCT-SUB > SR-PCT-COUNT
006370                 OR SR-PCT-FOUND-SUB > ZERO.
006380 2900-EXIT.
006390     EXIT.
006400
006410 2950-MATCH-ONE-PERIOD.
006420     IF SR-PCT-T-ID (SR-PCT-SUB) = SR-PCL-PERIOD-ID
006430         MOVE SR-PCT-SUB TO SR-PCT-FOUND-SUB
006440     END-IF.
006450 2950-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*  3000-REOPEN-PERIOD - MARK A CLOSED PERIOD OPEN AGAIN.  THE  *
006500*  CLOSE DETAILS AND SNAPSHOT ARE KEPT FOR THE RECORD.         *
006510*****************************************************************
006520 3000-REOPEN-PERIOD.
006530     PERFORM 2900-FIND-PERIOD THRU 2900-EXIT.
006540     IF SR-PCT-FOUND-SUB = ZERO
006550         MOVE "NOTHING DONE - PERIOD IS NOT CLOSED"
006560             TO SR-PCL-MESSAGE
006570         MOVE 4 TO SR-PCL-RC
006580         GO TO 3000-EXIT
006590     END-IF.
006600     IF SR-PCT-T-STATUS (SR-PCT-FOUND-SUB) NOT = "C"
006610         MOVE "NOTHING DONE - PERIOD IS NOT CLOSED"
006620             TO SR-PCL-MESSAGE
006630         MOVE 4 TO SR-PCL-RC
006640         GO TO 3000-EXIT
006650     END-IF.
006660
006670     MOVE "O" TO SR-PCT-T-STATUS (SR-PCT-FOUND-SUB).
006680     MOVE SR-PCL-RUN-DATE
006690         TO SR-PCT-T-REOPEN-DATE (SR-PCT-FOUND-SUB).
006700     MOVE SR-PCL-TIME-FLD
006710         TO SR-PCT-T-REOPEN-TIME (SR-PCT-FOUND-SUB).
006720     MOVE SR-PCL-OPERATOR-ID
006730         TO SR-PCT-T-REOPEN-OPER (SR-PCT-FOUND-SUB).
006740     PERFORM 2800-SAVE-PERIODS THRU 2800-EXIT.
006750
006760     MOVE SPACES TO SR-PRINT-LINE.
006770     STRING "CLOSED "               DELIMITED BY SIZE
006780            SR-PCT-T-CLOSE-DATE (SR-PCT-FOUND-SUB)
006790                                    DELIMITED BY SIZE
006800            " BY "                  DELIMITED BY SIZE
006810            SR-PCT-T-CLOSE-OPER (SR-PCT-FOUND-SUB)
006820                                    DELIMITED BY SIZE
006830            " - SNAPSHOT "          DELIMITED BY SIZE
006840            SR-PCT-T-SNAP-NAME (SR-PCT-FOUND-SUB)
006850                                    DELIMITED BY SPACE
006860            " KEPT"                 DELIMITED BY SIZE
006870         INTO SR-PRINT-LINE.
006880     WRITE SR-PCLRPT-RECORD FROM SR-PRINT-LINE.
006890     MOVE "PERIOD REOPENED" TO SR-PCL-MESSAGE.
006900 3000-EXIT.
006910     EXIT.
006920
006930*****************************************************************
006940*  9000-FINALIZE - OUTCOME LINE AND RETURN-CODE SIGNALING      *
006950*****************************************************************
006960 9000-FINALIZE.
006970     MOVE SPACES TO SR-PCLRPT-RECORD.
006980     WRITE SR-PCLRPT-RECORD.
006990     WRITE SR-PCLRPT-RECORD FROM SR-PCL-MESSAGE.
007000     CLOSE SR-PCLRPT-FILE.
007010     DISPLAY "SQRPCLOS: " SR-PCL-PERIOD-IN " " SR-PCL-MESSAGE.
007020     MOVE SR-PCL-RC TO RETURN-CODE.
007030 9000-EXIT.
007040     EXIT.
