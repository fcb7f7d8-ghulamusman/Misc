000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRCHRG.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRCHRG - MONTHLY PROCESSING CHARGEBACK.  THE CENTER BILLS  *
000090*  THE STATION OWNERS FOR PROCESSING, AND ACCOUNTING USED TO   *
000100*  BUILD THE INVOICES BY HAND FROM SQRSTAT PRINTOUTS.  THIS    *
000110*  PROGRAM READS EVERY SRXCHG INTERCHANGE FILE OF THE BILLING  *
000120*  MONTH - THE GENERATIONS SQRARCH HAS ROLLED (FOUND THROUGH   *
000130*  THE SRARCIX INDEX) AND THE LIVE FILE OF THE LATEST RUN -    *
000140*  AND PRICES EACH READING FROM THE SRRATES RATE FILE (SEE     *
000150*  SRRATREC):                                                  *
000160*    A CONVERGED READING (STATUS C, S, V OR W - THE WORK WAS   *
000170*    DONE WHATEVER THE REVIEW DECIDED) IS CHARGED ITS          *
000180*    OPERATION CODE'S RATE, PLUS THE SURCHARGE WHEN THE        *
000190*    RESULT WAS HIGH-PRECISION; AN ESTIMATED (E) OR            *
000200*    RESUBMITTED (R) READING IS CHARGED THE PERCENTAGE OF      *
000210*    BOTH THE RATE FILE'S E OR R RULE ALLOWS;                  *
000220*    A REJECTED (R) OR DUPLICATE (D) READING IS CHARGED THE    *
000230*    HANDLING FEE;                                             *
000240*    AN ABORTED (X OR O) OR HELD (H) READING IS NOT CHARGED.   *
000250*  THE SRCHGRPT REPORT PRINTS ONE INVOICE PAGE PER STATION     *
000260*  AND A GRAND-TOTAL PAGE; THE SRBILEXT EXTRACT (SEE SRBILREC) *
000270*  CARRIES THE SAME CHARGE LINES FOR ACCOUNTING TO LOAD.       *
000280*                                                               *
000290*  A GENERATION IS DATED BY THE RUN THAT WROTE IT.  SQRARCH    *
000300*  ROLLS A RUN'S FILES AWAY AT THE START OF THE NEXT RUN, SO   *
000310*  THE RUN DATE OF AN SRXCHG GENERATION IS THE ARCHIVE DATE    *
000320*  OF THE SRXCHG GENERATION BEFORE IT; THE LIVE FILE IS DATED  *
000330*  BY ITS SRXCHCTL CONTROL RECORD.  THE OLDEST GENERATION ON   *
000340*  HAND HAS NO PREDECESSOR AND IS DATED BY ITS OWN ARCHIVE     *
000350*  DATE - KEEP MORE THAN A MONTH OF GENERATIONS (SRPARM) SO    *
000360*  THE MONTH BEING BILLED NEVER REACHES IT.                    *
000370*                                                               *
000380*  THE BILLING MONTH (YYYYMM) COMES FROM MAIN'S CHARGE COMMAND *
000390*  THROUGH THE SQRCHRGM ENTRY POINT; THE STANDALONE JOB STEP,  *
000400*  OR A CHARGE COMMAND WITH NO MONTH, BILLS THE CALENDAR MONTH *
000410*  BEFORE THE RUN DATE.                                        *
000420*                                                               *
000430*  RETURN CODES: 0 ALL READINGS PRICED, 4 NO INTERCHANGE FILE  *
000440*  FOR THE MONTH, OR SOME READINGS HAD NO RATE OR RULE ON      *
000450*  SRRATES (BILLED AT NOTHING AND COUNTED ON THE REPORT),      *
000460*  8 NO RATE FILE OR AN INVALID BILLING MONTH - NOTHING BILLED.*
000470*                                                               *
000480*  MODIFICATION HISTORY                                        *
000490*  DATE        INIT  DESCRIPTION                               *
000492*  10/15/2026  JTM   ROOT-SUM-SQUARE COMPOSITES (RS) ARE BILLED *
000494*                     AT THEIR OWN OPERATION RATE ON A NEW RS    *
000496*                     CHARGE LINE; HELD READINGS (H) ARE         *
000498*                     COUNTED APART FROM ABORTED ONES.           *
000500*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550
000560     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000570
000580     SELECT OPTIONAL SR-RATE-FILE ASSIGN TO "SRRATES"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SR-RATE-STATUS.
000610
000620     SELECT OPTIONAL SR-ARCIX-FILE ASSIGN USING SR-AIX-FNAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS SR-ARCIX-STATUS.
000650
000660     SELECT OPTIONAL SR-XCHG-FILE ASSIGN USING SR-XCH-FNAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SR-XCHG-STATUS.
000690
000700     SELECT OPTIONAL SR-XCHCTL-FILE ASSIGN USING SR-XCT-FNAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SR-XCHCTL-STATUS.
000730
000740     SELECT SR-CHGRPT-FILE ASSIGN USING SR-RPT-FNAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SR-CHGRPT-STATUS.
000770
000780     SELECT SR-BILEXT-FILE ASSIGN USING SR-BIL-FNAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS SR-BILEXT-STATUS.
000810
000820     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS SR-PARM-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880
000890 FD  STANDARD-OUTPUT.
000900 01  OUT-LINE  PICTURE X(80).
000910
000920*****************************************************************
000930*  SR-RATE-FILE - THE CHARGEBACK RATES (SEE SRRATREC)          *
000940*****************************************************************
000950 FD  SR-RATE-FILE.
000960     COPY SRRATREC.
000970
000980*****************************************************************
000990*  SR-ARCIX-FILE - SQRARCH'S GENERATION INDEX, USED TO FIND    *
001000*  THE MONTH'S SRXCHG GENERATIONS                              *
001010*****************************************************************
001020 FD  SR-ARCIX-FILE.
001030     COPY SRARCREC.
001040
001050*****************************************************************
001060*  SR-XCHG-FILE - ONE INTERCHANGE FILE, LIVE OR A GENERATION   *
001070*  COPY; THE NAME IS SET BEFORE EACH OPEN                      *
001080*****************************************************************
001090 FD  SR-XCHG-FILE.
001100     COPY SRXCHREC.
001110
001120*****************************************************************
001130*  SR-XCHCTL-FILE - THE LIVE FILE'S HANDOFF CONTROL RECORD,    *
001140*  READ ONLY FOR ITS RUN DATE                                  *
001150*****************************************************************
001160 FD  SR-XCHCTL-FILE.
001170     COPY SRXCTREC.
001180
001190*****************************************************************
001200*  SR-CHGRPT-FILE - PRINTED INVOICES, ONE PAGE PER STATION     *
001210*****************************************************************
001220 FD  SR-CHGRPT-FILE.
001230 01  SR-CHGRPT-RECORD                PIC X(80).
001240
001250*****************************************************************
001260*  SR-BILEXT-FILE - FIXED-WIDTH BILLING EXTRACT FOR ACCOUNTING *
001270*****************************************************************
001280 FD  SR-BILEXT-FILE.
001290     COPY SRBILREC.
001300
001310*****************************************************************
001320*  SR-PARM-FILE - ONLY THE JOB NAME IS USED HERE, TO FIND THE  *
001330*  JOB-QUALIFIED INTERCHANGE FILES AND ARCHIVE INDEX           *
001340*****************************************************************
001350 FD  SR-PARM-FILE.
001360     COPY SRPARMRC.
001370
001380 WORKING-STORAGE SECTION.
001390 77  SR-RATE-STATUS               PIC XX VALUE SPACES.
001400 77  SR-ARCIX-STATUS              PIC XX VALUE SPACES.
001410 77  SR-XCHG-STATUS               PIC XX VALUE SPACES.
001420 77  SR-XCHCTL-STATUS             PIC XX VALUE SPACES.
001430 77  SR-CHGRPT-STATUS             PIC XX VALUE SPACES.
001440 77  SR-BILEXT-STATUS             PIC XX VALUE SPACES.
001450 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001460 77  SR-QUAL-JOB-NAME             PIC X(8) VALUE "SQRTJOB ".
001470 77  SR-AIX-FNAME                 PIC X(30) VALUE SPACES.
001480 77  SR-XCH-FNAME                 PIC X(30) VALUE SPACES.
001490 77  SR-XCT-FNAME                 PIC X(30) VALUE SPACES.
001500 77  SR-RPT-FNAME                 PIC X(30) VALUE SPACES.
001510 77  SR-BIL-FNAME                 PIC X(30) VALUE SPACES.
001520
001530 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001540     88  SR-END-OF-FILE                   VALUE "Y".
001550 77  SR-ARCIX-EOF-SWITCH          PIC X(1) VALUE "N".
001560     88  SR-END-OF-ARCIX                  VALUE "Y".
001570 77  SR-CHG-STOP-SWITCH           PIC X(1) VALUE "N".
001580     88  SR-CHG-CANNOT-BILL               VALUE "M" "R".
001590     88  SR-CHG-BAD-MONTH                 VALUE "M".
001600     88  SR-CHG-NO-RATES                  VALUE "R".
001610
001620 77  SR-CHG-TIME-FLD              PIC 9(8) VALUE ZERO.
001630 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
001640
001650*****************************************************************
001660*  BILLING MONTH AND RUN DATE                                  *
001670*****************************************************************
001680 77  SR-CALLER-MONTH              PIC X(8) VALUE SPACES.
001690 01  SR-CHG-RUN-DATE              PIC 9(8) VALUE ZERO.
001700 01  SR-CHG-RUN-DATE-R REDEFINES SR-CHG-RUN-DATE.
001710     05  SR-CHG-RUN-YEAR          PIC 9(4).
001720     05  SR-CHG-RUN-MM            PIC 9(2).
001730     05  SR-CHG-RUN-DD            PIC 9(2).
001740 01  SR-CHG-MONTH                 PIC X(6) VALUE SPACES.
001750 01  SR-CHG-MONTH-R REDEFINES SR-CHG-MONTH.
001760     05  SR-CHG-MONTH-YEAR        PIC 9(4).
001770     05  SR-CHG-MONTH-MM          PIC 9(2).
001780
001790*    RUN DATE OF THE INTERCHANGE FILE BEING CONSIDERED, AND
001800*    THE ARCHIVE DATE OF THE SRXCHG GENERATION BEFORE IT
001810 01  SR-CHG-FILE-RUN-DATE         PIC X(8) VALUE SPACES.
001820 01  SR-CHG-FILE-RUN-DATE-R REDEFINES SR-CHG-FILE-RUN-DATE.
001830     05  SR-CHG-FILE-RUN-MONTH    PIC X(6).
001840     05  FILLER                   PIC X(2).
001850 77  SR-CHG-PREV-ARC-DATE         PIC X(8) VALUE SPACES.
001860
001870*****************************************************************
001880*  RATES FROM SRRATES.  THE OPERATION RATES ARE HELD IN THE    *
001890*  SAME ORDER AS THE FIRST SIX CHARGE CATEGORIES BELOW.        *
001900*****************************************************************
001910 01  SR-CHG-OP-RATE-TABLE.
001920     05  SR-CHG-OP-ENTRY             OCCURS 6 TIMES.
001930         10  SR-CHG-OP-RATE          PIC 9(3)V9(4).
001940         10  SR-CHG-OP-RATED         PIC X(1).
001950 77  SR-CHG-HP-RATE               PIC 9(3)V9(4) VALUE ZERO.
001960 77  SR-CHG-FEE                   PIC 9(3)V9(4) VALUE ZERO.
001970 77  SR-CHG-ESTIM-PCT             PIC 9(3) VALUE ZERO.
001980 77  SR-CHG-RESUB-PCT             PIC 9(3) VALUE ZERO.
001990 77  SR-CHG-ESTIM-RULE-SWITCH     PIC X(1) VALUE "N".
002000     88  SR-CHG-HAVE-ESTIM-RULE           VALUE "Y".
002010 77  SR-CHG-RESUB-RULE-SWITCH     PIC X(1) VALUE "N".
002020     88  SR-CHG-HAVE-RESUB-RULE           VALUE "Y".
002030 77  SR-CHG-RATE-RECORDS          PIC 9(4) COMP VALUE ZERO.
002040
002050*****************************************************************
002060*  CHARGE CATEGORIES - ONE INVOICE LINE AND ONE SRBILEXT       *
002070*  CHARGE CODE EACH (SEE SRBILREC)                             *
002080*****************************************************************
002090 01  SR-CHG-CATEGORY-VALUES.
002100     05  FILLER PIC X(28) VALUE "SQ  SQUARE ROOTS            ".
002110     05  FILLER PIC X(28) VALUE "CB  CUBE ROOTS              ".
002120     05  FILLER PIC X(28) VALUE "P2  SQUARES                 ".
002130     05  FILLER PIC X(28) VALUE "P3  CUBES                   ".
002140     05  FILLER PIC X(28) VALUE "IS  INVERSE SQUARE ROOTS    ".
002145     05  FILLER PIC X(28) VALUE "RS  ROOT-SUM-SQ COMPOSITES  ".
002150     05  FILLER PIC X(28) VALUE "EST ESTIMATED READINGS      ".
002160     05  FILLER PIC X(28) VALUE "RES RESUBMITTED READINGS    ".
002170     05  FILLER PIC X(28) VALUE "HPS HIGH-PRECISION SURCHARGE".
002180     05  FILLER PIC X(28) VALUE "REJ REJECTED READINGS       ".
002190     05  FILLER PIC X(28) VALUE "DUP DUPLICATE READINGS      ".
002200 01  SR-CHG-CATEGORY-TABLE REDEFINES SR-CHG-CATEGORY-VALUES.
002210     05  SR-CHG-CAT                  OCCURS 11 TIMES.
002220         10  SR-CHG-CAT-CODE         PIC X(4).
002230         10  SR-CHG-CAT-CAPTION      PIC X(24).
002240 77  SR-CHG-CAT-SUB               PIC 9(4) COMP VALUE ZERO.
002250 77  SR-CHG-OP-SUB                PIC 9(4) COMP VALUE ZERO.
002260
002270*****************************************************************
002280*  PER-STATION CHARGE TABLE.  ENTRIES ARE KEPT IN ASCENDING    *
002290*  STATION ORDER BY INSERTING EACH NEW STATION IN PLACE, AS    *
002300*  IN SQRSTAT, SO THE INVOICES PRINT IN STATION ORDER WITHOUT  *
002310*  A SORT STEP.  100 STATIONS MATCHES THE TABLES IN            *
002320*  SQUAREROOT; THE SPARE ENTRY MAKES ROOM FOR THE SHIFT.       *
002330*****************************************************************
002340 77  SR-STA-COUNT                 PIC 9(4) COMP VALUE ZERO.
002350 77  SR-STA-SUB                   PIC 9(4) COMP VALUE ZERO.
002360 77  SR-STA-USE-SUB               PIC 9(4) COMP VALUE ZERO.
002370 77  SR-STA-INS-SUB               PIC 9(4) COMP VALUE ZERO.
002380 77  SR-STA-SHIFT-SUB             PIC 9(4) COMP VALUE ZERO.
002390 77  SR-STA-FULL-SWITCH           PIC X(1) VALUE "N".
002400     88  SR-STA-FULL-REPORTED             VALUE "Y".
002410 01  SR-STA-TABLE.
002420     05  SR-STA-ENTRY                OCCURS 101 TIMES.
002430         10  SR-STA-T-STATION        PIC X(4).
002440         10  SR-STA-T-LINE           OCCURS 11 TIMES.
002450             15  SR-STA-T-UNITS      PIC 9(7) COMP.
002460             15  SR-STA-T-AMOUNT     PIC 9(9)V9(6).
002470
002480*****************************************************************
002490*  GRAND TOTALS BY CHARGE CATEGORY.  THE AMOUNTS ARE THE SUM   *
002500*  OF THE ROUNDED STATION LINES, SO THE GRAND-TOTAL PAGE       *
002510*  FOOTS TO THE INVOICES AND TO THE EXTRACT.                   *
002520*****************************************************************
002530 01  SR-GRD-TABLE.
002540     05  SR-GRD-LINE                 OCCURS 11 TIMES.
002550         10  SR-GRD-UNITS            PIC 9(8) COMP.
002560         10  SR-GRD-AMOUNT           PIC 9(11)V99.
002570
002580*****************************************************************
002590*  WORK FIELDS                                                 *
002600*****************************************************************
002606 77  SR-CHG-OPER-WORK             PIC X(2) VALUE SPACES.
002612 77  SR-CHG-PCT                   PIC 9(3) VALUE ZERO.
002620 77  SR-CHG-CHARGE                PIC 9(5)V9(6) VALUE ZERO.
002630 77  SR-CHG-LINE-AMOUNT           PIC 9(9)V99 VALUE ZERO.
002640 77  SR-CHG-LINE-UNITS            PIC 9(8) COMP VALUE ZERO.
002650 77  SR-CHG-PAGE-TOTAL            PIC 9(11)V99 VALUE ZERO.
002660 77  SR-CHG-GRAND-TOTAL           PIC 9(11)V99 VALUE ZERO.
002670 77  SR-CHG-PAGE-CAPTION          PIC X(20) VALUE SPACES.
002680 77  SR-CHG-FILE-READINGS         PIC 9(8) COMP VALUE ZERO.
002690
002700 77  SR-CHG-FILES-BILLED          PIC 9(4) COMP VALUE ZERO.
002710 77  SR-CHG-READINGS-BILLED       PIC 9(8) COMP VALUE ZERO.
002720 77  SR-CHG-NO-STATION            PIC 9(8) COMP VALUE ZERO.
002730 77  SR-CHG-NOT-CHARGED           PIC 9(8) COMP VALUE ZERO.
002735 77  SR-CHG-HELD                  PIC 9(8) COMP VALUE ZERO.
002740 77  SR-CHG-UNRATED               PIC 9(8) COMP VALUE ZERO.
002750 77  SR-CHG-NO-RULE               PIC 9(8) COMP VALUE ZERO.
002760 77  SR-CHG-EXTRACT-RECORDS       PIC 9(7) COMP VALUE ZERO.
002770
002780 77  SR-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
002790 77  SR-PAGE-NUMBER-ED            PIC ZZZ9.
002800 77  SR-LINE-COUNT                PIC 9(4) COMP VALUE ZERO.
002810 77  SR-MAX-LINES                 PIC 9(4) COMP VALUE 50.
002820 77  SR-CHG-COUNT-ED              PIC Z,ZZZ,ZZ9.
002830 77  SR-CHG-AMOUNT-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002840
002850 LINKAGE SECTION.
002860*    SR-LNK-CHG-MONTH IS ONLY ADDRESSABLE WHEN MAIN COMES IN
002870*    THROUGH THE SQRCHRGM ENTRY POINT BELOW WITH THE CHARGE
002880*    COMMAND'S OPERAND - YYYYMM, OR SPACES FOR LAST MONTH.
002890 01  SR-LNK-CHG-MONTH             PIC X(8).
002900
002910 PROCEDURE DIVISION.
002920
002930*****************************************************************
002940*  0000-MAINLINE - THE STANDALONE JOB-STEP ENTRY.  NO CALLER,  *
002950*  NO MONTH - LAST CALENDAR MONTH IS BILLED.                   *
002960*****************************************************************
002970 0000-MAINLINE.
002980     MOVE SPACES TO SR-CALLER-MONTH.
002990     PERFORM 0100-RUN-CHARGEBACK THRU 0100-EXIT.
003000     GOBACK.
003010
003020*****************************************************************
003030*  0010-CALLED-ENTRY - MAIN COMES IN HERE (SEE SQRRECONJ IN    *
003040*  SQRRECON FOR THE SAME PATTERN) WITH THE BILLING MONTH.      *
003050*****************************************************************
003060 0010-CALLED-ENTRY.
003070 ENTRY "SQRCHRGM" USING SR-LNK-CHG-MONTH.
003080     MOVE SR-LNK-CHG-MONTH TO SR-CALLER-MONTH.
003090     PERFORM 0100-RUN-CHARGEBACK THRU 0100-EXIT.
003100     GOBACK.
003110
003120*****************************************************************
003130*  0100-RUN-CHARGEBACK - THE WHOLE CHARGEBACK, SHARED BY BOTH  *
003140*  ENTRIES.                                                    *
003150*****************************************************************
003160 0100-RUN-CHARGEBACK.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180
003190     IF NOT SR-CHG-CANNOT-BILL
003200         PERFORM 2000-BILL-GENERATIONS THRU 2000-EXIT
003210         PERFORM 2500-BILL-LIVE-FILE THRU 2500-EXIT
003220         PERFORM 4000-PRINT-INVOICES THRU 4000-EXIT
003230     END-IF.
003240
003250     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003260 0100-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*  1000-INITIALIZE - SETTLE THE BILLING MONTH, LOAD THE RATES  *
003310*  AND START THE REPORT AND EXTRACT.  EVERY TOTAL IS CLEARED   *
003320*  HERE, SINCE MAIN MAY CALL THIS PROGRAM MORE THAN ONCE.      *
003330*****************************************************************
003340 1000-INITIALIZE.
003350     PERFORM 1100-QUALIFY-FILE-NAMES THRU 1100-EXIT.
003360     ACCEPT SR-CHG-RUN-DATE FROM DATE YYYYMMDD.
003370     ACCEPT SR-CHG-TIME-FLD FROM TIME.
003380
003390     MOVE "N" TO SR-CHG-STOP-SWITCH.
003400     MOVE ZERO TO SR-STA-COUNT.
003410     MOVE "N" TO SR-STA-FULL-SWITCH.
003420     INITIALIZE SR-GRD-TABLE.
003430     MOVE ZERO TO SR-CHG-GRAND-TOTAL.
003440     MOVE ZERO TO SR-CHG-FILES-BILLED.
003450     MOVE ZERO TO SR-CHG-READINGS-BILLED.
003460     MOVE ZERO TO SR-CHG-NO-STATION.
003470     MOVE ZERO TO SR-CHG-NOT-CHARGED.
003475     MOVE ZERO TO SR-CHG-HELD.
003480     MOVE ZERO TO SR-CHG-UNRATED.
003490     MOVE ZERO TO SR-CHG-NO-RULE.
003500     MOVE ZERO TO SR-CHG-EXTRACT-RECORDS.
003510     MOVE ZERO TO SR-PAGE-NUMBER.
003520     MOVE SPACES TO SR-CHG-PREV-ARC-DATE.
003530
003540     OPEN OUTPUT SR-CHGRPT-FILE.
003550     OPEN OUTPUT SR-BILEXT-FILE.
003560
003570     PERFORM 1200-SET-BILLING-MONTH THRU 1200-EXIT.
003580
003590     MOVE SPACES TO SR-PRINT-LINE.
003600     STRING "STATION CHARGEBACK   JOB: " DELIMITED BY SIZE
003610            SR-QUAL-JOB-NAME            DELIMITED BY SIZE
003620            "  BILLING MONTH: "         DELIMITED BY SIZE
003630            SR-CHG-MONTH                DELIMITED BY SIZE
003640            "  RUN DATE: "              DELIMITED BY SIZE
003650            SR-CHG-RUN-DATE             DELIMITED BY SIZE
003660         INTO SR-PRINT-LINE.
003670     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
003680     MOVE SPACES TO SR-CHGRPT-RECORD.
003690     WRITE SR-CHGRPT-RECORD.
003700
003710     IF SR-CHG-BAD-MONTH
003720         MOVE SPACES TO SR-PRINT-LINE
003730         STRING "BILLING MONTH NOT VALID: "  DELIMITED BY SIZE
003740                SR-CALLER-MONTH              DELIMITED BY SIZE
003750                " - NOTHING BILLED"          DELIMITED BY SIZE
003760             INTO SR-PRINT-LINE
003770         WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE
003780         GO TO 1000-EXIT
003790     END-IF.
003800
003810     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
003820     IF SR-CHG-NO-RATES
003830         MOVE "NO SRRATES RATE FILE ON HAND - NOTHING BILLED"
003840             TO SR-CHGRPT-RECORD
003850         WRITE SR-CHGRPT-RECORD
003860         GO TO 1000-EXIT
003870     END-IF.
003880
003890     MOVE "INTERCHANGE FILES BILLED" TO SR-CHGRPT-RECORD.
003900     WRITE SR-CHGRPT-RECORD.
003910 1000-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950*  1100-QUALIFY-FILE-NAMES - THE INDEX, LIVE INTERCHANGE,      *
003960*  REPORT AND EXTRACT NAMES CARRY THE SRPARM JOB NAME,         *
003970*  MATCHING SQUAREROOT AND SQRARCH.                            *
003980*****************************************************************
003990 1100-QUALIFY-FILE-NAMES.
004000     MOVE "SQRTJOB " TO SR-QUAL-JOB-NAME.
004010     OPEN INPUT SR-PARM-FILE.
004020     IF SR-PARM-STATUS NOT = "05"
004030         READ SR-PARM-FILE
004040             NOT AT END
004050                 MOVE SR-PARM-JOB-NAME TO SR-QUAL-JOB-NAME
004060         END-READ
004070     END-IF.
004080     CLOSE SR-PARM-FILE.
004090     MOVE SPACES TO SR-AIX-FNAME.
004100     STRING "SRARCIX."        DELIMITED BY SIZE
004110            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004120         INTO SR-AIX-FNAME.
004130     MOVE SPACES TO SR-XCT-FNAME.
004140     STRING "SRXCHCTL."       DELIMITED BY SIZE
004150            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004160         INTO SR-XCT-FNAME.
004170     MOVE SPACES TO SR-RPT-FNAME.
004180     STRING "SRCHGRPT."       DELIMITED BY SIZE
004190            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004200         INTO SR-RPT-FNAME.
004210     MOVE SPACES TO SR-BIL-FNAME.
004220     STRING "SRBILEXT."       DELIMITED BY SIZE
004230            SR-QUAL-JOB-NAME DELIMITED BY SPACE
004240         INTO SR-BIL-FNAME.
004250 1100-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*  1200-SET-BILLING-MONTH - THE CALLER'S YYYYMM, OR THE        *
004300*  CALENDAR MONTH BEFORE THE RUN DATE WHEN NONE WAS GIVEN.     *
004310*****************************************************************
004320 1200-SET-BILLING-MONTH.
004330     IF SR-CALLER-MONTH = SPACES
004340             OR SR-CALLER-MONTH = LOW-VALUES
004350         MOVE SR-CHG-RUN-YEAR TO SR-CHG-MONTH-YEAR
004360         IF SR-CHG-RUN-MM = 1
004370             SUBTRACT 1 FROM SR-CHG-MONTH-YEAR
004380             MOVE 12 TO SR-CHG-MONTH-MM
004390         ELSE
004400             SUBTRACT 1 FROM SR-CHG-RUN-MM
004410                 GIVING SR-CHG-MONTH-MM
004420         END-IF
004430         GO TO 1200-EXIT
004440     END-IF.
004450
004460     MOVE SR-CALLER-MONTH TO SR-CHG-MONTH.
004470     IF SR-CHG-MONTH NOT NUMERIC
004480         SET SR-CHG-BAD-MONTH TO TRUE
004490         GO TO 1200-EXIT
004500     END-IF.
004510     IF SR-CHG-MONTH-MM < 1 OR SR-CHG-MONTH-MM > 12
004520         SET SR-CHG-BAD-MONTH TO TRUE
004530     END-IF.
004540 1200-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*  1300-LOAD-RATES - EVERY SRRATES RECORD INTO THE RATE FIELDS.*
004590*  A FILE WITH NO USABLE RECORD COUNTS AS NO RATE FILE.        *
004600*****************************************************************
004610 1300-LOAD-RATES.
004620     INITIALIZE SR-CHG-OP-RATE-TABLE.
004630     MOVE ZERO TO SR-CHG-HP-RATE.
004640     MOVE ZERO TO SR-CHG-FEE.
004650     MOVE ZERO TO SR-CHG-ESTIM-PCT.
004660     MOVE ZERO TO SR-CHG-RESUB-PCT.
004670     MOVE "N" TO SR-CHG-ESTIM-RULE-SWITCH.
004680     MOVE "N" TO SR-CHG-RESUB-RULE-SWITCH.
004690     MOVE ZERO TO SR-CHG-RATE-RECORDS.
004700
004710     MOVE "N" TO SR-EOF-SWITCH.
004720     OPEN INPUT SR-RATE-FILE.
004730     IF SR-RATE-STATUS = "05"
004740         SET SR-END-OF-FILE TO TRUE
004750     END-IF.
004760     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
004770         UNTIL SR-END-OF-FILE.
004780     CLOSE SR-RATE-FILE.
004790
004800     IF SR-CHG-RATE-RECORDS = ZERO
004810         SET SR-CHG-NO-RATES TO TRUE
004820     END-IF.
004830 1300-EXIT.
004840     EXIT.
004850
004860 1350-LOAD-ONE-RATE.
004870     READ SR-RATE-FILE
004880         AT END
004890             SET SR-END-OF-FILE TO TRUE
004900             GO TO 1350-EXIT
004910     END-READ.
004920     IF SR-RAT-AMOUNT NOT NUMERIC
004930         MOVE ZERO TO SR-RAT-AMOUNT
004940     END-IF.
004950     IF SR-RAT-PERCENT NOT NUMERIC
004960         MOVE ZERO TO SR-RAT-PERCENT
004970     END-IF.
004980
004990     EVALUATE TRUE
005000         WHEN SR-RAT-OPER-CHARGE
005010             MOVE SR-RAT-OPER-CODE TO SR-CHG-OPER-WORK
005020             PERFORM 3300-SET-OPER-SUB THRU 3300-EXIT
005030             IF SR-CHG-OP-SUB = ZERO
005040                 DISPLAY "SQRCHRG: RATE FOR UNKNOWN OPERATION "
005050                     "CODE " SR-RAT-OPER-CODE " IGNORED"
005060                 GO TO 1350-EXIT
005070             END-IF
005080             MOVE SR-RAT-AMOUNT
005090                 TO SR-CHG-OP-RATE (SR-CHG-OP-SUB)
005100             MOVE "Y" TO SR-CHG-OP-RATED (SR-CHG-OP-SUB)
005110         WHEN SR-RAT-HP-SURCHARGE
005120             MOVE SR-RAT-AMOUNT TO SR-CHG-HP-RATE
005130         WHEN SR-RAT-HANDLING-FEE
005140             MOVE SR-RAT-AMOUNT TO SR-CHG-FEE
005150         WHEN SR-RAT-ESTIM-RULE
005160             MOVE SR-RAT-PERCENT TO SR-CHG-ESTIM-PCT
005170             SET SR-CHG-HAVE-ESTIM-RULE TO TRUE
005180         WHEN SR-RAT-RESUB-RULE
005190             MOVE SR-RAT-PERCENT TO SR-CHG-RESUB-PCT
005200             SET SR-CHG-HAVE-RESUB-RULE TO TRUE
005210         WHEN OTHER
005220             GO TO 1350-EXIT
005230     END-EVALUATE.
005240     ADD 1 TO SR-CHG-RATE-RECORDS.
005250 1350-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290*  2000-BILL-GENERATIONS - WALK THE SRARCIX INDEX (OLDEST      *
005300*  FIRST) AND BILL EVERY SRXCHG GENERATION WHOSE RUN FELL IN   *
005310*  THE BILLING MONTH.                                          *
005320*****************************************************************
005330 2000-BILL-GENERATIONS.
005340     MOVE "N" TO SR-ARCIX-EOF-SWITCH.
005350     OPEN INPUT SR-ARCIX-FILE.
005360     IF SR-ARCIX-STATUS = "05"
005370         SET SR-END-OF-ARCIX TO TRUE
005380     END-IF.
005390     PERFORM 2100-CHECK-ONE-GENERATION THRU 2100-EXIT
005400         UNTIL SR-END-OF-ARCIX.
005410     CLOSE SR-ARCIX-FILE.
005420 2000-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460*  2100-CHECK-ONE-GENERATION - NEXT SRARCIX ENTRY.  ONLY THE   *
005470*  SRXCHG ENTRIES MATTER; EACH IS DATED BY THE ARCHIVE DATE OF *
005480*  THE SRXCHG ENTRY BEFORE IT (SEE THE PROGRAM BANNER).        *
005490*****************************************************************
005500 2100-CHECK-ONE-GENERATION.
005510     READ SR-ARCIX-FILE
005520         AT END
005530             SET SR-END-OF-ARCIX TO TRUE
005540             GO TO 2100-EXIT
005550     END-READ.
005560     IF SR-ARC-BASE-NAME NOT = "SRXCHG  "
005570         GO TO 2100-EXIT
005580     END-IF.
005590
005600     IF SR-CHG-PREV-ARC-DATE = SPACES
005610         MOVE SR-ARC-DATE TO SR-CHG-FILE-RUN-DATE
005620     ELSE
005630         MOVE SR-CHG-PREV-ARC-DATE TO SR-CHG-FILE-RUN-DATE
005640     END-IF.
005650     MOVE SR-ARC-DATE TO SR-CHG-PREV-ARC-DATE.
005660
005670     IF SR-CHG-FILE-RUN-MONTH = SR-CHG-MONTH
005680         MOVE SR-ARC-FILE-NAME TO SR-XCH-FNAME
005690         PERFORM 3000-BILL-ONE-FILE THRU 3000-EXIT
005700     END-IF.
005710 2100-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750*  2500-BILL-LIVE-FILE - THE LATEST RUN'S SRXCHG, NOT YET      *
005760*  ARCHIVED.  ITS RUN DATE IS ON SRXCHCTL; FAILING THAT IT RAN *
005770*  ON THE DAY THE NEWEST GENERATION WAS ROLLED AWAY.           *
005780*****************************************************************
005790 2500-BILL-LIVE-FILE.
005800     MOVE SR-CHG-PREV-ARC-DATE TO SR-CHG-FILE-RUN-DATE.
005810     OPEN INPUT SR-XCHCTL-FILE.
005820     IF SR-XCHCTL-STATUS NOT = "05"
005830         READ SR-XCHCTL-FILE
005840             NOT AT END
005850                 MOVE SR-XCT-RUN-DATE TO SR-CHG-FILE-RUN-DATE
005860         END-READ
005870     END-IF.
005880     CLOSE SR-XCHCTL-FILE.
005890     IF SR-CHG-FILE-RUN-DATE = SPACES
005900         MOVE SR-CHG-RUN-DATE TO SR-CHG-FILE-RUN-DATE
005910     END-IF.
005920
005930     IF SR-CHG-FILE-RUN-MONTH = SR-CHG-MONTH
005940         MOVE SPACES TO SR-XCH-FNAME
005950         STRING "SRXCHG."         DELIMITED BY SIZE
005960                SR-QUAL-JOB-NAME DELIMITED BY SPACE
005970             INTO SR-XCH-FNAME
005980         PERFORM 3000-BILL-ONE-FILE THRU 3000-EXIT
005990     END-IF.
006000
006010     IF SR-CHG-FILES-BILLED = ZERO
006020         MOVE "NO INTERCHANGE FILES FOUND FOR THE BILLING MONTH"
006030             TO SR-CHGRPT-RECORD
006040         WRITE SR-CHGRPT-RECORD
006050     END-IF.
006060 2500-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100*  3000-BILL-ONE-FILE - PRICE EVERY READING ON ONE INTERCHANGE *
006110*  FILE AND NAME THE FILE ON THE REPORT.                       *
006120*****************************************************************
006130 3000-BILL-ONE-FILE.
006140     MOVE "N" TO SR-EOF-SWITCH.
006150     OPEN INPUT SR-XCHG-FILE.
006160     IF SR-XCHG-STATUS = "05"
006170         CLOSE SR-XCHG-FILE
006180         GO TO 3000-EXIT
006190     END-IF.
006200     MOVE ZERO TO SR-CHG-FILE-READINGS.
006210     PERFORM 3100-BILL-ONE-READING THRU 3100-EXIT
006220         UNTIL SR-END-OF-FILE.
006230     CLOSE SR-XCHG-FILE.
006240     ADD 1 TO SR-CHG-FILES-BILLED.
006250
006260     MOVE SR-CHG-FILE-READINGS TO SR-CHG-COUNT-ED.
006270     MOVE SPACES TO SR-PRINT-LINE.
006280     STRING "  "                 DELIMITED BY SIZE
006290            SR-XCH-FNAME         DELIMITED BY SIZE
006300            " RUN "              DELIMITED BY SIZE
006310            SR-CHG-FILE-RUN-DATE DELIMITED BY SIZE
006320            "  READINGS "        DELIMITED BY SIZE
006330            SR-CHG-COUNT-ED      DELIMITED BY SIZE
006340         INTO SR-PRINT-LINE.
006350     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
006360 3000-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400*  3100-BILL-ONE-READING - PRICE ONE SRXCHG RECORD INTO ITS    *
006410*  STATION'S CHARGE LINES.  A KEYED READING HAS NO STATION TO  *
006420*  BILL AND IS ONLY COUNTED.                                   *
006430*****************************************************************
006440 3100-BILL-ONE-READING.
006450     READ SR-XCHG-FILE
006460         AT END
006470             SET SR-END-OF-FILE TO TRUE
006480             GO TO 3100-EXIT
006490     END-READ.
006500     ADD 1 TO SR-CHG-FILE-READINGS.
006510     IF SR-XCH-SOURCE-STN = SPACES
006520         ADD 1 TO SR-CHG-NO-STATION
006530         GO TO 3100-EXIT
006540     END-IF.
006550
006560     PERFORM 3500-FIND-OR-ADD-STATION THRU 3500-EXIT.
006570     IF SR-STA-USE-SUB = ZERO
006580         GO TO 3100-EXIT
006590     END-IF.
006600
006610     EVALUATE TRUE
006620         WHEN SR-XCH-CONVERGED
006630         WHEN SR-XCH-SUSPECT
006640         WHEN SR-XCH-RELEASED
006650         WHEN SR-XCH-WITHDRAWN
006660             PERFORM 3200-BILL-CONVERGED THRU 3200-EXIT
006670         WHEN SR-XCH-REJECTED
006680             MOVE 10 TO SR-CHG-CAT-SUB
006690             MOVE SR-CHG-FEE TO SR-CHG-CHARGE
006700             PERFORM 3400-POST-CHARGE THRU 3400-EXIT
006710         WHEN SR-XCH-DUPLICATE
006720             MOVE 11 TO SR-CHG-CAT-SUB
006730             MOVE SR-CHG-FEE TO SR-CHG-CHARGE
006740             PERFORM 3400-POST-CHARGE THRU 3400-EXIT
006742         WHEN SR-XCH-HELD
006745             ADD 1 TO SR-CHG-HELD
006747             GO TO 3100-EXIT
006750         WHEN OTHER
006760             ADD 1 TO SR-CHG-NOT-CHARGED
006770             GO TO 3100-EXIT
006780     END-EVALUATE.
006790     ADD 1 TO SR-CHG-READINGS-BILLED.
006800 3100-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*  3200-BILL-CONVERGED - THE OPERATION CHARGE, AND ANY HIGH-   *
006850*  PRECISION SURCHARGE, FOR A CONVERGED READING.  AN ESTIMATED *
006860*  OR RESUBMITTED READING IS BILLED ON ITS OWN LINE AT THE     *
006870*  RATE FILE'S PERCENTAGE; WITH NO RULE ON FILE IT IS BILLED   *
006880*  AT NOTHING RATHER THAN AT FULL RATE, AND COUNTED.           *
006890*****************************************************************
006897 3200-BILL-CONVERGED.
006904     MOVE SR-XCH-OPER-CODE TO SR-CHG-OPER-WORK.
006911     PERFORM 3300-SET-OPER-SUB THRU 3300-EXIT.
006920     IF SR-CHG-OP-SUB = ZERO
006930         ADD 1 TO SR-CHG-UNRATED
006940         GO TO 3200-EXIT
006950     END-IF.
006960     IF SR-CHG-OP-RATED (SR-CHG-OP-SUB) NOT = "Y"
006970         ADD 1 TO SR-CHG-UNRATED
006980     END-IF.
006990
007000     EVALUATE SR-XCH-RESUB-FLAG
007010         WHEN "E"
007020             MOVE 7 TO SR-CHG-CAT-SUB
007030             MOVE SR-CHG-ESTIM-PCT TO SR-CHG-PCT
007040             IF NOT SR-CHG-HAVE-ESTIM-RULE
007050                 ADD 1 TO SR-CHG-NO-RULE
007060             END-IF
007070         WHEN "R"
007080             MOVE 8 TO SR-CHG-CAT-SUB
007090             MOVE SR-CHG-RESUB-PCT TO SR-CHG-PCT
007100             IF NOT SR-CHG-HAVE-RESUB-RULE
007110                 ADD 1 TO SR-CHG-NO-RULE
007120             END-IF
007130         WHEN OTHER
007140             MOVE SR-CHG-OP-SUB TO SR-CHG-CAT-SUB
007150             MOVE 100 TO SR-CHG-PCT
007160     END-EVALUATE.
007170
007180     COMPUTE SR-CHG-CHARGE =
007190         SR-CHG-OP-RATE (SR-CHG-OP-SUB) * SR-CHG-PCT / 100.
007200     PERFORM 3400-POST-CHARGE THRU 3400-EXIT.
007210
007220     IF SR-XCH-PRECISION = "H"
007230         MOVE 9 TO SR-CHG-CAT-SUB
007240         COMPUTE SR-CHG-CHARGE =
007250             SR-CHG-HP-RATE * SR-CHG-PCT / 100
007260         PERFORM 3400-POST-CHARGE THRU 3400-EXIT
007270     END-IF.
007280 3200-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320*  3300-SET-OPER-SUB - THE RATE TABLE ENTRY FOR THE OPERATION  *
007330*  CODE IN SR-CHG-OPER-WORK, OR ZERO FOR AN UNKNOWN CODE.  A   *
007340*  BLANK CODE IS A SQUARE ROOT, AS IN SQUAREROOT.              *
007350*****************************************************************
007360 3300-SET-OPER-SUB.
007370     EVALUATE SR-CHG-OPER-WORK
007380         WHEN "SQ"
007390         WHEN SPACES
007400             MOVE 1 TO SR-CHG-OP-SUB
007410         WHEN "CB"
007420             MOVE 2 TO SR-CHG-OP-SUB
007430         WHEN "P2"
007440             MOVE 3 TO SR-CHG-OP-SUB
007450         WHEN "P3"
007460             MOVE 4 TO SR-CHG-OP-SUB
007470         WHEN "IS"
007480             MOVE 5 TO SR-CHG-OP-SUB
007483         WHEN "RS"
007486             MOVE 6 TO SR-CHG-OP-SUB
007490         WHEN OTHER
007500             MOVE ZERO TO SR-CHG-OP-SUB
007510     END-EVALUATE.
007520 3300-EXIT.
007530     EXIT.
007540
007550*****************************************************************
007560*  3400-POST-CHARGE - ONE UNIT AND SR-CHG-CHARGE ONTO CHARGE   *
007570*  LINE SR-CHG-CAT-SUB OF THE CURRENT STATION.                 *
007580*****************************************************************
007590 3400-POST-CHARGE.
007600     ADD 1 TO SR-STA-T-UNITS (SR-STA-USE-SUB, SR-CHG-CAT-SUB).
007610     ADD SR-CHG-CHARGE
007620         TO SR-STA-T-AMOUNT (SR-STA-USE-SUB, SR-CHG-CAT-SUB).
007630 3400-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670*  3500-FIND-OR-ADD-STATION - LOOK THE RECORD'S STATION UP IN  *
007680*  THE TABLE; A NEW STATION IS INSERTED IN ASCENDING STATION   *
007690*  ORDER.  A FULL TABLE IS REPORTED ONCE AND FURTHER NEW       *
007700*  STATIONS ARE NOT BILLED.                                    *
007710*****************************************************************
007720 3500-FIND-OR-ADD-STATION.
007730     MOVE ZERO TO SR-STA-USE-SUB.
007740     MOVE ZERO TO SR-STA-INS-SUB.
007750     PERFORM 3560-SCAN-ONE-STATION THRU 3560-EXIT
007760         VARYING SR-STA-SUB FROM 1 BY 1
007770             UNTIL SR-STA-SUB > SR-STA-COUNT
007780                 OR SR-STA-USE-SUB > ZERO
007790                 OR SR-STA-INS-SUB > ZERO.
007800     IF SR-STA-USE-SUB > ZERO
007810         GO TO 3500-EXIT
007820     END-IF.
007830
007840     IF SR-STA-COUNT >= 100
007850         IF NOT SR-STA-FULL-REPORTED
007860             DISPLAY "SQRCHRG: STATION TABLE FULL - FURTHER "
007870                 "NEW STATIONS NOT BILLED"
007880             SET SR-STA-FULL-REPORTED TO TRUE
007890         END-IF
007900         GO TO 3500-EXIT
007910     END-IF.
007920
007930     IF SR-STA-INS-SUB = ZERO
007940         ADD 1 TO SR-STA-COUNT GIVING SR-STA-INS-SUB
007950     END-IF.
007960*    SHIFT THE TAIL OF THE TABLE DOWN ONE ENTRY TO OPEN THE
007970*    INSERTION SLOT (THE TABLE HAS ONE SPARE ENTRY FOR THIS).
007980     PERFORM 3570-SHIFT-ONE-STATION THRU 3570-EXIT
007990         VARYING SR-STA-SHIFT-SUB FROM SR-STA-COUNT BY -1
008000             UNTIL SR-STA-SHIFT-SUB < SR-STA-INS-SUB.
008010     ADD 1 TO SR-STA-COUNT.
008020
008030     INITIALIZE SR-STA-ENTRY (SR-STA-INS-SUB).
008040     MOVE SR-XCH-SOURCE-STN
008050         TO SR-STA-T-STATION (SR-STA-INS-SUB).
008060     MOVE SR-STA-INS-SUB TO SR-STA-USE-SUB.
008070 3500-EXIT.
008080     EXIT.
008090
008100 3560-SCAN-ONE-STATION.
008110     IF SR-STA-T-STATION (SR-STA-SUB) = SR-XCH-SOURCE-STN
008120         MOVE SR-STA-SUB TO SR-STA-USE-SUB
008130     ELSE
008140         IF SR-STA-T-STATION (SR-STA-SUB) > SR-XCH-SOURCE-STN
008150             MOVE SR-STA-SUB TO SR-STA-INS-SUB
008160         END-IF
008170     END-IF.
008180 3560-EXIT.
008190     EXIT.
008200
008210 3570-SHIFT-ONE-STATION.
008220     MOVE SR-STA-ENTRY (SR-STA-SHIFT-SUB)
008230         TO SR-STA-ENTRY (SR-STA-SHIFT-SUB + 1).
008240 3570-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280*  4000-PRINT-INVOICES - ONE INVOICE PAGE PER STATION, IN      *
008290*  STATION ORDER, THEN THE GRAND-TOTAL PAGE AND THE EXTRACT    *
008300*  TRAILER.                                                    *
008310*****************************************************************
008320 4000-PRINT-INVOICES.
008330     PERFORM 4100-PRINT-ONE-INVOICE THRU 4100-EXIT
008340         VARYING SR-STA-SUB FROM 1 BY 1
008350             UNTIL SR-STA-SUB > SR-STA-COUNT.
008360     PERFORM 4500-PRINT-GRAND-TOTAL THRU 4500-EXIT.
008370 4000-EXIT.
008380     EXIT.
008390
008400 4100-PRINT-ONE-INVOICE.
008410     MOVE SPACES TO SR-CHG-PAGE-CAPTION.
008420     STRING "STATION "                       DELIMITED BY SIZE
008430            SR-STA-T-STATION (SR-STA-SUB)    DELIMITED BY SIZE
008440         INTO SR-CHG-PAGE-CAPTION.
008450     PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT.
008460     MOVE ZERO TO SR-CHG-PAGE-TOTAL.
008470     PERFORM 4200-PRINT-ONE-LINE THRU 4200-EXIT
008480         VARYING SR-CHG-CAT-SUB FROM 1 BY 1
008490             UNTIL SR-CHG-CAT-SUB > 11.
008500     MOVE "STATION TOTAL" TO SR-CHG-PAGE-CAPTION.
008510     PERFORM 4400-WRITE-TOTAL-LINE THRU 4400-EXIT.
008520     ADD SR-CHG-PAGE-TOTAL TO SR-CHG-GRAND-TOTAL.
008530 4100-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570*  4200-PRINT-ONE-LINE - ONE CHARGE LINE OF A STATION INVOICE, *
008580*  ROUNDED TO THE CENT, WITH ITS EXTRACT RECORD.  A CATEGORY   *
008590*  THE STATION DID NOT USE IS LEFT OFF.                        *
008600*****************************************************************
008610 4200-PRINT-ONE-LINE.
008620     IF SR-STA-T-UNITS (SR-STA-SUB, SR-CHG-CAT-SUB) = ZERO
008630         GO TO 4200-EXIT
008640     END-IF.
008650     MOVE SR-STA-T-UNITS (SR-STA-SUB, SR-CHG-CAT-SUB)
008660         TO SR-CHG-LINE-UNITS.
008670     COMPUTE SR-CHG-LINE-AMOUNT ROUNDED =
008680         SR-STA-T-AMOUNT (SR-STA-SUB, SR-CHG-CAT-SUB).
008690     ADD SR-CHG-LINE-AMOUNT TO SR-CHG-PAGE-TOTAL.
008700     ADD SR-CHG-LINE-UNITS TO SR-GRD-UNITS (SR-CHG-CAT-SUB).
008710     ADD SR-CHG-LINE-AMOUNT TO SR-GRD-AMOUNT (SR-CHG-CAT-SUB).
008720     PERFORM 4250-WRITE-CHARGE-LINE THRU 4250-EXIT.
008730
008740     MOVE SPACES TO SR-BILLING-EXTRACT-RECORD.
008750     SET SR-BIL-DETAIL TO TRUE.
008760     MOVE SR-CHG-MONTH TO SR-BIL-MONTH.
008770     MOVE SR-QUAL-JOB-NAME TO SR-BIL-JOB-NAME.
008780     MOVE SR-STA-T-STATION (SR-STA-SUB) TO SR-BIL-STATION.
008790     MOVE SR-CHG-CAT-CODE (SR-CHG-CAT-SUB)
008800         TO SR-BIL-CHARGE-CODE.
008810     MOVE SR-CHG-LINE-UNITS TO SR-BIL-UNITS.
008820     MOVE SR-CHG-LINE-AMOUNT TO SR-BIL-AMOUNT.
008830     WRITE SR-BILLING-EXTRACT-RECORD.
008840     ADD 1 TO SR-CHG-EXTRACT-RECORDS.
008850 4200-EXIT.
008860     EXIT.
008870
008880*****************************************************************
008890*  4250-WRITE-CHARGE-LINE - PRINT SR-CHG-LINE-UNITS AND        *
008900*  SR-CHG-LINE-AMOUNT AGAINST CHARGE CATEGORY SR-CHG-CAT-SUB.  *
008910*****************************************************************
008920 4250-WRITE-CHARGE-LINE.
008930     IF SR-LINE-COUNT >= SR-MAX-LINES
008940         PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT
008950     END-IF.
008960     MOVE SR-CHG-LINE-UNITS TO SR-CHG-COUNT-ED.
008970     MOVE SR-CHG-LINE-AMOUNT TO SR-CHG-AMOUNT-ED.
008980     MOVE SPACES TO SR-PRINT-LINE.
008990     STRING SR-CHG-CAT-CODE (SR-CHG-CAT-SUB)
009000                                     DELIMITED BY SIZE
009010            "  "                     DELIMITED BY SIZE
009020            SR-CHG-CAT-CAPTION (SR-CHG-CAT-SUB)
009030                                     DELIMITED BY SIZE
009040            "  "                     DELIMITED BY SIZE
009050            SR-CHG-COUNT-ED          DELIMITED BY SIZE
009060            "    "                   DELIMITED BY SIZE
009070            SR-CHG-AMOUNT-ED         DELIMITED BY SIZE
009080         INTO SR-PRINT-LINE.
009090     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
009100     ADD 1 TO SR-LINE-COUNT.
009110 4250-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*  4300-WRITE-PAGE-HEADERS - TITLE BLOCK AND COLUMN HEADINGS   *
009160*  AT THE TOP OF EVERY INVOICE PAGE.                           *
009170*****************************************************************
009180 4300-WRITE-PAGE-HEADERS.
009190     ADD 1 TO SR-PAGE-NUMBER.
009200     MOVE SR-PAGE-NUMBER TO SR-PAGE-NUMBER-ED.
009210
009220     MOVE SPACES TO SR-CHGRPT-RECORD.
009230     WRITE SR-CHGRPT-RECORD.
009240     MOVE SPACES TO SR-PRINT-LINE.
009250     STRING "PROCESSING CHARGEBACK INVOICE   MONTH: "
009260                                     DELIMITED BY SIZE
009270            SR-CHG-MONTH             DELIMITED BY SIZE
009280            "   JOB: "               DELIMITED BY SIZE
009290            SR-QUAL-JOB-NAME         DELIMITED BY SIZE
009300            "   PAGE: "              DELIMITED BY SIZE
009310            SR-PAGE-NUMBER-ED        DELIMITED BY SIZE
009320         INTO SR-PRINT-LINE.
009330     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
009340     MOVE SR-CHG-PAGE-CAPTION TO SR-CHGRPT-RECORD.
009350     WRITE SR-CHGRPT-RECORD.
009360     MOVE SPACES TO SR-CHGRPT-RECORD.
009370     WRITE SR-CHGRPT-RECORD.
009380
009390     MOVE SPACES TO SR-PRINT-LINE.
009400     STRING "CODE  CHARGE                        "
009410                                     DELIMITED BY SIZE
009420            "   UNITS               AMOUNT"
009430                                     DELIMITED BY SIZE
009440         INTO SR-PRINT-LINE.
009450     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
009460     MOVE SPACES TO SR-PRINT-LINE.
009470     STRING "----  ------------------------  "
009480                                     DELIMITED BY SIZE
009490            "---------    -----------------"
009500                                     DELIMITED BY SIZE
009510         INTO SR-PRINT-LINE.
009520     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
009530     MOVE ZERO TO SR-LINE-COUNT.
009540 4300-EXIT.
009550     EXIT.
009560
009570*****************************************************************
009580*  4400-WRITE-TOTAL-LINE - THE PAGE TOTAL UNDER ITS CAPTION    *
009590*****************************************************************
009600 4400-WRITE-TOTAL-LINE.
009610     MOVE SR-CHG-PAGE-TOTAL TO SR-CHG-AMOUNT-ED.
009620     MOVE SPACES TO SR-PRINT-LINE.
009630     STRING "                                  "
009640                                     DELIMITED BY SIZE
009650            "             -----------------"
009660                                     DELIMITED BY SIZE
009670         INTO SR-PRINT-LINE.
009680     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
009690     MOVE SPACES TO SR-PRINT-LINE.
009700     STRING "      "                 DELIMITED BY SIZE
009710            SR-CHG-PAGE-CAPTION      DELIMITED BY SIZE
009720            "                     "  DELIMITED BY SIZE
009730            SR-CHG-AMOUNT-ED         DELIMITED BY SIZE
009740         INTO SR-PRINT-LINE.
009750     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
009760 4400-EXIT.
009770     EXIT.
009780
009790*****************************************************************
009800*  4500-PRINT-GRAND-TOTAL - THE CHARGE LINES SUMMED OVER EVERY *
009810*  STATION ON A PAGE OF THEIR OWN, AND THE EXTRACT TRAILER.    *
009820*****************************************************************
009830 4500-PRINT-GRAND-TOTAL.
009840     MOVE "ALL STATIONS" TO SR-CHG-PAGE-CAPTION.
009850     PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT.
009860     PERFORM 4550-PRINT-ONE-GRAND-LINE THRU 4550-EXIT
009870         VARYING SR-CHG-CAT-SUB FROM 1 BY 1
009880             UNTIL SR-CHG-CAT-SUB > 11.
009890     MOVE SR-CHG-GRAND-TOTAL TO SR-CHG-PAGE-TOTAL.
009900     MOVE "GRAND TOTAL" TO SR-CHG-PAGE-CAPTION.
009910     PERFORM 4400-WRITE-TOTAL-LINE THRU 4400-EXIT.
009920
009930     MOVE SPACES TO SR-BILLING-EXTRACT-RECORD.
009940     SET SR-BIL-TRAILER TO TRUE.
009950     MOVE SR-CHG-MONTH TO SR-BIL-MONTH.
009960     MOVE SR-QUAL-JOB-NAME TO SR-BIL-JOB-NAME.
009970     MOVE SR-CHG-EXTRACT-RECORDS TO SR-BIL-UNITS.
009980     MOVE SR-CHG-GRAND-TOTAL TO SR-BIL-AMOUNT.
009990     WRITE SR-BILLING-EXTRACT-RECORD.
010000 4500-EXIT.
010010     EXIT.
010020
010030 4550-PRINT-ONE-GRAND-LINE.
010040     IF SR-GRD-UNITS (SR-CHG-CAT-SUB) = ZERO
010050         GO TO 4550-EXIT
010060     END-IF.
010070     MOVE SR-GRD-UNITS (SR-CHG-CAT-SUB) TO SR-CHG-LINE-UNITS.
010080     MOVE SR-GRD-AMOUNT (SR-CHG-CAT-SUB) TO SR-CHG-LINE-AMOUNT.
010090     PERFORM 4250-WRITE-CHARGE-LINE THRU 4250-EXIT.
010100 4550-EXIT.
010110     EXIT.
010120
010130*****************************************************************
010140*  9000-FINALIZE - BILLING COUNTS AND RETURN-CODE SIGNALING    *
010150*****************************************************************
010160 9000-FINALIZE.
010170     IF NOT SR-CHG-CANNOT-BILL
010180         PERFORM 9100-WRITE-COUNTS THRU 9100-EXIT
010190     END-IF.
010200     CLOSE SR-CHGRPT-FILE.
010210     CLOSE SR-BILEXT-FILE.
010220
010230     EVALUATE TRUE
010240         WHEN SR-CHG-BAD-MONTH
010250             DISPLAY "SQRCHRG: *** BILLING MONTH NOT VALID - "
010260                 "NOTHING BILLED"
010270             MOVE 8 TO RETURN-CODE
010280         WHEN SR-CHG-NO-RATES
010290             DISPLAY "SQRCHRG: *** NO SRRATES RATE FILE - "
010300                 "NOTHING BILLED"
010310             MOVE 8 TO RETURN-CODE
010320         WHEN SR-CHG-FILES-BILLED = ZERO
010330             DISPLAY "SQRCHRG: NO INTERCHANGE FILES FOR "
010340                 SR-CHG-MONTH
010350             MOVE 4 TO RETURN-CODE
010360         WHEN SR-CHG-UNRATED > ZERO
010370                 OR SR-CHG-NO-RULE > ZERO
010380             DISPLAY "SQRCHRG: READINGS WITH NO RATE OR RULE "
010390                 "ON SRRATES - SEE SRCHGRPT"
010400             MOVE 4 TO RETURN-CODE
010410         WHEN OTHER
010420             DISPLAY "SQRCHRG: CHARGEBACK FOR " SR-CHG-MONTH
010430                 " COMPLETE"
010440             MOVE ZERO TO RETURN-CODE
010450     END-EVALUATE.
010460 9000-EXIT.
010470     EXIT.
010480
010490 9100-WRITE-COUNTS.
010500     MOVE SPACES TO SR-CHGRPT-RECORD.
010510     WRITE SR-CHGRPT-RECORD.
010520     MOVE SR-CHG-FILES-BILLED TO SR-CHG-COUNT-ED.
010530     MOVE SPACES TO SR-PRINT-LINE.
010540     STRING "INTERCHANGE FILES BILLED:      " DELIMITED BY SIZE
010550            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010560         INTO SR-PRINT-LINE.
010570     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010580     MOVE SR-CHG-READINGS-BILLED TO SR-CHG-COUNT-ED.
010590     MOVE SPACES TO SR-PRINT-LINE.
010600     STRING "READINGS BILLED:               " DELIMITED BY SIZE
010610            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010620         INTO SR-PRINT-LINE.
010630     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010640     MOVE SR-CHG-NOT-CHARGED TO SR-CHG-COUNT-ED.
010650     MOVE SPACES TO SR-PRINT-LINE.
010660     STRING "ABORTED READINGS NOT CHARGED:  " DELIMITED BY SIZE
010670            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010680         INTO SR-PRINT-LINE.
010690     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010691     MOVE SR-CHG-HELD TO SR-CHG-COUNT-ED.
010692     MOVE SPACES TO SR-PRINT-LINE.
010694     STRING "HELD READINGS NOT CHARGED:     " DELIMITED BY SIZE
010695            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010697         INTO SR-PRINT-LINE.
010698     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010700     MOVE SR-CHG-NO-STATION TO SR-CHG-COUNT-ED.
010710     MOVE SPACES TO SR-PRINT-LINE.
010720     STRING "KEYED READINGS - NO STATION:   " DELIMITED BY SIZE
010730            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010740         INTO SR-PRINT-LINE.
010750     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010760     MOVE SR-CHG-UNRATED TO SR-CHG-COUNT-ED.
010770     MOVE SPACES TO SR-PRINT-LINE.
010780     STRING "READINGS WITH NO RATE:         " DELIMITED BY SIZE
010790            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010800         INTO SR-PRINT-LINE.
010810     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010820     MOVE SR-CHG-NO-RULE TO SR-CHG-COUNT-ED.
010830     MOVE SPACES TO SR-PRINT-LINE.
010840     STRING "E/R READINGS WITH NO RULE:     " DELIMITED BY SIZE
010850            SR-CHG-COUNT-ED                   DELIMITED BY SIZE
010860         INTO SR-PRINT-LINE.
010870     WRITE SR-CHGRPT-RECORD FROM SR-PRINT-LINE.
010880 9100-EXIT.
010890     EXIT.
