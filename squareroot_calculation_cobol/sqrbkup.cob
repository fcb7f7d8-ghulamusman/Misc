000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRBKUP.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRBKUP - BACKUP AND RESTORE OF THE PERMANENT FILES.        *
000090*  SQRMSTUT PROTECTS SRMASTER AND SQRARCH ROLLS THE RUN        *
000100*  OUTPUT FILES, BUT THE FILES NO RERUN CAN REBUILD - THE      *
000110*  SECURITY, MAINTENANCE, SUSPECT, CALIBRATION AND HELD-       *
000120*  READINGS LOGS, THE VALUE HISTORY AND ITS ANNOTATIONS, AND   *
000130*  THE OPERATOR, STATION, LIMITS, CALENDAR, PARAMETER,         *
000140*  CALIBRATION, RATE, PERIOD, ADJUSTMENT, PENDING-CHANGE AND   *
000150*  HELD-READINGS FILES - HAD NO SECOND COPY ANYWHERE.  THIS    *
000160*  UTILITY OFFERS TWO FUNCTIONS, KEYED AT THE CONSOLE:         *
000170*    BACKUP  - COPY EVERY ONE OF THOSE FILES TO A NUMBERED     *
000180*              BACKUP SET (SRHIST.B0001 AND SO ON), READ EACH  *
000190*              COPY BACK AND PROVE ITS RECORD COUNT AND HASH   *
000200*              TOTAL AGAINST THE ORIGINAL, CATALOG THE SET ON  *
000210*              SRBKPCAT (SEE SRBKCREC) - MARKED GOOD ONLY WHEN *
000220*              EVERY COPY AGREES - AND PURGE THE OLDEST SETS   *
000230*              BEYOND SR-PARM-BACKUP-SETS                      *
000240*    RESTORE - BRING BACK A CHOSEN GOOD SET (THE LATEST BY     *
000250*              DEFAULT), OR ONE FILE FROM IT.  EACH BACKUP COPY*
000260*              IS PROVED AGAINST THE CATALOG FIRST, THE FILE   *
000270*              BEING REPLACED IS SAVED AS <FILE>.PRERST, AND   *
000280*              THE RESTORED FILE IS RE-VERIFIED AGAINST THE    *
000290*              CATALOG                                         *
000300*  A RESTORE IS REFUSED WHILE ANY RUN IS ACTIVE ON SRRUNREG.   *
000310*  EVERY FUNCTION PRINTS ITS FIGURES ON THE SRBKPRPT REPORT.   *
000320*  SRMASTER AND THE OTHER INDEXED FILES ARE NOT COVERED HERE.  *
000330*                                                              *
000340*  RETURN CODES: 0 CLEAN, 4 BACKUP TAKEN WHILE A RUN WAS       *
000350*  ACTIVE ON SRRUNREG, 8 A COPY DID NOT VERIFY OR A RESTORE    *
000360*  WAS REFUSED OR DID NOT VERIFY, 12 FUNCTION NOT RECOGNIZED.  *
000370*                                                              *
000380*  MODIFICATION HISTORY                                        *
000390*  DATE        INIT  DESCRIPTION                               *
000391*  10/15/2026  JTM   SETS TO KEEP IS HELD TO 39, SO THE NEW    *
000392*                     SET AND THE KEPT SETS ALWAYS FIT THE     *
000393*                     CATALOG TABLE; A LARGER                  *
000394*                     SR-PARM-BACKUP-SETS IS REPORTED AND      *
000395*                     CUT BACK.                                *
000397*  10/15/2026  JTM   THE SRCOMPOS COMPOSITE READING            *
000398*                     DEFINITIONS ARE NOW PART OF EVERY SET.   *
000399*  10/15/2026  JTM   THE SRARRLOG STATION ARRIVAL LOG IS NOW   *
000400*                     PART OF EVERY SET.                       *
000401*  10/15/2026  JTM   THE SRHISSTN RUN HISTORY BY STATION IS    *
000402*                     NOW PART OF EVERY SET.                   *
000404*  10/15/2026  JTM   THE SRLOGCTL LOG SEQUENCE CONTROL FILE    *
000405*                     IS NOW PART OF EVERY SET, SO A RESTORED  *
000406*                     LOG COMES BACK WITH THE STAMP SQRLOGVF   *
000407*                     PROVES IT AGAINST.                       *
000408*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450
000460     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000470
000480     SELECT OPTIONAL SR-BKPCAT-FILE ASSIGN TO "SRBKPCAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SR-BKPCAT-STATUS.
000510
000520     SELECT OPTIONAL SR-COPY-IN-FILE ASSIGN USING SR-COPY-IN-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SR-COPY-IN-STATUS.
000550
000560     SELECT SR-COPY-OUT-FILE ASSIGN USING SR-COPY-OUT-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SR-COPY-OUT-STATUS.
000590
000600     SELECT SR-BKPRPT-FILE ASSIGN TO "SRBKPRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SR-BKPRPT-STATUS.
000630
000640     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SR-PARM-STATUS.
000670
000680     SELECT OPTIONAL SR-RUNREG-FILE ASSIGN TO "SRRUNREG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS SR-RUNREG-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  STANDARD-OUTPUT.
000760 01  OUT-LINE  PICTURE X(80).
000770
000780*****************************************************************
000790*  SR-BKPCAT-FILE - BACKUP CATALOG, ASCENDING SET ORDER        *
000800*****************************************************************
000810 FD  SR-BKPCAT-FILE.
000820     COPY SRBKCREC.
000830
000840*****************************************************************
000850*  SR-COPY-IN/SR-COPY-OUT - GENERIC RECORD-COPY PAIR.  THE     *
000860*  FILE NAMES ARE SET BEFORE EACH OPEN, SO ONE PAIR OF FDS     *
000870*  COPIES, CHECKS AND RESTORES EVERY FILE IN THE SET.  512     *
000880*  BYTES HOLDS THE LONGEST OF THEIR RECORDS WITH ROOM TO GROW. *
000890*****************************************************************
000900 FD  SR-COPY-IN-FILE.
000910 01  SR-COPY-IN-RECORD               PIC X(512).
000920
000930 FD  SR-COPY-OUT-FILE.
000940 01  SR-COPY-OUT-RECORD              PIC X(512).
000950
000960*****************************************************************
000970*  SR-BKPRPT-FILE - PRINTED BACKUP/RESTORE REPORT              *
000980*****************************************************************
000990 FD  SR-BKPRPT-FILE.
001000 01  SR-BKPRPT-RECORD                PIC X(80).
001010
001020*****************************************************************
001030*  SR-PARM-FILE - THE OPERATOR ID AND THE NUMBER OF SETS TO    *
001040*  KEEP ARE THE ONLY FIELDS USED HERE                          *
001050*****************************************************************
001060 FD  SR-PARM-FILE.
001070     COPY SRPARMRC.
001080
001090*****************************************************************
001100*  SR-RUNREG-FILE - THE RUN REGISTRY; AN ACTIVE RUN MAY BE     *
001110*  WRITING TO THE FILES BEING COPIED OR REPLACED               *
001120*****************************************************************
001130 FD  SR-RUNREG-FILE.
001140     COPY SRRUNREC.
001150
001160 WORKING-STORAGE SECTION.
001170 77  SR-BKPCAT-STATUS             PIC XX VALUE SPACES.
001180 77  SR-COPY-IN-STATUS            PIC XX VALUE SPACES.
001190 77  SR-COPY-OUT-STATUS           PIC XX VALUE SPACES.
001200 77  SR-BKPRPT-STATUS             PIC XX VALUE SPACES.
001210 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001220 77  SR-RUNREG-STATUS             PIC XX VALUE SPACES.
001230
001240 77  SR-COPY-IN-NAME              PIC X(30) VALUE SPACES.
001250 77  SR-COPY-OUT-NAME             PIC X(30) VALUE SPACES.
001260
001270 77  SR-BKU-FUNCTION              PIC X(8) VALUE SPACES.
001280     88  SR-BKU-BACKUP                    VALUE "BACKUP  ".
001290     88  SR-BKU-RESTORE                   VALUE "RESTORE ".
001300
001310 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001320     88  SR-END-OF-FILE                   VALUE "Y".
001330
001340 77  SR-BKU-RUN-DATE              PIC 9(8) VALUE ZERO.
001350 77  SR-BKU-TIME-FLD              PIC 9(8) VALUE ZERO.
001360 77  SR-BKU-OPERATOR-ID           PIC X(8) VALUE SPACES.
001370 77  SR-BKU-SETS-KEPT             PIC 9(3) VALUE ZERO.
001380 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
001390 77  SR-BKU-RC                    PIC 9(2) VALUE ZERO.
001400
001410 77  SR-BKU-ACTIVE-RUNS           PIC 9(4) COMP VALUE ZERO.
001420 77  SR-BKU-HIGH-SET              PIC 9(4) VALUE ZERO.
001430 77  SR-BKU-SET-NO                PIC 9(4) VALUE ZERO.
001440 77  SR-BKU-SET-NO-ED             PIC 9(4).
001450 77  SR-BKU-OLDEST-SET            PIC 9(4) VALUE ZERO.
001460 77  SR-BKU-LAST-SET-SEEN         PIC 9(4) VALUE ZERO.
001470 77  SR-BKU-DISTINCT-SETS         PIC 9(4) COMP VALUE ZERO.
001480 77  SR-BKU-SET-FIRST             PIC 9(4) COMP VALUE ZERO.
001490 77  SR-BKU-SET-ENTRIES           PIC 9(4) COMP VALUE ZERO.
001500 77  SR-BKU-FILES-DONE            PIC 9(4) COMP VALUE ZERO.
001510 77  SR-BKU-FILES-FAILED          PIC 9(4) COMP VALUE ZERO.
001520 77  SR-BKU-SETS-PURGED           PIC 9(4) COMP VALUE ZERO.
001530 77  SR-BKU-BASE-SUB              PIC 9(4) COMP VALUE ZERO.
001540 77  SR-BKU-CAT-SUB               PIC 9(4) COMP VALUE ZERO.
001550 77  SR-BKU-SHIFT-SUB             PIC 9(4) COMP VALUE ZERO.
001560 77  SR-BKU-CAT-COUNT             PIC 9(4) COMP VALUE ZERO.
001570 77  SR-BKU-COUNT-ED              PIC Z,ZZZ,ZZ9.
001580
001590 77  SR-BKU-SET-GOOD-SWITCH       PIC X(1) VALUE "Y".
001600     88  SR-BKU-SET-IS-GOOD               VALUE "Y".
001610     88  SR-BKU-SET-IS-BAD                VALUE "N".
001620
001630*****************************************************************
001640*  THE SET OR FILE A RESTORE WAS ASKED FOR, AND WHAT THE       *
001650*  CATALOG SAYS ABOUT IT                                       *
001660*****************************************************************
001670 77  SR-BKU-SET-REPLY             PIC X(10) VALUE SPACES.
001680 77  SR-BKU-FILE-REPLY            PIC X(8) VALUE SPACES.
001690 77  SR-BKU-NUMVAL-CHECK          PIC 9(4) VALUE ZERO.
001700 77  SR-BKU-SET-NUMBER            PIC 9(6) VALUE ZERO.
001710 77  SR-BKU-FOUND-SET-STATUS      PIC X(1) VALUE SPACE.
001720 77  SR-BKU-FOUND-DATE            PIC X(8) VALUE SPACES.
001730 77  SR-BKU-FOUND-TIME            PIC X(8) VALUE SPACES.
001740 77  SR-BKU-FILE-FOUND-SWITCH     PIC X(1) VALUE "N".
001750     88  SR-BKU-FILE-FOUND                VALUE "Y".
001760
001770*****************************************************************
001780*  THE FILE CURRENTLY BEING BACKED UP OR RESTORED              *
001790*****************************************************************
001800 77  SR-BKU-CUR-BASE              PIC X(8) VALUE SPACES.
001810 77  SR-BKU-CUR-COPY              PIC X(30) VALUE SPACES.
001820 77  SR-BKU-CUR-FSTAT             PIC X(1) VALUE SPACE.
001830 77  SR-BKU-CUR-COUNT             PIC 9(8) VALUE ZERO.
001840 77  SR-BKU-CUR-HASH              PIC 9(15) VALUE ZERO.
001850 77  SR-BKU-CUR-RESULT            PIC X(26) VALUE SPACES.
001860
001870*****************************************************************
001880*  FIGURES FROM THE LAST 7000-COPY-FILE AND 7500-TALLY-FILE.   *
001890*  AN OPEN STATUS OTHER THAN "00" MEANS THE FILE COULD NOT BE  *
001900*  USED; "ABSENT" MEANS AN OPTIONAL FILE NOT ON FILE AT ALL.   *
001910*****************************************************************
001920 77  SR-BKU-CPY-COUNT             PIC 9(8) VALUE ZERO.
001930 77  SR-BKU-CPY-HASH              PIC 9(15) VALUE ZERO.
001940 77  SR-BKU-CPY-OPEN-STATUS       PIC XX VALUE SPACES.
001950 77  SR-BKU-CPY-ABSENT-SWITCH     PIC X(1) VALUE "N".
001960     88  SR-BKU-CPY-ABSENT                VALUE "Y".
001970 77  SR-BKU-TLY-COUNT             PIC 9(8) VALUE ZERO.
001980 77  SR-BKU-TLY-HASH              PIC 9(15) VALUE ZERO.
001990 77  SR-BKU-TLY-ABSENT-SWITCH     PIC X(1) VALUE "N".
002000     88  SR-BKU-TLY-ABSENT                VALUE "Y".
002010
002020*****************************************************************
002030*  HASH WORK AREAS.  A RECORD IS HASHED UP TO ITS LAST NON-    *
002040*  BLANK CHARACTER - LINE SEQUENTIAL FILES DROP TRAILING       *
002050*  SPACES ON WRITE, SO THEY CANNOT TELL A COPY FROM ITS        *
002060*  ORIGINAL.  THE FILE TOTAL IS ADDED THROUGH A WIDER FIELD    *
002070*  AND MOVED BACK, WHICH DROPS ANY CARRY OUT OF 15 DIGITS.     *
002080*****************************************************************
002090 77  SR-BKU-REC-HASH              PIC 9(9) COMP VALUE ZERO.
002100 77  SR-BKU-HASH-WORK             PIC 9(16) VALUE ZERO.
002110 77  SR-BKU-HASH-LENGTH           PIC 9(4) COMP VALUE ZERO.
002120 77  SR-BKU-TRAIL-SPACES          PIC 9(4) COMP VALUE ZERO.
002130 77  SR-BKU-BYTE-SUB              PIC 9(4) COMP VALUE ZERO.
002140 01  SR-BKU-HASH-AREA             PIC X(512) VALUE SPACES.
002150 01  SR-BKU-HASH-BYTES REDEFINES SR-BKU-HASH-AREA.
002160     05  SR-BKU-HASH-BYTE         PIC X(1) OCCURS 512 TIMES.
002170
002180*****************************************************************
002190*  THE PERMANENT FILES THAT MAKE UP A BACKUP SET               *
002200*****************************************************************
002210 01  SR-BKU-BASE-NAMES.
002220     05  FILLER                      PIC X(8) VALUE "SRSECLOG".
002230     05  FILLER                      PIC X(8) VALUE "SRMNTLOG".
002240     05  FILLER                      PIC X(8) VALUE "SRSUSLOG".
002250     05  FILLER                      PIC X(8) VALUE "SRHIST  ".
002260     05  FILLER                      PIC X(8) VALUE "SRHISANN".
002263     05  FILLER                      PIC X(8) VALUE "SRHISSTN".
002266     05  FILLER                      PIC X(8) VALUE "SRARRLOG".
002270     05  FILLER                      PIC X(8) VALUE "SROPMAST".
002280     05  FILLER                      PIC X(8) VALUE "SRSTNMAS".
002290     05  FILLER                      PIC X(8) VALUE "SRLIMITS".
002300     05  FILLER                      PIC X(8) VALUE "SRCALEND".
002310     05  FILLER                      PIC X(8) VALUE "SRPARM  ".
002320     05  FILLER                      PIC X(8) VALUE "SRCALIB ".
002330     05  FILLER                      PIC X(8) VALUE "SRCLBLOG".
002340     05  FILLER                      PIC X(8) VALUE "SRRATES ".
002350     05  FILLER                      PIC X(8) VALUE "SRPERIOD".
002360     05  FILLER                      PIC X(8) VALUE "SRADJUST".
002370     05  FILLER                      PIC X(8) VALUE "SRPENDNG".
002380     05  FILLER                      PIC X(8) VALUE "SRHELD  ".
002390     05  FILLER                      PIC X(8) VALUE "SRHLDLOG".
002393     05  FILLER                      PIC X(8) VALUE "SRLOGCTL".
002396     05  FILLER                      PIC X(8) VALUE "SRCOMPOS".
002400 01  SR-BKU-BASE-R REDEFINES SR-BKU-BASE-NAMES.
002410     05  SR-BKU-BASE-NAME            OCCURS 22 TIMES PIC X(8).
002420
002430*****************************************************************
002440*  IN-CORE COPY OF THE SRBKPCAT CATALOG, LAID OUT EXACTLY AS   *
002450*  SRBKCREC.  900 ENTRIES COVERS 40 SETS OF THE 22 FILES -     *
002455*  THE NEW SET PLUS THE 39 KEPT, SEE 1000-INITIALIZE.          *
002460*****************************************************************
002470 01  SR-BKU-CAT-TABLE.
002480     05  SR-BKU-CAT-ENTRY            OCCURS 900 TIMES.
002490         10  SR-BKU-T-SET-NO         PIC 9(4).
002500         10  SR-BKU-T-DATE           PIC X(8).
002510         10  SR-BKU-T-TIME           PIC X(8).
002520         10  SR-BKU-T-OPERATOR-ID    PIC X(8).
002530         10  SR-BKU-T-SET-STATUS     PIC X(1).
002540             88  SR-BKU-T-SET-GOOD           VALUE "G".
002550         10  SR-BKU-T-BASE           PIC X(8).
002560         10  SR-BKU-T-FILE-NAME      PIC X(30).
002570         10  SR-BKU-T-FILE-STATUS    PIC X(1).
002580             88  SR-BKU-T-FILE-ABSENT        VALUE "A".
002590         10  SR-BKU-T-COUNT          PIC 9(8).
002600         10  SR-BKU-T-HASH           PIC 9(15).
002610
002620*    THE COLUMN HEADINGS, LINED UP WITH THE FILE LINE BELOW
002630 01  SR-BKU-HEAD-LINE.
002640     05  FILLER                   PIC X(11) VALUE "  FILE".
002650     05  FILLER                   PIC X(15) VALUE "COPY".
002660     05  FILLER                   PIC X(12) VALUE "    RECORDS".
002670     05  FILLER                   PIC X(16)
002680                                  VALUE "     HASH TOTAL".
002690     05  FILLER                   PIC X(26) VALUE "RESULT".
002700
002710*    ONE FILE OF THE SET AS PRINTED
002720 01  SR-BKU-FILE-LINE.
002730     05  FILLER                   PIC X(2) VALUE SPACES.
002740     05  SR-BKU-FL-BASE           PIC X(8).
002750     05  FILLER                   PIC X(1) VALUE SPACE.
002760     05  SR-BKU-FL-COPY           PIC X(14).
002770     05  FILLER                   PIC X(1) VALUE SPACE.
002780     05  SR-BKU-FL-COUNT          PIC ZZZ,ZZZ,ZZ9.
002790     05  FILLER                   PIC X(1) VALUE SPACE.
002800     05  SR-BKU-FL-HASH           PIC 9(15).
002810     05  FILLER                   PIC X(1) VALUE SPACE.
002820     05  SR-BKU-FL-RESULT         PIC X(26).
002830
002840 PROCEDURE DIVISION.
002850
002860*****************************************************************
002870*  0000-MAINLINE                                               *
002880*****************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910
002920     EVALUATE TRUE
002930         WHEN SR-BKU-BACKUP
002940             PERFORM 2000-BACKUP-SET THRU 2000-EXIT
002950         WHEN SR-BKU-RESTORE
002960             PERFORM 3000-RESTORE-SET THRU 3000-EXIT
002970         WHEN OTHER
002980             DISPLAY "SQRBKUP: FUNCTION NOT RECOGNIZED - "
002990                 "USE BACKUP OR RESTORE"
003000             MOVE "FUNCTION NOT RECOGNIZED - NOTHING DONE"
003010                 TO SR-BKPRPT-RECORD
003020             WRITE SR-BKPRPT-RECORD
003030             MOVE 12 TO SR-BKU-RC
003040     END-EVALUATE.
003050
003060     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003070     GOBACK.
003080
003090*****************************************************************
003100*  1000-INITIALIZE - TAKE THE FUNCTION FROM THE CONSOLE, THE   *
003110*  OPERATOR ID AND SETS TO KEEP FROM SRPARM, LOAD THE CATALOG, *
003120*  COUNT THE ACTIVE RUNS AND START THE REPORT                  *
003130*****************************************************************
003140 1000-INITIALIZE.
003150     ACCEPT SR-BKU-RUN-DATE FROM DATE YYYYMMDD.
003160     ACCEPT SR-BKU-TIME-FLD FROM TIME.
003170
003180     DISPLAY "ENTER FUNCTION (BACKUP/RESTORE): ".
003190     ACCEPT SR-BKU-FUNCTION.
003200     MOVE FUNCTION UPPER-CASE (SR-BKU-FUNCTION)
003210         TO SR-BKU-FUNCTION.
003220
003230     MOVE SPACES TO SR-BKU-OPERATOR-ID.
003240     MOVE 7 TO SR-BKU-SETS-KEPT.
003250     OPEN INPUT SR-PARM-FILE.
003260     IF SR-PARM-STATUS NOT = "05"
003270         READ SR-PARM-FILE
003280             NOT AT END
003290                 MOVE SR-PARM-OPERATOR-ID TO SR-BKU-OPERATOR-ID
003300                 IF SR-PARM-BACKUP-SETS IS NUMERIC
003310                     IF SR-PARM-BACKUP-SETS > ZERO
003320                         MOVE SR-PARM-BACKUP-SETS
003330                             TO SR-BKU-SETS-KEPT
003340                     END-IF
003350                 END-IF
003360         END-READ
003370     END-IF.
003380     CLOSE SR-PARM-FILE.
003381*    THE CATALOG TABLE HOLDS THE NEW SET AND 39 KEPT SETS, SO
003382*    NO MORE THAN 39 ARE KEPT WHATEVER SRPARM ASKS FOR.
003383     IF SR-BKU-SETS-KEPT > 39
003385         DISPLAY "SQRBKUP: BACKUP SETS ABOVE 39 NOT HELD - "
003386             "39 SETS KEPT"
003387         MOVE 39 TO SR-BKU-SETS-KEPT
003388     END-IF.
003390
003400     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
003410     PERFORM 1300-COUNT-ACTIVE-RUNS THRU 1300-EXIT.
003420
003430     OPEN OUTPUT SR-BKPRPT-FILE.
003440     MOVE SPACES TO SR-PRINT-LINE.
003450     STRING "PERMANENT FILES BACKUP   FUNCTION: "
003460                                DELIMITED BY SIZE
003470            SR-BKU-FUNCTION     DELIMITED BY SIZE
003480            "  RUN DATE: "      DELIMITED BY SIZE
003490            SR-BKU-RUN-DATE     DELIMITED BY SIZE
003500            " "                 DELIMITED BY SIZE
003510            SR-BKU-TIME-FLD     DELIMITED BY SIZE
003520         INTO SR-PRINT-LINE.
003530     WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE.
003540     MOVE SPACES TO SR-BKPRPT-RECORD.
003550     WRITE SR-BKPRPT-RECORD.
003560 1000-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600*  1100-LOAD-CATALOG - SRBKPCAT INTO THE TABLE, AND THE        *
003610*  HIGHEST SET NUMBER ON IT SO A NEW SET FOLLOWS ON            *
003620*****************************************************************
003630 1100-LOAD-CATALOG.
003640     MOVE ZERO TO SR-BKU-CAT-COUNT.
003650     MOVE "N" TO SR-EOF-SWITCH.
003660     OPEN INPUT SR-BKPCAT-FILE.
003670     IF SR-BKPCAT-STATUS = "05"
003680         SET SR-END-OF-FILE TO TRUE
003690     END-IF.
003700     PERFORM 1150-LOAD-ONE-CATALOG-ENTRY THRU 1150-EXIT
003710         UNTIL SR-END-OF-FILE.
003720     CLOSE SR-BKPCAT-FILE.
003730
003740     MOVE ZERO TO SR-BKU-HIGH-SET.
003750     PERFORM 1200-FIND-HIGHEST-SET THRU 1200-EXIT
003760         VARYING SR-BKU-CAT-SUB FROM 1 BY 1
003770             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
003780 1100-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*  1150-LOAD-ONE-CATALOG-ENTRY - NEXT SRBKPCAT RECORD INTO THE *
003830*  TABLE.  A FULL TABLE IS REPORTED AND THE REST IGNORED.      *
003840*****************************************************************
003850 1150-LOAD-ONE-CATALOG-ENTRY.
003860     READ SR-BKPCAT-FILE
003870         AT END
003880             SET SR-END-OF-FILE TO TRUE
003890         NOT AT END
003900             IF SR-BKU-CAT-COUNT < 900
003910                 ADD 1 TO SR-BKU-CAT-COUNT
003920                 MOVE SR-BACKUP-CATALOG-RECORD
003930                     TO SR-BKU-CAT-ENTRY (SR-BKU-CAT-COUNT)
003940             ELSE
003950                 DISPLAY "SQRBKUP: CATALOG TABLE FULL - ENTRY "
003960                     "IGNORED"
003970             END-IF
003980     END-READ.
003990 1150-EXIT.
004000     EXIT.
004010
004020 1200-FIND-HIGHEST-SET.
004030     IF SR-BKU-T-SET-NO (SR-BKU-CAT-SUB) > SR-BKU-HIGH-SET
004040         MOVE SR-BKU-T-SET-NO (SR-BKU-CAT-SUB) TO SR-BKU-HIGH-SET
004050     END-IF.
004060 1200-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100*  1300-COUNT-ACTIVE-RUNS - HOW MANY RUNS ARE IN FLIGHT ON     *
004110*  SRRUNREG.  A RUN MAY BE APPENDING TO THE LOGS AND HISTORY   *
004120*  WHILE THEY ARE COPIED, OR HAVE THEM OPEN WHEN A RESTORE     *
004130*  WOULD REPLACE THEM.                                         *
004140*****************************************************************
004150 1300-COUNT-ACTIVE-RUNS.
004160     MOVE ZERO TO SR-BKU-ACTIVE-RUNS.
004170     MOVE "N" TO SR-EOF-SWITCH.
004180     OPEN INPUT SR-RUNREG-FILE.
004190     IF SR-RUNREG-STATUS = "05"
004200         SET SR-END-OF-FILE TO TRUE
004210     END-IF.
004220     PERFORM 1350-CHECK-ONE-REGISTRY THRU 1350-EXIT
004230         UNTIL SR-END-OF-FILE.
004240     CLOSE SR-RUNREG-FILE.
004250 1300-EXIT.
004260     EXIT.
004270
004280 1350-CHECK-ONE-REGISTRY.
004290     READ SR-RUNREG-FILE
004300         AT END
004310             SET SR-END-OF-FILE TO TRUE
004320             GO TO 1350-EXIT
004330     END-READ.
004340     IF SR-REG-ACTIVE
004350         ADD 1 TO SR-BKU-ACTIVE-RUNS
004360         DISPLAY "SQRBKUP: JOB " SR-REG-JOB-NAME
004370             " IS ACTIVE ON SRRUNREG"
004380     END-IF.
004390 1350-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*  2000-BACKUP-SET - COPY AND VERIFY EVERY PERMANENT FILE AS   *
004440*  THE NEXT NUMBERED SET, MARK THE SET ON THE CATALOG, PURGE   *
004450*  THE OLDEST SETS BEYOND THE NUMBER KEPT (ONLY WHEN THE NEW   *
004460*  SET IS GOOD) AND REWRITE THE CATALOG.  A RUN ACTIVE ON      *
004470*  SRRUNREG DOES NOT STOP THE BACKUP BUT IS WARNED OF WITH     *
004480*  RETURN CODE 4.                                              *
004490*****************************************************************
004500 2000-BACKUP-SET.
004510     IF SR-BKU-ACTIVE-RUNS > ZERO
004520         MOVE SR-BKU-ACTIVE-RUNS TO SR-BKU-COUNT-ED
004530         MOVE SPACES TO SR-PRINT-LINE
004540         STRING "WARNING - RUNS ACTIVE ON SRRUNREG:"
004550                                DELIMITED BY SIZE
004560                SR-BKU-COUNT-ED DELIMITED BY SIZE
004570                " - SET MAY NOT BE CONSISTENT" DELIMITED BY SIZE
004580             INTO SR-PRINT-LINE
004590         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
004600         MOVE 4 TO SR-BKU-RC
004610     END-IF.
004620
004630     ADD 1 TO SR-BKU-HIGH-SET GIVING SR-BKU-SET-NO.
004640     MOVE SR-BKU-SET-NO TO SR-BKU-SET-NO-ED.
004650     MOVE SR-BKU-SETS-KEPT TO SR-BKU-COUNT-ED.
004660     MOVE SPACES TO SR-PRINT-LINE.
004670     STRING "BACKUP SET "       DELIMITED BY SIZE
004680            SR-BKU-SET-NO-ED    DELIMITED BY SIZE
004690            "   OPERATOR "      DELIMITED BY SIZE
004700            SR-BKU-OPERATOR-ID  DELIMITED BY SIZE
004710            "   SETS KEPT:"     DELIMITED BY SIZE
004720            SR-BKU-COUNT-ED     DELIMITED BY SIZE
004730         INTO SR-PRINT-LINE.
004740     WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE.
004750     MOVE SPACES TO SR-BKPRPT-RECORD.
004760     WRITE SR-BKPRPT-RECORD.
004770     WRITE SR-BKPRPT-RECORD FROM SR-BKU-HEAD-LINE.
004780
004790     SET SR-BKU-SET-IS-GOOD TO TRUE.
004800     MOVE ZERO TO SR-BKU-FILES-DONE.
004810     COMPUTE SR-BKU-SET-FIRST = SR-BKU-CAT-COUNT + 1.
004820     PERFORM 2100-BACKUP-ONE-FILE THRU 2100-EXIT
004830         VARYING SR-BKU-BASE-SUB FROM 1 BY 1
004840             UNTIL SR-BKU-BASE-SUB > 22.
004850
004860*    THE SET STATUS GOES ON THE CATALOG ONLY NOW, WITH EVERY
004870*    COPY IN THE SET READ BACK AND CHECKED.
004880     PERFORM 2400-MARK-ONE-ENTRY THRU 2400-EXIT
004890         VARYING SR-BKU-CAT-SUB FROM SR-BKU-SET-FIRST BY 1
004900             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
004910
004920     MOVE SPACES TO SR-BKPRPT-RECORD.
004930     WRITE SR-BKPRPT-RECORD.
004940     MOVE SR-BKU-FILES-DONE TO SR-BKU-COUNT-ED.
004950     MOVE SPACES TO SR-PRINT-LINE.
004960     IF SR-BKU-SET-IS-GOOD
004970         STRING "BACKUP SET "       DELIMITED BY SIZE
004980                SR-BKU-SET-NO-ED    DELIMITED BY SIZE
004990                " VERIFIED GOOD - FILES COPIED:" DELIMITED BY SIZE
005000                SR-BKU-COUNT-ED     DELIMITED BY SIZE
005010             INTO SR-PRINT-LINE
005020         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
005030         DISPLAY "SQRBKUP: BACKUP SET " SR-BKU-SET-NO-ED
005040             " VERIFIED GOOD"
005050         PERFORM 2500-PURGE-OLD-SETS THRU 2500-EXIT
005060     ELSE
005070         STRING "*** BACKUP SET "   DELIMITED BY SIZE
005080                SR-BKU-SET-NO-ED    DELIMITED BY SIZE
005090                " DID NOT VERIFY - NOT MARKED GOOD"
005100                                    DELIMITED BY SIZE
005110             INTO SR-PRINT-LINE
005120         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
005130         MOVE 8 TO SR-BKU-RC
005140         DISPLAY "SQRBKUP: *** BACKUP SET " SR-BKU-SET-NO-ED
005150             " DID NOT VERIFY - SEE SRBKPRPT"
005160     END-IF.
005170
005180     PERFORM 2800-REWRITE-CATALOG THRU 2800-EXIT.
005190 2000-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*  2100-BACKUP-ONE-FILE - COPY AND VERIFY ONE FILE, ADD ITS    *
005240*  ENTRY TO THE CATALOG TABLE AND PRINT IT.  A FULL TABLE      *
005250*  LEAVES THE FILE UNCATALOGED, SO THE SET CANNOT BE GOOD.     *
005260*****************************************************************
005270 2100-BACKUP-ONE-FILE.
005280     MOVE SR-BKU-BASE-NAME (SR-BKU-BASE-SUB) TO SR-BKU-CUR-BASE.
005290     MOVE SPACES TO SR-BKU-CUR-COPY.
005300     STRING SR-BKU-CUR-BASE     DELIMITED BY SPACE
005310            ".B"                DELIMITED BY SIZE
005320            SR-BKU-SET-NO-ED    DELIMITED BY SIZE
005330         INTO SR-BKU-CUR-COPY.
005340
005350     PERFORM 2150-COPY-AND-VERIFY THRU 2150-EXIT.
005360     IF SR-BKU-CUR-FSTAT = "X"
005370         SET SR-BKU-SET-IS-BAD TO TRUE
005380     END-IF.
005390     IF SR-BKU-CUR-FSTAT = "V"
005400         ADD 1 TO SR-BKU-FILES-DONE
005410     END-IF.
005420
005430     IF SR-BKU-CAT-COUNT < 900
005440         ADD 1 TO SR-BKU-CAT-COUNT
005450         MOVE SR-BKU-SET-NO
005460             TO SR-BKU-T-SET-NO (SR-BKU-CAT-COUNT)
005470         MOVE SR-BKU-RUN-DATE
005480             TO SR-BKU-T-DATE (SR-BKU-CAT-COUNT)
005490         MOVE SR-BKU-TIME-FLD
005500             TO SR-BKU-T-TIME (SR-BKU-CAT-COUNT)
005510         MOVE SR-BKU-OPERATOR-ID
005520             TO SR-BKU-T-OPERATOR-ID (SR-BKU-CAT-COUNT)
005530         MOVE SPACE
005540             TO SR-BKU-T-SET-STATUS (SR-BKU-CAT-COUNT)
005550         MOVE SR-BKU-CUR-BASE
005560             TO SR-BKU-T-BASE (SR-BKU-CAT-COUNT)
005570         MOVE SR-BKU-CUR-COPY
005580             TO SR-BKU-T-FILE-NAME (SR-BKU-CAT-COUNT)
005590         MOVE SR-BKU-CUR-FSTAT
005600             TO SR-BKU-T-FILE-STATUS (SR-BKU-CAT-COUNT)
005610         MOVE SR-BKU-CUR-COUNT
005620             TO SR-BKU-T-COUNT (SR-BKU-CAT-COUNT)
005630         MOVE SR-BKU-CUR-HASH
005640             TO SR-BKU-T-HASH (SR-BKU-CAT-COUNT)
005650     ELSE
005660         SET SR-BKU-SET-IS-BAD TO TRUE
005670         MOVE "*** CATALOG TABLE FULL" TO SR-BKU-CUR-RESULT
005680         DISPLAY "SQRBKUP: CATALOG TABLE FULL - " SR-BKU-CUR-COPY
005690             " NOT CATALOGED"
005700     END-IF.
005710
005720     MOVE SR-BKU-CUR-BASE   TO SR-BKU-FL-BASE.
005730     MOVE SR-BKU-CUR-COPY   TO SR-BKU-FL-COPY.
005740     MOVE SR-BKU-CUR-COUNT  TO SR-BKU-FL-COUNT.
005750     MOVE SR-BKU-CUR-HASH   TO SR-BKU-FL-HASH.
005760     MOVE SR-BKU-CUR-RESULT TO SR-BKU-FL-RESULT.
005770     WRITE SR-BKPRPT-RECORD FROM SR-BKU-FILE-LINE.
005780 2100-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820*  2150-COPY-AND-VERIFY - COPY THE LIVE FILE TO THE SET,       *
005830*  COUNTING AND HASHING AS IT GOES, THEN READ THE COPY BACK    *
005840*  AND PROVE IT AGAINST THE ORIGINAL'S FIGURES.  A FILE NOT    *
005850*  ON FILE IS CATALOGED AS ABSENT, WHICH IS NOT A FAILURE -    *
005860*  SEVERAL OF THESE FILES ONLY EXIST ONCE THEY ARE USED.       *
005870*****************************************************************
005880 2150-COPY-AND-VERIFY.
005890     MOVE ZERO TO SR-BKU-CUR-COUNT.
005900     MOVE ZERO TO SR-BKU-CUR-HASH.
005910     MOVE SR-BKU-CUR-BASE TO SR-COPY-IN-NAME.
005920     MOVE SR-BKU-CUR-COPY TO SR-COPY-OUT-NAME.
005930     PERFORM 7000-COPY-FILE THRU 7000-EXIT.
005940
005950     IF SR-BKU-CPY-ABSENT
005960         MOVE "A" TO SR-BKU-CUR-FSTAT
005970         MOVE "NOT ON FILE - NO COPY" TO SR-BKU-CUR-RESULT
005980         GO TO 2150-EXIT
005990     END-IF.
006000     IF SR-BKU-CPY-OPEN-STATUS NOT = "00"
006010         MOVE "X" TO SR-BKU-CUR-FSTAT
006020         MOVE SPACES TO SR-BKU-CUR-RESULT
006030         STRING "*** OPEN FAILED, STATUS " DELIMITED BY SIZE
006040                SR-BKU-CPY-OPEN-STATUS     DELIMITED BY SIZE
006050             INTO SR-BKU-CUR-RESULT
006060         GO TO 2150-EXIT
006070     END-IF.
006080     MOVE SR-BKU-CPY-COUNT TO SR-BKU-CUR-COUNT.
006090     MOVE SR-BKU-CPY-HASH  TO SR-BKU-CUR-HASH.
006100
006110     MOVE SR-BKU-CUR-COPY TO SR-COPY-IN-NAME.
006120     PERFORM 7500-TALLY-FILE THRU 7500-EXIT.
006130     IF SR-BKU-TLY-ABSENT
006140             OR SR-BKU-TLY-COUNT NOT = SR-BKU-CUR-COUNT
006150             OR SR-BKU-TLY-HASH NOT = SR-BKU-CUR-HASH
006160         MOVE "X" TO SR-BKU-CUR-FSTAT
006170         MOVE "*** COPY DOES NOT AGREE" TO SR-BKU-CUR-RESULT
006180         GO TO 2150-EXIT
006190     END-IF.
006200     MOVE "V" TO SR-BKU-CUR-FSTAT.
006210     MOVE "VERIFIED" TO SR-BKU-CUR-RESULT.
006220 2150-EXIT.
006230     EXIT.
006240
006250 2400-MARK-ONE-ENTRY.
006260     IF SR-BKU-SET-IS-GOOD
006270         MOVE "G" TO SR-BKU-T-SET-STATUS (SR-BKU-CAT-SUB)
006280     ELSE
006290         MOVE "F" TO SR-BKU-T-SET-STATUS (SR-BKU-CAT-SUB)
006300     END-IF.
006310 2400-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*  2500-PURGE-OLD-SETS - WHILE MORE SETS ARE ON THE CATALOG    *
006360*  THAN ARE KEPT, DELETE THE COPIES OF THE OLDEST SET AND DROP *
006370*  ITS CATALOG ENTRIES.  THE NEW SET IS GOOD BY NOW, SO THE    *
006380*  LATEST GOOD SET IS NEVER THE ONE PURGED.                    *
006390*****************************************************************
006400 2500-PURGE-OLD-SETS.
006410     MOVE ZERO TO SR-BKU-SETS-PURGED.
006420     PERFORM 2550-COUNT-DISTINCT-SETS THRU 2550-EXIT.
006430     PERFORM 2600-DROP-OLDEST-SET THRU 2600-EXIT
006440         UNTIL SR-BKU-DISTINCT-SETS NOT > SR-BKU-SETS-KEPT.
006450     MOVE SR-BKU-SETS-PURGED TO SR-BKU-COUNT-ED.
006460     MOVE SPACES TO SR-PRINT-LINE.
006470     STRING "OLDER SETS PURGED:           " DELIMITED BY SIZE
006480            SR-BKU-COUNT-ED                 DELIMITED BY SIZE
006490         INTO SR-PRINT-LINE.
006500     WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE.
006510 2500-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*  2550-COUNT-DISTINCT-SETS - THE CATALOG IS IN ASCENDING SET  *
006560*  ORDER, SO SETS ARE COUNTED BY COUNTING CHANGES OF NUMBER.   *
006570*****************************************************************
006580 2550-COUNT-DISTINCT-SETS.
006590     MOVE ZERO TO SR-BKU-DISTINCT-SETS.
006600     MOVE ZERO TO SR-BKU-LAST-SET-SEEN.
006610     PERFORM 2560-COUNT-ONE-ENTRY THRU 2560-EXIT
006620         VARYING SR-BKU-CAT-SUB FROM 1 BY 1
006630             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
006640 2550-EXIT.
006650     EXIT.
006660
006670 2560-COUNT-ONE-ENTRY.
006680     IF SR-BKU-T-SET-NO (SR-BKU-CAT-SUB)
006690             NOT = SR-BKU-LAST-SET-SEEN
006700         ADD 1 TO SR-BKU-DISTINCT-SETS
006710         MOVE SR-BKU-T-SET-NO (SR-BKU-CAT-SUB)
006720             TO SR-BKU-LAST-SET-SEEN
006730     END-IF.
006740 2560-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*  2600-DROP-OLDEST-SET - DELETE THE COPIES OF THE OLDEST      *
006790*  (FIRST) SET ON THE CATALOG AND SHIFT THE REMAINING ENTRIES  *
006800*  UP OVER THEM.                                               *
006810*****************************************************************
006820 2600-DROP-OLDEST-SET.
006830     MOVE SR-BKU-T-SET-NO (1) TO SR-BKU-OLDEST-SET.
006840     MOVE SR-BKU-OLDEST-SET TO SR-BKU-SET-NO-ED.
006850     MOVE SPACES TO SR-PRINT-LINE.
006860     STRING "  PURGED SET "     DELIMITED BY SIZE
006870            SR-BKU-SET-NO-ED    DELIMITED BY SIZE
006880            " TAKEN "           DELIMITED BY SIZE
006890            SR-BKU-T-DATE (1)   DELIMITED BY SIZE
006900            " "                 DELIMITED BY SIZE
006910            SR-BKU-T-TIME (1)   DELIMITED BY SIZE
006920         INTO SR-PRINT-LINE.
006930     WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE.
006940
006950     MOVE ZERO TO SR-BKU-SHIFT-SUB.
006960     PERFORM 2650-DROP-ONE-ENTRY THRU 2650-EXIT
006970         VARYING SR-BKU-CAT-SUB FROM 1 BY 1
006980             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
006990     MOVE SR-BKU-SHIFT-SUB TO SR-BKU-CAT-COUNT.
007000     SUBTRACT 1 FROM SR-BKU-DISTINCT-SETS.
007010     ADD 1 TO SR-BKU-SETS-PURGED.
007020 2600-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060*  2650-DROP-ONE-ENTRY - DELETE THE COPY OF AN ENTRY IN THE    *
007070*  SET BEING PURGED (AN ABSENT FILE HAS NO COPY); KEEP, AND    *
007080*  SHIFT UP, EVERY OTHER ENTRY.                                *
007090*****************************************************************
007100 2650-DROP-ONE-ENTRY.
007110     IF SR-BKU-T-SET-NO (SR-BKU-CAT-SUB) = SR-BKU-OLDEST-SET
007120         IF NOT SR-BKU-T-FILE-ABSENT (SR-BKU-CAT-SUB)
007130             CALL "CBL_DELETE_FILE"
007140                 USING SR-BKU-T-FILE-NAME (SR-BKU-CAT-SUB)
007150         END-IF
007160     ELSE
007170         ADD 1 TO SR-BKU-SHIFT-SUB
007180         MOVE SR-BKU-CAT-ENTRY (SR-BKU-CAT-SUB)
007190             TO SR-BKU-CAT-ENTRY (SR-BKU-SHIFT-SUB)
007200     END-IF.
007210 2650-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*  2800-REWRITE-CATALOG - WRITE SRBKPCAT BACK OUT FROM THE     *
007260*  TABLE.                                                      *
007270*****************************************************************
007280 2800-REWRITE-CATALOG.
007290     OPEN OUTPUT SR-BKPCAT-FILE.
007300     PERFORM 2850-WRITE-ONE-CATALOG-ENTRY THRU 2850-EXIT
007310         VARYING SR-BKU-CAT-SUB FROM 1 BY 1
007320             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
007330     CLOSE SR-BKPCAT-FILE.
007340 2800-EXIT.
007350     EXIT.
007360
007370 2850-WRITE-ONE-CATALOG-ENTRY.
007380     MOVE SR-BKU-CAT-ENTRY (SR-BKU-CAT-SUB)
007390         TO SR-BACKUP-CATALOG-RECORD.
007400     WRITE SR-BACKUP-CATALOG-RECORD.
007410 2850-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450*  3000-RESTORE-SET - TAKE THE SET (BLANK FOR THE LATEST GOOD  *
007460*  ONE) AND, OPTIONALLY, THE ONE FILE WANTED FROM THE          *
007470*  CONSOLE, CHECK THEM AGAINST THE CATALOG AND RESTORE.        *
007480*  REFUSED WITH RETURN CODE 8 WHILE A RUN IS ACTIVE, FOR A     *
007490*  SET NOT ON THE CATALOG OR NOT MARKED GOOD, OR FOR A FILE    *
007500*  NOT IN THE SET.                                             *
007510*****************************************************************
007520 3000-RESTORE-SET.
007530     IF SR-BKU-ACTIVE-RUNS > ZERO
007540         MOVE SR-BKU-ACTIVE-RUNS TO SR-BKU-COUNT-ED
007550         MOVE SPACES TO SR-PRINT-LINE
007560         STRING "RESTORE REFUSED - RUNS ACTIVE ON SRRUNREG:"
007570                                DELIMITED BY SIZE
007580                SR-BKU-COUNT-ED DELIMITED BY SIZE
007590             INTO SR-PRINT-LINE
007600         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
007610         DISPLAY "SQRBKUP: RESTORE REFUSED - A RUN IS ACTIVE"
007620         MOVE 8 TO SR-BKU-RC
007630         GO TO 3000-EXIT
007640     END-IF.
007650
007660     DISPLAY "ENTER SET NUMBER (BLANK = LATEST GOOD SET): ".
007670     MOVE SPACES TO SR-BKU-SET-REPLY.
007680     ACCEPT SR-BKU-SET-REPLY.
007690     DISPLAY "ENTER FILE TO RESTORE (BLANK = WHOLE SET): ".
007700     MOVE SPACES TO SR-BKU-FILE-REPLY.
007710     ACCEPT SR-BKU-FILE-REPLY.
007720     MOVE FUNCTION UPPER-CASE (SR-BKU-FILE-REPLY)
007730         TO SR-BKU-FILE-REPLY.
007740
007750     MOVE ZERO TO SR-BKU-SET-NO.
007760     IF SR-BKU-SET-REPLY = SPACES
007770         PERFORM 3050-FIND-LATEST-GOOD THRU 3050-EXIT
007780             VARYING SR-BKU-CAT-SUB FROM 1 BY 1
007790                 UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT
007800         IF SR-BKU-SET-NO = ZERO
007810             MOVE SPACES TO SR-PRINT-LINE
007820             STRING "NO GOOD BACKUP SET ON THE CATALOG - "
007830                                            DELIMITED BY SIZE
007840                    "NOTHING RESTORED"      DELIMITED BY SIZE
007850                 INTO SR-PRINT-LINE
007860             WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
007870             DISPLAY "SQRBKUP: NO GOOD BACKUP SET ON THE CATALOG"
007880             MOVE 8 TO SR-BKU-RC
007890             GO TO 3000-EXIT
007900         END-IF
007910     ELSE
007920         MOVE FUNCTION TEST-NUMVAL (SR-BKU-SET-REPLY)
007930           TO SR-BKU-NUMVAL-CHECK
007940         IF SR-BKU-NUMVAL-CHECK NOT = ZERO
007950             MOVE SPACES TO SR-PRINT-LINE
007960             STRING "SET NUMBER NOT VALID: "  DELIMITED BY SIZE
007970                    SR-BKU-SET-REPLY          DELIMITED BY SIZE
007980                    " - NOTHING RESTORED"     DELIMITED BY SIZE
007990                 INTO SR-PRINT-LINE
008000             WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
008010             DISPLAY "SQRBKUP: SET NUMBER NOT VALID"
008020             MOVE 8 TO SR-BKU-RC
008030             GO TO 3000-EXIT
008040         END-IF
008050         COMPUTE SR-BKU-SET-NUMBER =
008060             FUNCTION NUMVAL (SR-BKU-SET-REPLY)
008070         IF SR-BKU-SET-NUMBER > 9999
008080             MOVE 9999 TO SR-BKU-SET-NUMBER
008090         END-IF
008100         MOVE SR-BKU-SET-NUMBER TO SR-BKU-SET-NO
008110     END-IF.
008120     MOVE SR-BKU-SET-NO TO SR-BKU-SET-NO-ED.
008130
008140     MOVE ZERO TO SR-BKU-SET-ENTRIES.
008150     MOVE SPACE TO SR-BKU-FOUND-SET-STATUS.
008160     MOVE "N" TO SR-BKU-FILE-FOUND-SWITCH.
008170     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
008180         VARYING SR-BKU-CAT-SUB FROM 1 BY 1
008190             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
008200
008210     MOVE SPACES TO SR-PRINT-LINE.
008220     EVALUATE TRUE
008230         WHEN SR-BKU-SET-ENTRIES = ZERO
008240             STRING "SET "             DELIMITED BY SIZE
008250                    SR-BKU-SET-NO-ED   DELIMITED BY SIZE
008260                    " IS NOT ON THE CATALOG - NOTHING RESTORED"
008270                                       DELIMITED BY SIZE
008280                 INTO SR-PRINT-LINE
008290         WHEN SR-BKU-FOUND-SET-STATUS NOT = "G"
008300             STRING "SET "             DELIMITED BY SIZE
008310                    SR-BKU-SET-NO-ED   DELIMITED BY SIZE
008320                    " DID NOT VERIFY WHEN TAKEN - "
008330                                       DELIMITED BY SIZE
008340                    "NOTHING RESTORED" DELIMITED BY SIZE
008350                 INTO SR-PRINT-LINE
008360         WHEN SR-BKU-FILE-REPLY NOT = SPACES
008370                 AND NOT SR-BKU-FILE-FOUND
008380             STRING "FILE "            DELIMITED BY SIZE
008390                    SR-BKU-FILE-REPLY  DELIMITED BY SPACE
008400                    " IS NOT IN SET "  DELIMITED BY SIZE
008410                    SR-BKU-SET-NO-ED   DELIMITED BY SIZE
008420                    " - NOTHING RESTORED" DELIMITED BY SIZE
008430                 INTO SR-PRINT-LINE
008440     END-EVALUATE.
008450     IF SR-PRINT-LINE NOT = SPACES
008460         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
008470         DISPLAY "SQRBKUP: " SR-PRINT-LINE
008480         MOVE 8 TO SR-BKU-RC
008490         GO TO 3000-EXIT
008500     END-IF.
008510
008520     MOVE SPACES TO SR-PRINT-LINE.
008530     STRING "RESTORING SET "    DELIMITED BY SIZE
008540            SR-BKU-SET-NO-ED    DELIMITED BY SIZE
008550            " TAKEN "           DELIMITED BY SIZE
008560            SR-BKU-FOUND-DATE   DELIMITED BY SIZE
008570            " "                 DELIMITED BY SIZE
008580            SR-BKU-FOUND-TIME   DELIMITED BY SIZE
008590         INTO SR-PRINT-LINE.
008600     WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE.
008610     MOVE SPACES TO SR-BKPRPT-RECORD.
008620     WRITE SR-BKPRPT-RECORD.
008630     WRITE SR-BKPRPT-RECORD FROM SR-BKU-HEAD-LINE.
008640
008650     MOVE ZERO TO SR-BKU-FILES-DONE.
008660     MOVE ZERO TO SR-BKU-FILES-FAILED.
008670     PERFORM 3200-RESTORE-ONE-FILE THRU 3200-EXIT
008680         VARYING SR-BKU-CAT-SUB FROM 1 BY 1
008690             UNTIL SR-BKU-CAT-SUB > SR-BKU-CAT-COUNT.
008700
008710     MOVE SPACES TO SR-BKPRPT-RECORD.
008720     WRITE SR-BKPRPT-RECORD.
008730     MOVE SR-BKU-FILES-DONE TO SR-BKU-COUNT-ED.
008740     MOVE SPACES TO SR-PRINT-LINE.
008750     STRING "FILES RESTORED AND VERIFIED: " DELIMITED BY SIZE
008760            SR-BKU-COUNT-ED                 DELIMITED BY SIZE
008770         INTO SR-PRINT-LINE.
008780     WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE.
008790     IF SR-BKU-FILES-FAILED > ZERO
008800         MOVE SR-BKU-FILES-FAILED TO SR-BKU-COUNT-ED
008810         MOVE SPACES TO SR-PRINT-LINE
008820         STRING "FILES THAT DID NOT RESTORE:  " DELIMITED BY SIZE
008830                SR-BKU-COUNT-ED                 DELIMITED BY SIZE
008840             INTO SR-PRINT-LINE
008850         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
008860         MOVE "*** RESTORE DID NOT VERIFY CLEAN"
008870             TO SR-BKPRPT-RECORD
008880         WRITE SR-BKPRPT-RECORD
008890         MOVE 8 TO SR-BKU-RC
008900         DISPLAY "SQRBKUP: *** RESTORE DID NOT VERIFY CLEAN"
008910     ELSE
008920         MOVE SPACES TO SR-PRINT-LINE
008930         STRING "RESTORE VERIFIED CLEAN - FILES AGREE WITH "
008940                                    DELIMITED BY SIZE
008950                "THE CATALOG"       DELIMITED BY SIZE
008960             INTO SR-PRINT-LINE
008970         WRITE SR-BKPRPT-RECORD FROM SR-PRINT-LINE
008980         DISPLAY "SQRBKUP: RESTORE OF SET " SR-BKU-SET-NO-ED
008990             " VERIFIED CLEAN"
009000     END-IF.
009010 3000-EXIT.
009020     EXIT.
009030
009040 3050-FIND-LATEST-GOOD.
009050     IF SR-BKU-T-SET-GOOD (SR-BKU-CAT-SUB)
009060         MOVE SR-BKU-T-SET-NO (SR-BKU-CAT-SUB) TO SR-BKU-SET-NO
009070     END-IF.
009080 3050-EXIT.
009090     EXIT.
009100
009110*****************************************************************
009120*  3100-CHECK-ONE-ENTRY - NOTE WHETHER THE SET ASKED FOR IS    *
009130*  ON THE CATALOG, ITS STATUS AND WHEN IT WAS TAKEN, AND       *
009140*  WHETHER THE FILE ASKED FOR IS IN IT.                        *
009150*****************************************************************
009160 3100-CHECK-ONE-ENTRY.
009170     IF SR-BKU-T-SET-NO (SR-BKU-CAT-SUB) NOT = SR-BKU-SET-NO
009180         GO TO 3100-EXIT
009190     END-IF.
009200     ADD 1 TO SR-BKU-SET-ENTRIES.
009210     MOVE SR-BKU-T-SET-STATUS (SR-BKU-CAT-SUB)
009220         TO SR-BKU-FOUND-SET-STATUS.
009230     MOVE SR-BKU-T-DATE (SR-BKU-CAT-SUB) TO SR-BKU-FOUND-DATE.
009240     MOVE SR-BKU-T-TIME (SR-BKU-CAT-SUB) TO SR-BKU-FOUND-TIME.
009250     IF SR-BKU-T-BASE (SR-BKU-CAT-SUB) = SR-BKU-FILE-REPLY
009260         SET SR-BKU-FILE-FOUND TO TRUE
009270     END-IF.
009280 3100-EXIT.
009290     EXIT.
009300
009310*****************************************************************
009320*  3200-RESTORE-ONE-FILE - ONE CATALOG ENTRY OF THE SET (OR    *
009330*  THE ONE FILE ASKED FOR) RESTORED AND PRINTED                *
009340*****************************************************************
009350 3200-RESTORE-ONE-FILE.
009360     IF SR-BKU-T-SET-NO (SR-BKU-CAT-SUB) NOT = SR-BKU-SET-NO
009370         GO TO 3200-EXIT
009380     END-IF.
009390     IF SR-BKU-FILE-REPLY NOT = SPACES
009400             AND SR-BKU-T-BASE (SR-BKU-CAT-SUB)
009410                 NOT = SR-BKU-FILE-REPLY
009420         GO TO 3200-EXIT
009430     END-IF.
009440
009450     PERFORM 3300-RESTORE-AND-VERIFY THRU 3300-EXIT.
009460
009470     MOVE SR-BKU-T-BASE (SR-BKU-CAT-SUB)      TO SR-BKU-FL-BASE.
009480     MOVE SR-BKU-T-FILE-NAME (SR-BKU-CAT-SUB) TO SR-BKU-FL-COPY.
009490     MOVE SR-BKU-T-COUNT (SR-BKU-CAT-SUB)     TO SR-BKU-FL-COUNT.
009500     MOVE SR-BKU-T-HASH (SR-BKU-CAT-SUB)      TO SR-BKU-FL-HASH.
009510     MOVE SR-BKU-CUR-RESULT                   TO SR-BKU-FL-RESULT.
009520     WRITE SR-BKPRPT-RECORD FROM SR-BKU-FILE-LINE.
009530 3200-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570*  3300-RESTORE-AND-VERIFY - PROVE THE BACKUP COPY STILL       *
009580*  MATCHES ITS CATALOG ENTRY, SAVE THE LIVE FILE AS            *
009590*  <FILE>.PRERST, COPY THE BACKUP OVER THE LIVE FILE AND       *
009600*  PROVE THE RESULT AGAINST THE CATALOG.  A FILE THAT WAS NOT  *
009610*  ON FILE WHEN THE SET WAS TAKEN IS LEFT AS IT IS.            *
009620*****************************************************************
009630 3300-RESTORE-AND-VERIFY.
009640     IF SR-BKU-T-FILE-ABSENT (SR-BKU-CAT-SUB)
009650         MOVE "NOT ON FILE WHEN TAKEN" TO SR-BKU-CUR-RESULT
009660         GO TO 3300-EXIT
009670     END-IF.
009680
009690     MOVE SR-BKU-T-FILE-NAME (SR-BKU-CAT-SUB) TO SR-COPY-IN-NAME.
009700     PERFORM 7500-TALLY-FILE THRU 7500-EXIT.
009710     IF SR-BKU-TLY-ABSENT
009720         MOVE "*** BACKUP COPY MISSING" TO SR-BKU-CUR-RESULT
009730         ADD 1 TO SR-BKU-FILES-FAILED
009740         GO TO 3300-EXIT
009750     END-IF.
009760     IF SR-BKU-TLY-COUNT
009770             NOT = SR-BKU-T-COUNT (SR-BKU-CAT-SUB)
009780             OR SR-BKU-TLY-HASH
009790                 NOT = SR-BKU-T-HASH (SR-BKU-CAT-SUB)
009800         MOVE "*** COPY NOT AS CATALOGED" TO SR-BKU-CUR-RESULT
009810         ADD 1 TO SR-BKU-FILES-FAILED
009820         GO TO 3300-EXIT
009830     END-IF.
009840
009850     MOVE SR-BKU-T-BASE (SR-BKU-CAT-SUB) TO SR-COPY-IN-NAME.
009860     MOVE SPACES TO SR-COPY-OUT-NAME.
009870     STRING SR-BKU-T-BASE (SR-BKU-CAT-SUB) DELIMITED BY SPACE
009880            ".PRERST"                      DELIMITED BY SIZE
009890         INTO SR-COPY-OUT-NAME.
009900     PERFORM 7000-COPY-FILE THRU 7000-EXIT.
009910     IF NOT SR-BKU-CPY-ABSENT
009920             AND SR-BKU-CPY-OPEN-STATUS NOT = "00"
009930         MOVE "*** LIVE FILE NOT SAVED" TO SR-BKU-CUR-RESULT
009940         ADD 1 TO SR-BKU-FILES-FAILED
009950         GO TO 3300-EXIT
009960     END-IF.
009970
009980     MOVE SR-BKU-T-FILE-NAME (SR-BKU-CAT-SUB) TO SR-COPY-IN-NAME.
009990     MOVE SR-BKU-T-BASE (SR-BKU-CAT-SUB) TO SR-COPY-OUT-NAME.
010000     PERFORM 7000-COPY-FILE THRU 7000-EXIT.
010010     IF SR-BKU-CPY-ABSENT
010020             OR SR-BKU-CPY-OPEN-STATUS NOT = "00"
010030         MOVE SPACES TO SR-BKU-CUR-RESULT
010040         STRING "*** COPY FAILED, STATUS " DELIMITED BY SIZE
010050                SR-BKU-CPY-OPEN-STATUS     DELIMITED BY SIZE
010060             INTO SR-BKU-CUR-RESULT
010070         ADD 1 TO SR-BKU-FILES-FAILED
010080         GO TO 3300-EXIT
010090     END-IF.
010100
010110     MOVE SR-BKU-T-BASE (SR-BKU-CAT-SUB) TO SR-COPY-IN-NAME.
010120     PERFORM 7500-TALLY-FILE THRU 7500-EXIT.
010130     IF SR-BKU-TLY-ABSENT
010140             OR SR-BKU-TLY-COUNT
010150                 NOT = SR-BKU-T-COUNT (SR-BKU-CAT-SUB)
010160             OR SR-BKU-TLY-HASH
010170                 NOT = SR-BKU-T-HASH (SR-BKU-CAT-SUB)
010180         MOVE "*** RESTORE DID NOT VERIFY" TO SR-BKU-CUR-RESULT
010190         ADD 1 TO SR-BKU-FILES-FAILED
010200         GO TO 3300-EXIT
010210     END-IF.
010220     MOVE "RESTORED AND VERIFIED" TO SR-BKU-CUR-RESULT.
010230     ADD 1 TO SR-BKU-FILES-DONE.
010240 3300-EXIT.
010250     EXIT.
010260
010270*****************************************************************
010280*  6000-HASH-ONE-RECORD - HASH OF THE RECORD IN                *
010290*  SR-BKU-HASH-AREA: EACH CHARACTER'S CODE TIMES ITS           *
010300*  POSITION, UP TO THE LAST NON-BLANK CHARACTER.  WEIGHTING BY *
010310*  POSITION CATCHES CHARACTERS THAT HAVE CHANGED PLACES AS     *
010320*  WELL AS CHARACTERS THAT HAVE CHANGED.                       *
010330*****************************************************************
010340 6000-HASH-ONE-RECORD.
010350     MOVE ZERO TO SR-BKU-REC-HASH.
010360     MOVE ZERO TO SR-BKU-TRAIL-SPACES.
010370     INSPECT FUNCTION REVERSE (SR-BKU-HASH-AREA)
010380         TALLYING SR-BKU-TRAIL-SPACES FOR LEADING SPACES.
010390     SUBTRACT SR-BKU-TRAIL-SPACES FROM 512
010400         GIVING SR-BKU-HASH-LENGTH.
010410     PERFORM 6100-HASH-ONE-BYTE THRU 6100-EXIT
010420         VARYING SR-BKU-BYTE-SUB FROM 1 BY 1
010430             UNTIL SR-BKU-BYTE-SUB > SR-BKU-HASH-LENGTH.
010440 6000-EXIT.
010450     EXIT.
010460
010470 6100-HASH-ONE-BYTE.
010480     COMPUTE SR-BKU-REC-HASH = SR-BKU-REC-HASH
010490         + FUNCTION ORD (SR-BKU-HASH-BYTE (SR-BKU-BYTE-SUB))
010500             * SR-BKU-BYTE-SUB.
010510 6100-EXIT.
010520     EXIT.
010530
010540*****************************************************************
010550*  7000-COPY-FILE - COPY SR-COPY-IN-NAME TO SR-COPY-OUT-NAME   *
010560*  RECORD FOR RECORD, COUNTING AND HASHING THE RECORDS         *
010570*  COPIED.  AN INPUT NOT ON FILE COPIES NOTHING AND SETS       *
010580*  SR-BKU-CPY-ABSENT; ANY OTHER OPEN FAILURE IS LEFT IN        *
010590*  SR-BKU-CPY-OPEN-STATUS.                                     *
010600*****************************************************************
010610 7000-COPY-FILE.
010620     MOVE "N" TO SR-BKU-CPY-ABSENT-SWITCH.
010630     MOVE "00" TO SR-BKU-CPY-OPEN-STATUS.
010640     MOVE ZERO TO SR-BKU-CPY-COUNT.
010650     MOVE ZERO TO SR-BKU-CPY-HASH.
010660
010670     OPEN INPUT SR-COPY-IN-FILE.
010680     IF SR-COPY-IN-STATUS = "05"
010690         CLOSE SR-COPY-IN-FILE
010700         SET SR-BKU-CPY-ABSENT TO TRUE
010710         GO TO 7000-EXIT
010720     END-IF.
010730     IF SR-COPY-IN-STATUS NOT = "00"
010740         MOVE SR-COPY-IN-STATUS TO SR-BKU-CPY-OPEN-STATUS
010750         GO TO 7000-EXIT
010760     END-IF.
010770     OPEN OUTPUT SR-COPY-OUT-FILE.
010780     IF SR-COPY-OUT-STATUS NOT = "00"
010790         MOVE SR-COPY-OUT-STATUS TO SR-BKU-CPY-OPEN-STATUS
010800         CLOSE SR-COPY-IN-FILE
010810         GO TO 7000-EXIT
010820     END-IF.
010830
010840     MOVE "N" TO SR-EOF-SWITCH.
010850     PERFORM 7100-COPY-ONE-RECORD THRU 7100-EXIT
010860         UNTIL SR-END-OF-FILE.
010870     CLOSE SR-COPY-IN-FILE.
010880     CLOSE SR-COPY-OUT-FILE.
010890 7000-EXIT.
010900     EXIT.
010910
010920 7100-COPY-ONE-RECORD.
010930     READ SR-COPY-IN-FILE
010940         AT END
010950             SET SR-END-OF-FILE TO TRUE
010960             GO TO 7100-EXIT
010970     END-READ.
010980     MOVE SR-COPY-IN-RECORD TO SR-COPY-OUT-RECORD.
010990     WRITE SR-COPY-OUT-RECORD.
011000     ADD 1 TO SR-BKU-CPY-COUNT.
011010     MOVE SR-COPY-IN-RECORD TO SR-BKU-HASH-AREA.
011020     PERFORM 6000-HASH-ONE-RECORD THRU 6000-EXIT.
011030     ADD SR-BKU-CPY-HASH SR-BKU-REC-HASH GIVING SR-BKU-HASH-WORK.
011040     MOVE SR-BKU-HASH-WORK TO SR-BKU-CPY-HASH.
011050 7100-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090*  7500-TALLY-FILE - COUNT AND HASH EVERY RECORD OF            *
011100*  SR-COPY-IN-NAME WITHOUT COPYING IT.  A FILE NOT ON FILE     *
011110*  (OR THAT WILL NOT OPEN) SETS SR-BKU-TLY-ABSENT.             *
011120*****************************************************************
011130 7500-TALLY-FILE.
011140     MOVE "N" TO SR-BKU-TLY-ABSENT-SWITCH.
011150     MOVE ZERO TO SR-BKU-TLY-COUNT.
011160     MOVE ZERO TO SR-BKU-TLY-HASH.
011170
011180     OPEN INPUT SR-COPY-IN-FILE.
011190     IF SR-COPY-IN-STATUS = "05"
011200         CLOSE SR-COPY-IN-FILE
011210         SET SR-BKU-TLY-ABSENT TO TRUE
011220         GO TO 7500-EXIT
011230     END-IF.
011240     IF SR-COPY-IN-STATUS NOT = "00"
011250         SET SR-BKU-TLY-ABSENT TO TRUE
011260         GO TO 7500-EXIT
011270     END-IF.
011280
011290     MOVE "N" TO SR-EOF-SWITCH.
011300     PERFORM 7600-TALLY-ONE-RECORD THRU 7600-EXIT
011310         UNTIL SR-END-OF-FILE.
011320     CLOSE SR-COPY-IN-FILE.
011330 7500-EXIT.
011340     EXIT.
011350
011360 7600-TALLY-ONE-RECORD.
011370     READ SR-COPY-IN-FILE
011380         AT END
011390             SET SR-END-OF-FILE TO TRUE
011400             GO TO 7600-EXIT
011410     END-READ.
011420     ADD 1 TO SR-BKU-TLY-COUNT.
011430     MOVE SR-COPY-IN-RECORD TO SR-BKU-HASH-AREA.
011440     PERFORM 6000-HASH-ONE-RECORD THRU 6000-EXIT.
011450     ADD SR-BKU-TLY-HASH SR-BKU-REC-HASH GIVING SR-BKU-HASH-WORK.
011460     MOVE SR-BKU-HASH-WORK TO SR-BKU-TLY-HASH.
011470 7600-EXIT.
011480     EXIT.
011490
011500*****************************************************************
011510*  9000-FINALIZE - CLOSE THE REPORT AND HAND THE WORST         *
011520*  OUTCOME TO THE SCHEDULER.                                   *
011530*****************************************************************
011540 9000-FINALIZE.
011550     CLOSE SR-BKPRPT-FILE.
011560     MOVE SR-BKU-RC TO RETURN-CODE.
011570 9000-EXIT.
011580     EXIT.
