000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRSELX.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRSELX - AD-HOC SELECTION EXTRACT.  ONE-OFF QUESTIONS OF   *
000090*  THE READINGS MASTER ("ALL CUBE ROOTS FROM ST10-ST19 WITH    *
000100*  INPUTS OVER 1,000,000 POSTED IN AUGUST") ARE ANSWERED BY    *
000110*  KEYING A SELECTION FILE (SEE SRSELREC) INSTEAD OF WRITING A *
000120*  PROGRAM.  EVERY SRMASTER READING THAT PASSES ANY ONE OF THE *
000130*  FILE'S SELECTIONS IS LISTED ON THE SRSELRPT REPORT AND      *
000140*  WRITTEN TO THE SRSELCSV COMMA-DELIMITED FILE (ONE HEADING   *
000150*  LINE, THEN ONE LINE PER READING) FOR THE ANALYSTS TO OPEN   *
000160*  DIRECTLY.  A SELECTION FLAGGED FOR THE ARCHIVE ALSO         *
000170*  SEARCHES THE SRMASARC READINGS SQRRETEN HAS RETIRED.  THE   *
000180*  REPORT ENDS WITH THE COUNTS AND THE INPUT AND RESULT        *
000190*  TOTALS FOR EACH SOURCE.                                     *
000200*                                                               *
000210*  MAIN'S EXTRACT <NAME> COMMAND CALLS THE SQRSELXM ENTRY      *
000220*  POINT: THE SELECTIONS ARE READ FROM SRSEL.<NAME> AND THE    *
000230*  OUTPUT GOES TO SRSELRPT.<NAME> AND SRSELCSV.<NAME>, SO      *
000240*  RECURRING EXTRACTS CAN BE SCHEDULED SIDE BY SIDE.  AS A     *
000250*  STANDALONE JOB STEP THE FILES ARE SRSELECT, SRSELRPT AND    *
000260*  SRSELCSV.  A SELECTION FILE WITH ANY BAD RECORD EXTRACTS    *
000270*  NOTHING - EACH FAULT IS LISTED.                             *
000280*                                                               *
000290*  RETURN CODES: 0 READINGS EXTRACTED, 4 NOTHING SELECTED,     *
000300*  8 NO SELECTION FILE, A BAD SELECTION, OR SRMASTER COULD NOT *
000310*  BE READ.                                                    *
000320*                                                               *
000330*  MODIFICATION HISTORY                                        *
000340*  DATE        INIT  DESCRIPTION                               *
000345*  10/15/2026  JTM   ACCEPT OPERATION RS (COMPOSITE READINGS). *
000350*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400
000410     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000420
000430     SELECT OPTIONAL SR-SELECT-FILE ASSIGN USING SR-SEL-FNAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SR-SELECT-STATUS.
000460
000470     SELECT SR-MASTER-FILE ASSIGN TO "SRMASTER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS IS SEQUENTIAL
000500         RECORD KEY IS SR-MAS-READING-ID
000510         FILE STATUS IS SR-MASTER-STATUS.
000520
000530     SELECT OPTIONAL SR-MASARC-FILE ASSIGN TO "SRMASARC"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SR-MASARC-STATUS.
000560
000570     SELECT SR-SELRPT-FILE ASSIGN USING SR-SRP-FNAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SR-SELRPT-STATUS.
000600
000610     SELECT SR-SELCSV-FILE ASSIGN USING SR-CSV-FNAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SR-SELCSV-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670
000680 FD  STANDARD-OUTPUT.
000690 01  OUT-LINE  PICTURE X(80).
000700
000710*****************************************************************
000720*  SR-SELECT-FILE - THE SELECTION CONTROL RECORDS (SRSELREC)   *
000730*****************************************************************
000740 FD  SR-SELECT-FILE.
000750     COPY SRSELREC.
000760
000770*****************************************************************
000780*  SR-MASTER-FILE - THE READINGS MASTER, READ IN KEY ORDER     *
000790*****************************************************************
000800 FD  SR-MASTER-FILE.
000810     COPY SRMASREC.
000820
000830*****************************************************************
000840*  SR-MASARC-FILE - THE SQRRETEN ARCHIVE OF RETIRED MASTER     *
000850*  RECORDS, ONE SRMASREC IMAGE PER READING                     *
000860*****************************************************************
000870 FD  SR-MASARC-FILE.
000880 01  SR-MASARC-RECORD                PIC X(111).
000890
000900*****************************************************************
000910*  SR-SELRPT-FILE - PRINTED EXTRACT LISTING                    *
000920*****************************************************************
000930 FD  SR-SELRPT-FILE.
000940 01  SR-SELRPT-RECORD                PIC X(80).
000950
000960*****************************************************************
000970*  SR-SELCSV-FILE - COMMA-DELIMITED EXTRACT                    *
000980*****************************************************************
000990 FD  SR-SELCSV-FILE.
001000 01  SR-SELCSV-RECORD                PIC X(160).
001010
001020 WORKING-STORAGE SECTION.
001030 77  SR-SELECT-STATUS             PIC XX VALUE SPACES.
001040 77  SR-MASTER-STATUS             PIC XX VALUE SPACES.
001050 77  SR-MASARC-STATUS             PIC XX VALUE SPACES.
001060 77  SR-SELRPT-STATUS             PIC XX VALUE SPACES.
001070 77  SR-SELCSV-STATUS             PIC XX VALUE SPACES.
001080 77  SR-SEL-FNAME                 PIC X(30) VALUE SPACES.
001090 77  SR-SRP-FNAME                 PIC X(30) VALUE SPACES.
001100 77  SR-CSV-FNAME                 PIC X(30) VALUE SPACES.
001110
001120 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001130     88  SR-END-OF-FILE                   VALUE "Y".
001140 77  SR-SLX-STOP-SWITCH           PIC X(1) VALUE "N".
001150     88  SR-SLX-STOP                      VALUE "Y".
001160 77  SR-SLX-BAD-SWITCH            PIC X(1) VALUE "N".
001170     88  SR-SLX-BAD-SELECTION             VALUE "Y".
001180 77  SR-SLX-ARCHIVE-SWITCH        PIC X(1) VALUE "N".
001190     88  SR-SLX-ARCHIVE-WANTED            VALUE "Y".
001200 77  SR-SLX-PASS-SWITCH           PIC X(1) VALUE "M".
001210     88  SR-SLX-MASTER-PASS               VALUE "M".
001220     88  SR-SLX-ARCHIVE-PASS              VALUE "A".
001230 77  SR-SLX-MATCH-SWITCH          PIC X(1) VALUE "N".
001240     88  SR-SLX-MATCHED                   VALUE "Y".
001250
001260 77  SR-SLX-RUN-DATE              PIC 9(8) VALUE ZERO.
001270 77  SR-SLX-TIME-FLD              PIC 9(8) VALUE ZERO.
001280 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
001290 77  SR-SLX-CALLER-NAME           PIC X(8) VALUE SPACES.
001300 77  SR-SLX-RECORD-NO             PIC 9(4) COMP VALUE ZERO.
001310 77  SR-SLX-RECORD-ED             PIC ZZZ9.
001320 77  SR-SLX-FAULT                 PIC X(40) VALUE SPACES.
001330 77  SR-SLX-NUMVAL-CHECK          PIC S9(4) COMP VALUE ZERO.
001340 77  SR-SLX-BOUND-WORK            PIC S9(15)V9(6) VALUE ZERO.
001350
001360*****************************************************************
001370*  THE SELECTIONS AS EDITED.  A RANGE END LEFT BLANK IS HELD   *
001380*  AS LOW-VALUES OR HIGH-VALUES SO EVERY TEST IS A RANGE TEST. *
001390*****************************************************************
001400 77  SR-SLT-COUNT                 PIC 9(4) COMP VALUE ZERO.
001410 77  SR-SLT-SUB                   PIC 9(4) COMP VALUE ZERO.
001420 77  SR-SLT-SUB-ED                PIC Z9.
001430 01  SR-SLT-TABLE.
001440     05  SR-SLT-ENTRY                OCCURS 20 TIMES.
001450         10  SR-SLT-STATION-FROM     PIC X(4).
001460         10  SR-SLT-STATION-TO       PIC X(4).
001470         10  SR-SLT-READING-FROM     PIC X(10).
001480         10  SR-SLT-READING-TO       PIC X(10).
001490         10  SR-SLT-OPER-CODE        PIC X(2).
001500         10  SR-SLT-DATE-FROM        PIC X(8).
001510         10  SR-SLT-DATE-TO          PIC X(8).
001520         10  SR-SLT-VALUE-FIELD      PIC X(1).
001530         10  SR-SLT-LOW-SET          PIC X(1).
001540         10  SR-SLT-VALUE-LOW        PIC S9(11)V9(6).
001550         10  SR-SLT-HIGH-SET         PIC X(1).
001560         10  SR-SLT-VALUE-HIGH       PIC S9(11)V9(6).
001570         10  SR-SLT-JOB-NAME         PIC X(8).
001580         10  SR-SLT-ARCHIVE          PIC X(1).
001590
001600*****************************************************************
001610*  THE READING UNDER TEST - A MASTER RECORD OR AN ARCHIVE      *
001620*  IMAGE.  KEEP IN STEP WITH SRMASREC.                         *
001630*****************************************************************
001640 01  SR-SLX-CANDIDATE.
001650     05  SR-SLC-READING-ID           PIC X(10).
001660     05  SR-SLC-SOURCE-STATION       PIC X(4).
001670     05  SR-SLC-INPUT-VALUE          PIC S9(11)V9(6).
001680     05  SR-SLC-RESULT-VALUE         PIC S9(11)V9(6).
001690     05  SR-SLC-ITERATIONS           PIC 9(4).
001700     05  SR-SLC-LAST-DATE            PIC X(8).
001710     05  SR-SLC-LAST-TIME            PIC X(8).
001720     05  SR-SLC-JOB-NAME             PIC X(8).
001730     05  SR-SLC-OPERATOR-ID          PIC X(8).
001740     05  SR-SLC-OPER-CODE            PIC X(2).
001750     05  SR-SLC-RAW-VALUE            PIC S9(11)V9(6).
001760     05  SR-SLC-CALIB-ID             PIC X(8).
001770 77  SR-SLX-SOURCE                PIC X(7) VALUE SPACES.
001780 77  SR-SLX-OPER                  PIC X(2) VALUE SPACES.
001790 77  SR-SLX-TEST-VALUE            PIC S9(11)V9(6) VALUE ZERO.
001800
001810*****************************************************************
001820*  COUNTS AND TOTALS - MASTER (M) AND ARCHIVE (A)              *
001830*****************************************************************
001840 77  SR-SLX-M-READ                PIC 9(8) COMP VALUE ZERO.
001850 77  SR-SLX-M-SELECTED            PIC 9(8) COMP VALUE ZERO.
001860 77  SR-SLX-M-INPUT-TOTAL         PIC S9(15)V9(6) VALUE ZERO.
001870 77  SR-SLX-M-RESULT-TOTAL        PIC S9(15)V9(6) VALUE ZERO.
001880 77  SR-SLX-A-READ                PIC 9(8) COMP VALUE ZERO.
001890 77  SR-SLX-A-SELECTED            PIC 9(8) COMP VALUE ZERO.
001900 77  SR-SLX-A-INPUT-TOTAL         PIC S9(15)V9(6) VALUE ZERO.
001910 77  SR-SLX-A-RESULT-TOTAL        PIC S9(15)V9(6) VALUE ZERO.
001920 77  SR-SLX-UNUSABLE              PIC 9(8) COMP VALUE ZERO.
001930 77  SR-SLX-COUNT-ED              PIC ZZ,ZZZ,ZZ9.
001940 77  SR-SLX-TOTAL-ED              PIC -(15)9.9(6).
001950
001960*****************************************************************
001970*  PRINTED DETAIL LINE                                         *
001980*****************************************************************
001990 01  SR-SLX-HEAD-LINE.
002000     05  FILLER                      PIC X(4) VALUE "SRC".
002010     05  FILLER                      PIC X(11) VALUE "READING".
002020     05  FILLER                      PIC X(5) VALUE "STN".
002030     05  FILLER                      PIC X(3) VALUE "OP".
002040     05  FILLER                      PIC X(9) VALUE "POSTED".
002050     05  FILLER                      PIC X(20)
002060             VALUE "         INPUT VALUE".
002070     05  FILLER                      PIC X(20)
002080             VALUE "        RESULT VALUE".
002090     05  FILLER                      PIC X(8) VALUE " JOB".
002100 01  SR-SLX-DETAIL-LINE.
002110     05  SR-SLD-SOURCE               PIC X(3).
002120     05  FILLER                      PIC X(1) VALUE SPACE.
002130     05  SR-SLD-READING-ID           PIC X(10).
002140     05  FILLER                      PIC X(1) VALUE SPACE.
002150     05  SR-SLD-STATION              PIC X(4).
002160     05  FILLER                      PIC X(1) VALUE SPACE.
002170     05  SR-SLD-OPER                 PIC X(2).
002180     05  FILLER                      PIC X(1) VALUE SPACE.
002190     05  SR-SLD-LAST-DATE            PIC X(8).
002200     05  FILLER                      PIC X(1) VALUE SPACE.
002210     05  SR-SLD-INPUT                PIC -(11)9.9(6).
002220     05  FILLER                      PIC X(1) VALUE SPACE.
002230     05  SR-SLD-RESULT               PIC -(11)9.9(6).
002240     05  FILLER                      PIC X(1) VALUE SPACE.
002250     05  SR-SLD-JOB-NAME             PIC X(8).
002260
002270*****************************************************************
002280*  COMMA-DELIMITED LINE BUILD.  NUMBERS ARE EDITED, THEN       *
002290*  SHIFTED LEFT OVER THEIR LEADING SPACES.                     *
002300*****************************************************************
002310 77  SR-CSV-LINE                  PIC X(160) VALUE SPACES.
002320 77  SR-CSV-PTR                   PIC 9(4) COMP VALUE ZERO.
002330 77  SR-CSV-VALUE-ED              PIC -(11)9.9(6).
002340 77  SR-CSV-ITER-ED               PIC ZZZ9.
002350 77  SR-CSV-EDITED                PIC X(19) VALUE SPACES.
002360 77  SR-CSV-LEAD                  PIC 9(4) COMP VALUE ZERO.
002370 77  SR-CSV-NUMBER                PIC X(19) VALUE SPACES.
002380
002390 LINKAGE SECTION.
002400*    SR-LNK-SLX-NAME IS ONLY ADDRESSABLE WHEN MAIN COMES IN
002410*    THROUGH THE SQRSELXM ENTRY POINT BELOW WITH THE EXTRACT
002420*    COMMAND'S OPERAND - THE SELECTION NAME.
002430 01  SR-LNK-SLX-NAME              PIC X(8).
002440
002450 PROCEDURE DIVISION.
002460
002470*****************************************************************
002480*  0000-MAINLINE - THE STANDALONE JOB-STEP ENTRY.  NO CALLER,  *
002490*  SO THE UNQUALIFIED FILE NAMES APPLY.                        *
002500*****************************************************************
002510 0000-MAINLINE.
002520     MOVE SPACES TO SR-SLX-CALLER-NAME.
002530     PERFORM 0100-RUN-EXTRACT THRU 0100-EXIT.
002540     GOBACK.
002550
002560*****************************************************************
002570*  0010-CALLED-ENTRY - MAIN COMES IN HERE (SEE SQRCHRGM IN     *
002580*  SQRCHRG FOR THE SAME PATTERN) WITH THE SELECTION NAME.      *
002590*****************************************************************
002600 0010-CALLED-ENTRY.
002610 ENTRY "SQRSELXM" USING SR-LNK-SLX-NAME.
002620     MOVE SR-LNK-SLX-NAME TO SR-SLX-CALLER-NAME.
002630     PERFORM 0100-RUN-EXTRACT THRU 0100-EXIT.
002640     GOBACK.
002650
002660*****************************************************************
002670*  0100-RUN-EXTRACT - THE WHOLE EXTRACT, SHARED BY BOTH        *
002680*  ENTRIES.  NOTHING IS READ UNTIL EVERY SELECTION HAS PASSED  *
002690*  ITS EDITS.                                                  *
002700*****************************************************************
002710 0100-RUN-EXTRACT.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730
002740     IF NOT SR-SLX-STOP
002750         PERFORM 2000-LOAD-SELECTIONS THRU 2000-EXIT
002760     END-IF.
002770     IF NOT SR-SLX-STOP
002780         PERFORM 3000-SCAN-MASTER THRU 3000-EXIT
002790     END-IF.
002800     IF NOT SR-SLX-STOP
002810             AND SR-SLX-ARCHIVE-WANTED
002820         PERFORM 4000-SCAN-ARCHIVE THRU 4000-EXIT
002830     END-IF.
002840
002850     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002860 0100-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900*  1000-INITIALIZE - NAME THE FILES, START THE REPORT AND THE  *
002910*  COMMA-DELIMITED FILE.  EVERY COUNT IS CLEARED HERE, SINCE   *
002920*  MAIN MAY CALL THIS PROGRAM MORE THAN ONCE.                  *
002930*****************************************************************
002940 1000-INITIALIZE.
002950     ACCEPT SR-SLX-RUN-DATE FROM DATE YYYYMMDD.
002960     ACCEPT SR-SLX-TIME-FLD FROM TIME.
002970     MOVE "N" TO SR-EOF-SWITCH.
002980     MOVE "N" TO SR-SLX-STOP-SWITCH.
002990     MOVE "N" TO SR-SLX-BAD-SWITCH.
003000     MOVE "N" TO SR-SLX-ARCHIVE-SWITCH.
003010     MOVE "M" TO SR-SLX-PASS-SWITCH.
003020     MOVE ZERO TO SR-SLT-COUNT.
003030     MOVE ZERO TO SR-SLX-RECORD-NO.
003040     MOVE ZERO TO SR-SLX-M-READ.
003050     MOVE ZERO TO SR-SLX-M-SELECTED.
003060     MOVE ZERO TO SR-SLX-M-INPUT-TOTAL.
003070     MOVE ZERO TO SR-SLX-M-RESULT-TOTAL.
003080     MOVE ZERO TO SR-SLX-A-READ.
003090     MOVE ZERO TO SR-SLX-A-SELECTED.
003100     MOVE ZERO TO SR-SLX-A-INPUT-TOTAL.
003110     MOVE ZERO TO SR-SLX-A-RESULT-TOTAL.
003120     MOVE ZERO TO SR-SLX-UNUSABLE.
003130
003140     IF SR-SLX-CALLER-NAME = SPACES
003150         MOVE "SRSELECT" TO SR-SEL-FNAME
003160         MOVE "SRSELRPT" TO SR-SRP-FNAME
003170         MOVE "SRSELCSV" TO SR-CSV-FNAME
003180     ELSE
003190         MOVE SPACES TO SR-SEL-FNAME
003200         MOVE SPACES TO SR-SRP-FNAME
003210         MOVE SPACES TO SR-CSV-FNAME
003220         STRING "SRSEL."           DELIMITED BY SIZE
003230                SR-SLX-CALLER-NAME DELIMITED BY SPACE
003240             INTO SR-SEL-FNAME
003250         STRING "SRSELRPT."        DELIMITED BY SIZE
003260                SR-SLX-CALLER-NAME DELIMITED BY SPACE
003270             INTO SR-SRP-FNAME
003280         STRING "SRSELCSV."        DELIMITED BY SIZE
003290                SR-SLX-CALLER-NAME DELIMITED BY SPACE
003300             INTO SR-CSV-FNAME
003310     END-IF.
003320
003330     OPEN OUTPUT SR-SELRPT-FILE.
003340     MOVE SPACES TO SR-PRINT-LINE.
003350     STRING "AD-HOC SELECTION EXTRACT   RUN DATE: "
003360                                DELIMITED BY SIZE
003370            SR-SLX-RUN-DATE     DELIMITED BY SIZE
003380            "  RUN TIME: "      DELIMITED BY SIZE
003390            SR-SLX-TIME-FLD     DELIMITED BY SIZE
003400         INTO SR-PRINT-LINE.
003410     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
003420     MOVE SPACES TO SR-PRINT-LINE.
003430     STRING "SELECTIONS FROM "  DELIMITED BY SIZE
003440            SR-SEL-FNAME        DELIMITED BY SPACE
003450            "  EXTRACT TO "     DELIMITED BY SIZE
003460            SR-CSV-FNAME        DELIMITED BY SPACE
003470         INTO SR-PRINT-LINE.
003480     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
003490     MOVE SPACES TO SR-SELRPT-RECORD.
003500     WRITE SR-SELRPT-RECORD.
003510
003520     OPEN OUTPUT SR-SELCSV-FILE.
003530     MOVE SPACES TO SR-SELCSV-RECORD.
003540     STRING "SOURCE,READING-ID,STATION,OPER,INPUT-VALUE,"
003550                                DELIMITED BY SIZE
003560            "RESULT-VALUE,ITERATIONS,LAST-DATE,LAST-TIME,"
003570                                DELIMITED BY SIZE
003580            "JOB-NAME,OPERATOR-ID,RAW-VALUE,CALIB-ID"
003590                                DELIMITED BY SIZE
003600         INTO SR-SELCSV-RECORD.
003610     WRITE SR-SELCSV-RECORD.
003620 1000-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*  2000-LOAD-SELECTIONS - READ AND EDIT THE SELECTION FILE,    *
003670*  LISTING EACH SELECTION AS IT WILL BE APPLIED.  ANY FAULT,   *
003680*  OR NO SELECTION AT ALL, STOPS THE EXTRACT.                  *
003690*****************************************************************
003700 2000-LOAD-SELECTIONS.
003710     OPEN INPUT SR-SELECT-FILE.
003720     IF SR-SELECT-STATUS = "05"
003730         MOVE SPACES TO SR-PRINT-LINE
003740         STRING "NO SELECTION FILE "  DELIMITED BY SIZE
003750                SR-SEL-FNAME          DELIMITED BY SPACE
003760                " - NOTHING EXTRACTED" DELIMITED BY SIZE
003770             INTO SR-PRINT-LINE
003780         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
003790         CLOSE SR-SELECT-FILE
003800         SET SR-SLX-BAD-SELECTION TO TRUE
003810         SET SR-SLX-STOP TO TRUE
003820         GO TO 2000-EXIT
003830     END-IF.
003840
003850     MOVE "N" TO SR-EOF-SWITCH.
003860     PERFORM 2100-LOAD-ONE-SELECTION THRU 2100-EXIT
003870         UNTIL SR-END-OF-FILE.
003880     CLOSE SR-SELECT-FILE.
003890
003900     IF SR-SLT-COUNT = ZERO
003910             AND NOT SR-SLX-BAD-SELECTION
003920         MOVE "NO S SELECTION RECORDS - NOTHING EXTRACTED"
003930             TO SR-SELRPT-RECORD
003940         WRITE SR-SELRPT-RECORD
003950         SET SR-SLX-BAD-SELECTION TO TRUE
003960     END-IF.
003970     IF SR-SLX-BAD-SELECTION
003980         MOVE SPACES TO SR-SELRPT-RECORD
003990         WRITE SR-SELRPT-RECORD
004000         MOVE "SELECTION FILE IN ERROR - NOTHING EXTRACTED"
004010             TO SR-SELRPT-RECORD
004020         WRITE SR-SELRPT-RECORD
004030         SET SR-SLX-STOP TO TRUE
004040         GO TO 2000-EXIT
004050     END-IF.
004060
004070     MOVE SPACES TO SR-SELRPT-RECORD.
004080     WRITE SR-SELRPT-RECORD.
004090     WRITE SR-SELRPT-RECORD FROM SR-SLX-HEAD-LINE.
004100 2000-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140*  2100-LOAD-ONE-SELECTION - NEXT SELECTION FILE RECORD        *
004150*****************************************************************
004160 2100-LOAD-ONE-SELECTION.
004170     READ SR-SELECT-FILE
004180         AT END
004190             SET SR-END-OF-FILE TO TRUE
004200             GO TO 2100-EXIT
004210     END-READ.
004220     ADD 1 TO SR-SLX-RECORD-NO.
004230
004240     EVALUATE TRUE
004250         WHEN SR-SEL-COMMENT
004260             CONTINUE
004270         WHEN SR-SEL-TITLE
004280             MOVE SR-SEL-TITLE-TEXT TO SR-SELRPT-RECORD
004290             WRITE SR-SELRPT-RECORD
004300         WHEN SR-SEL-CRITERIA
004310             PERFORM 2200-EDIT-SELECTION THRU 2200-EXIT
004320         WHEN OTHER
004330             MOVE "RECORD TYPE MUST BE S, T OR *"
004340                 TO SR-SLX-FAULT
004350             PERFORM 2900-LIST-FAULT THRU 2900-EXIT
004360     END-EVALUATE.
004370 2100-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410*  2200-EDIT-SELECTION - CHECK ONE S RECORD AND, IF IT IS      *
004420*  GOOD, ADD IT TO THE SELECTION TABLE AND LIST IT.            *
004430*****************************************************************
004440 2200-EDIT-SELECTION.
004450     IF SR-SLT-COUNT >= 20
004460         MOVE "MORE THAN 20 SELECTIONS" TO SR-SLX-FAULT
004470         GO TO 2290-FAULT
004480     END-IF.
004490     IF SR-SEL-STATION-FROM NOT = SPACES
004500             AND SR-SEL-STATION-TO NOT = SPACES
004510             AND SR-SEL-STATION-FROM > SR-SEL-STATION-TO
004520         MOVE "STATION FROM IS AFTER STATION TO" TO SR-SLX-FAULT
004530         GO TO 2290-FAULT
004540     END-IF.
004550     IF SR-SEL-READING-FROM NOT = SPACES
004560             AND SR-SEL-READING-TO NOT = SPACES
004570             AND SR-SEL-READING-FROM > SR-SEL-READING-TO
004580         MOVE "READING FROM IS AFTER READING TO" TO SR-SLX-FAULT
004590         GO TO 2290-FAULT
004600     END-IF.
004610     IF SR-SEL-OPER-CODE NOT = SPACES
004620             AND SR-SEL-OPER-CODE NOT = "SQ"
004630             AND SR-SEL-OPER-CODE NOT = "CB"
004640             AND SR-SEL-OPER-CODE NOT = "P2"
004650             AND SR-SEL-OPER-CODE NOT = "P3"
004660             AND SR-SEL-OPER-CODE NOT = "IS"
004670             AND SR-SEL-OPER-CODE NOT = "RS"
004675         MOVE "OPERATION MUST BE SQ/CB/P2/P3/IS/RS"
004680             TO SR-SLX-FAULT
004690         GO TO 2290-FAULT
004700     END-IF.
004710     IF (SR-SEL-DATE-FROM NOT = SPACES
004720             AND SR-SEL-DATE-FROM NOT NUMERIC)
004730             OR (SR-SEL-DATE-TO NOT = SPACES
004740             AND SR-SEL-DATE-TO NOT NUMERIC)
004750         MOVE "POSTED DATES MUST BE YYYYMMDD" TO SR-SLX-FAULT
004760         GO TO 2290-FAULT
004770     END-IF.
004780     IF SR-SEL-DATE-FROM NOT = SPACES
004790             AND SR-SEL-DATE-TO NOT = SPACES
004800             AND SR-SEL-DATE-FROM > SR-SEL-DATE-TO
004810         MOVE "DATE FROM IS AFTER DATE TO" TO SR-SLX-FAULT
004820         GO TO 2290-FAULT
004830     END-IF.
004840     IF SR-SEL-ARCHIVE NOT = SPACE
004850             AND SR-SEL-ARCHIVE NOT = "Y"
004860             AND SR-SEL-ARCHIVE NOT = "N"
004870         MOVE "ARCHIVE FLAG MUST BE Y, N OR BLANK"
004880             TO SR-SLX-FAULT
004890         GO TO 2290-FAULT
004900     END-IF.
004910
004920     ADD 1 TO SR-SLT-COUNT.
004930     MOVE SR-SLT-COUNT TO SR-SLT-SUB.
004940     PERFORM 2300-EDIT-VALUE-RANGE THRU 2300-EXIT.
004950     IF SR-SLX-FAULT NOT = SPACES
004960         SUBTRACT 1 FROM SR-SLT-COUNT
004970         GO TO 2290-FAULT
004980     END-IF.
004990
005000     MOVE LOW-VALUES TO SR-SLT-STATION-FROM (SR-SLT-SUB).
005010     IF SR-SEL-STATION-FROM NOT = SPACES
005020         MOVE SR-SEL-STATION-FROM
005030             TO SR-SLT-STATION-FROM (SR-SLT-SUB)
005040     END-IF.
005050     MOVE HIGH-VALUES TO SR-SLT-STATION-TO (SR-SLT-SUB).
005060     IF SR-SEL-STATION-TO NOT = SPACES
005070         MOVE SR-SEL-STATION-TO TO SR-SLT-STATION-TO (SR-SLT-SUB)
005080     END-IF.
005090     MOVE LOW-VALUES TO SR-SLT-READING-FROM (SR-SLT-SUB).
005100     IF SR-SEL-READING-FROM NOT = SPACES
005110         MOVE SR-SEL-READING-FROM
005120             TO SR-SLT-READING-FROM (SR-SLT-SUB)
005130     END-IF.
005140     MOVE HIGH-VALUES TO SR-SLT-READING-TO (SR-SLT-SUB).
005150     IF SR-SEL-READING-TO NOT = SPACES
005160         MOVE SR-SEL-READING-TO TO SR-SLT-READING-TO (SR-SLT-SUB)
005170     END-IF.
005180     MOVE LOW-VALUES TO SR-SLT-DATE-FROM (SR-SLT-SUB).
005190     IF SR-SEL-DATE-FROM NOT = SPACES
005200         MOVE SR-SEL-DATE-FROM TO SR-SLT-DATE-FROM (SR-SLT-SUB)
005210     END-IF.
005220     MOVE HIGH-VALUES TO SR-SLT-DATE-TO (SR-SLT-SUB).
005230     IF SR-SEL-DATE-TO NOT = SPACES
005240         MOVE SR-SEL-DATE-TO TO SR-SLT-DATE-TO (SR-SLT-SUB)
005250     END-IF.
005260     MOVE SR-SEL-OPER-CODE TO SR-SLT-OPER-CODE (SR-SLT-SUB).
005270     MOVE SR-SEL-JOB-NAME TO SR-SLT-JOB-NAME (SR-SLT-SUB).
005280     MOVE SR-SEL-ARCHIVE TO SR-SLT-ARCHIVE (SR-SLT-SUB).
005290     IF SR-SEL-SEARCH-ARCHIVE
005300         SET SR-SLX-ARCHIVE-WANTED TO TRUE
005310     END-IF.
005320
005330     PERFORM 2400-LIST-SELECTION THRU 2400-EXIT.
005340     GO TO 2200-EXIT.
005350
005360 2290-FAULT.
005370     PERFORM 2900-LIST-FAULT THRU 2900-EXIT.
005380 2200-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420*  2300-EDIT-VALUE-RANGE - THE INPUT OR RESULT VALUE BOUNDS    *
005430*  INTO TABLE ENTRY SR-SLT-SUB.  A BOUND MUST BE A NUMBER THAT *
005440*  FITS THE MASTER'S VALUE FIELDS.                             *
005450*****************************************************************
005460 2300-EDIT-VALUE-RANGE.
005470     MOVE SPACES TO SR-SLX-FAULT.
005480     MOVE SR-SEL-VALUE-FIELD TO SR-SLT-VALUE-FIELD (SR-SLT-SUB).
005490     MOVE "N" TO SR-SLT-LOW-SET (SR-SLT-SUB).
005500     MOVE "N" TO SR-SLT-HIGH-SET (SR-SLT-SUB).
005510     MOVE ZERO TO SR-SLT-VALUE-LOW (SR-SLT-SUB).
005520     MOVE ZERO TO SR-SLT-VALUE-HIGH (SR-SLT-SUB).
005530
005540     IF SR-SEL-VALUE-FIELD = SPACE
005550         IF SR-SEL-VALUE-FROM NOT = SPACES
005560                 OR SR-SEL-VALUE-TO NOT = SPACES
005570             MOVE "VALUE RANGE NEEDS I OR R" TO SR-SLX-FAULT
005580         END-IF
005590         GO TO 2300-EXIT
005600     END-IF.
005610     IF NOT SR-SEL-ON-INPUT
005620             AND NOT SR-SEL-ON-RESULT
005630         MOVE "VALUE FIELD MUST BE I, R OR BLANK"
005640             TO SR-SLX-FAULT
005650         GO TO 2300-EXIT
005660     END-IF.
005670
005680     IF SR-SEL-VALUE-FROM NOT = SPACES
005690         MOVE FUNCTION TEST-NUMVAL-C (SR-SEL-VALUE-FROM)
005700             TO SR-SLX-NUMVAL-CHECK
005710         IF SR-SLX-NUMVAL-CHECK NOT = ZERO
005720             MOVE "VALUE FROM IS NOT A NUMBER" TO SR-SLX-FAULT
005730             GO TO 2300-EXIT
005740         END-IF
005750         COMPUTE SR-SLX-BOUND-WORK =
005760             FUNCTION NUMVAL-C (SR-SEL-VALUE-FROM)
005770         IF SR-SLX-BOUND-WORK > 99999999999.999999
005780                 OR SR-SLX-BOUND-WORK < -99999999999.999999
005790             MOVE "VALUE FROM IS OUT OF RANGE" TO SR-SLX-FAULT
005800             GO TO 2300-EXIT
005810         END-IF
005820         MOVE SR-SLX-BOUND-WORK TO SR-SLT-VALUE-LOW (SR-SLT-SUB)
005830         MOVE "Y" TO SR-SLT-LOW-SET (SR-SLT-SUB)
005840     END-IF.
005850     IF SR-SEL-VALUE-TO NOT = SPACES
005860         MOVE FUNCTION TEST-NUMVAL-C (SR-SEL-VALUE-TO)
005870             TO SR-SLX-NUMVAL-CHECK
005880         IF SR-SLX-NUMVAL-CHECK NOT = ZERO
005890             MOVE "VALUE TO IS NOT A NUMBER" TO SR-SLX-FAULT
005900             GO TO 2300-EXIT
005910         END-IF
005920         COMPUTE SR-SLX-BOUND-WORK =
005930             FUNCTION NUMVAL-C (SR-SEL-VALUE-TO)
005940         IF SR-SLX-BOUND-WORK > 99999999999.999999
005950                 OR SR-SLX-BOUND-WORK < -99999999999.999999
005960             MOVE "VALUE TO IS OUT OF RANGE" TO SR-SLX-FAULT
005970             GO TO 2300-EXIT
005980         END-IF
005990         MOVE SR-SLX-BOUND-WORK TO SR-SLT-VALUE-HIGH (SR-SLT-SUB)
006000         MOVE "Y" TO SR-SLT-HIGH-SET (SR-SLT-SUB)
006010     END-IF.
006020
006030     IF SR-SLT-LOW-SET (SR-SLT-SUB) = "N"
006040             AND SR-SLT-HIGH-SET (SR-SLT-SUB) = "N"
006050         MOVE "I OR R NEEDS A VALUE FROM OR TO" TO SR-SLX-FAULT
006060         GO TO 2300-EXIT
006070     END-IF.
006080     IF SR-SLT-LOW-SET (SR-SLT-SUB) = "Y"
006090             AND SR-SLT-HIGH-SET (SR-SLT-SUB) = "Y"
006100             AND SR-SLT-VALUE-LOW (SR-SLT-SUB) >
006110                 SR-SLT-VALUE-HIGH (SR-SLT-SUB)
006120         MOVE "VALUE FROM IS ABOVE VALUE TO" TO SR-SLX-FAULT
006130     END-IF.
006140 2300-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*  2400-LIST-SELECTION - THE SELECTION JUST LOADED, AS KEYED.  *
006190*  BLANK TESTS ARE LEFT OFF.                                   *
006200*****************************************************************
006210 2400-LIST-SELECTION.
006220     MOVE SR-SLT-SUB TO SR-SLT-SUB-ED.
006230     MOVE SPACES TO SR-PRINT-LINE.
006240     STRING "SELECTION " DELIMITED BY SIZE
006250            SR-SLT-SUB-ED DELIMITED BY SIZE
006260            ":"           DELIMITED BY SIZE
006270         INTO SR-PRINT-LINE.
006280     IF SR-SEL-SEARCH-ARCHIVE
006290         MOVE "(MASTER AND ARCHIVE)" TO SR-PRINT-LINE (15:20)
006300     END-IF.
006310     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
006320
006330     IF SR-SEL-STATION-FROM NOT = SPACES
006340             OR SR-SEL-STATION-TO NOT = SPACES
006350         MOVE SPACES TO SR-PRINT-LINE
006360         STRING "    STATION FROM " DELIMITED BY SIZE
006370                SR-SEL-STATION-FROM DELIMITED BY SIZE
006380                " TO "              DELIMITED BY SIZE
006390                SR-SEL-STATION-TO   DELIMITED BY SIZE
006400             INTO SR-PRINT-LINE
006410         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
006420     END-IF.
006430     IF SR-SEL-READING-FROM NOT = SPACES
006440             OR SR-SEL-READING-TO NOT = SPACES
006450         MOVE SPACES TO SR-PRINT-LINE
006460         STRING "    READING FROM " DELIMITED BY SIZE
006470                SR-SEL-READING-FROM DELIMITED BY SIZE
006480                " TO "              DELIMITED BY SIZE
006490                SR-SEL-READING-TO   DELIMITED BY SIZE
006500             INTO SR-PRINT-LINE
006510         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
006520     END-IF.
006530     IF SR-SEL-OPER-CODE NOT = SPACES
006540         MOVE SPACES TO SR-PRINT-LINE
006550         STRING "    OPERATION "    DELIMITED BY SIZE
006560                SR-SEL-OPER-CODE    DELIMITED BY SIZE
006570             INTO SR-PRINT-LINE
006580         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
006590     END-IF.
006600     IF SR-SEL-DATE-FROM NOT = SPACES
006610             OR SR-SEL-DATE-TO NOT = SPACES
006620         MOVE SPACES TO SR-PRINT-LINE
006630         STRING "    POSTED FROM "  DELIMITED BY SIZE
006640                SR-SEL-DATE-FROM    DELIMITED BY SIZE
006650                " TO "              DELIMITED BY SIZE
006660                SR-SEL-DATE-TO      DELIMITED BY SIZE
006670             INTO SR-PRINT-LINE
006680         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
006690     END-IF.
006700     IF SR-SEL-VALUE-FIELD NOT = SPACE
006710         MOVE SPACES TO SR-PRINT-LINE
006720         IF SR-SEL-ON-INPUT
006730             MOVE "    INPUT FROM " TO SR-PRINT-LINE
006740         ELSE
006750             MOVE "    RESULT FROM " TO SR-PRINT-LINE
006760         END-IF
006770         MOVE SR-SEL-VALUE-FROM TO SR-PRINT-LINE (18:20)
006780         MOVE "TO" TO SR-PRINT-LINE (39:2)
006790         MOVE SR-SEL-VALUE-TO TO SR-PRINT-LINE (42:20)
006800         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
006810     END-IF.
006820     IF SR-SEL-JOB-NAME NOT = SPACES
006830         MOVE SPACES TO SR-PRINT-LINE
006840         STRING "    JOB "          DELIMITED BY SIZE
006850                SR-SEL-JOB-NAME     DELIMITED BY SIZE
006860             INTO SR-PRINT-LINE
006870         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
006880     END-IF.
006890 2400-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930*  2900-LIST-FAULT - A BAD SELECTION FILE RECORD AND WHY       *
006940*****************************************************************
006950 2900-LIST-FAULT.
006960     MOVE SR-SLX-RECORD-NO TO SR-SLX-RECORD-ED.
006970     MOVE SPACES TO SR-PRINT-LINE.
006980     STRING "** RECORD "        DELIMITED BY SIZE
006990            SR-SLX-RECORD-ED    DELIMITED BY SIZE
007000            ": "                DELIMITED BY SIZE
007010            SR-SLX-FAULT        DELIMITED BY SIZE
007020         INTO SR-PRINT-LINE.
007030     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
007040     SET SR-SLX-BAD-SELECTION TO TRUE.
007050 2900-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*  3000-SCAN-MASTER - EVERY SRMASTER READING IN KEY ORDER.     *
007100*  NO MASTER YET IS NOTED AND THE ARCHIVE STILL SEARCHED; ANY  *
007110*  OTHER OPEN FAILURE STOPS THE EXTRACT.                       *
007120*****************************************************************
007130 3000-SCAN-MASTER.
007140     MOVE "M" TO SR-SLX-PASS-SWITCH.
007150     MOVE "N" TO SR-EOF-SWITCH.
007160     OPEN INPUT SR-MASTER-FILE.
007170     IF SR-MASTER-STATUS = "35"
007180         MOVE "NO SRMASTER ON HAND" TO SR-SELRPT-RECORD
007190         WRITE SR-SELRPT-RECORD
007200         GO TO 3000-EXIT
007210     END-IF.
007220     IF SR-MASTER-STATUS NOT = "00"
007230         MOVE SPACES TO SR-PRINT-LINE
007240         STRING "SRMASTER OPEN FAILED, STATUS "
007250                                   DELIMITED BY SIZE
007260                SR-MASTER-STATUS   DELIMITED BY SIZE
007270                " - NOTHING EXTRACTED" DELIMITED BY SIZE
007280             INTO SR-PRINT-LINE
007290         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
007300         SET SR-SLX-BAD-SELECTION TO TRUE
007310         SET SR-SLX-STOP TO TRUE
007320         GO TO 3000-EXIT
007330     END-IF.
007340
007350     PERFORM 3100-SCAN-ONE-MASTER THRU 3100-EXIT
007360         UNTIL SR-END-OF-FILE.
007370     CLOSE SR-MASTER-FILE.
007380 3000-EXIT.
007390     EXIT.
007400
007410 3100-SCAN-ONE-MASTER.
007420     READ SR-MASTER-FILE NEXT RECORD
007430         AT END
007440             SET SR-END-OF-FILE TO TRUE
007450             GO TO 3100-EXIT
007460     END-READ.
007470     ADD 1 TO SR-SLX-M-READ.
007480     MOVE SR-MASTER-RECORD TO SR-SLX-CANDIDATE.
007490     MOVE "MASTER " TO SR-SLX-SOURCE.
007500     PERFORM 5000-SELECT-CANDIDATE THRU 5000-EXIT.
007510 3100-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*  4000-SCAN-ARCHIVE - THE SRMASARC ARCHIVE, FOR THE           *
007560*  SELECTIONS FLAGGED TO SEARCH IT.  NO ARCHIVE IS NOTED.      *
007570*****************************************************************
007580 4000-SCAN-ARCHIVE.
007590     MOVE "A" TO SR-SLX-PASS-SWITCH.
007600     MOVE "N" TO SR-EOF-SWITCH.
007610     OPEN INPUT SR-MASARC-FILE.
007620     IF SR-MASARC-STATUS = "05"
007630         MOVE "NO SRMASARC ARCHIVE ON HAND" TO SR-SELRPT-RECORD
007640         WRITE SR-SELRPT-RECORD
007650         CLOSE SR-MASARC-FILE
007660         GO TO 4000-EXIT
007670     END-IF.
007680
007690     PERFORM 4100-SCAN-ONE-ARCHIVE THRU 4100-EXIT
007700         UNTIL SR-END-OF-FILE.
007710     CLOSE SR-MASARC-FILE.
007720 4000-EXIT.
007730     EXIT.
007740
007750 4100-SCAN-ONE-ARCHIVE.
007760     READ SR-MASARC-FILE INTO SR-SLX-CANDIDATE
007770         AT END
007780             SET SR-END-OF-FILE TO TRUE
007790             GO TO 4100-EXIT
007800     END-READ.
007810     ADD 1 TO SR-SLX-A-READ.
007820     MOVE "ARCHIVE" TO SR-SLX-SOURCE.
007830     PERFORM 5000-SELECT-CANDIDATE THRU 5000-EXIT.
007840 4100-EXIT.
007850     EXIT.
007860
007870*****************************************************************
007880*  5000-SELECT-CANDIDATE - TRY THE READING AGAINST EACH        *
007890*  SELECTION UNTIL ONE TAKES IT.  AN IMAGE WHOSE VALUES ARE    *
007900*  NOT NUMERIC CANNOT BE TESTED AND IS COUNTED AS UNUSABLE.    *
007910*****************************************************************
007920 5000-SELECT-CANDIDATE.
007930     IF SR-SLC-INPUT-VALUE NOT NUMERIC
007940             OR SR-SLC-RESULT-VALUE NOT NUMERIC
007950         ADD 1 TO SR-SLX-UNUSABLE
007960         GO TO 5000-EXIT
007970     END-IF.
007980     MOVE SR-SLC-OPER-CODE TO SR-SLX-OPER.
007990     IF SR-SLX-OPER = SPACES
008000         MOVE "SQ" TO SR-SLX-OPER
008010     END-IF.
008020
008030     MOVE "N" TO SR-SLX-MATCH-SWITCH.
008040     PERFORM 5100-MATCH-ONE-SELECTION THRU 5100-EXIT
008050         VARYING SR-SLT-SUB FROM 1 BY 1
008060         UNTIL SR-SLT-SUB > SR-SLT-COUNT
008070            OR SR-SLX-MATCHED.
008080     IF SR-SLX-MATCHED
008090         PERFORM 6000-WRITE-SELECTED THRU 6000-EXIT
008100     END-IF.
008110 5000-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*  5100-MATCH-ONE-SELECTION - EVERY TEST OF SELECTION          *
008160*  SR-SLT-SUB MUST PASS.  ON THE ARCHIVE PASS ONLY THE         *
008170*  SELECTIONS FLAGGED FOR THE ARCHIVE APPLY.                   *
008180*****************************************************************
008190 5100-MATCH-ONE-SELECTION.
008200     IF SR-SLX-ARCHIVE-PASS
008210             AND SR-SLT-ARCHIVE (SR-SLT-SUB) NOT = "Y"
008220         GO TO 5100-EXIT
008230     END-IF.
008240     IF SR-SLC-SOURCE-STATION < SR-SLT-STATION-FROM (SR-SLT-SUB)
008250             OR SR-SLC-SOURCE-STATION >
008260                 SR-SLT-STATION-TO (SR-SLT-SUB)
008270         GO TO 5100-EXIT
008280     END-IF.
008290     IF SR-SLC-READING-ID < SR-SLT-READING-FROM (SR-SLT-SUB)
008300             OR SR-SLC-READING-ID > SR-SLT-READING-TO (SR-SLT-SUB)
008310         GO TO 5100-EXIT
008320     END-IF.
008330     IF SR-SLT-OPER-CODE (SR-SLT-SUB) NOT = SPACES
008340             AND SR-SLT-OPER-CODE (SR-SLT-SUB) NOT = SR-SLX-OPER
008350         GO TO 5100-EXIT
008360     END-IF.
008370     IF SR-SLC-LAST-DATE < SR-SLT-DATE-FROM (SR-SLT-SUB)
008380             OR SR-SLC-LAST-DATE > SR-SLT-DATE-TO (SR-SLT-SUB)
008390         GO TO 5100-EXIT
008400     END-IF.
008410     IF SR-SLT-JOB-NAME (SR-SLT-SUB) NOT = SPACES
008420             AND SR-SLT-JOB-NAME (SR-SLT-SUB) NOT =
008430                 SR-SLC-JOB-NAME
008440         GO TO 5100-EXIT
008450     END-IF.
008460
008470     IF SR-SLT-VALUE-FIELD (SR-SLT-SUB) NOT = SPACE
008480         IF SR-SLT-VALUE-FIELD (SR-SLT-SUB) = "I"
008490             MOVE SR-SLC-INPUT-VALUE TO SR-SLX-TEST-VALUE
008500         ELSE
008510             MOVE SR-SLC-RESULT-VALUE TO SR-SLX-TEST-VALUE
008520         END-IF
008530         IF SR-SLT-LOW-SET (SR-SLT-SUB) = "Y"
008540                 AND SR-SLX-TEST-VALUE <
008550                     SR-SLT-VALUE-LOW (SR-SLT-SUB)
008560             GO TO 5100-EXIT
008570         END-IF
008580         IF SR-SLT-HIGH-SET (SR-SLT-SUB) = "Y"
008590                 AND SR-SLX-TEST-VALUE >
008600                     SR-SLT-VALUE-HIGH (SR-SLT-SUB)
008610             GO TO 5100-EXIT
008620         END-IF
008630     END-IF.
008640
008650     SET SR-SLX-MATCHED TO TRUE.
008660 5100-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700*  6000-WRITE-SELECTED - COUNT AND TOTAL THE READING, LIST IT  *
008710*  AND WRITE ITS COMMA-DELIMITED LINE                          *
008720*****************************************************************
008730 6000-WRITE-SELECTED.
008740     IF SR-SLX-MASTER-PASS
008750         ADD 1 TO SR-SLX-M-SELECTED
008760         ADD SR-SLC-INPUT-VALUE TO SR-SLX-M-INPUT-TOTAL
008770         ADD SR-SLC-RESULT-VALUE TO SR-SLX-M-RESULT-TOTAL
008780         MOVE "MAS" TO SR-SLD-SOURCE
008790     ELSE
008800         ADD 1 TO SR-SLX-A-SELECTED
008810         ADD SR-SLC-INPUT-VALUE TO SR-SLX-A-INPUT-TOTAL
008820         ADD SR-SLC-RESULT-VALUE TO SR-SLX-A-RESULT-TOTAL
008830         MOVE "ARC" TO SR-SLD-SOURCE
008840     END-IF.
008850
008860     MOVE SR-SLC-READING-ID TO SR-SLD-READING-ID.
008870     MOVE SR-SLC-SOURCE-STATION TO SR-SLD-STATION.
008880     MOVE SR-SLX-OPER TO SR-SLD-OPER.
008890     MOVE SR-SLC-LAST-DATE TO SR-SLD-LAST-DATE.
008900     MOVE SR-SLC-INPUT-VALUE TO SR-SLD-INPUT.
008910     MOVE SR-SLC-RESULT-VALUE TO SR-SLD-RESULT.
008920     MOVE SR-SLC-JOB-NAME TO SR-SLD-JOB-NAME.
008930     WRITE SR-SELRPT-RECORD FROM SR-SLX-DETAIL-LINE.
008940
008950     MOVE SPACES TO SR-CSV-LINE.
008960     MOVE 1 TO SR-CSV-PTR.
008970     STRING SR-SLX-SOURCE          DELIMITED BY SPACE
008980            ","                    DELIMITED BY SIZE
008990            SR-SLC-READING-ID      DELIMITED BY SPACE
009000            ","                    DELIMITED BY SIZE
009010            SR-SLC-SOURCE-STATION  DELIMITED BY SPACE
009020            ","                    DELIMITED BY SIZE
009030            SR-SLX-OPER            DELIMITED BY SIZE
009040            ","                    DELIMITED BY SIZE
009050         INTO SR-CSV-LINE
009060         WITH POINTER SR-CSV-PTR.
009070     MOVE SR-SLC-INPUT-VALUE TO SR-CSV-VALUE-ED.
009080     MOVE SR-CSV-VALUE-ED TO SR-CSV-EDITED.
009090     PERFORM 6100-ADD-CSV-NUMBER THRU 6100-EXIT.
009100     MOVE SR-SLC-RESULT-VALUE TO SR-CSV-VALUE-ED.
009110     MOVE SR-CSV-VALUE-ED TO SR-CSV-EDITED.
009120     PERFORM 6100-ADD-CSV-NUMBER THRU 6100-EXIT.
009130     MOVE SPACES TO SR-CSV-EDITED.
009140     IF SR-SLC-ITERATIONS NUMERIC
009150         MOVE SR-SLC-ITERATIONS TO SR-CSV-ITER-ED
009160         MOVE SR-CSV-ITER-ED TO SR-CSV-EDITED
009170     END-IF.
009180     PERFORM 6100-ADD-CSV-NUMBER THRU 6100-EXIT.
009190     STRING SR-SLC-LAST-DATE       DELIMITED BY SPACE
009200            ","                    DELIMITED BY SIZE
009210            SR-SLC-LAST-TIME       DELIMITED BY SPACE
009220            ","                    DELIMITED BY SIZE
009230            SR-SLC-JOB-NAME        DELIMITED BY SPACE
009240            ","                    DELIMITED BY SIZE
009250            SR-SLC-OPERATOR-ID     DELIMITED BY SPACE
009260            ","                    DELIMITED BY SIZE
009270         INTO SR-CSV-LINE
009280         WITH POINTER SR-CSV-PTR.
009290*    IMAGES ARCHIVED BEFORE THE CALIBRATION FIELDS WERE ADDED
009300*    CARRY NO RAW VALUE - THE COLUMN IS LEFT EMPTY.
009310     MOVE SPACES TO SR-CSV-EDITED.
009320     IF SR-SLC-RAW-VALUE NUMERIC
009330         MOVE SR-SLC-RAW-VALUE TO SR-CSV-VALUE-ED
009340         MOVE SR-CSV-VALUE-ED TO SR-CSV-EDITED
009350     END-IF.
009360     PERFORM 6100-ADD-CSV-NUMBER THRU 6100-EXIT.
009370     STRING SR-SLC-CALIB-ID        DELIMITED BY SPACE
009380         INTO SR-CSV-LINE
009390         WITH POINTER SR-CSV-PTR.
009400     WRITE SR-SELCSV-RECORD FROM SR-CSV-LINE.
009410 6000-EXIT.
009420     EXIT.
009430
009440*****************************************************************
009450*  6100-ADD-CSV-NUMBER - APPEND THE EDITED NUMBER IN           *
009460*  SR-CSV-EDITED, LESS ITS LEADING SPACES, AND A COMMA.        *
009470*  SPACES GIVE AN EMPTY COLUMN.                                *
009480*****************************************************************
009490 6100-ADD-CSV-NUMBER.
009500     MOVE SPACES TO SR-CSV-NUMBER.
009510     IF SR-CSV-EDITED NOT = SPACES
009520         MOVE ZERO TO SR-CSV-LEAD
009530         INSPECT SR-CSV-EDITED TALLYING SR-CSV-LEAD
009540             FOR LEADING SPACES
009550         MOVE SR-CSV-EDITED (SR-CSV-LEAD + 1:) TO SR-CSV-NUMBER
009560     END-IF.
009570     STRING SR-CSV-NUMBER          DELIMITED BY SPACE
009580            ","                    DELIMITED BY SIZE
009590         INTO SR-CSV-LINE
009600         WITH POINTER SR-CSV-PTR.
009610 6100-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*  9000-FINALIZE - COUNTS AND TOTALS BY SOURCE, THEN THE       *
009660*  RETURN CODE                                                 *
009670*****************************************************************
009680 9000-FINALIZE.
009690     IF NOT SR-SLX-STOP
009700         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
009710     END-IF.
009720     CLOSE SR-SELRPT-FILE.
009730     CLOSE SR-SELCSV-FILE.
009740
009750     EVALUATE TRUE
009760         WHEN SR-SLX-BAD-SELECTION
009770             MOVE 8 TO RETURN-CODE
009780         WHEN SR-SLX-M-SELECTED + SR-SLX-A-SELECTED = ZERO
009790             MOVE 4 TO RETURN-CODE
009800         WHEN OTHER
009810             MOVE ZERO TO RETURN-CODE
009820     END-EVALUATE.
009830 9000-EXIT.
009840     EXIT.
009850
009860 9100-PRINT-TOTALS.
009870     MOVE SPACES TO SR-SELRPT-RECORD.
009880     WRITE SR-SELRPT-RECORD.
009890     MOVE SR-SLX-M-READ TO SR-SLX-COUNT-ED.
009900     MOVE SPACES TO SR-PRINT-LINE.
009910     STRING "SRMASTER READINGS READ:    " DELIMITED BY SIZE
009920            SR-SLX-COUNT-ED                DELIMITED BY SIZE
009930         INTO SR-PRINT-LINE.
009940     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
009950     MOVE SR-SLX-M-SELECTED TO SR-SLX-COUNT-ED.
009960     MOVE SPACES TO SR-PRINT-LINE.
009970     STRING "SRMASTER READINGS SELECTED:" DELIMITED BY SIZE
009980            SR-SLX-COUNT-ED                DELIMITED BY SIZE
009990         INTO SR-PRINT-LINE.
010000     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
010010     MOVE SR-SLX-M-INPUT-TOTAL TO SR-SLX-TOTAL-ED.
010020     MOVE SPACES TO SR-PRINT-LINE.
010030     STRING "  INPUT VALUE TOTAL:  "       DELIMITED BY SIZE
010040            SR-SLX-TOTAL-ED                DELIMITED BY SIZE
010050         INTO SR-PRINT-LINE.
010060     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
010070     MOVE SR-SLX-M-RESULT-TOTAL TO SR-SLX-TOTAL-ED.
010080     MOVE SPACES TO SR-PRINT-LINE.
010090     STRING "  RESULT VALUE TOTAL: "       DELIMITED BY SIZE
010100            SR-SLX-TOTAL-ED                DELIMITED BY SIZE
010110         INTO SR-PRINT-LINE.
010120     WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE.
010130
010140     IF SR-SLX-ARCHIVE-WANTED
010150         MOVE SR-SLX-A-READ TO SR-SLX-COUNT-ED
010160         MOVE SPACES TO SR-PRINT-LINE
010170         STRING "SRMASARC READINGS READ:    " DELIMITED BY SIZE
010180                SR-SLX-COUNT-ED                DELIMITED BY SIZE
010190             INTO SR-PRINT-LINE
010200         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
010210         MOVE SR-SLX-A-SELECTED TO SR-SLX-COUNT-ED
010220         MOVE SPACES TO SR-PRINT-LINE
010230         STRING "SRMASARC READINGS SELECTED:" DELIMITED BY SIZE
010240                SR-SLX-COUNT-ED                DELIMITED BY SIZE
010250             INTO SR-PRINT-LINE
010260         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
010270         MOVE SR-SLX-A-INPUT-TOTAL TO SR-SLX-TOTAL-ED
010280         MOVE SPACES TO SR-PRINT-LINE
010290         STRING "  INPUT VALUE TOTAL:  "       DELIMITED BY SIZE
010300                SR-SLX-TOTAL-ED                DELIMITED BY SIZE
010310             INTO SR-PRINT-LINE
010320         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
010330         MOVE SR-SLX-A-RESULT-TOTAL TO SR-SLX-TOTAL-ED
010340         MOVE SPACES TO SR-PRINT-LINE
010350         STRING "  RESULT VALUE TOTAL: "       DELIMITED BY SIZE
010360                SR-SLX-TOTAL-ED                DELIMITED BY SIZE
010370             INTO SR-PRINT-LINE
010380         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
010390     END-IF.
010400
010410     IF SR-SLX-UNUSABLE > ZERO
010420         MOVE SR-SLX-UNUSABLE TO SR-SLX-COUNT-ED
010430         MOVE SPACES TO SR-PRINT-LINE
010440         STRING "UNREADABLE IMAGES SKIPPED: " DELIMITED BY SIZE
010450                SR-SLX-COUNT-ED                DELIMITED BY SIZE
010460             INTO SR-PRINT-LINE
010470         WRITE SR-SELRPT-RECORD FROM SR-PRINT-LINE
010480     END-IF.
010490 9100-EXIT.
010500     EXIT.
