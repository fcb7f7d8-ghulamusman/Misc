000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRXLED.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRXLED - OPEN-EXCEPTIONS LEDGER FEED.  THE RUN'S EXCEPTION *
000090*  LISTINGS ARE REWRITTEN EVERY RUN, SO A REJECT NOBODY        *
000100*  CORRECTED USED TO DROP OUT OF SIGHT THE NEXT DAY.  RUN      *
000110*  AFTER EACH RUN (AND AFTER SQRMISS), THIS PROGRAM CARRIES    *
000120*  THE RUN'S JOB-QUALIFIED SRREJECT, SRSUSP, SRDUPLST, SROVER  *
000130*  AND SRMISSNG ENTRIES FORWARD TO THE PERMANENT SREXCLED      *
000140*  LEDGER (SEE SREXLREC) - ONE ITEM PER STATION, READING ID    *
000150*  AND EXCEPTION TYPE, OPENED THE FIRST TIME IT IS REPORTED    *
000160*  AND REFRESHED EACH TIME AFTER.  IT THEN READS THE RUN'S     *
000170*  SRXCHG AND CLOSES EVERY OPEN ITEM FOR A READING THE RUN     *
000180*  CONVERGED (STATUS C, OR V ONCE RELEASED), AND ANY OPEN      *
000190*  MISSING ITEM FOR A READING THAT ARRIVED AT ALL.  MAIN'S     *
000200*  REJECT AND SUSPECT REVIEWS CLOSE THE ITEMS THEY RESOLVE.    *
000210*  SQRXAGE PRINTS THE AGING OF WHAT IS LEFT OPEN.  EACH FEED   *
000220*  IS LISTED ON THE JOB-QUALIFIED SRXLDRPT REPORT.             *
000230*                                                               *
000240*  RETURN CODES: 0 FED, 4 NO SRXCHG FOR THE RUN (NOTHING       *
000250*  COULD BE CLOSED), 8 THE LEDGER COULD NOT BE OPENED.         *
000260*                                                               *
000270*  MODIFICATION HISTORY                                        *
000280*  DATE        INIT  DESCRIPTION                               *
000290*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340
000350     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000360
000370     SELECT SR-EXLEDG-FILE ASSIGN TO "SREXCLED"
000380         ORGANIZATION IS INDEXED
000390         ACCESS IS DYNAMIC
000400         RECORD KEY IS SR-EXL-KEY
000410         FILE STATUS IS SR-EXLEDG-STATUS.
000420
000430     SELECT OPTIONAL SR-REJECT-FILE ASSIGN USING SR-RJ-FNAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SR-REJECT-STATUS.
000460
000470     SELECT OPTIONAL SR-SUSPECT-FILE ASSIGN USING SR-SUS-FNAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SR-SUSPECT-STATUS.
000500
000510     SELECT OPTIONAL SR-DUPLST-FILE ASSIGN USING SR-DUP-FNAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SR-DUPLST-STATUS.
000540
000550     SELECT OPTIONAL SR-OVERFLOW-FILE ASSIGN USING SR-OVR-FNAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SR-OVERFLOW-STATUS.
000580
000590     SELECT OPTIONAL SR-MISSNG-FILE ASSIGN USING SR-MSN-FNAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SR-MISSNG-STATUS.
000620
000630     SELECT OPTIONAL SR-XCHG-FILE ASSIGN USING SR-XCH-FNAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SR-XCHG-STATUS.
000660
000670     SELECT SR-XLDRPT-FILE ASSIGN USING SR-RPT-FNAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SR-XLDRPT-STATUS.
000700
000710     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS SR-PARM-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770
000780 FD  STANDARD-OUTPUT.
000790 01  OUT-LINE  PICTURE X(80).
000800
000810*****************************************************************
000820*  SR-EXLEDG-FILE - THE PERMANENT OPEN-EXCEPTIONS LEDGER       *
000830*****************************************************************
000840 FD  SR-EXLEDG-FILE.
000850     COPY SREXLREC.
000860
000870*****************************************************************
000880*  THE RUN'S FIVE EXCEPTION SOURCES                            *
000890*****************************************************************
000900 FD  SR-REJECT-FILE.
000910     COPY SRREJREC.
000920
000930 FD  SR-SUSPECT-FILE.
000940     COPY SRSUSREC.
000950
000960 FD  SR-DUPLST-FILE.
000970     COPY SRDUPREC.
000980
000990 FD  SR-OVERFLOW-FILE.
001000     COPY SROVRREC.
001010
001020 FD  SR-MISSNG-FILE.
001030     COPY SRMSNREC.
001040
001050*****************************************************************
001060*  SR-XCHG-FILE - THE RUN'S INTERCHANGE FILE, WHICH SAYS WHAT  *
001070*  BECAME OF EVERY READING AND SO WHAT THE RUN PUT RIGHT       *
001080*****************************************************************
001090 FD  SR-XCHG-FILE.
001100     COPY SRXCHREC.
001110
001120*****************************************************************
001130*  SR-XLDRPT-FILE - PRINTED LIST OF WHAT THE FEED DID          *
001140*****************************************************************
001150 FD  SR-XLDRPT-FILE.
001160 01  SR-XLDRPT-RECORD                PIC X(80).
001170
001180*****************************************************************
001190*  SR-PARM-FILE - ONLY THE JOB NAME IS USED HERE, TO FIND THE  *
001200*  JOB-QUALIFIED RUN OUTPUT                                    *
001210*****************************************************************
001220 FD  SR-PARM-FILE.
001230     COPY SRPARMRC.
001240
001250 WORKING-STORAGE SECTION.
001260 77  SR-EXLEDG-STATUS             PIC XX VALUE SPACES.
001270 77  SR-REJECT-STATUS             PIC XX VALUE SPACES.
001280 77  SR-SUSPECT-STATUS            PIC XX VALUE SPACES.
001290 77  SR-DUPLST-STATUS             PIC XX VALUE SPACES.
001300 77  SR-OVERFLOW-STATUS           PIC XX VALUE SPACES.
001310 77  SR-MISSNG-STATUS             PIC XX VALUE SPACES.
001320 77  SR-XCHG-STATUS               PIC XX VALUE SPACES.
001330 77  SR-XLDRPT-STATUS             PIC XX VALUE SPACES.
001340 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001350 77  SR-QUAL-JOB-NAME             PIC X(8) VALUE "SQRTJOB ".
001360 77  SR-RJ-FNAME                  PIC X(30) VALUE SPACES.
001370 77  SR-SUS-FNAME                 PIC X(30) VALUE SPACES.
001380 77  SR-DUP-FNAME                 PIC X(30) VALUE SPACES.
001390 77  SR-OVR-FNAME                 PIC X(30) VALUE SPACES.
001400 77  SR-MSN-FNAME                 PIC X(30) VALUE SPACES.
001410 77  SR-XCH-FNAME                 PIC X(30) VALUE SPACES.
001420 77  SR-RPT-FNAME                 PIC X(30) VALUE SPACES.
001430
001440 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001450     88  SR-END-OF-FILE                   VALUE "Y".
001460 77  SR-XLD-STOP-SWITCH           PIC X(1) VALUE "N".
001470     88  SR-XLD-STOPPED                   VALUE "Y".
001480 77  SR-XLD-NO-XCHG-SWITCH        PIC X(1) VALUE "N".
001490     88  SR-XLD-NO-XCHG                   VALUE "Y".
001500
001510 77  SR-XLD-RUN-DATE              PIC 9(8) VALUE ZERO.
001520 77  SR-XLD-TIME-FLD              PIC 9(8) VALUE ZERO.
001530 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
001540
001550*****************************************************************
001560*  THE ITEM BEING POSTED, LOADED FROM WHICHEVER LISTING IS     *
001570*  BEING FED                                                   *
001580*****************************************************************
001590 77  SR-XLW-STATION               PIC X(4) VALUE SPACES.
001600 77  SR-XLW-READING-ID            PIC X(10) VALUE SPACES.
001610 77  SR-XLW-TYPE                  PIC X(1) VALUE SPACE.
001620 77  SR-XLW-JOB-NAME              PIC X(8) VALUE SPACES.
001630 77  SR-XLW-OPERATOR-ID           PIC X(8) VALUE SPACES.
001640 77  SR-XLW-DETAIL                PIC X(30) VALUE SPACES.
001650 77  SR-XLW-CLOSE-REASON          PIC X(10) VALUE SPACES.
001660*    THE LISTING ENTRY'S DATE AND TIME, AND THE ITEM'S LAST
001670*    SEEN (OR CLOSED) DATE AND TIME, SIDE BY SIDE SO ONE
001680*    COMPARE SAYS WHICH IS NEWER
001690 01  SR-XLW-NEW-STAMP.
001700     05  SR-XLW-NEW-DATE          PIC X(8).
001710     05  SR-XLW-NEW-TIME          PIC X(8).
001720 01  SR-XLW-OLD-STAMP.
001730     05  SR-XLW-OLD-DATE          PIC X(8).
001740     05  SR-XLW-OLD-TIME          PIC X(8).
001750 77  SR-XLW-ACTION-WORD           PIC X(9) VALUE SPACES.
001760
001770*****************************************************************
001780*  THE FIVE EXCEPTION TYPES, IN THE ORDER A CONVERGED READING  *
001790*  HAS ITS ITEMS CLOSED                                        *
001800*****************************************************************
001810 01  SR-XLD-TYPE-VALUES           PIC X(5) VALUE "RSDOM".
001820 01  SR-XLD-TYPE-TABLE REDEFINES SR-XLD-TYPE-VALUES.
001830     05  SR-XLD-TYPE-CODE         PIC X(1) OCCURS 5 TIMES.
001840 77  SR-XLD-TYPE-SUB              PIC 9(4) COMP VALUE ZERO.
001850
001860*****************************************************************
001870*  COUNTS FOR THE REPORT                                       *
001880*****************************************************************
001890 77  SR-XLD-SOURCE-NAME           PIC X(30) VALUE SPACES.
001900 77  SR-XLD-SOURCE-COUNT          PIC 9(8) COMP VALUE ZERO.
001910 77  SR-XLD-OPENED-COUNT          PIC 9(8) COMP VALUE ZERO.
001920 77  SR-XLD-REOPENED-COUNT        PIC 9(8) COMP VALUE ZERO.
001930 77  SR-XLD-REFRESHED-COUNT       PIC 9(8) COMP VALUE ZERO.
001940 77  SR-XLD-UNCHANGED-COUNT       PIC 9(8) COMP VALUE ZERO.
001950 77  SR-XLD-NO-ID-COUNT           PIC 9(8) COMP VALUE ZERO.
001960 77  SR-XLD-CLOSED-COUNT          PIC 9(8) COMP VALUE ZERO.
001970 77  SR-XLD-COUNT-ED              PIC ZZ,ZZZ,ZZ9.
001980
001990 PROCEDURE DIVISION.
002000
002010*****************************************************************
002020*  0000-MAINLINE                                               *
002030*****************************************************************
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060
002070     IF NOT SR-XLD-STOPPED
002080         PERFORM 2000-FEED-REJECTS THRU 2000-EXIT
002090         PERFORM 2100-FEED-SUSPECTS THRU 2100-EXIT
002100         PERFORM 2200-FEED-DUPLICATES THRU 2200-EXIT
002110         PERFORM 2300-FEED-OVERFLOWS THRU 2300-EXIT
002120         PERFORM 2400-FEED-MISSING THRU 2400-EXIT
002130         PERFORM 3000-CLOSE-CONVERGED THRU 3000-EXIT
002140         CLOSE SR-EXLEDG-FILE
002150     END-IF.
002160
002170     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002180     GOBACK.
002190
002200*****************************************************************
002210*  1000-INITIALIZE - START THE REPORT AND OPEN THE LEDGER,     *
002220*  CREATING IT ON THE FIRST FEED                               *
002230*****************************************************************
002240 1000-INITIALIZE.
002250     ACCEPT SR-XLD-RUN-DATE FROM DATE YYYYMMDD.
002260     ACCEPT SR-XLD-TIME-FLD FROM TIME.
002270     PERFORM 1100-QUALIFY-FILE-NAMES THRU 1100-EXIT.
002280
002290     OPEN OUTPUT SR-XLDRPT-FILE.
002300     MOVE SPACES TO SR-PRINT-LINE.
002310     STRING "EXCEPTIONS LEDGER FEED   RUN DATE: "
002320                                DELIMITED BY SIZE
002330            SR-XLD-RUN-DATE     DELIMITED BY SIZE
002340            "  JOB: "           DELIMITED BY SIZE
002350            SR-QUAL-JOB-NAME    DELIMITED BY SIZE
002360         INTO SR-PRINT-LINE.
002370     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
002380     MOVE SPACES TO SR-XLDRPT-RECORD.
002390     WRITE SR-XLDRPT-RECORD.
002400
002410     OPEN I-O SR-EXLEDG-FILE.
002420     IF SR-EXLEDG-STATUS = "35"
002430         OPEN OUTPUT SR-EXLEDG-FILE
002440         CLOSE SR-EXLEDG-FILE
002450         OPEN I-O SR-EXLEDG-FILE
002460     END-IF.
002470     IF SR-EXLEDG-STATUS NOT = "00"
002480         MOVE SPACES TO SR-PRINT-LINE
002490         STRING "EXCEPTIONS LEDGER OPEN FAILED, STATUS "
002500                                DELIMITED BY SIZE
002510                SR-EXLEDG-STATUS DELIMITED BY SIZE
002520             INTO SR-PRINT-LINE
002530         WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE
002540         SET SR-XLD-STOPPED TO TRUE
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*  1100-QUALIFY-FILE-NAMES - THE RUN FILES AND THE REPORT      *
002610*  CARRY THE SRPARM JOB NAME, MATCHING SQUAREROOT AND SQRMISS. *
002620*****************************************************************
002630 1100-QUALIFY-FILE-NAMES.
002640     MOVE "SQRTJOB " TO SR-QUAL-JOB-NAME.
002650     OPEN INPUT SR-PARM-FILE.
002660     IF SR-PARM-STATUS NOT = "05"
002670         READ SR-PARM-FILE
002680             NOT AT END
002690                 MOVE SR-PARM-JOB-NAME TO SR-QUAL-JOB-NAME
002700         END-READ
002710     END-IF.
002720     CLOSE SR-PARM-FILE.
002730     MOVE SPACES TO SR-RJ-FNAME.
002740     STRING "SRREJECT."       DELIMITED BY SIZE
002750            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002760         INTO SR-RJ-FNAME.
002770     MOVE SPACES TO SR-SUS-FNAME.
002780     STRING "SRSUSP."         DELIMITED BY SIZE
002790            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002800         INTO SR-SUS-FNAME.
002810     MOVE SPACES TO SR-DUP-FNAME.
002820     STRING "SRDUPLST."       DELIMITED BY SIZE
002830            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002840         INTO SR-DUP-FNAME.
002850     MOVE SPACES TO SR-OVR-FNAME.
002860     STRING "SROVER."         DELIMITED BY SIZE
002870            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002880         INTO SR-OVR-FNAME.
002890     MOVE SPACES TO SR-MSN-FNAME.
002900     STRING "SRMISSNG."       DELIMITED BY SIZE
002910            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002920         INTO SR-MSN-FNAME.
002930     MOVE SPACES TO SR-XCH-FNAME.
002940     STRING "SRXCHG."         DELIMITED BY SIZE
002950            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002960         INTO SR-XCH-FNAME.
002970     MOVE SPACES TO SR-RPT-FNAME.
002980     STRING "SRXLDRPT."       DELIMITED BY SIZE
002990            SR-QUAL-JOB-NAME DELIMITED BY SPACE
003000         INTO SR-RPT-FNAME.
003010 1100-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050*  2000-FEED-REJECTS - EVERY SRREJECT ENTRY IS A REJECT ITEM   *
003060*****************************************************************
003070 2000-FEED-REJECTS.
003080     MOVE SR-RJ-FNAME TO SR-XLD-SOURCE-NAME.
003090     MOVE ZERO TO SR-XLD-SOURCE-COUNT.
003100     MOVE "N" TO SR-EOF-SWITCH.
003110     OPEN INPUT SR-REJECT-FILE.
003120     IF SR-REJECT-STATUS = "05"
003130         SET SR-END-OF-FILE TO TRUE
003140     END-IF.
003150     PERFORM 2050-FEED-ONE-REJECT THRU 2050-EXIT
003160         UNTIL SR-END-OF-FILE.
003170     PERFORM 2900-NOTE-SOURCE THRU 2900-EXIT.
003180     CLOSE SR-REJECT-FILE.
003190 2000-EXIT.
003200     EXIT.
003210
003220 2050-FEED-ONE-REJECT.
003230     READ SR-REJECT-FILE
003240         AT END
003250             SET SR-END-OF-FILE TO TRUE
003260             GO TO 2050-EXIT
003270     END-READ.
003280     ADD 1 TO SR-XLD-SOURCE-COUNT.
003290     MOVE SR-REJ-SOURCE-STATION TO SR-XLW-STATION.
003300     MOVE SR-REJ-READING-ID     TO SR-XLW-READING-ID.
003310     MOVE "R"                   TO SR-XLW-TYPE.
003320     MOVE SR-REJ-DATE           TO SR-XLW-NEW-DATE.
003330     MOVE SR-REJ-TIME           TO SR-XLW-NEW-TIME.
003340     MOVE SR-REJ-JOB-NAME       TO SR-XLW-JOB-NAME.
003350     MOVE SR-REJ-OPERATOR-ID    TO SR-XLW-OPERATOR-ID.
003360     MOVE SR-REJ-REASON         TO SR-XLW-DETAIL.
003370     PERFORM 4000-POST-ONE-ITEM THRU 4000-EXIT.
003380 2050-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420*  2100-FEED-SUSPECTS - EVERY SRSUSP ENTRY IS A SUSPECT ITEM   *
003430*****************************************************************
003440 2100-FEED-SUSPECTS.
003450     MOVE SR-SUS-FNAME TO SR-XLD-SOURCE-NAME.
003460     MOVE ZERO TO SR-XLD-SOURCE-COUNT.
003470     MOVE "N" TO SR-EOF-SWITCH.
003480     OPEN INPUT SR-SUSPECT-FILE.
003490     IF SR-SUSPECT-STATUS = "05"
003500         SET SR-END-OF-FILE TO TRUE
003510     END-IF.
003520     PERFORM 2150-FEED-ONE-SUSPECT THRU 2150-EXIT
003530         UNTIL SR-END-OF-FILE.
003540     PERFORM 2900-NOTE-SOURCE THRU 2900-EXIT.
003550     CLOSE SR-SUSPECT-FILE.
003560 2100-EXIT.
003570     EXIT.
003580
003590 2150-FEED-ONE-SUSPECT.
003600     READ SR-SUSPECT-FILE
003610         AT END
003620             SET SR-END-OF-FILE TO TRUE
003630             GO TO 2150-EXIT
003640     END-READ.
003650     ADD 1 TO SR-XLD-SOURCE-COUNT.
003660     MOVE SR-SUS-SOURCE-STATION TO SR-XLW-STATION.
003670     MOVE SR-SUS-READING-ID     TO SR-XLW-READING-ID.
003680     MOVE "S"                   TO SR-XLW-TYPE.
003690     MOVE SR-SUS-DATE           TO SR-XLW-NEW-DATE.
003700     MOVE SR-SUS-TIME           TO SR-XLW-NEW-TIME.
003710     MOVE SR-SUS-JOB-NAME       TO SR-XLW-JOB-NAME.
003720     MOVE SR-SUS-OPERATOR-ID    TO SR-XLW-OPERATOR-ID.
003730     MOVE SPACES TO SR-XLW-DETAIL.
003740     STRING "OUT OF BAND, VALUE " DELIMITED BY SIZE
003750            SR-SUS-VALUE          DELIMITED BY SIZE
003760         INTO SR-XLW-DETAIL.
003770     PERFORM 4000-POST-ONE-ITEM THRU 4000-EXIT.
003780 2150-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*  2200-FEED-DUPLICATES - EVERY SRDUPLST ENTRY IS A DUPLICATE  *
003830*  ITEM                                                        *
003840*****************************************************************
003850 2200-FEED-DUPLICATES.
003860     MOVE SR-DUP-FNAME TO SR-XLD-SOURCE-NAME.
003870     MOVE ZERO TO SR-XLD-SOURCE-COUNT.
003880     MOVE "N" TO SR-EOF-SWITCH.
003890     OPEN INPUT SR-DUPLST-FILE.
003900     IF SR-DUPLST-STATUS = "05"
003910         SET SR-END-OF-FILE TO TRUE
003920     END-IF.
003930     PERFORM 2250-FEED-ONE-DUPLICATE THRU 2250-EXIT
003940         UNTIL SR-END-OF-FILE.
003950     PERFORM 2900-NOTE-SOURCE THRU 2900-EXIT.
003960     CLOSE SR-DUPLST-FILE.
003970 2200-EXIT.
003980     EXIT.
003990
004000 2250-FEED-ONE-DUPLICATE.
004010     READ SR-DUPLST-FILE
004020         AT END
004030             SET SR-END-OF-FILE TO TRUE
004040             GO TO 2250-EXIT
004050     END-READ.
004060     ADD 1 TO SR-XLD-SOURCE-COUNT.
004070     MOVE SR-DUP-SOURCE-STATION TO SR-XLW-STATION.
004080     MOVE SR-DUP-READING-ID     TO SR-XLW-READING-ID.
004090     MOVE "D"                   TO SR-XLW-TYPE.
004100     MOVE SR-DUP-DATE           TO SR-XLW-NEW-DATE.
004110     MOVE SR-DUP-TIME           TO SR-XLW-NEW-TIME.
004120     MOVE SR-DUP-JOB-NAME       TO SR-XLW-JOB-NAME.
004130     MOVE SR-DUP-OPERATOR-ID    TO SR-XLW-OPERATOR-ID.
004140     MOVE SR-DUP-REASON         TO SR-XLW-DETAIL.
004150     PERFORM 4000-POST-ONE-ITEM THRU 4000-EXIT.
004160 2250-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*  2300-FEED-OVERFLOWS - EVERY SROVER ENTRY IS AN OVERFLOW     *
004210*  ITEM                                                        *
004220*****************************************************************
004230 2300-FEED-OVERFLOWS.
004240     MOVE SR-OVR-FNAME TO SR-XLD-SOURCE-NAME.
004250     MOVE ZERO TO SR-XLD-SOURCE-COUNT.
004260     MOVE "N" TO SR-EOF-SWITCH.
004270     OPEN INPUT SR-OVERFLOW-FILE.
004280     IF SR-OVERFLOW-STATUS = "05"
004290         SET SR-END-OF-FILE TO TRUE
004300     END-IF.
004310     PERFORM 2350-FEED-ONE-OVERFLOW THRU 2350-EXIT
004320         UNTIL SR-END-OF-FILE.
004330     PERFORM 2900-NOTE-SOURCE THRU 2900-EXIT.
004340     CLOSE SR-OVERFLOW-FILE.
004350 2300-EXIT.
004360     EXIT.
004370
004380 2350-FEED-ONE-OVERFLOW.
004390     READ SR-OVERFLOW-FILE
004400         AT END
004410             SET SR-END-OF-FILE TO TRUE
004420             GO TO 2350-EXIT
004430     END-READ.
004440     ADD 1 TO SR-XLD-SOURCE-COUNT.
004450     MOVE SR-OVR-SOURCE-STATION TO SR-XLW-STATION.
004460     MOVE SR-OVR-READING-ID     TO SR-XLW-READING-ID.
004470     MOVE "O"                   TO SR-XLW-TYPE.
004480     MOVE SR-OVR-DATE           TO SR-XLW-NEW-DATE.
004490     MOVE SR-OVR-TIME           TO SR-XLW-NEW-TIME.
004500     MOVE SR-OVR-JOB-NAME       TO SR-XLW-JOB-NAME.
004510     MOVE SR-OVR-OPERATOR-ID    TO SR-XLW-OPERATOR-ID.
004520     MOVE SPACES TO SR-XLW-DETAIL.
004530     STRING "OVERFLOW IN "        DELIMITED BY SIZE
004540            SR-OVR-STAGE          DELIMITED BY SIZE
004550         INTO SR-XLW-DETAIL.
004560     PERFORM 4000-POST-ONE-ITEM THRU 4000-EXIT.
004570 2350-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*  2400-FEED-MISSING - EVERY SRMISSNG ENTRY IS A MISSING ITEM. *
004620*  SQRMISS RUNS WITHOUT AN OPERATOR, SO IT IS THE TOUCHER.     *
004630*****************************************************************
004640 2400-FEED-MISSING.
004650     MOVE SR-MSN-FNAME TO SR-XLD-SOURCE-NAME.
004660     MOVE ZERO TO SR-XLD-SOURCE-COUNT.
004670     MOVE "N" TO SR-EOF-SWITCH.
004680     OPEN INPUT SR-MISSNG-FILE.
004690     IF SR-MISSNG-STATUS = "05"
004700         SET SR-END-OF-FILE TO TRUE
004710     END-IF.
004720     PERFORM 2450-FEED-ONE-MISSING THRU 2450-EXIT
004730         UNTIL SR-END-OF-FILE.
004740     PERFORM 2900-NOTE-SOURCE THRU 2900-EXIT.
004750     CLOSE SR-MISSNG-FILE.
004760 2400-EXIT.
004770     EXIT.
004780
004790 2450-FEED-ONE-MISSING.
004800     READ SR-MISSNG-FILE
004810         AT END
004820             SET SR-END-OF-FILE TO TRUE
004830             GO TO 2450-EXIT
004840     END-READ.
004850     ADD 1 TO SR-XLD-SOURCE-COUNT.
004860     MOVE SR-MSN-SOURCE-STATION TO SR-XLW-STATION.
004870     MOVE SR-MSN-READING-ID     TO SR-XLW-READING-ID.
004880     MOVE "M"                   TO SR-XLW-TYPE.
004890     MOVE SR-MSN-DATE           TO SR-XLW-NEW-DATE.
004900     MOVE SR-MSN-TIME           TO SR-XLW-NEW-TIME.
004910     MOVE SR-MSN-JOB-NAME       TO SR-XLW-JOB-NAME.
004920     MOVE "SQRMISS "            TO SR-XLW-OPERATOR-ID.
004930     MOVE SPACES TO SR-XLW-DETAIL.
004940     STRING "NOT IN RUN, LAST "   DELIMITED BY SIZE
004950            SR-MSN-LAST-DATE      DELIMITED BY SIZE
004960         INTO SR-XLW-DETAIL.
004970     PERFORM 4000-POST-ONE-ITEM THRU 4000-EXIT.
004980 2450-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020*  2900-NOTE-SOURCE - ONE REPORT LINE PER LISTING FED          *
005030*****************************************************************
005040 2900-NOTE-SOURCE.
005050     MOVE SR-XLD-SOURCE-COUNT TO SR-XLD-COUNT-ED.
005060     MOVE SPACES TO SR-PRINT-LINE.
005070     STRING "FED FROM "           DELIMITED BY SIZE
005080            SR-XLD-SOURCE-NAME    DELIMITED BY SPACE
005090            ": "                  DELIMITED BY SIZE
005100            SR-XLD-COUNT-ED       DELIMITED BY SIZE
005110            " ENTRIES"            DELIMITED BY SIZE
005120         INTO SR-PRINT-LINE.
005130     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
005140 2900-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180*  3000-CLOSE-CONVERGED - READ THE RUN'S SRXCHG AND CLOSE WHAT *
005190*  THE RUN PUT RIGHT.  THIS COMES AFTER THE FEED, SO AN ITEM   *
005200*  THE SAME RUN PUT RIGHT (A DUPLICATE WHOSE FIRST COPY        *
005210*  CONVERGED) OPENS AND CLOSES IN ONE FEED AND LEAVES A TRAIL. *
005220*****************************************************************
005230 3000-CLOSE-CONVERGED.
005240     MOVE SPACES TO SR-XLDRPT-RECORD.
005250     WRITE SR-XLDRPT-RECORD.
005260     MOVE "N" TO SR-EOF-SWITCH.
005270     OPEN INPUT SR-XCHG-FILE.
005280     IF SR-XCHG-STATUS = "05"
005290         SET SR-END-OF-FILE TO TRUE
005300         SET SR-XLD-NO-XCHG TO TRUE
005310         MOVE SPACES TO SR-PRINT-LINE
005320         STRING SR-XCH-FNAME          DELIMITED BY SPACE
005330                " NOT ON FILE - NO ITEMS COULD BE CLOSED"
005340                                      DELIMITED BY SIZE
005350             INTO SR-PRINT-LINE
005360         WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE
005370     END-IF.
005380     PERFORM 3100-CLOSE-ONE-XCHG THRU 3100-EXIT
005390         UNTIL SR-END-OF-FILE.
005400     CLOSE SR-XCHG-FILE.
005410 3000-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*  3100-CLOSE-ONE-XCHG - A CONVERGED (OR RELEASED) READING     *
005460*  CLOSES ALL ITS OPEN ITEMS; ANY OTHER OUTCOME STILL SHOWS    *
005470*  THE READING ARRIVED, WHICH CLOSES ITS MISSING ITEM.         *
005480*****************************************************************
005490 3100-CLOSE-ONE-XCHG.
005500     READ SR-XCHG-FILE
005510         AT END
005520             SET SR-END-OF-FILE TO TRUE
005530             GO TO 3100-EXIT
005540     END-READ.
005550     IF SR-XCH-READING-ID = SPACES
005560         GO TO 3100-EXIT
005570     END-IF.
005580     IF SR-XCH-CONVERGED OR SR-XCH-RELEASED
005590         MOVE "CONVERGED " TO SR-XLW-CLOSE-REASON
005600         PERFORM 3200-CLOSE-ONE-ITEM THRU 3200-EXIT
005610             VARYING SR-XLD-TYPE-SUB FROM 1 BY 1
005620                 UNTIL SR-XLD-TYPE-SUB > 5
005630     ELSE
005640         MOVE "ARRIVED   " TO SR-XLW-CLOSE-REASON
005650         MOVE 5 TO SR-XLD-TYPE-SUB
005660         PERFORM 3200-CLOSE-ONE-ITEM THRU 3200-EXIT
005670     END-IF.
005680 3100-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720*  3200-CLOSE-ONE-ITEM - CLOSE THE READING'S ITEM OF THE TYPE  *
005730*  IN SR-XLD-TYPE-SUB IF THERE IS ONE OPEN.  THE RUN'S         *
005740*  OPERATOR IS THE LAST TO TOUCH IT.                           *
005750*****************************************************************
005760 3200-CLOSE-ONE-ITEM.
005770     MOVE SR-XCH-SOURCE-STN TO SR-EXL-SOURCE-STATION.
005780     MOVE SR-XCH-READING-ID TO SR-EXL-READING-ID.
005790     MOVE SR-XLD-TYPE-CODE (SR-XLD-TYPE-SUB) TO SR-EXL-TYPE.
005800     READ SR-EXLEDG-FILE
005810         INVALID KEY
005820             GO TO 3200-EXIT
005830     END-READ.
005840     IF NOT SR-EXL-OPEN
005850         GO TO 3200-EXIT
005860     END-IF.
005870
005880     MOVE "C"                 TO SR-EXL-STATUS.
005890     MOVE SR-XLD-RUN-DATE     TO SR-EXL-CLOSED-DATE.
005900     MOVE SR-XLD-TIME-FLD     TO SR-EXL-CLOSED-TIME.
005910     MOVE SR-XLW-CLOSE-REASON TO SR-EXL-CLOSE-REASON.
005920     MOVE SR-XCH-OPERATOR-ID  TO SR-EXL-TOUCH-OPERATOR.
005930     MOVE SR-XLD-RUN-DATE     TO SR-EXL-TOUCH-DATE.
005940     MOVE SR-XLD-TIME-FLD     TO SR-EXL-TOUCH-TIME.
005950     REWRITE SR-EXCEPTION-LEDGER-RECORD.
005960     ADD 1 TO SR-XLD-CLOSED-COUNT.
005970     MOVE "CLOSED   " TO SR-XLW-ACTION-WORD.
005980     MOVE SR-XLW-CLOSE-REASON TO SR-XLW-DETAIL.
005990     PERFORM 4900-LIST-ITEM THRU 4900-EXIT.
006000 3200-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040*  4000-POST-ONE-ITEM - CARRY ONE LISTING ENTRY TO THE LEDGER: *
006050*  A NEW ITEM IS OPENED; AN OPEN ONE IS REFRESHED; A CLOSED    *
006060*  ONE IS REOPENED IF THE ENTRY IS NEWER THAN THE CLOSE.  AN   *
006070*  ENTRY NO NEWER THAN WHAT THE ITEM ALREADY HOLDS HAS BEEN    *
006080*  FED BEFORE AND CHANGES NOTHING.                             *
006090*****************************************************************
006100 4000-POST-ONE-ITEM.
006110     IF SR-XLW-READING-ID = SPACES
006120         ADD 1 TO SR-XLD-NO-ID-COUNT
006130         GO TO 4000-EXIT
006140     END-IF.
006150     MOVE SR-XLW-STATION    TO SR-EXL-SOURCE-STATION.
006160     MOVE SR-XLW-READING-ID TO SR-EXL-READING-ID.
006170     MOVE SR-XLW-TYPE       TO SR-EXL-TYPE.
006180     READ SR-EXLEDG-FILE
006190         INVALID KEY
006200             PERFORM 4100-OPEN-NEW-ITEM THRU 4100-EXIT
006210             GO TO 4000-EXIT
006220     END-READ.
006230
006240     IF SR-EXL-CLOSED
006250         MOVE SR-EXL-CLOSED-DATE TO SR-XLW-OLD-DATE
006260         MOVE SR-EXL-CLOSED-TIME TO SR-XLW-OLD-TIME
006270         IF SR-XLW-NEW-STAMP > SR-XLW-OLD-STAMP
006280             PERFORM 4200-REOPEN-ITEM THRU 4200-EXIT
006290         ELSE
006300             ADD 1 TO SR-XLD-UNCHANGED-COUNT
006310         END-IF
006320         GO TO 4000-EXIT
006330     END-IF.
006340
006350     MOVE SR-EXL-LAST-SEEN-DATE TO SR-XLW-OLD-DATE.
006360     MOVE SR-EXL-LAST-SEEN-TIME TO SR-XLW-OLD-TIME.
006370     IF SR-XLW-NEW-STAMP NOT > SR-XLW-OLD-STAMP
006380         ADD 1 TO SR-XLD-UNCHANGED-COUNT
006390         GO TO 4000-EXIT
006400     END-IF.
006410     IF SR-EXL-TIMES-SEEN < 9999
006420         ADD 1 TO SR-EXL-TIMES-SEEN
006430     END-IF.
006440     PERFORM 4300-STAMP-SEEN THRU 4300-EXIT.
006450     REWRITE SR-EXCEPTION-LEDGER-RECORD.
006460     ADD 1 TO SR-XLD-REFRESHED-COUNT.
006470 4000-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510*  4100-OPEN-NEW-ITEM - FIRST TIME THIS EXCEPTION IS REPORTED  *
006520*****************************************************************
006530 4100-OPEN-NEW-ITEM.
006540     MOVE SPACES TO SR-EXCEPTION-LEDGER-RECORD.
006550     MOVE SR-XLW-STATION    TO SR-EXL-SOURCE-STATION.
006560     MOVE SR-XLW-READING-ID TO SR-EXL-READING-ID.
006570     MOVE SR-XLW-TYPE       TO SR-EXL-TYPE.
006580     MOVE "O"               TO SR-EXL-STATUS.
006590     MOVE SR-XLW-NEW-DATE   TO SR-EXL-OPENED-DATE.
006600     MOVE SR-XLW-JOB-NAME   TO SR-EXL-OPENED-JOB.
006610     MOVE 1                 TO SR-EXL-TIMES-SEEN.
006620     PERFORM 4300-STAMP-SEEN THRU 4300-EXIT.
006630     WRITE SR-EXCEPTION-LEDGER-RECORD
006640         INVALID KEY
006650             MOVE SPACES TO SR-PRINT-LINE
006660             STRING "LEDGER WRITE FAILED, STATUS "
006670                                    DELIMITED BY SIZE
006680                    SR-EXLEDG-STATUS DELIMITED BY SIZE
006690                 INTO SR-PRINT-LINE
006700             WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE
006710             GO TO 4100-EXIT
006720     END-WRITE.
006730     ADD 1 TO SR-XLD-OPENED-COUNT.
006740     MOVE "OPENED   " TO SR-XLW-ACTION-WORD.
006750     PERFORM 4900-LIST-ITEM THRU 4900-EXIT.
006760 4100-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800*  4200-REOPEN-ITEM - A CLOSED EXCEPTION REPORTED AGAIN BY A   *
006810*  LATER RUN.  IT AGES FROM THE REPORT THAT REOPENED IT.       *
006820*****************************************************************
006830 4200-REOPEN-ITEM.
006840     MOVE "O"               TO SR-EXL-STATUS.
006850     MOVE SR-XLW-NEW-DATE   TO SR-EXL-OPENED-DATE.
006860     MOVE SR-XLW-JOB-NAME   TO SR-EXL-OPENED-JOB.
006870     MOVE 1                 TO SR-EXL-TIMES-SEEN.
006880     MOVE SPACES            TO SR-EXL-CLOSED-DATE.
006890     MOVE SPACES            TO SR-EXL-CLOSED-TIME.
006900     MOVE SPACES            TO SR-EXL-CLOSE-REASON.
006910     PERFORM 4300-STAMP-SEEN THRU 4300-EXIT.
006920     REWRITE SR-EXCEPTION-LEDGER-RECORD.
006930     ADD 1 TO SR-XLD-REOPENED-COUNT.
006940     MOVE "REOPENED " TO SR-XLW-ACTION-WORD.
006950     PERFORM 4900-LIST-ITEM THRU 4900-EXIT.
006960 4200-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*  4300-STAMP-SEEN - THE LISTING ENTRY BECOMES THE ITEM'S      *
007010*  LATEST SIGHTING, AND ITS RUN'S OPERATOR THE LAST TOUCHER    *
007020*****************************************************************
007030 4300-STAMP-SEEN.
007040     MOVE SR-XLW-NEW-DATE    TO SR-EXL-LAST-SEEN-DATE.
007050     MOVE SR-XLW-NEW-TIME    TO SR-EXL-LAST-SEEN-TIME.
007060     MOVE SR-XLW-JOB-NAME    TO SR-EXL-LAST-SEEN-JOB.
007070     MOVE SR-XLW-DETAIL      TO SR-EXL-DETAIL.
007080     MOVE SR-XLW-OPERATOR-ID TO SR-EXL-TOUCH-OPERATOR.
007090     MOVE SR-XLW-NEW-DATE    TO SR-EXL-TOUCH-DATE.
007100     MOVE SR-XLW-NEW-TIME    TO SR-EXL-TOUCH-TIME.
007110 4300-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150*  4900-LIST-ITEM - ONE REPORT LINE FOR AN ITEM OPENED,        *
007160*  REOPENED OR CLOSED                                          *
007170*****************************************************************
007180 4900-LIST-ITEM.
007190     MOVE SPACES TO SR-PRINT-LINE.
007200     STRING SR-XLW-ACTION-WORD    DELIMITED BY SIZE
007210            "STN "                DELIMITED BY SIZE
007220            SR-EXL-SOURCE-STATION DELIMITED BY SIZE
007230            " READING "           DELIMITED BY SIZE
007240            SR-EXL-READING-ID     DELIMITED BY SIZE
007250            " TYPE "              DELIMITED BY SIZE
007260            SR-EXL-TYPE           DELIMITED BY SIZE
007270            " "                   DELIMITED BY SIZE
007280            SR-XLW-DETAIL         DELIMITED BY SIZE
007290         INTO SR-PRINT-LINE.
007300     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007310 4900-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*  9000-FINALIZE - SUMMARY COUNTS AND RETURN-CODE SIGNALING    *
007360*****************************************************************
007370 9000-FINALIZE.
007380     MOVE SPACES TO SR-XLDRPT-RECORD.
007390     WRITE SR-XLDRPT-RECORD.
007400
007410     IF SR-XLD-STOPPED
007420         CLOSE SR-XLDRPT-FILE
007430         DISPLAY "SQRXLED: EXCEPTIONS LEDGER NOT AVAILABLE - "
007440             "SEE SRXLDRPT"
007450         MOVE 8 TO RETURN-CODE
007460         GO TO 9000-EXIT
007470     END-IF.
007480
007490     MOVE SR-XLD-OPENED-COUNT TO SR-XLD-COUNT-ED.
007500     MOVE SPACES TO SR-PRINT-LINE.
007510     STRING "ITEMS OPENED:           " DELIMITED BY SIZE
007520            SR-XLD-COUNT-ED            DELIMITED BY SIZE
007530         INTO SR-PRINT-LINE.
007540     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007550     MOVE SR-XLD-REOPENED-COUNT TO SR-XLD-COUNT-ED.
007560     MOVE SPACES TO SR-PRINT-LINE.
007570     STRING "ITEMS REOPENED:         " DELIMITED BY SIZE
007580            SR-XLD-COUNT-ED            DELIMITED BY SIZE
007590         INTO SR-PRINT-LINE.
007600     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007610     MOVE SR-XLD-REFRESHED-COUNT TO SR-XLD-COUNT-ED.
007620     MOVE SPACES TO SR-PRINT-LINE.
007630     STRING "ITEMS REPORTED AGAIN:   " DELIMITED BY SIZE
007640            SR-XLD-COUNT-ED            DELIMITED BY SIZE
007650         INTO SR-PRINT-LINE.
007660     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007670     MOVE SR-XLD-UNCHANGED-COUNT TO SR-XLD-COUNT-ED.
007680     MOVE SPACES TO SR-PRINT-LINE.
007690     STRING "ENTRIES ALREADY FED:    " DELIMITED BY SIZE
007700            SR-XLD-COUNT-ED            DELIMITED BY SIZE
007710         INTO SR-PRINT-LINE.
007720     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007730     MOVE SR-XLD-NO-ID-COUNT TO SR-XLD-COUNT-ED.
007740     MOVE SPACES TO SR-PRINT-LINE.
007750     STRING "ENTRIES WITH NO ID:     " DELIMITED BY SIZE
007760            SR-XLD-COUNT-ED            DELIMITED BY SIZE
007770         INTO SR-PRINT-LINE.
007780     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007790     MOVE SR-XLD-CLOSED-COUNT TO SR-XLD-COUNT-ED.
007800     MOVE SPACES TO SR-PRINT-LINE.
007810     STRING "ITEMS CLOSED:           " DELIMITED BY SIZE
007820            SR-XLD-COUNT-ED            DELIMITED BY SIZE
007830         INTO SR-PRINT-LINE.
007840     WRITE SR-XLDRPT-RECORD FROM SR-PRINT-LINE.
007850     CLOSE SR-XLDRPT-FILE.
007860
007870     IF SR-XLD-NO-XCHG
007880         DISPLAY "SQRXLED: NO SRXCHG FOR THE RUN - NO ITEMS "
007890             "CLOSED"
007900         MOVE 4 TO RETURN-CODE
007910     ELSE
007920         MOVE SR-XLD-CLOSED-COUNT TO SR-XLD-COUNT-ED
007930         DISPLAY "SQRXLED: LEDGER FED, " SR-XLD-COUNT-ED
007940             " ITEMS CLOSED"
007950         MOVE ZERO TO RETURN-CODE
007960     END-IF.
007970 9000-EXIT.
007980     EXIT.
