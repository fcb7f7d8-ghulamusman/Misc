000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQROUT.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQROUT - STATION RETURN FILES.  THE STATIONS USED TO LEARN  *
000090*  WHAT BECAME OF THEIR READINGS BY TELEPHONE.  RUN AFTER THE  *
000100*  RUN HAS BALANCED, THIS PROGRAM READS THE RUN'S SRXCHG       *
000110*  INTERCHANGE FILE - ONE RECORD FOR EVERY READING THE RUN     *
000120*  TOOK, WHATEVER ITS OUTCOME - AND WRITES EACH ACTIVE OR HELD *
000130*  STATION ON SRSTNMAS AN SROUT.<STATION> RETURN FILE: ONE     *
000140*  SROUTREC DETAIL LINE PER READING WITH ITS STATUS, ITS       *
000150*  RESULT OR THE REASON IT WAS NOT TAKEN, AND ITS OPERATION    *
000160*  CODE.  THE REASONS COME FROM THE RUN'S SRREJECT LISTING,    *
000170*  SRDUPLST DUPLICATE LISTING AND SRSUSP SUSPECT LISTING.      *
000180*  EACH FILE IS WRAPPED IN AN SRTRNREC TRANSMITTAL HEADER AND  *
000190*  TRAILER CARRYING THE DETAIL COUNT AND THE HASH TOTAL OF     *
000200*  THE RESULTS, THE SAME WAY THE STATIONS WRAP THEIR SRIN      *
000210*  FILES.  A STATION THAT SENT NOTHING STILL GETS A FILE -     *
000220*  AN EMPTY TRANSMITTAL IS ITS PROOF THAT NOTHING ARRIVED.     *
000230*  THE SROUTRPT REPORT LISTS THE FILES WRITTEN.                *
000240*                                                               *
000250*  RETURN CODES: 0 EVERY READING RETURNED TO ITS STATION,      *
000260*  4 NO INTERCHANGE FILE, NO ACTIVE OR HELD STATIONS, OR       *
000270*  READINGS FOR A RETIRED OR UNKNOWN STATION (THESE ARE        *
000280*  LISTED ON SROUTRPT AND NOT RETURNED).                       *
000290*                                                               *
000300*  MODIFICATION HISTORY                                        *
000310*  DATE        INIT  DESCRIPTION                               *
      *  10/15/2026  JTM   A STATION ON HOLD IS NOW RETURNED ITS     *
      *                     FILE LIKE AN ACTIVE ONE; ONLY A RETIRED  *
      *                     STATION IS SKIPPED.                      *
000311*  10/15/2026  JTM   A HELD ROOT-SUM-SQUARE COMPOSITE (STATUS  *
000312*                     H, OPERATION RS) IS RETURNED WITH THE    *
000313*                     REASON HELD - MEMBER READING UNUSABLE,   *
000315*                     NOT THE STATION-HOLD REASON.             *
000316*  10/15/2026  JTM   A READING QUEUED FROM A STATION ON HOLD   *
000317*                     (STATUS H) IS RETURNED WITH THE REASON   *
000318*                     HELD - STATION ON HOLD.                  *
000320*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370
000380     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000390
000400     SELECT OPTIONAL SR-STNMAS-FILE ASSIGN TO "SRSTNMAS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SR-STNMAS-STATUS.
000430
000440     SELECT OPTIONAL SR-XCHG-FILE ASSIGN USING SR-XCH-FNAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS SR-XCHG-STATUS.
000470
000480     SELECT OPTIONAL SR-REJECT-FILE ASSIGN USING SR-RJ-FNAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SR-REJECT-STATUS.
000510
000520     SELECT OPTIONAL SR-DUPLST-FILE ASSIGN USING SR-DUP-FNAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SR-DUPLST-STATUS.
000550
000560     SELECT OPTIONAL SR-SUSPECT-FILE ASSIGN USING SR-SUS-FNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SR-SUSPECT-STATUS.
000590
000600     SELECT SR-STNOUT-FILE ASSIGN USING SR-SOUT-FNAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SR-STNOUT-STATUS.
000630
000640     SELECT SR-OUTRPT-FILE ASSIGN USING SR-RPT-FNAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SR-OUTRPT-STATUS.
000670
000680     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS SR-PARM-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  STANDARD-OUTPUT.
000760 01  OUT-LINE  PICTURE X(80).
000770
000780*****************************************************************
000790*  SR-STNMAS-FILE - THE STATION MASTER (SEE SRSTNREC)          *
000800*****************************************************************
000810 FD  SR-STNMAS-FILE.
000820     COPY SRSTNREC.
000830
000840*****************************************************************
000850*  THE RUN'S OUTPUT - THE INTERCHANGE FILE DRIVES THE RETURN,  *
000860*  THE THREE LISTINGS SUPPLY THE REASONS                       *
000870*****************************************************************
000880 FD  SR-XCHG-FILE.
000890     COPY SRXCHREC.
000900
000910 FD  SR-REJECT-FILE.
000920     COPY SRREJREC.
000930
000940 FD  SR-DUPLST-FILE.
000950     COPY SRDUPREC.
000960
000970 FD  SR-SUSPECT-FILE.
000980     COPY SRSUSREC.
000990
001000*****************************************************************
001010*  SR-STNOUT-FILE - ONE STATION'S RETURN FILE; THE NAME IS SET *
001020*  BEFORE EACH OPEN.  WRITTEN AS RAW TEXT - THE FIRST AND LAST *
001030*  RECORDS ARE TRANSMITTALS, THE REST SROUTREC DETAIL.         *
001040*****************************************************************
001050 FD  SR-STNOUT-FILE.
001060 01  SR-STNOUT-RECORD                PIC X(100).
001070
001080*****************************************************************
001090*  SR-OUTRPT-FILE - PRINTED LIST OF THE RETURN FILES WRITTEN   *
001100*****************************************************************
001110 FD  SR-OUTRPT-FILE.
001120 01  SR-OUTRPT-RECORD                PIC X(80).
001130
001140*****************************************************************
001150*  SR-PARM-FILE - ONLY THE JOB NAME IS USED HERE, TO FIND THE  *
001160*  JOB-QUALIFIED RUN OUTPUT                                    *
001170*****************************************************************
001180 FD  SR-PARM-FILE.
001190     COPY SRPARMRC.
001200
001210 WORKING-STORAGE SECTION.
001220 77  SR-STNMAS-STATUS             PIC XX VALUE SPACES.
001230 77  SR-XCHG-STATUS               PIC XX VALUE SPACES.
001240 77  SR-REJECT-STATUS             PIC XX VALUE SPACES.
001250 77  SR-DUPLST-STATUS             PIC XX VALUE SPACES.
001260 77  SR-SUSPECT-STATUS            PIC XX VALUE SPACES.
001270 77  SR-STNOUT-STATUS             PIC XX VALUE SPACES.
001280 77  SR-OUTRPT-STATUS             PIC XX VALUE SPACES.
001290 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001300 77  SR-QUAL-JOB-NAME             PIC X(8) VALUE "SQRTJOB ".
001310 77  SR-XCH-FNAME                 PIC X(30) VALUE SPACES.
001320 77  SR-RJ-FNAME                  PIC X(30) VALUE SPACES.
001330 77  SR-DUP-FNAME                 PIC X(30) VALUE SPACES.
001340 77  SR-SUS-FNAME                 PIC X(30) VALUE SPACES.
001350 77  SR-RPT-FNAME                 PIC X(30) VALUE SPACES.
001360 77  SR-SOUT-FNAME                PIC X(30) VALUE SPACES.
001370
001380 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001390     88  SR-END-OF-FILE                   VALUE "Y".
001400 77  SR-XCHG-FOUND-SWITCH         PIC X(1) VALUE "N".
001410     88  SR-XCHG-FOUND                    VALUE "Y".
001420
001430 77  SR-OUT-RUN-DATE              PIC 9(8) VALUE ZERO.
001440 77  SR-OUT-TIME-FLD              PIC 9(8) VALUE ZERO.
001450 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
001460
001470*****************************************************************
001480*  ACTIVE AND HELD STATIONS FROM SRSTNMAS, WITH EACH STATION'S *
001490*  DETAIL COUNT AND RESULT HASH TOTAL GATHERED ON THE FIRST    *
001500*  PASS OF SRXCHG SO THE HEADER CAN BE WRITTEN FIRST.  100     *
001510*  STATIONS MATCHES THE TABLES IN SQUAREROOT.                  *
001520*****************************************************************
001530 77  SR-OUT-STN-COUNT             PIC 9(4) COMP VALUE ZERO.
001540 77  SR-OUT-STN-SUB               PIC 9(4) COMP VALUE ZERO.
001550 77  SR-OUT-STN-FOUND             PIC 9(4) COMP VALUE ZERO.
001560 01  SR-OUT-STN-TABLE.
001570     05  SR-OUT-STN-ENTRY            OCCURS 100 TIMES.
001580         10  SR-OUT-STN-CODE         PIC X(4).
001590         10  SR-OUT-STN-DETAILS      PIC 9(6) COMP.
001600         10  SR-OUT-STN-HASH         PIC 9(13)V9(6).
001610
001620*****************************************************************
001630*  REASON TABLE - ONE ENTRY PER SRREJECT, SRDUPLST AND SRSUSP  *
001640*  RECORD.  AN ENTRY IS MARKED USED WHEN IT IS MATCHED, SO A   *
001650*  READING ID THAT WAS REJECTED TWICE IN THE RUN TAKES EACH    *
001660*  REASON IN TURN.  A READING WHOSE REASON CANNOT BE FOUND     *
001670*  (OR DID NOT FIT THE TABLE) IS RETURNED WITH A REASON BUILT  *
001680*  FROM ITS STATUS ALONE.                                      *
001690*****************************************************************
001700 77  SR-OUT-EXC-COUNT             PIC 9(4) COMP VALUE ZERO.
001710 77  SR-OUT-EXC-SUB               PIC 9(4) COMP VALUE ZERO.
001720 77  SR-OUT-EXC-FOUND             PIC 9(4) COMP VALUE ZERO.
001730 77  SR-OUT-EXC-LOST              PIC 9(6) COMP VALUE ZERO.
001740 01  SR-OUT-EXC-TABLE.
001750     05  SR-OUT-EXC-ENTRY            OCCURS 3000 TIMES.
001760*        R = SRREJECT, D = SRDUPLST, S = SRSUSP
001770         10  SR-OUT-EXC-TYPE         PIC X(1).
001780         10  SR-OUT-EXC-READING-ID   PIC X(10).
001790         10  SR-OUT-EXC-STATION      PIC X(4).
001800         10  SR-OUT-EXC-REASON       PIC X(30).
001810         10  SR-OUT-EXC-BAND-MIN     PIC X(18).
001820         10  SR-OUT-EXC-BAND-MAX     PIC X(18).
001830         10  SR-OUT-EXC-USED         PIC X(1).
001840
001850*    THE ENTRY BEING ADDED TO THE REASON TABLE
001860 01  SR-OUT-NEW-EXC.
001870     05  SR-OUT-NEW-TYPE             PIC X(1).
001880     05  SR-OUT-NEW-READING-ID       PIC X(10).
001890     05  SR-OUT-NEW-STATION          PIC X(4).
001900     05  SR-OUT-NEW-REASON           PIC X(30).
001910     05  SR-OUT-NEW-BAND-MIN         PIC X(18).
001920     05  SR-OUT-NEW-BAND-MAX         PIC X(18).
001930
001940*****************************************************************
001950*  PER-STATION AND RUN TOTALS                                  *
001960*****************************************************************
001970 77  SR-OUT-CUR-STATION           PIC X(4) VALUE SPACES.
001980 77  SR-OUT-WANT-TYPE             PIC X(1) VALUE SPACES.
001990 77  SR-OUT-RESULT-WORK           PIC 9(11)V9(6) VALUE ZERO.
002000 77  SR-OUT-FILES-WRITTEN         PIC 9(4) COMP VALUE ZERO.
002010 77  SR-OUT-READINGS-RETURNED     PIC 9(8) COMP VALUE ZERO.
002020 77  SR-OUT-READINGS-TOTAL        PIC 9(8) COMP VALUE ZERO.
002030 77  SR-OUT-NO-STATION            PIC 9(8) COMP VALUE ZERO.
002040 77  SR-OUT-NOT-ACTIVE            PIC 9(8) COMP VALUE ZERO.
002050 77  SR-OUT-COUNT-ED              PIC Z,ZZZ,ZZ9.
002060 77  SR-OUT-HASH-ED               PIC Z(12)9.9(6).
002070
002080*****************************************************************
002090*  WORK VIEW OF THE TRANSMITTAL HEADER AND TRAILER (SRTRNREC)  *
002100*  AND OF THE RETURN DETAIL (SROUTREC)                         *
002110*****************************************************************
002120     COPY SRTRNREC.
002130     COPY SROUTREC.
002140
002150 PROCEDURE DIVISION.
002160
002170*****************************************************************
002180*  0000-MAINLINE                                               *
002190*****************************************************************
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-LOAD-STATIONS THRU 2000-EXIT.
002230     PERFORM 2500-LOAD-REASONS THRU 2500-EXIT.
002240     PERFORM 3000-TALLY-INTERCHANGE THRU 3000-EXIT.
002250
002260     IF SR-OUT-STN-COUNT = ZERO
002270         MOVE "NO ACTIVE STATIONS ON SRSTNMAS - NOTHING RETURNED"
002280             TO SR-OUTRPT-RECORD
002290         WRITE SR-OUTRPT-RECORD
002300     ELSE
002310         PERFORM 4000-RETURN-ONE-STATION THRU 4000-EXIT
002320             VARYING SR-OUT-STN-SUB FROM 1 BY 1
002330                 UNTIL SR-OUT-STN-SUB > SR-OUT-STN-COUNT
002340     END-IF.
002350
002360     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002370     GOBACK.
002380
002390*****************************************************************
002400*  1000-INITIALIZE - START THE RETURN FILE REPORT              *
002410*****************************************************************
002420 1000-INITIALIZE.
002430     PERFORM 1100-QUALIFY-FILE-NAMES THRU 1100-EXIT.
002440     ACCEPT SR-OUT-RUN-DATE FROM DATE YYYYMMDD.
002450     ACCEPT SR-OUT-TIME-FLD FROM TIME.
002460     OPEN OUTPUT SR-OUTRPT-FILE.
002470
002480     MOVE SPACES TO SR-PRINT-LINE.
002490     STRING "STATION RETURN FILES   JOB: "
002500                                DELIMITED BY SIZE
002510            SR-QUAL-JOB-NAME    DELIMITED BY SIZE
002520            "  RUN DATE: "      DELIMITED BY SIZE
002530            SR-OUT-RUN-DATE     DELIMITED BY SIZE
002540            "  RUN TIME: "      DELIMITED BY SIZE
002550            SR-OUT-TIME-FLD     DELIMITED BY SIZE
002560         INTO SR-PRINT-LINE.
002570     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
002580     MOVE SPACES TO SR-OUTRPT-RECORD.
002590     WRITE SR-OUTRPT-RECORD.
002600 1000-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640*  1100-QUALIFY-FILE-NAMES - THE RUN OUTPUT AND REPORT FILE    *
002650*  NAMES CARRY THE SRPARM JOB NAME, MATCHING SQUAREROOT.       *
002660*****************************************************************
002670 1100-QUALIFY-FILE-NAMES.
002680     MOVE "SQRTJOB " TO SR-QUAL-JOB-NAME.
002690     OPEN INPUT SR-PARM-FILE.
002700     IF SR-PARM-STATUS NOT = "05"
002710         READ SR-PARM-FILE
002720             NOT AT END
002730                 MOVE SR-PARM-JOB-NAME TO SR-QUAL-JOB-NAME
002740         END-READ
002750     END-IF.
002760     CLOSE SR-PARM-FILE.
002770     MOVE SPACES TO SR-XCH-FNAME.
002780     STRING "SRXCHG."         DELIMITED BY SIZE
002790            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002800         INTO SR-XCH-FNAME.
002810     MOVE SPACES TO SR-RJ-FNAME.
002820     STRING "SRREJECT."       DELIMITED BY SIZE
002830            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002840         INTO SR-RJ-FNAME.
002850     MOVE SPACES TO SR-DUP-FNAME.
002860     STRING "SRDUPLST."       DELIMITED BY SIZE
002870            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002880         INTO SR-DUP-FNAME.
002890     MOVE SPACES TO SR-SUS-FNAME.
002900     STRING "SRSUSP."         DELIMITED BY SIZE
002910            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002920         INTO SR-SUS-FNAME.
002930     MOVE SPACES TO SR-RPT-FNAME.
002940     STRING "SROUTRPT."       DELIMITED BY SIZE
002950            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002960         INTO SR-RPT-FNAME.
002970 1100-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010*  2000-LOAD-STATIONS - THE ACTIVE AND HELD STATIONS FROM      *
003020*  SRSTNMAS.  A RETIRED STATION IS SENT NOTHING.               *
003030*****************************************************************
003040 2000-LOAD-STATIONS.
003050     MOVE ZERO TO SR-OUT-STN-COUNT.
003060     OPEN INPUT SR-STNMAS-FILE.
003070     IF SR-STNMAS-STATUS = "05"
003080         CLOSE SR-STNMAS-FILE
003090         GO TO 2000-EXIT
003100     END-IF.
003110     PERFORM 2100-LOAD-ONE-STATION THRU 2100-EXIT
003120         UNTIL SR-STNMAS-STATUS NOT = "00".
003130     CLOSE SR-STNMAS-FILE.
003140 2000-EXIT.
003150     EXIT.
003160
003170 2100-LOAD-ONE-STATION.
003180     READ SR-STNMAS-FILE
003190         AT END
003200             GO TO 2100-EXIT
003210     END-READ.
003220     IF SR-STNMAS-STATUS NOT = "00"
003230         GO TO 2100-EXIT
003240     END-IF.
003250     IF NOT SR-STN-ACTIVE AND NOT SR-STN-HELD
003260         GO TO 2100-EXIT
003270     END-IF.
003280     IF SR-OUT-STN-COUNT < 100
003290         ADD 1 TO SR-OUT-STN-COUNT
003300         MOVE SR-STN-STATION-CODE
003310             TO SR-OUT-STN-CODE (SR-OUT-STN-COUNT)
003320         MOVE ZERO TO SR-OUT-STN-DETAILS (SR-OUT-STN-COUNT)
003330         MOVE ZERO TO SR-OUT-STN-HASH (SR-OUT-STN-COUNT)
003340     ELSE
003350         DISPLAY "SQROUT: STATION TABLE FULL - STATION "
003360             SR-STN-STATION-CODE " NOT RETURNED"
003370     END-IF.
003380 2100-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420*  2500-LOAD-REASONS - THE RUN'S REJECT, DUPLICATE AND SUSPECT *
003430*  LISTINGS INTO THE REASON TABLE.  ANY OF THEM MAY BE ABSENT  *
003440*  ON A CLEAN RUN.                                             *
003450*****************************************************************
003460 2500-LOAD-REASONS.
003470     MOVE ZERO TO SR-OUT-EXC-COUNT.
003480
003490     MOVE "N" TO SR-EOF-SWITCH.
003500     OPEN INPUT SR-REJECT-FILE.
003510     IF SR-REJECT-STATUS = "05"
003520         SET SR-END-OF-FILE TO TRUE
003530     END-IF.
003540     PERFORM 2600-LOAD-ONE-REJECT THRU 2600-EXIT
003550         UNTIL SR-END-OF-FILE.
003560     CLOSE SR-REJECT-FILE.
003570
003580     MOVE "N" TO SR-EOF-SWITCH.
003590     OPEN INPUT SR-DUPLST-FILE.
003600     IF SR-DUPLST-STATUS = "05"
003610         SET SR-END-OF-FILE TO TRUE
003620     END-IF.
003630     PERFORM 2700-LOAD-ONE-DUPLICATE THRU 2700-EXIT
003640         UNTIL SR-END-OF-FILE.
003650     CLOSE SR-DUPLST-FILE.
003660
003670     MOVE "N" TO SR-EOF-SWITCH.
003680     OPEN INPUT SR-SUSPECT-FILE.
003690     IF SR-SUSPECT-STATUS = "05"
003700         SET SR-END-OF-FILE TO TRUE
003710     END-IF.
003720     PERFORM 2800-LOAD-ONE-SUSPECT THRU 2800-EXIT
003730         UNTIL SR-END-OF-FILE.
003740     CLOSE SR-SUSPECT-FILE.
003750 2500-EXIT.
003760     EXIT.
003770
003780 2600-LOAD-ONE-REJECT.
003790     READ SR-REJECT-FILE
003800         AT END
003810             SET SR-END-OF-FILE TO TRUE
003820             GO TO 2600-EXIT
003830     END-READ.
003840     MOVE SPACES TO SR-OUT-NEW-EXC.
003850     MOVE "R" TO SR-OUT-NEW-TYPE.
003860     MOVE SR-REJ-READING-ID TO SR-OUT-NEW-READING-ID.
003870     MOVE SR-REJ-SOURCE-STATION TO SR-OUT-NEW-STATION.
003880     MOVE SR-REJ-REASON TO SR-OUT-NEW-REASON.
003890     PERFORM 2900-ADD-REASON THRU 2900-EXIT.
003900 2600-EXIT.
003910     EXIT.
003920
003930 2700-LOAD-ONE-DUPLICATE.
003940     READ SR-DUPLST-FILE
003950         AT END
003960             SET SR-END-OF-FILE TO TRUE
003970             GO TO 2700-EXIT
003980     END-READ.
003990     MOVE SPACES TO SR-OUT-NEW-EXC.
004000     MOVE "D" TO SR-OUT-NEW-TYPE.
004010     MOVE SR-DUP-READING-ID TO SR-OUT-NEW-READING-ID.
004020     MOVE SR-DUP-SOURCE-STATION TO SR-OUT-NEW-STATION.
004030     MOVE SR-DUP-REASON TO SR-OUT-NEW-REASON.
004040     PERFORM 2900-ADD-REASON THRU 2900-EXIT.
004050 2700-EXIT.
004060     EXIT.
004070
004080 2800-LOAD-ONE-SUSPECT.
004090     READ SR-SUSPECT-FILE
004100         AT END
004110             SET SR-END-OF-FILE TO TRUE
004120             GO TO 2800-EXIT
004130     END-READ.
004140     MOVE SPACES TO SR-OUT-NEW-EXC.
004150     MOVE "S" TO SR-OUT-NEW-TYPE.
004160     MOVE SR-SUS-READING-ID TO SR-OUT-NEW-READING-ID.
004170     MOVE SR-SUS-SOURCE-STATION TO SR-OUT-NEW-STATION.
004180     MOVE "OUTSIDE REASONABLENESS BAND" TO SR-OUT-NEW-REASON.
004190     MOVE SR-SUS-LIMIT-MIN TO SR-OUT-NEW-BAND-MIN.
004200     MOVE SR-SUS-LIMIT-MAX TO SR-OUT-NEW-BAND-MAX.
004210     PERFORM 2900-ADD-REASON THRU 2900-EXIT.
004220 2800-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*  2900-ADD-REASON - ONE ENTRY ONTO THE REASON TABLE.  A       *
004270*  LISTING LINE WITH NO READING ID (A KEYED READING) CAN NEVER *
004280*  BE MATCHED AND IS NOT KEPT.                                 *
004290*****************************************************************
004300 2900-ADD-REASON.
004310     IF SR-OUT-NEW-READING-ID = SPACES
004320         GO TO 2900-EXIT
004330     END-IF.
004340     IF SR-OUT-EXC-COUNT NOT < 3000
004350         ADD 1 TO SR-OUT-EXC-LOST
004360         GO TO 2900-EXIT
004370     END-IF.
004380     ADD 1 TO SR-OUT-EXC-COUNT.
004390     MOVE SR-OUT-NEW-TYPE
004400         TO SR-OUT-EXC-TYPE (SR-OUT-EXC-COUNT).
004410     MOVE SR-OUT-NEW-READING-ID
004420         TO SR-OUT-EXC-READING-ID (SR-OUT-EXC-COUNT).
004430     MOVE SR-OUT-NEW-STATION
004440         TO SR-OUT-EXC-STATION (SR-OUT-EXC-COUNT).
004450     MOVE SR-OUT-NEW-REASON
004460         TO SR-OUT-EXC-REASON (SR-OUT-EXC-COUNT).
004470     MOVE SR-OUT-NEW-BAND-MIN
004480         TO SR-OUT-EXC-BAND-MIN (SR-OUT-EXC-COUNT).
004490     MOVE SR-OUT-NEW-BAND-MAX
004500         TO SR-OUT-EXC-BAND-MAX (SR-OUT-EXC-COUNT).
004510     MOVE "N" TO SR-OUT-EXC-USED (SR-OUT-EXC-COUNT).
004520 2900-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560*  3000-TALLY-INTERCHANGE - PASS 1 OF SRXCHG.  EVERY READING   *
004570*  IS COUNTED AGAINST ITS STATION, AND ITS RESULT ROLLED INTO  *
004580*  THAT STATION'S HASH TOTAL, SO EACH RETURN FILE'S HEADER IS  *
004590*  KNOWN BEFORE ITS DETAIL IS WRITTEN.                         *
004600*****************************************************************
004610 3000-TALLY-INTERCHANGE.
004620     MOVE "N" TO SR-EOF-SWITCH.
004630     OPEN INPUT SR-XCHG-FILE.
004640     IF SR-XCHG-STATUS = "05"
004650         CLOSE SR-XCHG-FILE
004660         MOVE "NO SRXCHG INTERCHANGE FILE FOR THIS JOB"
004670             TO SR-OUTRPT-RECORD
004680         WRITE SR-OUTRPT-RECORD
004690         GO TO 3000-EXIT
004700     END-IF.
004710     SET SR-XCHG-FOUND TO TRUE.
004720     PERFORM 3100-TALLY-ONE-READING THRU 3100-EXIT
004730         UNTIL SR-END-OF-FILE.
004740     CLOSE SR-XCHG-FILE.
004750 3000-EXIT.
004760     EXIT.
004770
004780 3100-TALLY-ONE-READING.
004790     READ SR-XCHG-FILE
004800         AT END
004810             SET SR-END-OF-FILE TO TRUE
004820             GO TO 3100-EXIT
004830     END-READ.
004840     ADD 1 TO SR-OUT-READINGS-TOTAL.
004850     IF SR-XCH-SOURCE-STN = SPACES
004860         ADD 1 TO SR-OUT-NO-STATION
004870         GO TO 3100-EXIT
004880     END-IF.
004890
004900     MOVE SR-XCH-SOURCE-STN TO SR-OUT-CUR-STATION.
004910     PERFORM 3200-FIND-STATION THRU 3200-EXIT.
004920     IF SR-OUT-STN-FOUND = ZERO
004930         ADD 1 TO SR-OUT-NOT-ACTIVE
004940         PERFORM 3300-LIST-NOT-RETURNED THRU 3300-EXIT
004950         GO TO 3100-EXIT
004960     END-IF.
004970
004980     PERFORM 3400-SET-RESULT-WORK THRU 3400-EXIT.
004990     ADD 1 TO SR-OUT-STN-DETAILS (SR-OUT-STN-FOUND).
005000     ADD SR-OUT-RESULT-WORK TO SR-OUT-STN-HASH (SR-OUT-STN-FOUND).
005010 3100-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*  3200-FIND-STATION - SR-OUT-STN-FOUND IS SET TO THE TABLE    *
005060*  ENTRY FOR SR-OUT-CUR-STATION, OR ZERO WHEN IT IS NOT AN     *
005070*  ACTIVE OR HELD STATION.                                     *
005080*****************************************************************
005090 3200-FIND-STATION.
005100     MOVE ZERO TO SR-OUT-STN-FOUND.
005110     PERFORM 3250-CHECK-ONE-STATION THRU 3250-EXIT
005120         VARYING SR-OUT-STN-SUB FROM 1 BY 1
005130             UNTIL SR-OUT-STN-SUB > SR-OUT-STN-COUNT
005140                OR SR-OUT-STN-FOUND NOT = ZERO.
005150 3200-EXIT.
005160     EXIT.
005170
005180 3250-CHECK-ONE-STATION.
005190     IF SR-OUT-STN-CODE (SR-OUT-STN-SUB) = SR-OUT-CUR-STATION
005200         MOVE SR-OUT-STN-SUB TO SR-OUT-STN-FOUND
005210     END-IF.
005220 3250-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*  3300-LIST-NOT-RETURNED - A READING FROM A STATION THAT IS   *
005270*  RETIRED OR NOT ON SRSTNMAS HAS NOWHERE TO GO; IT IS NAMED   *
005280*  ON THE REPORT SO IT CAN BE ANSWERED BY HAND.                *
005290*****************************************************************
005300 3300-LIST-NOT-RETURNED.
005310     MOVE SPACES TO SR-PRINT-LINE.
005320     STRING "NOT RETURNED - STATION " DELIMITED BY SIZE
005330            SR-XCH-SOURCE-STN        DELIMITED BY SIZE
005340            " NOT ACTIVE  READING "  DELIMITED BY SIZE
005350            SR-XCH-READING-ID        DELIMITED BY SIZE
005360            "  STATUS "              DELIMITED BY SIZE
005370            SR-XCH-STATUS            DELIMITED BY SIZE
005380         INTO SR-PRINT-LINE.
005390     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
005400 3300-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*  3400-SET-RESULT-WORK - THE RESULT RETURNED FOR THE CURRENT  *
005450*  SRXCHG RECORD.  ONLY A READING WHOSE RESULT STANDS -        *
005460*  CONVERGED, SUSPECT, OR A SUSPECT RELEASED ON REVIEW -       *
005470*  RETURNS ONE; EVERY OTHER STATUS RETURNS ZERO.               *
005480*****************************************************************
005490 3400-SET-RESULT-WORK.
005500     IF SR-XCH-CONVERGED OR SR-XCH-SUSPECT OR SR-XCH-RELEASED
005510         MOVE SR-XCH-RESULT-VALUE TO SR-OUT-RESULT-WORK
005520     ELSE
005530         MOVE ZERO TO SR-OUT-RESULT-WORK
005540     END-IF.
005550 3400-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590*  4000-RETURN-ONE-STATION - PASS 2 OF SRXCHG FOR ONE STATION: *
005600*  HEADER, ONE DETAIL LINE PER READING, TRAILER.               *
005610*****************************************************************
005620 4000-RETURN-ONE-STATION.
005630     MOVE SR-OUT-STN-CODE (SR-OUT-STN-SUB)
005640         TO SR-OUT-CUR-STATION.
005650     MOVE SPACES TO SR-SOUT-FNAME.
005660     STRING "SROUT."             DELIMITED BY SIZE
005670            SR-OUT-CUR-STATION  DELIMITED BY SPACE
005680         INTO SR-SOUT-FNAME.
005690     OPEN OUTPUT SR-STNOUT-FILE.
005700     IF SR-STNOUT-STATUS NOT = "00"
005710         MOVE SPACES TO SR-PRINT-LINE
005720         STRING "STATION "          DELIMITED BY SIZE
005730                SR-OUT-CUR-STATION  DELIMITED BY SIZE
005740                "  RETURN FILE COULD NOT BE OPENED - STATUS "
005750                                    DELIMITED BY SIZE
005760                SR-STNOUT-STATUS    DELIMITED BY SIZE
005770             INTO SR-PRINT-LINE
005780         WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE
005790         GO TO 4000-EXIT
005800     END-IF.
005810
005820     MOVE SPACES TO SR-TRANSMITTAL-RECORD.
005830     SET SR-TRN-HEADER TO TRUE.
005840     MOVE SR-OUT-CUR-STATION TO SR-TRN-STATION.
005850     MOVE SR-OUT-RUN-DATE TO SR-TRN-DATE.
005860     MOVE SR-OUT-STN-DETAILS (SR-OUT-STN-SUB)
005870         TO SR-TRN-EXPECT-COUNT.
005880     MOVE SR-OUT-STN-HASH (SR-OUT-STN-SUB)
005890         TO SR-TRN-HASH-TOTAL.
005900     MOVE SPACES TO SR-STNOUT-RECORD.
005910     MOVE SR-TRANSMITTAL-RECORD TO SR-STNOUT-RECORD.
005920     WRITE SR-STNOUT-RECORD.
005930
005940     IF SR-OUT-STN-DETAILS (SR-OUT-STN-SUB) > ZERO
005950         MOVE "N" TO SR-EOF-SWITCH
005960         OPEN INPUT SR-XCHG-FILE
005970         PERFORM 4100-RETURN-ONE-READING THRU 4100-EXIT
005980             UNTIL SR-END-OF-FILE
005990         CLOSE SR-XCHG-FILE
006000     END-IF.
006010
006020*    THE TRAILER ECHOES THE HEADER, AS ON THE INBOUND FILES
006030     SET SR-TRN-TRAILER TO TRUE.
006040     MOVE SPACES TO SR-STNOUT-RECORD.
006050     MOVE SR-TRANSMITTAL-RECORD TO SR-STNOUT-RECORD.
006060     WRITE SR-STNOUT-RECORD.
006070     CLOSE SR-STNOUT-FILE.
006080     ADD 1 TO SR-OUT-FILES-WRITTEN.
006090
006100     MOVE SR-OUT-STN-DETAILS (SR-OUT-STN-SUB) TO SR-OUT-COUNT-ED.
006110     MOVE SR-OUT-STN-HASH (SR-OUT-STN-SUB) TO SR-OUT-HASH-ED.
006120     MOVE SPACES TO SR-PRINT-LINE.
006130     STRING "STATION "          DELIMITED BY SIZE
006140            SR-OUT-CUR-STATION  DELIMITED BY SIZE
006150            "  READINGS "       DELIMITED BY SIZE
006160            SR-OUT-COUNT-ED     DELIMITED BY SIZE
006170            "  HASH "           DELIMITED BY SIZE
006180            SR-OUT-HASH-ED      DELIMITED BY SIZE
006190            "  "                DELIMITED BY SIZE
006200            SR-SOUT-FNAME       DELIMITED BY SPACE
006210         INTO SR-PRINT-LINE.
006220     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
006230 4000-EXIT.
006240     EXIT.
006250
006260 4100-RETURN-ONE-READING.
006270     READ SR-XCHG-FILE
006280         AT END
006290             SET SR-END-OF-FILE TO TRUE
006300             GO TO 4100-EXIT
006310     END-READ.
006320     IF SR-XCH-SOURCE-STN NOT = SR-OUT-CUR-STATION
006330         GO TO 4100-EXIT
006340     END-IF.
006350
006360     MOVE SPACES TO SR-RETURN-DETAIL-RECORD.
006370     SET SR-OUT-DETAIL TO TRUE.
006380     MOVE SR-XCH-READING-ID TO SR-OUT-READING-ID.
006390     MOVE SR-XCH-STATUS TO SR-OUT-STATUS.
006400     MOVE SR-XCH-OPER-CODE TO SR-OUT-OPER-CODE.
006410     MOVE SR-XCH-RESUB-FLAG TO SR-OUT-RESUB-FLAG.
006420     PERFORM 3400-SET-RESULT-WORK THRU 3400-EXIT.
006430     MOVE SR-OUT-RESULT-WORK TO SR-OUT-RESULT-VALUE.
006440     PERFORM 4200-SET-REASON THRU 4200-EXIT.
006450
006460     MOVE SR-RETURN-DETAIL-RECORD TO SR-STNOUT-RECORD.
006470     WRITE SR-STNOUT-RECORD.
006480     ADD 1 TO SR-OUT-READINGS-RETURNED.
006490 4100-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*  4200-SET-REASON - THE REASON FOR A READING NOT TAKEN AS     *
006540*  GIVEN.  REJECTS AND DUPLICATES TAKE THE REASON FROM THEIR   *
006550*  LISTING; A SUSPECT (AND A SUSPECT SINCE RELEASED OR         *
006560*  WITHDRAWN ON REVIEW) TAKES THE BAND IT BREACHED FROM        *
006570*  SRSUSP.  A CONVERGED READING CARRIES NO REASON.             *
006580*****************************************************************
006590 4200-SET-REASON.
006600     EVALUATE TRUE
006610         WHEN SR-XCH-REJECTED
006620             MOVE "R" TO SR-OUT-WANT-TYPE
006630             MOVE "REJECTED" TO SR-OUT-REASON
006640         WHEN SR-XCH-DUPLICATE
006650             MOVE "D" TO SR-OUT-WANT-TYPE
006660             MOVE "DUPLICATE READING" TO SR-OUT-REASON
006670         WHEN SR-XCH-SUSPECT
006680             MOVE "S" TO SR-OUT-WANT-TYPE
006690             MOVE "OUTSIDE REASONABLENESS BAND"
006700                 TO SR-OUT-REASON
006710         WHEN SR-XCH-RELEASED
006720             MOVE "S" TO SR-OUT-WANT-TYPE
006730             MOVE "SUSPECT RELEASED ON REVIEW"
006740                 TO SR-OUT-REASON
006750         WHEN SR-XCH-WITHDRAWN
006760             MOVE "S" TO SR-OUT-WANT-TYPE
006770             MOVE "SUSPECT WITHDRAWN ON REVIEW"
006780                 TO SR-OUT-REASON
006790         WHEN SR-XCH-ITER-CEILING
006800             MOVE "ITERATION CEILING - NO RESULT" TO SR-OUT-REASON
006810             GO TO 4200-EXIT
006820         WHEN SR-XCH-OVERFLOW
006830             MOVE "SIZE ERROR - NO RESULT" TO SR-OUT-REASON
006840             GO TO 4200-EXIT
006841         WHEN SR-XCH-HELD
006843*            A COMPOSITE IS HELD WHEN ONE OF ITS MEMBERS COULD
006845*            NOT BE USED, NOT FOR A STATION HOLD.
006846             IF SR-XCH-OPER-CODE = "RS"
006848                 MOVE "HELD - MEMBER READING UNUSABLE"
006850                     TO SR-OUT-REASON
006851             ELSE
006853                 MOVE "HELD - STATION ON HOLD" TO SR-OUT-REASON
006855             END-IF
006856             GO TO 4200-EXIT
006858         WHEN OTHER
006860             GO TO 4200-EXIT
006870     END-EVALUATE.
006880
006890     PERFORM 4300-FIND-REASON THRU 4300-EXIT.
006900     IF SR-OUT-EXC-FOUND = ZERO
006910         GO TO 4200-EXIT
006920     END-IF.
006930     MOVE "Y" TO SR-OUT-EXC-USED (SR-OUT-EXC-FOUND).
006940     IF SR-OUT-WANT-TYPE = "S"
006950         MOVE SR-OUT-EXC-BAND-MIN (SR-OUT-EXC-FOUND)
006960             TO SR-OUT-BAND-MIN
006970         MOVE SR-OUT-EXC-BAND-MAX (SR-OUT-EXC-FOUND)
006980             TO SR-OUT-BAND-MAX
006990     ELSE
007000         MOVE SR-OUT-EXC-REASON (SR-OUT-EXC-FOUND)
007010             TO SR-OUT-REASON
007020     END-IF.
007030 4200-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*  4300-FIND-REASON - SR-OUT-EXC-FOUND IS SET TO THE FIRST     *
007080*  UNUSED REASON TABLE ENTRY OF THE WANTED TYPE FOR THIS       *
007090*  READING ID AND STATION, OR ZERO WHEN THERE IS NONE.         *
007100*****************************************************************
007110 4300-FIND-REASON.
007120     MOVE ZERO TO SR-OUT-EXC-FOUND.
007130     PERFORM 4350-CHECK-ONE-REASON THRU 4350-EXIT
007140         VARYING SR-OUT-EXC-SUB FROM 1 BY 1
007150             UNTIL SR-OUT-EXC-SUB > SR-OUT-EXC-COUNT
007160                OR SR-OUT-EXC-FOUND NOT = ZERO.
007170 4300-EXIT.
007180     EXIT.
007190
007200 4350-CHECK-ONE-REASON.
007210     IF SR-OUT-EXC-TYPE (SR-OUT-EXC-SUB) = SR-OUT-WANT-TYPE
007220             AND SR-OUT-EXC-USED (SR-OUT-EXC-SUB) = "N"
007230             AND SR-OUT-EXC-READING-ID (SR-OUT-EXC-SUB)
007240                 = SR-XCH-READING-ID
007250             AND SR-OUT-EXC-STATION (SR-OUT-EXC-SUB)
007260                 = SR-OUT-CUR-STATION
007270         MOVE SR-OUT-EXC-SUB TO SR-OUT-EXC-FOUND
007280     END-IF.
007290 4350-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330*  9000-FINALIZE - RETURN TOTALS AND RETURN-CODE SIGNALING     *
007340*****************************************************************
007350 9000-FINALIZE.
007360     MOVE SPACES TO SR-OUTRPT-RECORD.
007370     WRITE SR-OUTRPT-RECORD.
007380
007390     MOVE SR-OUT-FILES-WRITTEN TO SR-OUT-COUNT-ED.
007400     MOVE SPACES TO SR-PRINT-LINE.
007410     STRING "RETURN FILES WRITTEN:        " DELIMITED BY SIZE
007420            SR-OUT-COUNT-ED                 DELIMITED BY SIZE
007430         INTO SR-PRINT-LINE.
007440     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
007450     MOVE SR-OUT-READINGS-TOTAL TO SR-OUT-COUNT-ED.
007460     MOVE SPACES TO SR-PRINT-LINE.
007470     STRING "READINGS ON SRXCHG:          " DELIMITED BY SIZE
007480            SR-OUT-COUNT-ED                 DELIMITED BY SIZE
007490         INTO SR-PRINT-LINE.
007500     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
007510     MOVE SR-OUT-READINGS-RETURNED TO SR-OUT-COUNT-ED.
007520     MOVE SPACES TO SR-PRINT-LINE.
007530     STRING "READINGS RETURNED:           " DELIMITED BY SIZE
007540            SR-OUT-COUNT-ED                 DELIMITED BY SIZE
007550         INTO SR-PRINT-LINE.
007560     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
007570     MOVE SR-OUT-NO-STATION TO SR-OUT-COUNT-ED.
007580     MOVE SPACES TO SR-PRINT-LINE.
007590     STRING "KEYED READINGS - NO STATION: " DELIMITED BY SIZE
007600            SR-OUT-COUNT-ED                 DELIMITED BY SIZE
007610         INTO SR-PRINT-LINE.
007620     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
007630     MOVE SR-OUT-NOT-ACTIVE TO SR-OUT-COUNT-ED.
007640     MOVE SPACES TO SR-PRINT-LINE.
007650     STRING "STATION NOT ACTIVE:          " DELIMITED BY SIZE
007660            SR-OUT-COUNT-ED                 DELIMITED BY SIZE
007670         INTO SR-PRINT-LINE.
007680     WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE.
007690     IF SR-OUT-EXC-LOST > ZERO
007700         MOVE SR-OUT-EXC-LOST TO SR-OUT-COUNT-ED
007710         MOVE SPACES TO SR-PRINT-LINE
007720         STRING "REASONS NOT HELD (TABLE FULL)"
007730                                        DELIMITED BY SIZE
007740                SR-OUT-COUNT-ED         DELIMITED BY SIZE
007750             INTO SR-PRINT-LINE
007760         WRITE SR-OUTRPT-RECORD FROM SR-PRINT-LINE
007770     END-IF.
007780
007790     CLOSE SR-OUTRPT-FILE.
007800
007810     EVALUATE TRUE
007820         WHEN NOT SR-XCHG-FOUND
007830             DISPLAY "SQROUT: NO SRXCHG FOR THIS JOB - "
007840                 "NOTHING TO RETURN"
007850             MOVE 4 TO RETURN-CODE
007860         WHEN SR-OUT-STN-COUNT = ZERO
007870             DISPLAY "SQROUT: NO ACTIVE STATIONS - "
007880                 "NOTHING RETURNED"
007890             MOVE 4 TO RETURN-CODE
007900         WHEN SR-OUT-NOT-ACTIVE > ZERO
007910             DISPLAY "SQROUT: READINGS FOR INACTIVE STATIONS "
007920                 "NOT RETURNED - SEE SROUTRPT"
007930             MOVE 4 TO RETURN-CODE
007940         WHEN OTHER
007950             DISPLAY "SQROUT: EVERY STATION RETURN FILE "
007960                 "WRITTEN"
007970             MOVE ZERO TO RETURN-CODE
007980     END-EVALUATE.
007990 9000-EXIT.
008000     EXIT.
