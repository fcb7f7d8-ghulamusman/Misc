000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRLOGVF.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRLOGVF - SEQUENCE AND CHAIN VERIFICATION OF THE           *
000090*  APPEND-ONLY LOGS.  EVERY RECORD MAIN APPENDS TO SRSECLOG,   *
000100*  SRMNTLOG AND SRSUSLOG CARRIES A RUNNING SEQUENCE NUMBER     *
000110*  AND A CHECK VALUE CHAINED FROM THE RECORD BEFORE IT (SEE    *
000120*  SQRLOGSQ AND SRLSQREC), AND THE LAST STAMP OF EACH LOG IS   *
000130*  KEPT ON SRLOGCTL.  THIS PROGRAM WALKS EACH LOG FROM THE     *
000140*  TOP, RECOMPUTES EVERY CHAIN VALUE, AND PRINTS ON SRLOGRPT:  *
000150*    - A SEQUENCE BREAK (A RECORD DELETED, INSERTED OR         *
000160*      MOVED), OR AN UNSEQUENCED RECORD AFTER SEQUENCING       *
000170*      BEGAN                                                   *
000180*    - A CHAIN MISMATCH (A RECORD EDITED IN PLACE)             *
000190*    - TRUNCATION - THE LOG ENDING SHORT OF, OR RUNNING PAST,  *
000200*      THE LAST STAMP ON SRLOGCTL, OR GONE ALTOGETHER          *
000210*  ENTRIES LOGGED BEFORE SEQUENCING BEGAN CARRY NO STAMP;      *
000220*  THEY ARE COUNTED BUT CANNOT BE PROVED.  RUN IT NIGHTLY      *
000230*  AHEAD OF SQRSECRP AND SQRMAINT (THE LOGVERFY COMMAND), SO   *
000240*  THEIR LISTINGS CAN BE CERTIFIED AS COMPLETE.                *
000250*                                                              *
000260*  RETURN CODES: 0 EVERY LOG VERIFIED, 8 ONE OR MORE LOGS      *
000270*  FAILED OR SRLOGCTL COULD NOT BE READ.                       *
000280*                                                              *
000290*  MODIFICATION HISTORY                                        *
000300*  DATE        INIT  DESCRIPTION                               *
000310*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360
000370     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000380
000390     SELECT OPTIONAL SR-LOGCTL-FILE ASSIGN TO "SRLOGCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SR-LOGCTL-STATUS.
000420
000430     SELECT OPTIONAL SR-SECLOG-FILE ASSIGN TO "SRSECLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SR-SECLOG-STATUS.
000460
000470     SELECT OPTIONAL SR-MNTLOG-FILE ASSIGN TO "SRMNTLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SR-MNTLOG-STATUS.
000500
000510     SELECT OPTIONAL SR-SUSLOG-FILE ASSIGN TO "SRSUSLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SR-SUSLOG-STATUS.
000540
000550     SELECT SR-LOGRPT-FILE ASSIGN TO "SRLOGRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SR-LOGRPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610
000620 FD  STANDARD-OUTPUT.
000630 01  OUT-LINE  PICTURE X(80).
000640
000650*****************************************************************
000660*  SR-LOGCTL-FILE - LAST STAMP OF EACH SEQUENCED LOG           *
000670*****************************************************************
000680 FD  SR-LOGCTL-FILE.
000690     COPY SRLCTREC.
000700
000710*****************************************************************
000720*  SR-SECLOG-FILE - THE SECURITY ACTIVITY TRAIL (SRSECREC)     *
000730*****************************************************************
000740 FD  SR-SECLOG-FILE.
000750     COPY SRSECREC.
000760
000770*****************************************************************
000780*  SR-MNTLOG-FILE - THE MASTER MAINTENANCE LOG (SRMNTREC)      *
000790*****************************************************************
000800 FD  SR-MNTLOG-FILE.
000810     COPY SRMNTREC.
000820
000830*****************************************************************
000840*  SR-SUSLOG-FILE - THE SUSPECT RELEASE LOG (SRRELREC)         *
000850*****************************************************************
000860 FD  SR-SUSLOG-FILE.
000870     COPY SRRELREC.
000880
000890*****************************************************************
000900*  SR-LOGRPT-FILE - PRINTED LOG VERIFICATION REPORT            *
000910*****************************************************************
000920 FD  SR-LOGRPT-FILE.
000930 01  SR-LOGRPT-RECORD                PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960 77  SR-LOGCTL-STATUS             PIC XX VALUE SPACES.
000970 77  SR-SECLOG-STATUS             PIC XX VALUE SPACES.
000980 77  SR-MNTLOG-STATUS             PIC XX VALUE SPACES.
000990 77  SR-SUSLOG-STATUS             PIC XX VALUE SPACES.
001000 77  SR-LOGRPT-STATUS             PIC XX VALUE SPACES.
001010
001020 77  SR-LVF-EOF-SWITCH            PIC X(1) VALUE "N".
001030     88  SR-LVF-END-OF-FILE               VALUE "Y".
001040
001050 77  SR-LVF-CTL-ERROR-SWITCH      PIC X(1) VALUE "N".
001060     88  SR-LVF-CTL-UNREADABLE            VALUE "Y".
001070
001080 77  SR-LVF-RUN-DATE              PIC 9(8) VALUE ZERO.
001090 77  SR-LVF-TIME-FLD              PIC 9(8) VALUE ZERO.
001100 77  SR-LVF-PRINT-LINE            PIC X(80) VALUE SPACES.
001110 77  SR-LVF-RC                    PIC 9(2) VALUE ZERO.
001120 77  SR-LVF-LOGS-FAILED           PIC 9(2) COMP VALUE ZERO.
001130
001140     COPY SRLSQREC.
001150
001160*****************************************************************
001170*  IN-CORE COPY OF SRLOGCTL, LAID OUT EXACTLY AS SRLCTREC.     *
001180*****************************************************************
001190 77  SR-LVF-CTL-COUNT             PIC 9(4) COMP VALUE ZERO.
001200 77  SR-LVF-CTL-SUB               PIC 9(4) COMP VALUE ZERO.
001210 77  SR-LVF-CTL-USE-SUB           PIC 9(4) COMP VALUE ZERO.
001220 01  SR-LVF-CTL-TABLE.
001230     05  SR-LVF-CTL-ENTRY            OCCURS 20 TIMES.
001240         10  SR-LVF-T-LOG-NAME       PIC X(8).
001250         10  SR-LVF-T-LAST-SEQ       PIC 9(9).
001260         10  SR-LVF-T-LAST-CHAIN     PIC 9(15).
001270         10  SR-LVF-T-LAST-DATE      PIC X(8).
001280         10  SR-LVF-T-LAST-TIME      PIC X(8).
001290
001300*****************************************************************
001310*  FIGURES FOR THE LOG BEING WALKED.  THE STAMP OF EACH        *
001320*  RECORD IS LIFTED INTO SR-LVF-REC-SEQ-X/CHAIN-X BEFORE IT    *
001330*  IS ZEROED FOR THE CHAIN CHECK, AND TESTED AS CHARACTERS     *
001340*  SO A STAMP EDITED TO NON-DIGITS IS STILL CAUGHT.            *
001350*****************************************************************
001360 77  SR-LVF-LOG-NAME              PIC X(8) VALUE SPACES.
001370 77  SR-LVF-LOG-PRESENT-SWITCH    PIC X(1) VALUE "N".
001380     88  SR-LVF-LOG-PRESENT                VALUE "Y".
001390 77  SR-LVF-SEQ-STARTED-SWITCH    PIC X(1) VALUE "N".
001400     88  SR-LVF-SEQ-STARTED               VALUE "Y".
001410 77  SR-LVF-LOG-FAILED-SWITCH     PIC X(1) VALUE "N".
001420     88  SR-LVF-LOG-FAILED                VALUE "Y".
001430 77  SR-LVF-READ-COUNT            PIC 9(9) COMP VALUE ZERO.
001440 77  SR-LVF-LEGACY-COUNT          PIC 9(9) COMP VALUE ZERO.
001450 77  SR-LVF-SEQUENCED-COUNT       PIC 9(9) COMP VALUE ZERO.
001460 77  SR-LVF-BREAK-COUNT           PIC 9(9) COMP VALUE ZERO.
001470 77  SR-LVF-MISMATCH-COUNT        PIC 9(9) COMP VALUE ZERO.
001480 77  SR-LVF-FIRST-SEQ             PIC 9(9) VALUE ZERO.
001490 77  SR-LVF-LAST-SEQ              PIC 9(9) VALUE ZERO.
001500 77  SR-LVF-LAST-CHAIN            PIC 9(15) VALUE ZERO.
001510 77  SR-LVF-EXPECT-SEQ            PIC 9(9) VALUE ZERO.
001520 01  SR-LVF-REC-STAMP.
001530     05  SR-LVF-REC-SEQ-X            PIC X(9).
001540     05  SR-LVF-REC-SEQ REDEFINES SR-LVF-REC-SEQ-X
001550                                     PIC 9(9).
001560     05  SR-LVF-REC-CHAIN-X          PIC X(15).
001570 01  SR-LVF-CALC-CHAIN            PIC 9(15) VALUE ZERO.
001580 01  SR-LVF-CALC-CHAIN-X REDEFINES SR-LVF-CALC-CHAIN
001590                                  PIC X(15).
001600
001610 77  SR-LVF-CT-ED                 PIC ZZZ,ZZZ,ZZ9.
001620 77  SR-LVF-CT2-ED                PIC ZZZ,ZZZ,ZZ9.
001630 77  SR-LVF-SEQ-ED                PIC ZZZZZZZZ9.
001640 77  SR-LVF-SEQ2-ED               PIC ZZZZZZZZ9.
001650
001660 PROCEDURE DIVISION.
001670
001680*****************************************************************
001690*  0000-MAINLINE - LOAD SRLOGCTL, THEN WALK EACH LOG IN TURN   *
001700*****************************************************************
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-VERIFY-SECLOG THRU 2000-EXIT.
001740     PERFORM 2200-VERIFY-MNTLOG THRU 2200-EXIT.
001750     PERFORM 2400-VERIFY-SUSLOG THRU 2400-EXIT.
001760     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001770     GOBACK.
001780
001790*****************************************************************
001800*  1000-INITIALIZE - START THE REPORT AND LOAD SRLOGCTL.  A    *
001810*  CONTROL FILE THAT IS THERE BUT WILL NOT OPEN MEANS NO LOG   *
001820*  CAN BE PROVED COMPLETE.                                     *
001830*****************************************************************
001840 1000-INITIALIZE.
001850     ACCEPT SR-LVF-RUN-DATE FROM DATE YYYYMMDD.
001860     ACCEPT SR-LVF-TIME-FLD FROM TIME.
001870     OPEN OUTPUT SR-LOGRPT-FILE.
001880
001890     MOVE SPACES TO SR-LVF-PRINT-LINE.
001900     STRING "LOG SEQUENCE VERIFICATION   RUN DATE: "
001910                                DELIMITED BY SIZE
001920            SR-LVF-RUN-DATE     DELIMITED BY SIZE
001930            "  RUN TIME: "      DELIMITED BY SIZE
001940            SR-LVF-TIME-FLD     DELIMITED BY SIZE
001950         INTO SR-LVF-PRINT-LINE.
001960     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
001970     MOVE SPACES TO SR-LOGRPT-RECORD.
001980     WRITE SR-LOGRPT-RECORD.
001990
002000     MOVE ZERO TO SR-LVF-CTL-COUNT.
002010     MOVE "N" TO SR-LVF-EOF-SWITCH.
002020     OPEN INPUT SR-LOGCTL-FILE.
002030     IF SR-LOGCTL-STATUS = "05"
002040         CLOSE SR-LOGCTL-FILE
002050         MOVE "SRLOGCTL NOT ON FILE - NO LOG SEQUENCED YET"
002060             TO SR-LVF-PRINT-LINE
002070         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
002080         GO TO 1000-EXIT
002090     END-IF.
002100     IF SR-LOGCTL-STATUS NOT = "00"
002110         SET SR-LVF-CTL-UNREADABLE TO TRUE
002120         MOVE SPACES TO SR-LVF-PRINT-LINE
002130         STRING "*** SRLOGCTL OPEN FAILED, STATUS "
002140                                    DELIMITED BY SIZE
002150                SR-LOGCTL-STATUS    DELIMITED BY SIZE
002160                " - NO LOG CAN BE PROVED COMPLETE"
002170                                    DELIMITED BY SIZE
002180             INTO SR-LVF-PRINT-LINE
002190         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
002200         GO TO 1000-EXIT
002210     END-IF.
002220     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
002230         UNTIL SR-LVF-END-OF-FILE.
002240     CLOSE SR-LOGCTL-FILE.
002250 1000-EXIT.
002260     EXIT.
002270
002280 1100-LOAD-CONTROL.
002290     READ SR-LOGCTL-FILE
002300         AT END
002310             SET SR-LVF-END-OF-FILE TO TRUE
002320             GO TO 1100-EXIT
002330     END-READ.
002340     IF SR-LVF-CTL-COUNT NOT < 20
002350         GO TO 1100-EXIT
002360     END-IF.
002370     ADD 1 TO SR-LVF-CTL-COUNT.
002380     MOVE SR-LOG-CONTROL-RECORD
002390         TO SR-LVF-CTL-ENTRY (SR-LVF-CTL-COUNT).
002400 1100-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*  2000-VERIFY-SECLOG - WALK SRSECLOG                          *
002450*****************************************************************
002460 2000-VERIFY-SECLOG.
002470     MOVE "SRSECLOG" TO SR-LVF-LOG-NAME.
002480     PERFORM 3000-START-LOG THRU 3000-EXIT.
002490     OPEN INPUT SR-SECLOG-FILE.
002500     IF SR-SECLOG-STATUS = "00"
002510         SET SR-LVF-LOG-PRESENT TO TRUE
002520         PERFORM 2100-CHECK-SECLOG-ENTRY THRU 2100-EXIT
002530             UNTIL SR-LVF-END-OF-FILE
002540     END-IF.
002550     CLOSE SR-SECLOG-FILE.
002560     PERFORM 6000-END-OF-LOG THRU 6000-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590
002600 2100-CHECK-SECLOG-ENTRY.
002610     READ SR-SECLOG-FILE
002620         AT END
002630             SET SR-LVF-END-OF-FILE TO TRUE
002640             GO TO 2100-EXIT
002650     END-READ.
002660     MOVE SR-SEC-LOG-STAMP TO SR-LVF-REC-STAMP.
002670     MOVE ZERO TO SR-SEC-LOG-SEQ.
002680     MOVE ZERO TO SR-SEC-LOG-CHAIN.
002690     MOVE SR-SECURITY-RECORD TO SR-LSQ-IMAGE.
002700     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
002710 2100-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*  2200-VERIFY-MNTLOG - WALK SRMNTLOG                          *
002760*****************************************************************
002770 2200-VERIFY-MNTLOG.
002780     MOVE "SRMNTLOG" TO SR-LVF-LOG-NAME.
002790     PERFORM 3000-START-LOG THRU 3000-EXIT.
002800     OPEN INPUT SR-MNTLOG-FILE.
002810     IF SR-MNTLOG-STATUS = "00"
002820         SET SR-LVF-LOG-PRESENT TO TRUE
002830         PERFORM 2300-CHECK-MNTLOG-ENTRY THRU 2300-EXIT
002840             UNTIL SR-LVF-END-OF-FILE
002850     END-IF.
002860     CLOSE SR-MNTLOG-FILE.
002870     PERFORM 6000-END-OF-LOG THRU 6000-EXIT.
002880 2200-EXIT.
002890     EXIT.
002900
002910 2300-CHECK-MNTLOG-ENTRY.
002920     READ SR-MNTLOG-FILE
002930         AT END
002940             SET SR-LVF-END-OF-FILE TO TRUE
002950             GO TO 2300-EXIT
002960     END-READ.
002970     MOVE SR-MNL-LOG-STAMP TO SR-LVF-REC-STAMP.
002980     MOVE ZERO TO SR-MNL-LOG-SEQ.
002990     MOVE ZERO TO SR-MNL-LOG-CHAIN.
003000     MOVE SR-MAINT-LOG-RECORD TO SR-LSQ-IMAGE.
003010     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
003020 2300-EXIT.
003030     EXIT.
003040
003050*****************************************************************
003060*  2400-VERIFY-SUSLOG - WALK SRSUSLOG                          *
003070*****************************************************************
003080 2400-VERIFY-SUSLOG.
003090     MOVE "SRSUSLOG" TO SR-LVF-LOG-NAME.
003100     PERFORM 3000-START-LOG THRU 3000-EXIT.
003110     OPEN INPUT SR-SUSLOG-FILE.
003120     IF SR-SUSLOG-STATUS = "00"
003130         SET SR-LVF-LOG-PRESENT TO TRUE
003140         PERFORM 2500-CHECK-SUSLOG-ENTRY THRU 2500-EXIT
003150             UNTIL SR-LVF-END-OF-FILE
003160     END-IF.
003170     CLOSE SR-SUSLOG-FILE.
003180     PERFORM 6000-END-OF-LOG THRU 6000-EXIT.
003190 2400-EXIT.
003200     EXIT.
003210
003220 2500-CHECK-SUSLOG-ENTRY.
003230     READ SR-SUSLOG-FILE
003240         AT END
003250             SET SR-LVF-END-OF-FILE TO TRUE
003260             GO TO 2500-EXIT
003270     END-READ.
003280     MOVE SR-REL-LOG-STAMP TO SR-LVF-REC-STAMP.
003290     MOVE ZERO TO SR-REL-LOG-SEQ.
003300     MOVE ZERO TO SR-REL-LOG-CHAIN.
003310     MOVE SR-RELEASE-LOG-RECORD TO SR-LSQ-IMAGE.
003320     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
003330 2500-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370*  3000-START-LOG - CLEAR THE FIGURES FOR THE NEXT LOG AND     *
003380*  HEAD ITS SECTION OF THE REPORT.                             *
003390*****************************************************************
003400 3000-START-LOG.
003410     MOVE "N" TO SR-LVF-EOF-SWITCH.
003420     MOVE "N" TO SR-LVF-LOG-PRESENT-SWITCH.
003430     MOVE "N" TO SR-LVF-SEQ-STARTED-SWITCH.
003440     MOVE "N" TO SR-LVF-LOG-FAILED-SWITCH.
003450     MOVE ZERO TO SR-LVF-READ-COUNT.
003460     MOVE ZERO TO SR-LVF-LEGACY-COUNT.
003470     MOVE ZERO TO SR-LVF-SEQUENCED-COUNT.
003480     MOVE ZERO TO SR-LVF-BREAK-COUNT.
003490     MOVE ZERO TO SR-LVF-MISMATCH-COUNT.
003500     MOVE ZERO TO SR-LVF-FIRST-SEQ.
003510     MOVE ZERO TO SR-LVF-LAST-SEQ.
003520     MOVE ZERO TO SR-LVF-LAST-CHAIN.
003530     MOVE SR-LVF-LOG-NAME TO SR-LSQ-LOG-NAME.
003540
003550     MOVE SPACES TO SR-LVF-PRINT-LINE.
003560     STRING "LOG " SR-LVF-LOG-NAME DELIMITED BY SIZE
003570         INTO SR-LVF-PRINT-LINE.
003580     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
003590 3000-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*  5000-CHECK-RECORD - PROVE ONE RECORD, WHOSE STAMP IS IN     *
003640*  SR-LVF-REC-STAMP AND WHOSE IMAGE (STAMP ZEROED) IS IN       *
003650*  SR-LSQ-IMAGE.  AFTER A BREAK OR MISMATCH IS REPORTED THE    *
003660*  CHECK PICKS UP FROM THIS RECORD'S OWN STAMP, SO ONE         *
003670*  DELETED OR EDITED RECORD IS REPORTED ONCE, NOT ONCE FOR     *
003680*  EVERY RECORD AFTER IT.                                      *
003690*****************************************************************
003700 5000-CHECK-RECORD.
003710     ADD 1 TO SR-LVF-READ-COUNT.
003720     IF SR-LVF-REC-SEQ-X = SPACES
003730         IF NOT SR-LVF-SEQ-STARTED
003740             ADD 1 TO SR-LVF-LEGACY-COUNT
003750             GO TO 5000-EXIT
003760         END-IF
003770         ADD 1 TO SR-LVF-BREAK-COUNT
003780         SET SR-LVF-LOG-FAILED TO TRUE
003790         MOVE SR-LVF-READ-COUNT TO SR-LVF-CT-ED
003800         MOVE SR-LVF-LAST-SEQ TO SR-LVF-SEQ-ED
003810         MOVE SPACES TO SR-LVF-PRINT-LINE
003820         STRING "  *** UNSEQUENCED RECORD AT RECORD "
003830                                    DELIMITED BY SIZE
003840                SR-LVF-CT-ED        DELIMITED BY SIZE
003850                " AFTER SEQ "       DELIMITED BY SIZE
003860                SR-LVF-SEQ-ED       DELIMITED BY SIZE
003870             INTO SR-LVF-PRINT-LINE
003880         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
003890         GO TO 5000-EXIT
003900     END-IF.
003910
003920     ADD 1 TO SR-LVF-SEQUENCED-COUNT.
003930     ADD 1 SR-LVF-LAST-SEQ GIVING SR-LVF-EXPECT-SEQ.
003940     IF SR-LVF-REC-SEQ-X NOT NUMERIC
003950             OR SR-LVF-REC-SEQ NOT = SR-LVF-EXPECT-SEQ
003960         PERFORM 5100-REPORT-BREAK THRU 5100-EXIT
003970         GO TO 5000-EXIT
003980     END-IF.
003990     IF NOT SR-LVF-SEQ-STARTED
004000         SET SR-LVF-SEQ-STARTED TO TRUE
004010         MOVE SR-LVF-REC-SEQ TO SR-LVF-FIRST-SEQ
004020     END-IF.
004030
004040     MOVE "C" TO SR-LSQ-FUNCTION.
004050     MOVE SR-LVF-LAST-CHAIN TO SR-LSQ-PRIOR-CHAIN.
004060     MOVE SR-LVF-LAST-SEQ TO SR-LSQ-PRIOR-SEQ.
004070     MOVE SR-LVF-REC-SEQ TO SR-LSQ-SEQ.
004080     CALL 'SQRLOGSQ' USING SR-LOGSEQ-PARMS.
004090     MOVE SR-LSQ-CHAIN TO SR-LVF-CALC-CHAIN.
004100     IF SR-LVF-CALC-CHAIN-X NOT = SR-LVF-REC-CHAIN-X
004110         ADD 1 TO SR-LVF-MISMATCH-COUNT
004120         SET SR-LVF-LOG-FAILED TO TRUE
004130         MOVE SR-LVF-READ-COUNT TO SR-LVF-CT-ED
004140         MOVE SR-LVF-REC-SEQ TO SR-LVF-SEQ-ED
004150         MOVE SPACES TO SR-LVF-PRINT-LINE
004160         STRING "  *** CHAIN MISMATCH AT SEQ "
004170                                    DELIMITED BY SIZE
004180                SR-LVF-SEQ-ED       DELIMITED BY SIZE
004190                " (RECORD "         DELIMITED BY SIZE
004200                SR-LVF-CT-ED        DELIMITED BY SIZE
004210                ") - RECORD ALTERED" DELIMITED BY SIZE
004220             INTO SR-LVF-PRINT-LINE
004230         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
004240     END-IF.
004250
004260     MOVE SR-LVF-REC-SEQ TO SR-LVF-LAST-SEQ.
004270     IF SR-LVF-REC-CHAIN-X NUMERIC
004280         MOVE SR-LVF-REC-CHAIN-X TO SR-LVF-CALC-CHAIN-X
004290     END-IF.
004300     MOVE SR-LVF-CALC-CHAIN TO SR-LVF-LAST-CHAIN.
004310 5000-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*  5100-REPORT-BREAK - THE RECORD'S SEQUENCE NUMBER IS NOT     *
004360*  THE ONE AFTER THE LAST.  REPORT IT AND PICK UP FROM IT.     *
004370*****************************************************************
004380 5100-REPORT-BREAK.
004390     ADD 1 TO SR-LVF-BREAK-COUNT.
004400     SET SR-LVF-LOG-FAILED TO TRUE.
004410     MOVE SR-LVF-READ-COUNT TO SR-LVF-CT-ED.
004420     MOVE SR-LVF-EXPECT-SEQ TO SR-LVF-SEQ-ED.
004430     MOVE SPACES TO SR-LVF-PRINT-LINE.
004440     STRING "  *** SEQUENCE BREAK AT RECORD " DELIMITED BY SIZE
004450            SR-LVF-CT-ED        DELIMITED BY SIZE
004460            " - EXPECTED "      DELIMITED BY SIZE
004470            SR-LVF-SEQ-ED       DELIMITED BY SIZE
004480            " FOUND "           DELIMITED BY SIZE
004490            SR-LVF-REC-SEQ-X    DELIMITED BY SIZE
004500         INTO SR-LVF-PRINT-LINE.
004510     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
004520
004530     IF NOT SR-LVF-SEQ-STARTED
004540         SET SR-LVF-SEQ-STARTED TO TRUE
004550     END-IF.
004560     IF SR-LVF-REC-SEQ-X NUMERIC
004570         MOVE SR-LVF-REC-SEQ TO SR-LVF-LAST-SEQ
004580     END-IF.
004590     IF SR-LVF-REC-CHAIN-X NUMERIC
004600         MOVE SR-LVF-REC-CHAIN-X TO SR-LVF-CALC-CHAIN-X
004610         MOVE SR-LVF-CALC-CHAIN TO SR-LVF-LAST-CHAIN
004620     END-IF.
004630 5100-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*  6000-END-OF-LOG - HOLD THE LOG'S LAST STAMP UP AGAINST      *
004680*  SRLOGCTL FOR TRUNCATION, THEN PRINT THE LOG'S FIGURES.      *
004690*****************************************************************
004700 6000-END-OF-LOG.
004710     MOVE ZERO TO SR-LVF-CTL-USE-SUB.
004720     PERFORM 6100-FIND-CONTROL THRU 6100-EXIT
004730         VARYING SR-LVF-CTL-SUB FROM 1 BY 1
004740             UNTIL SR-LVF-CTL-SUB > SR-LVF-CTL-COUNT
004750                OR SR-LVF-CTL-USE-SUB > ZERO.
004760
004770     IF SR-LVF-CTL-UNREADABLE
004780         SET SR-LVF-LOG-FAILED TO TRUE
004790         MOVE "  *** SRLOGCTL UNREADABLE - LOG NOT PROVED"
004800             TO SR-LVF-PRINT-LINE
004810         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
004820         GO TO 6000-FIGURES
004830     END-IF.
004840
004850     IF SR-LVF-CTL-USE-SUB = ZERO
004860         IF SR-LVF-SEQUENCED-COUNT > ZERO
004870             SET SR-LVF-LOG-FAILED TO TRUE
004880             MOVE SR-LVF-LAST-SEQ TO SR-LVF-SEQ-ED
004890             MOVE SPACES TO SR-LVF-PRINT-LINE
004900             STRING "  *** NO SRLOGCTL ENTRY - LAST SEQ "
004910                                        DELIMITED BY SIZE
004920                    SR-LVF-SEQ-ED       DELIMITED BY SIZE
004930                    " CANNOT BE PROVED" DELIMITED BY SIZE
004940                 INTO SR-LVF-PRINT-LINE
004950             WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
004960         END-IF
004970         GO TO 6000-FIGURES
004980     END-IF.
004990
005000     IF NOT SR-LVF-LOG-PRESENT
005010             AND SR-LVF-T-LAST-SEQ (SR-LVF-CTL-USE-SUB) > ZERO
005020         SET SR-LVF-LOG-FAILED TO TRUE
005030         MOVE SR-LVF-T-LAST-SEQ (SR-LVF-CTL-USE-SUB)
005040             TO SR-LVF-SEQ-ED
005050         MOVE SPACES TO SR-LVF-PRINT-LINE
005060         STRING "  *** LOG NOT ON FILE - SRLOGCTL SHOWS LAST SEQ "
005070                                    DELIMITED BY SIZE
005080                SR-LVF-SEQ-ED       DELIMITED BY SIZE
005090             INTO SR-LVF-PRINT-LINE
005100         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
005110         GO TO 6000-FIGURES
005120     END-IF.
005130
005140     MOVE SR-LVF-T-LAST-SEQ (SR-LVF-CTL-USE-SUB) TO SR-LVF-SEQ-ED.
005150     MOVE SR-LVF-LAST-SEQ TO SR-LVF-SEQ2-ED.
005160     IF SR-LVF-T-LAST-SEQ (SR-LVF-CTL-USE-SUB) > SR-LVF-LAST-SEQ
005170         SET SR-LVF-LOG-FAILED TO TRUE
005180         MOVE SPACES TO SR-LVF-PRINT-LINE
005190         STRING "  *** TRUNCATED - SRLOGCTL SHOWS LAST SEQ "
005200                                    DELIMITED BY SIZE
005210                SR-LVF-SEQ-ED       DELIMITED BY SIZE
005220                ", LOG ENDS AT "    DELIMITED BY SIZE
005230                SR-LVF-SEQ2-ED      DELIMITED BY SIZE
005240             INTO SR-LVF-PRINT-LINE
005250         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
005260         GO TO 6000-FIGURES
005270     END-IF.
005280     IF SR-LVF-T-LAST-SEQ (SR-LVF-CTL-USE-SUB) < SR-LVF-LAST-SEQ
005290         SET SR-LVF-LOG-FAILED TO TRUE
005300         MOVE SPACES TO SR-LVF-PRINT-LINE
005310         STRING "  *** LOG RUNS PAST SRLOGCTL - LAST SEQ "
005320                                    DELIMITED BY SIZE
005330                SR-LVF-SEQ2-ED      DELIMITED BY SIZE
005340                ", SRLOGCTL SHOWS " DELIMITED BY SIZE
005350                SR-LVF-SEQ-ED       DELIMITED BY SIZE
005360             INTO SR-LVF-PRINT-LINE
005370         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
005380         GO TO 6000-FIGURES
005390     END-IF.
005400     IF SR-LVF-T-LAST-CHAIN (SR-LVF-CTL-USE-SUB)
005410             NOT = SR-LVF-LAST-CHAIN
005420         SET SR-LVF-LOG-FAILED TO TRUE
005430         MOVE SPACES TO SR-LVF-PRINT-LINE
005440         STRING "  *** LAST RECORD'S CHAIN VALUE DOES NOT MATCH "
005450                                    DELIMITED BY SIZE
005460                "SRLOGCTL"          DELIMITED BY SIZE
005470             INTO SR-LVF-PRINT-LINE
005480         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
005490     END-IF.
005500
005510 6000-FIGURES.
005520     IF NOT SR-LVF-LOG-PRESENT AND NOT SR-LVF-LOG-FAILED
005530         MOVE "  LOG NOT ON FILE" TO SR-LVF-PRINT-LINE
005540         WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE
005550     END-IF.
005560
005570     MOVE SR-LVF-READ-COUNT TO SR-LVF-CT-ED.
005580     MOVE SR-LVF-LEGACY-COUNT TO SR-LVF-CT2-ED.
005590     MOVE SPACES TO SR-LVF-PRINT-LINE.
005600     STRING "  RECORDS READ      " DELIMITED BY SIZE
005610            SR-LVF-CT-ED          DELIMITED BY SIZE
005620            "   UNSEQUENCED (OLDER) " DELIMITED BY SIZE
005630            SR-LVF-CT2-ED         DELIMITED BY SIZE
005640         INTO SR-LVF-PRINT-LINE.
005650     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
005660
005670     MOVE SR-LVF-FIRST-SEQ TO SR-LVF-SEQ-ED.
005680     MOVE SR-LVF-LAST-SEQ TO SR-LVF-SEQ2-ED.
005690     MOVE SPACES TO SR-LVF-PRINT-LINE.
005700     STRING "  SEQUENCE RANGE    " DELIMITED BY SIZE
005710            SR-LVF-SEQ-ED         DELIMITED BY SIZE
005720            " THRU "              DELIMITED BY SIZE
005730            SR-LVF-SEQ2-ED        DELIMITED BY SIZE
005740         INTO SR-LVF-PRINT-LINE.
005750     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
005760
005770     MOVE SR-LVF-BREAK-COUNT TO SR-LVF-CT-ED.
005780     MOVE SR-LVF-MISMATCH-COUNT TO SR-LVF-CT2-ED.
005790     MOVE SPACES TO SR-LVF-PRINT-LINE.
005800     STRING "  SEQUENCE BREAKS   " DELIMITED BY SIZE
005810            SR-LVF-CT-ED          DELIMITED BY SIZE
005820            "   CHAIN MISMATCHES    " DELIMITED BY SIZE
005830            SR-LVF-CT2-ED         DELIMITED BY SIZE
005840         INTO SR-LVF-PRINT-LINE.
005850     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
005860
005870     IF SR-LVF-LOG-FAILED
005880         ADD 1 TO SR-LVF-LOGS-FAILED
005890         MOVE SPACES TO SR-LVF-PRINT-LINE
005900         STRING "  *** " SR-LVF-LOG-NAME DELIMITED BY SIZE
005910                " FAILED VERIFICATION" DELIMITED BY SIZE
005920             INTO SR-LVF-PRINT-LINE
005930     ELSE
005940         MOVE SPACES TO SR-LVF-PRINT-LINE
005950         STRING "  " SR-LVF-LOG-NAME DELIMITED BY SIZE
005960                " VERIFIED COMPLETE" DELIMITED BY SIZE
005970             INTO SR-LVF-PRINT-LINE
005980     END-IF.
005990     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
006000     MOVE SPACES TO SR-LOGRPT-RECORD.
006010     WRITE SR-LOGRPT-RECORD.
006020 6000-EXIT.
006030     EXIT.
006040
006050 6100-FIND-CONTROL.
006060     IF SR-LVF-T-LOG-NAME (SR-LVF-CTL-SUB) = SR-LVF-LOG-NAME
006070         MOVE SR-LVF-CTL-SUB TO SR-LVF-CTL-USE-SUB
006080     END-IF.
006090 6100-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130*  9000-FINALIZE - CLOSING LINE, RETURN CODE 8 IF ANY LOG      *
006140*  FAILED.                                                     *
006150*****************************************************************
006160 9000-FINALIZE.
006170     MOVE SPACES TO SR-LVF-PRINT-LINE.
006180     IF SR-LVF-LOGS-FAILED > ZERO
006190         MOVE 8 TO SR-LVF-RC
006200         MOVE SR-LVF-LOGS-FAILED TO SR-LVF-CT-ED
006210         STRING "*** LOGS FAILING VERIFICATION: "
006220                                   DELIMITED BY SIZE
006230                SR-LVF-CT-ED       DELIMITED BY SIZE
006240                " - LISTINGS NOT CERTIFIED"
006250                                   DELIMITED BY SIZE
006260             INTO SR-LVF-PRINT-LINE
006270     ELSE
006280         MOVE ZERO TO SR-LVF-RC
006290         MOVE "ALL LOGS VERIFIED COMPLETE" TO SR-LVF-PRINT-LINE
006300     END-IF.
006310     WRITE SR-LOGRPT-RECORD FROM SR-LVF-PRINT-LINE.
006320     DISPLAY SR-LVF-PRINT-LINE.
006330     CLOSE SR-LOGRPT-FILE.
006340     MOVE SR-LVF-RC TO RETURN-CODE.
006350 9000-EXIT.
006360     EXIT.
