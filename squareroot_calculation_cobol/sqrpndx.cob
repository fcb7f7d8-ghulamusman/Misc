000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQRPNDX.
000030 AUTHOR. J T MERCER.
000040 INSTALLATION. DATA PROCESSING CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*  SQRPNDX - PENDING MASTER CHANGE EXPIRY.  UNDER DUAL CONTROL  *
000090*  A READINGS MASTER CORRECT OR DELETE KEYED IN MAIN WAITS ON  *
000100*  SRPENDNG (SEE SRPNDREC) FOR A SECOND SUPERVISOR TO APPROVE  *
000110*  IT.  A CHANGE NOBODY HAS DECIDED WITHIN THE EXPIRY LIMIT    *
000120*  SHOULD NOT STILL BE WAITING TO BE APPLIED WEEKS LATER, SO   *
000130*  THIS PROGRAM MARKS EVERY PENDING CHANGE OLDER THAN THE      *
000140*  LIMIT EXPIRED (STATUS X) AND LISTS IT ON THE SRPNDRPT       *
000150*  REPORT, FOLLOWED BY THE CHANGES STILL WAITING AND HOW OLD   *
000160*  EACH ONE IS.  THE LIMIT IS IN DAYS: THE PENDEXP COMMAND'S   *
000170*  OPERAND WHEN MAIN CALLS THROUGH THE SQRPNDXM ENTRY POINT,   *
000180*  OTHERWISE SEVEN.  THE FILE IS COPIED TO THE SRPNDWRK WORK   *
000190*  FILE WITH THE EXPIRIES MARKED AND COPIED BACK, AS MAIN      *
000200*  DOES WITH SRXCHG.                                           *
000210*                                                               *
000220*  RETURN CODES: 0 NOTHING EXPIRED, 4 CHANGES EXPIRED,         *
000230*  8 EXPIRY LIMIT NOT VALID (NOTHING DONE).                    *
000240*                                                               *
000250*  MODIFICATION HISTORY                                        *
000260*  DATE        INIT  DESCRIPTION                               *
000270*  10/15/2026  JTM   ORIGINAL VERSION.                         *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320
000330     SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
000340
000350     SELECT OPTIONAL SR-PENDING-FILE ASSIGN TO "SRPENDNG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS SR-PENDING-STATUS.
000380
000390     SELECT SR-PNDWRK-FILE ASSIGN TO "SRPNDWRK"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SR-PNDWRK-STATUS.
000420
000430     SELECT SR-PNDRPT-FILE ASSIGN TO "SRPNDRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SR-PNDRPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490
000500 FD  STANDARD-OUTPUT.
000510 01  OUT-LINE  PICTURE X(80).
000520
000530*****************************************************************
000540*  SR-PENDING-FILE - THE PENDING MASTER CHANGES (SRPNDREC)     *
000550*****************************************************************
000560 FD  SR-PENDING-FILE.
000570     COPY SRPNDREC.
000580
000590*****************************************************************
000600*  SR-PNDWRK-FILE - WORK COPY OF SRPENDNG WITH THE EXPIRIES    *
000610*  MARKED, COPIED BACK OVER SRPENDNG AT THE END                *
000620*****************************************************************
000630 FD  SR-PNDWRK-FILE.
000640 01  SR-PNDWRK-RECORD                PIC X(195).
000650
000660*****************************************************************
000670*  SR-PNDRPT-FILE - PRINTED PENDING CHANGE EXPIRY REPORT       *
000680*****************************************************************
000690 FD  SR-PNDRPT-FILE.
000700 01  SR-PNDRPT-RECORD                PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730 77  SR-PENDING-STATUS            PIC XX VALUE SPACES.
000740 77  SR-PNDWRK-STATUS             PIC XX VALUE SPACES.
000750 77  SR-PNDRPT-STATUS             PIC XX VALUE SPACES.
000760
000770 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
000780     88  SR-END-OF-FILE                   VALUE "Y".
000790 77  SR-PNX-STOP-SWITCH           PIC X(1) VALUE "N".
000800     88  SR-PNX-STOP                      VALUE "Y".
000810 77  SR-PNX-BAD-LIMIT-SWITCH      PIC X(1) VALUE "N".
000820     88  SR-PNX-BAD-LIMIT                 VALUE "Y".
000830
000840 77  SR-PNX-RUN-DATE              PIC 9(8) VALUE ZERO.
000850 77  SR-PNX-TIME-FLD              PIC 9(8) VALUE ZERO.
000860 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
000870
000880*****************************************************************
000890*  THE EXPIRY LIMIT.  THE CALLER'S OPERAND IS EDITED INTO      *
000900*  SR-PNX-LIMIT-DAYS; WITH NO CALLER THE DEFAULT APPLIES.      *
000910*****************************************************************
000920 77  SR-PNX-CALLER-DAYS           PIC X(8) VALUE SPACES.
000930 77  SR-PNX-DEFAULT-DAYS          PIC 9(3) VALUE 7.
000940 77  SR-PNX-LIMIT-DAYS            PIC 9(3) VALUE ZERO.
000950 77  SR-PNX-NUMVAL-CHECK          PIC S9(4) COMP VALUE ZERO.
000960 77  SR-PNX-LIMIT-WORK            PIC S9(9)V9(2) VALUE ZERO.
000970 77  SR-PNX-TODAY-INT             PIC 9(8) COMP VALUE ZERO.
000980 77  SR-PNX-MAKER-DATE            PIC 9(8) VALUE ZERO.
000990 77  SR-PNX-AGE-DAYS              PIC S9(8) COMP VALUE ZERO.
001000
001010 77  SR-PNX-EXPIRED-COUNT         PIC 9(6) COMP VALUE ZERO.
001020 77  SR-PNX-WAITING-COUNT         PIC 9(6) COMP VALUE ZERO.
001030 77  SR-PNX-COUNT-ED              PIC ZZZ,ZZ9.
001040 77  SR-PNX-AGE-ED                PIC ZZZZ9.
001050 77  SR-PNX-DAYS-ED               PIC ZZ9.
001060 77  SR-PNX-LINE-TAG              PIC X(8) VALUE SPACES.
001070
001080 LINKAGE SECTION.
001090*    SR-LNK-PNX-DAYS IS ONLY ADDRESSABLE WHEN MAIN COMES IN
001100*    THROUGH THE SQRPNDXM ENTRY POINT BELOW WITH THE PENDEXP
001110*    COMMAND'S OPERAND - A NUMBER OF DAYS, OR SPACES.
001120 01  SR-LNK-PNX-DAYS              PIC X(8).
001130
001140 PROCEDURE DIVISION.
001150
001160*****************************************************************
001170*  0000-MAINLINE - THE STANDALONE JOB-STEP ENTRY.  NO CALLER,  *
001180*  NO OPERAND - THE DEFAULT LIMIT APPLIES.                     *
001190*****************************************************************
001200 0000-MAINLINE.
001210     MOVE SPACES TO SR-PNX-CALLER-DAYS.
001220     PERFORM 0100-RUN-EXPIRY THRU 0100-EXIT.
001230     GOBACK.
001240
001250*****************************************************************
001260*  0010-CALLED-ENTRY - MAIN COMES IN HERE (SEE SQRCHRGM IN     *
001270*  SQRCHRG FOR THE SAME PATTERN) WITH THE LIMIT IN DAYS.       *
001280*****************************************************************
001290 0010-CALLED-ENTRY.
001300 ENTRY "SQRPNDXM" USING SR-LNK-PNX-DAYS.
001310     MOVE SR-LNK-PNX-DAYS TO SR-PNX-CALLER-DAYS.
001320     PERFORM 0100-RUN-EXPIRY THRU 0100-EXIT.
001330     GOBACK.
001340
001350*****************************************************************
001360*  0100-RUN-EXPIRY - THE WHOLE EXPIRY, SHARED BY BOTH ENTRIES. *
001370*  SRPENDNG IS ONLY REWRITTEN WHEN SOMETHING EXPIRED.          *
001380*****************************************************************
001390 0100-RUN-EXPIRY.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410
001420     IF NOT SR-PNX-STOP
001430         PERFORM 2000-AGE-PENDING-CHANGES THRU 2000-EXIT
001440         IF SR-PNX-EXPIRED-COUNT > ZERO
001450             PERFORM 3000-COPY-BACK THRU 3000-EXIT
001460         END-IF
001470     END-IF.
001480
001490     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001500 0100-EXIT.
001510     EXIT.
001520
001530*****************************************************************
001540*  1000-INITIALIZE - SETTLE THE LIMIT AND START THE REPORT.    *
001550*  EVERY COUNT IS CLEARED HERE, SINCE MAIN MAY CALL THIS       *
001560*  PROGRAM MORE THAN ONCE.                                     *
001570*****************************************************************
001580 1000-INITIALIZE.
001590     ACCEPT SR-PNX-RUN-DATE FROM DATE YYYYMMDD.
001600     ACCEPT SR-PNX-TIME-FLD FROM TIME.
001610     MOVE "N" TO SR-EOF-SWITCH.
001620     MOVE "N" TO SR-PNX-STOP-SWITCH.
001630     MOVE "N" TO SR-PNX-BAD-LIMIT-SWITCH.
001640     MOVE ZERO TO SR-PNX-EXPIRED-COUNT.
001650     MOVE ZERO TO SR-PNX-WAITING-COUNT.
001660     COMPUTE SR-PNX-TODAY-INT =
001670         FUNCTION INTEGER-OF-DATE (SR-PNX-RUN-DATE).
001680
001690     OPEN OUTPUT SR-PNDRPT-FILE.
001700     MOVE SPACES TO SR-PRINT-LINE.
001710     STRING "PENDING MASTER CHANGE EXPIRY   RUN DATE: "
001720                                DELIMITED BY SIZE
001730            SR-PNX-RUN-DATE     DELIMITED BY SIZE
001740            "  RUN TIME: "      DELIMITED BY SIZE
001750            SR-PNX-TIME-FLD     DELIMITED BY SIZE
001760         INTO SR-PRINT-LINE.
001770     WRITE SR-PNDRPT-RECORD FROM SR-PRINT-LINE.
001780
001790     PERFORM 1200-SET-LIMIT THRU 1200-EXIT.
001800     IF SR-PNX-BAD-LIMIT
001810         MOVE SPACES TO SR-PRINT-LINE
001820         STRING "EXPIRY LIMIT NOT VALID: "   DELIMITED BY SIZE
001830                SR-PNX-CALLER-DAYS           DELIMITED BY SIZE
001840                " - NOTHING EXPIRED"         DELIMITED BY SIZE
001850             INTO SR-PRINT-LINE
001860         WRITE SR-PNDRPT-RECORD FROM SR-PRINT-LINE
001870         SET SR-PNX-STOP TO TRUE
001880         GO TO 1000-EXIT
001890     END-IF.
001900     MOVE SR-PNX-LIMIT-DAYS TO SR-PNX-DAYS-ED.
001910     MOVE SPACES TO SR-PRINT-LINE.
001920     STRING "CHANGES PENDING MORE THAN " DELIMITED BY SIZE
001930            SR-PNX-DAYS-ED              DELIMITED BY SIZE
001940            " DAYS ARE EXPIRED"         DELIMITED BY SIZE
001950         INTO SR-PRINT-LINE.
001960     WRITE SR-PNDRPT-RECORD FROM SR-PRINT-LINE.
001970     MOVE SPACES TO SR-PNDRPT-RECORD.
001980     WRITE SR-PNDRPT-RECORD.
001990
002000     OPEN INPUT SR-PENDING-FILE.
002010     IF SR-PENDING-STATUS = "05"
002020         MOVE "NO SRPENDNG PENDING CHANGE FILE ON HAND"
002030             TO SR-PNDRPT-RECORD
002040         WRITE SR-PNDRPT-RECORD
002050         CLOSE SR-PENDING-FILE
002060         SET SR-PNX-STOP TO TRUE
002070     END-IF.
002080 1000-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120*  1200-SET-LIMIT - SPACES TAKE THE DEFAULT; OTHERWISE THE     *
002130*  OPERAND MUST BE A WHOLE NUMBER OF DAYS FROM 1 TO 999.       *
002140*****************************************************************
002150 1200-SET-LIMIT.
002160     IF SR-PNX-CALLER-DAYS = SPACES
002170         MOVE SR-PNX-DEFAULT-DAYS TO SR-PNX-LIMIT-DAYS
002180         GO TO 1200-EXIT
002190     END-IF.
002200     MOVE FUNCTION TEST-NUMVAL (SR-PNX-CALLER-DAYS)
002210         TO SR-PNX-NUMVAL-CHECK.
002220     IF SR-PNX-NUMVAL-CHECK NOT = ZERO
002230         SET SR-PNX-BAD-LIMIT TO TRUE
002240         GO TO 1200-EXIT
002250     END-IF.
002260     COMPUTE SR-PNX-LIMIT-WORK =
002270         FUNCTION NUMVAL (SR-PNX-CALLER-DAYS).
002280     IF SR-PNX-LIMIT-WORK < 1
002290             OR SR-PNX-LIMIT-WORK > 999
002300             OR SR-PNX-LIMIT-WORK NOT =
002310                 FUNCTION INTEGER-PART (SR-PNX-LIMIT-WORK)
002320         SET SR-PNX-BAD-LIMIT TO TRUE
002330         GO TO 1200-EXIT
002340     END-IF.
002350     MOVE SR-PNX-LIMIT-WORK TO SR-PNX-LIMIT-DAYS.
002360 1200-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400*  2000-AGE-PENDING-CHANGES - COPY SRPENDNG TO THE WORK FILE,  *
002410*  AGEING EVERY CHANGE STILL PENDING ON THE WAY.               *
002420*****************************************************************
002430 2000-AGE-PENDING-CHANGES.
002440     OPEN OUTPUT SR-PNDWRK-FILE.
002450     PERFORM 2100-COPY-ONE-PENDING-OUT THRU 2100-EXIT
002460         UNTIL SR-END-OF-FILE.
002470     CLOSE SR-PENDING-FILE.
002480     CLOSE SR-PNDWRK-FILE.
002490 2000-EXIT.
002500     EXIT.
002510
002520*****************************************************************
002530*  2100-COPY-ONE-PENDING-OUT - NEXT RECORD TO THE WORK FILE.   *
002540*  DECIDED CHANGES (APPROVED, REJECTED, EXPIRED) PASS AS THEY  *
002550*  ARE.                                                        *
002560*****************************************************************
002570 2100-COPY-ONE-PENDING-OUT.
002580     READ SR-PENDING-FILE
002590         AT END
002600             SET SR-END-OF-FILE TO TRUE
002610             GO TO 2100-EXIT
002620     END-READ.
002630     IF SR-PND-PENDING
002640         PERFORM 2200-AGE-ONE-PENDING THRU 2200-EXIT
002650     END-IF.
002660     WRITE SR-PNDWRK-RECORD FROM SR-PENDING-RECORD.
002670 2100-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710*  2200-AGE-ONE-PENDING - DAYS SINCE THE CHANGE WAS KEYED.     *
002720*  PAST THE LIMIT IT IS MARKED EXPIRED BY SQRPNDX; EITHER WAY  *
002730*  IT IS LISTED.  A MAKER DATE THAT IS NOT A DATE EXPIRES.     *
002740*****************************************************************
002750 2200-AGE-ONE-PENDING.
002760     IF SR-PND-MAKER-DATE NOT NUMERIC
002770         MOVE 99999 TO SR-PNX-AGE-DAYS
002780     ELSE
002790         MOVE SR-PND-MAKER-DATE TO SR-PNX-MAKER-DATE
002800         COMPUTE SR-PNX-AGE-DAYS = SR-PNX-TODAY-INT
002810             - FUNCTION INTEGER-OF-DATE (SR-PNX-MAKER-DATE)
002820     END-IF.
002830
002840     IF SR-PNX-AGE-DAYS > SR-PNX-LIMIT-DAYS
002850         SET SR-PND-EXPIRED TO TRUE
002860         MOVE "SQRPNDX "      TO SR-PND-CHECKER-ID
002870         MOVE SR-PNX-RUN-DATE TO SR-PND-DECIDED-DATE
002880         MOVE SR-PNX-TIME-FLD TO SR-PND-DECIDED-TIME
002890         ADD 1 TO SR-PNX-EXPIRED-COUNT
002900         MOVE "EXPIRED " TO SR-PNX-LINE-TAG
002910     ELSE
002920         ADD 1 TO SR-PNX-WAITING-COUNT
002930         MOVE "WAITING " TO SR-PNX-LINE-TAG
002940     END-IF.
002950
002960     MOVE SR-PNX-AGE-DAYS TO SR-PNX-AGE-ED.
002970     MOVE SPACES TO SR-PRINT-LINE.
002980     STRING SR-PNX-LINE-TAG    DELIMITED BY SIZE
002990            SR-PND-ACTION      DELIMITED BY SIZE
003000            " READING "        DELIMITED BY SIZE
003010            SR-PND-READING-ID  DELIMITED BY SIZE
003020            " BY "             DELIMITED BY SIZE
003030            SR-PND-MAKER-ID    DELIMITED BY SIZE
003040            " ON "             DELIMITED BY SIZE
003050            SR-PND-MAKER-DATE  DELIMITED BY SIZE
003060            " AGE "            DELIMITED BY SIZE
003070            SR-PNX-AGE-ED      DELIMITED BY SIZE
003080            " DAYS"            DELIMITED BY SIZE
003090         INTO SR-PRINT-LINE.
003100     WRITE SR-PNDRPT-RECORD FROM SR-PRINT-LINE.
003110 2200-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150*  3000-COPY-BACK - THE WORK FILE, EXPIRIES MARKED, REPLACES   *
003160*  SRPENDNG.                                                   *
003170*****************************************************************
003180 3000-COPY-BACK.
003190     MOVE "N" TO SR-EOF-SWITCH.
003200     OPEN INPUT SR-PNDWRK-FILE.
003210     OPEN OUTPUT SR-PENDING-FILE.
003220     PERFORM 3100-COPY-ONE-PENDING-BACK THRU 3100-EXIT
003230         UNTIL SR-END-OF-FILE.
003240     CLOSE SR-PNDWRK-FILE.
003250     CLOSE SR-PENDING-FILE.
003260 3000-EXIT.
003270     EXIT.
003280
003290 3100-COPY-ONE-PENDING-BACK.
003300     READ SR-PNDWRK-FILE
003310         AT END
003320             SET SR-END-OF-FILE TO TRUE
003330             GO TO 3100-EXIT
003340     END-READ.
003350     WRITE SR-PENDING-RECORD FROM SR-PNDWRK-RECORD.
003360 3100-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400*  9000-FINALIZE - COUNTS AND THE RETURN CODE                  *
003410*****************************************************************
003420 9000-FINALIZE.
003430     MOVE SPACES TO SR-PNDRPT-RECORD.
003440     WRITE SR-PNDRPT-RECORD.
003450     MOVE SR-PNX-EXPIRED-COUNT TO SR-PNX-COUNT-ED.
003460     MOVE SPACES TO SR-PRINT-LINE.
003470     STRING "CHANGES EXPIRED:       " DELIMITED BY SIZE
003480            SR-PNX-COUNT-ED           DELIMITED BY SIZE
003490         INTO SR-PRINT-LINE.
003500     WRITE SR-PNDRPT-RECORD FROM SR-PRINT-LINE.
003510     MOVE SR-PNX-WAITING-COUNT TO SR-PNX-COUNT-ED.
003520     MOVE SPACES TO SR-PRINT-LINE.
003530     STRING "CHANGES STILL PENDING: " DELIMITED BY SIZE
003540            SR-PNX-COUNT-ED           DELIMITED BY SIZE
003550         INTO SR-PRINT-LINE.
003560     WRITE SR-PNDRPT-RECORD FROM SR-PRINT-LINE.
003570     CLOSE SR-PNDRPT-FILE.
003580
003590     EVALUATE TRUE
003600         WHEN SR-PNX-BAD-LIMIT
003610             MOVE 8 TO RETURN-CODE
003620         WHEN SR-PNX-EXPIRED-COUNT > ZERO
003630             MOVE 4 TO RETURN-CODE
003640         WHEN OTHER
003650             MOVE ZERO TO RETURN-CODE
003660     END-EVALUATE.
003670 9000-EXIT.
003680     EXIT.
