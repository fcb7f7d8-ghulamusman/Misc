000110*                                                                *
000120*  MODIFICATION HISTORY                                         *
000130*  DATE        INIT  DESCRIPTION                                *
      *  10/15/2026  JTM   A READING WITH OPERATION CODE RS IS NOW A  *
      *                     ROOT-SUM-SQUARE COMPOSITE - THE SQUARE    *
      *                     ROOT OF THE SUM OF THE SQUARES OF THE     *
      *                     INPUT VALUES OF ITS MEMBER READINGS (SEE  *
      *                     SRCMPREC) TAKEN EARLIER IN THE RUN. A     *
      *                     COMPOSITE WITH A MEMBER REJECTED, HELD,   *
      *                     DUPLICATED, FAILED OR MISSING IS HELD TO  *
      *                     SRHELD WITH THE REASON. COMPOSITES POST   *
      *                     LIKE ANY READING AND ARE LISTED IN THEIR  *
      *                     OWN SECTION OF SRRPT.                     *
      *  10/15/2026  JTM   THE RUN HISTORY NOW CARRIES THE RUN'S      *
      *                     ELAPSED TIME, RECORDS PER MINUTE, CACHE   *
      *                     HITS AGAINST ITERATED VALUES AND STREAM   *
      *                     COUNT, CARRIED THROUGH A TIME-LIMIT       *
      *                     RESTART ON THE CHECKPOINT, AND A BATCH    *
      *                     RUN APPENDS ITS INPUT VOLUME BY STATION   *
      *                     TO SRHISSTN (SEE SRHSNREC) FOR THE        *
      *                     SQRCAPRP CAPACITY REPORT.                 *
      *  10/15/2026  JTM   READINGS FROM A STATION ON HOLD (STATUS H  *
      *                     ON SRSTNMAS) ARE NOW QUEUED TO THE SHARED *
      *                     SRHELD FILE, NEITHER CALCULATED NOR       *
      *                     REJECTED, AND SENT TO SRXCHG AS STATUS H; *
      *                     THE HELD COUNT GOES TO THE TRAILER,       *
      *                     CHECKPOINT, HANDOFF CONTROL RECORD AND    *
      *                     RUN HISTORY.                              *
      *  10/15/2026  JTM   A RESUBMISSION FOR A READING WHOSE MASTER  *
      *                     POSTING FALLS IN A CLOSED PERIOD (SEE    *
      *                     SRPERREC) IS NOW REJECTED AS POSTED IN A *
      *                     CLOSED PERIOD INSTEAD OF REWRITING IT.   *
      *  10/15/2026  JTM   EACH READING IS NOW CALIBRATED BEFORE IT  *
      *                     IS CALCULATED, BY THE SRCALIB FACTOR IN  *
      *                     FORCE FOR ITS STATION (AND METER TYPE)   *
      *                     ON THE RUN DATE.  THE RAW VALUE AND THE  *
      *                     CALIBRATION ID GO TO SRAUDIT, SRXCHG,    *
      *                     SRMASTER AND SRRDHIST ALONGSIDE THE      *
      *                     CALIBRATED VALUE.                        *
      *  10/15/2026  JTM   EVERY MASTER POSTING IS NOW ALSO KEPT ON   *
      *                     THE SRRDHIST READING HISTORY FILE (SEE   *
      *                     SRRDHREC), ONE RECORD PER READING PER    *
      *                     POSTING DATE, SO A READING'S EARLIER     *
      *                     VALUES SURVIVE THE MASTER REWRITE.       *
000131*  09/02/2026  JTM   THE REJECT AND SUSPECT LISTINGS NOW      *
000132*                     CARRY THE READING'S OPERATION CODE, SO  *
000133*                     A CORRECTION OR AMENDMENT KEYED IN      *
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS SR-HIST-STATUS.
001730
001732     SELECT OPTIONAL SR-HISSTN-FILE ASSIGN TO "SRHISSTN"
001734         ORGANIZATION IS LINE SEQUENTIAL
001736         FILE STATUS IS SR-HISSTN-STATUS.
001738
001740     SELECT OPTIONAL SR-LIMITS-FILE ASSIGN TO "SRLIMITS"
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS SR-LIMITS-STATUS.
001774         ORGANIZATION IS LINE SEQUENTIAL
001776         FILE STATUS IS SR-STNMAS-STATUS.
001778
           SELECT OPTIONAL SR-CALIB-FILE ASSIGN TO "SRCALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-CALIB-STATUS.
      
           SELECT OPTIONAL SR-PERIOD-FILE ASSIGN TO "SRPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PERIOD-STATUS.
      
           SELECT OPTIONAL SR-COMPOS-FILE ASSIGN TO "SRCOMPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-COMPOS-STATUS.
      
001780     SELECT SR-SUSPECT-FILE ASSIGN USING SR-SUS-FNAME
001790         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS SR-SUSPECT-STATUS.
001804     SELECT SR-DUPLST-FILE ASSIGN USING SR-DUP-FNAME
001806         ORGANIZATION IS LINE SEQUENTIAL
001808         FILE STATUS IS SR-DUPLST-STATUS.
      
           SELECT OPTIONAL SR-HELD-FILE ASSIGN TO "SRHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-HELD-STATUS.
001810
001820     SELECT SR-PROGRESS-FILE ASSIGN USING SR-PRG-FNAME
001830         ORGANIZATION IS LINE SEQUENTIAL
001960         ACCESS IS RANDOM
001970         RECORD KEY IS SR-MAS-READING-ID
001980         FILE STATUS IS SR-MASTER-STATUS.
001981
001982     SELECT SR-RDHIST-FILE ASSIGN TO "SRRDHIST"
001984         ORGANIZATION IS INDEXED
001985         ACCESS IS RANDOM
001987         RECORD KEY IS SR-RDH-KEY
001988         FILE STATUS IS SR-RDHIST-STATUS.
001990
002000 DATA DIVISION.
002010 FILE SECTION.
002640     COPY SRHISREC.
002650
002660*****************************************************************
002661*  SR-HISSTN-FILE - INPUT VOLUME BY STATION, ONE RECORD PER     *
002662*  STATION APPENDED ALONGSIDE EACH BATCH RUN'S SRHIST RECORD.   *
002663*****************************************************************
002665 FD  SR-HISSTN-FILE.
002666     COPY SRHSNREC.
002667
002668*****************************************************************
002670*  SR-LIMITS-FILE - PER-STATION REASONABLENESS BANDS, READ     *
002680*  ONCE AT STARTUP INTO THE SR-LIMITS TABLE.                    *
002690*****************************************************************
002726     COPY SRSTNREC.
002727
002730*****************************************************************
      *  SR-CALIB-FILE - METER CALIBRATION FACTORS, READ ONCE AT     *
      *  STARTUP INTO THE SR-CLB TABLE (SEE SRCLBREC).               *
      *****************************************************************
       FD  SR-CALIB-FILE.
           COPY SRCLBREC.
      
      *****************************************************************
      *  SR-PERIOD-FILE - THE PERIOD CONTROL FILE, ITS CLOSED        *
      *  PERIODS READ ONCE AT STARTUP INTO THE SR-PRD TABLE          *
      *  (SEE SRPERREC).                                             *
      *****************************************************************
       FD  SR-PERIOD-FILE.
           COPY SRPERREC.
      
      *****************************************************************
      *  SR-COMPOS-FILE - ROOT-SUM-SQUARE COMPOSITE DEFINITIONS,     *
      *  READ ONCE AT STARTUP INTO THE SR-CDF AND SR-CMM TABLES      *
      *  (SEE SRCMPREC).                                             *
      *****************************************************************
       FD  SR-COMPOS-FILE.
           COPY SRCMPREC.
      
      *****************************************************************
002740*  SR-SUSPECT-FILE - OUT-OF-BAND READINGS FOR OPERATOR REVIEW   *
002750*****************************************************************
002760 FD  SR-SUSPECT-FILE.
002775*****************************************************************
002776 FD  SR-DUPLST-FILE.
002777     COPY SRDUPREC.
      
      *****************************************************************
      *  SR-HELD-FILE - READINGS QUEUED FROM STATIONS ON HOLD         *
      *****************************************************************
       FD  SR-HELD-FILE.
           COPY SRHLDREC.
002780
002790*****************************************************************
002800*  SR-PROGRESS-FILE - MID-RUN PROGRESS FOR THE OPERATOR,        *
003030*****************************************************************
003040 FD  SR-MASTER-FILE.
003050     COPY SRMASREC.
003051
003052*****************************************************************
003053*  SR-RDHIST-FILE - READING HISTORY, ONE RECORD PER READING ID *
003055*  PER POSTING DATE (SEE SRRDHREC).                            *
003056*****************************************************************
003057 FD  SR-RDHIST-FILE.
003058     COPY SRRDHREC.
003060
003070 WORKING-STORAGE SECTION.
003080*    THE WORKING FIELDS CARRY TWELVE DECIMALS SO THE HIGH-
004579     88  SR-OP-SQUARE                     VALUE "P2".
004580     88  SR-OP-CUBE                       VALUE "P3".
004581     88  SR-OP-INV-SQUARE                 VALUE "IS".
           88  SR-OP-ROOT-SUM-SQUARE            VALUE "RS".
004582     88  SR-OP-VALID                      VALUES "SQ" "CB"
004583                                          "P2" "P3" "IS" "RS".
004584 77  SR-OP-REJECT-SWITCH           PIC X(1) VALUE "N".
004585     88  SR-OP-REJECTED                   VALUE "Y".
004586 77  SR-OP-SQ-COUNT                PIC 9(6) COMP VALUE ZERO.
004588 77  SR-OP-P2-COUNT                PIC 9(6) COMP VALUE ZERO.
004589 77  SR-OP-P3-COUNT                PIC 9(6) COMP VALUE ZERO.
004590 77  SR-OP-IS-COUNT                PIC 9(6) COMP VALUE ZERO.
       77  SR-OP-RS-COUNT                PIC 9(6) COMP VALUE ZERO.
004591 77  SR-OP-COUNT-ED                PIC ZZZ,ZZ9.
004592 77  SR-NUMVAL-CHECK               PIC S9(4) COMP VALUE ZERO.
004593 77  SR-REJ-NUMERIC-SWITCH         PIC X(1) VALUE "Y".
005120 77  SR-STAMP-TIME-FLD            PIC 9(8) VALUE ZERO.
005130
005140 77  SR-HIST-STATUS               PIC XX VALUE SPACES.
       77  SR-HISSTN-STATUS             PIC XX VALUE SPACES.
      
      *****************************************************************
      *  RUN TIMINGS FOR THE HISTORY RECORD.  THE PRIOR ELAPSED TIME  *
      *  COMES BACK FROM A RESTART CHECKPOINT SO A JOB FINISHED BY A  *
      *  RESTART IS TIMED WHOLE.                                      *
      *****************************************************************
       77  SR-PRIOR-ELAPSED-SECS        PIC 9(8) COMP VALUE ZERO.
       77  SR-JOB-ELAPSED-SECS          PIC 9(8) COMP VALUE ZERO.
      
      *****************************************************************
      *  INPUT VOLUME BY SOURCE STATION FOR SRHISSTN, TALLIED AS EACH *
      *  BATCH RECORD IS READ (AND AS A RESTART SKIPS THE RECORDS THE *
      *  INTERRUPTED RUN PROCESSED).  SAME 100-STATION CEILING AS THE *
      *  STATION MASTER TABLE; ANY MORE GO TO THE *OTH COUNT.         *
      *****************************************************************
       77  SR-VOL-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-VOL-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-VOL-OTHER                 PIC 9(8) COMP VALUE ZERO.
       77  SR-VOL-FOUND-SWITCH          PIC X(1) VALUE "N".
           88  SR-VOL-FOUND                     VALUE "Y".
       01  SR-VOL-TABLE.
           05  SR-VOL-ENTRY                OCCURS 100 TIMES.
               10  SR-VOL-T-STATION        PIC X(4).
               10  SR-VOL-T-COUNT          PIC 9(8) COMP.
005150
005160*****************************************************************
005170*  PER-STATION REASONABLENESS BANDS LOADED FROM SRLIMITS AT     *
005400
005402*****************************************************************
005403*  STATION MASTER TABLE LOADED FROM SRSTNMAS AT STARTUP FOR    *
005404*  THE SOURCE-STATION EDIT.  ONLY THE CODE, STATUS AND METER   *
005405*  TYPE ARE NEEDED HERE; 100 STATIONS IS WELL ABOVE THE METER  *
005406*  POPULATION.  NO FILE MEANS NO STATION CHECKING, AS BEFORE.  *
005407*****************************************************************
005408 77  SR-STNMAS-STATUS             PIC XX VALUE SPACES.
005412     05  SR-STN-ENTRY                OCCURS 100 TIMES.
005413         10  SR-STN-T-CODE           PIC X(4).
005414         10  SR-STN-T-STATUS         PIC X(1).
               10  SR-STN-T-METER          PIC X(8).
               10  SR-STN-T-HOLD-REASON    PIC X(30).
005415 77  SR-STN-MASTER-SWITCH         PIC X(1) VALUE "N".
005416     88  SR-STN-MASTER-PRESENT            VALUE "Y".
005417 77  SR-STN-FOUND-SWITCH          PIC X(1) VALUE "N".
005418     88  SR-STN-FOUND                     VALUE "Y".
005419*    V = STATION VALID, U = NOT ON THE MASTER, T = RETIRED,
      *    H = STATION ON HOLD (QUEUED TO SRHELD, NOT A REJECT)
005420 77  SR-STN-EDIT-SWITCH           PIC X(1) VALUE "V".
005421     88  SR-STN-EDIT-VALID                VALUE "V".
005422     88  SR-STN-UNKNOWN                   VALUE "U".
005423     88  SR-STN-EDIT-RETIRED              VALUE "T".
005424     88  SR-STN-REJECTED                  VALUES "U" "T".
           88  SR-STN-EDIT-HELD                 VALUE "H".
      *    HOLD REASON OF THE CURRENT READING'S STATION, FOR SRHELD
       77  SR-STN-USE-REASON            PIC X(30) VALUE SPACES.
      *    METER TYPE OF THE CURRENT READING'S STATION, FOR PICKING
      *    A METER-SPECIFIC CALIBRATION - SPACES WHEN NOT KNOWN
       77  SR-STN-USE-METER             PIC X(8) VALUE SPACES.
      *****************************************************************
      *  CALIBRATION TABLE LOADED FROM SRCALIB AT STARTUP.  ONLY THE  *
      *  ACTIVE FACTORS ALREADY IN FORCE ON THE RUN DATE ARE KEPT;    *
      *  2700 PICKS THE ONE THAT APPLIES TO EACH READING.  NO FILE    *
      *  MEANS NO CALIBRATION - THE RAW VALUE IS CALCULATED AS IS.    *
      *****************************************************************
       77  SR-CALIB-STATUS              PIC XX VALUE SPACES.
       77  SR-CLB-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-CLB-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-CLB-BEST-SUB              PIC 9(4) COMP VALUE ZERO.
       77  SR-CLB-RUN-DATE              PIC X(8) VALUE SPACES.
       01  SR-CLB-TABLE.
           05  SR-CLB-ENTRY                OCCURS 200 TIMES.
               10  SR-CLB-T-ID             PIC X(8).
               10  SR-CLB-T-STATION        PIC X(4).
               10  SR-CLB-T-METER          PIC X(8).
               10  SR-CLB-T-EFF-DATE       PIC X(8).
               10  SR-CLB-T-MULT           PIC S9(3)V9(6).
               10  SR-CLB-T-OFFSET         PIC S9(9)V9(6).
      *    RAW (UNCALIBRATED) VALUE OF THE CURRENT READING AND THE
      *    ID OF THE CALIBRATION APPLIED TO IT (SPACES FOR NONE)
       77  SR-CALIB-RAW-VALUE           PIC S9(11)V9(12) VALUE ZERO.
       77  SR-CALIB-USE-ID              PIC X(8) VALUE SPACES.
      *    N = NONE APPLIED, Y = APPLIED, S = SIZE ERROR,
      *    P = CALIBRATED VALUE NOT POSITIVE
       77  SR-CALIB-SWITCH              PIC X(1) VALUE "N".
           88  SR-CALIB-APPLIED                 VALUE "Y".
           88  SR-CALIB-SIZE-ERROR              VALUE "S".
           88  SR-CALIB-NOT-POSITIVE            VALUE "P".
           88  SR-CALIB-FAILED                  VALUES "S" "P".
      
      *****************************************************************
      *  CLOSED-PERIOD LOCK.  THE PERIODS CLOSED BY SQRPCLOS ARE     *
      *  HELD HERE; A RESUBMISSION FOR A READING WHOSE MASTER        *
      *  POSTING FALLS IN ONE OF THEM IS REJECTED, NOT POSTED - A    *
      *  CHANGE TO A CLOSED PERIOD GOES THROUGH MAIN AS A POST-CLOSE *
      *  ADJUSTMENT.  200 MATCHES THE TABLE IN SQRPCLOS.             *
      *****************************************************************
       77  SR-PERIOD-STATUS             PIC XX VALUE SPACES.
       77  SR-PRD-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-PRD-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-PRD-EDIT-SWITCH           PIC X(1) VALUE "N".
           88  SR-PERIOD-REJECTED               VALUE "Y".
       01  SR-PRD-TABLE.
           05  SR-PRD-ENTRY                OCCURS 200 TIMES.
               10  SR-PRD-T-ID             PIC X(6).
               10  SR-PRD-T-START          PIC X(8).
               10  SR-PRD-T-END            PIC X(8).
      *****************************************************************
      *  ROOT-SUM-SQUARE COMPOSITES.  THE SRCOMPOS DEFINITIONS ARE   *
      *  HELD IN THE SR-CDF TABLE AND EVERY DISTINCT MEMBER ID IN    *
      *  THE SR-CMM TABLE, WHERE 2790 NOTES EACH MEMBER'S SRXCHG     *
      *  STATUS AND INPUT VALUE AS IT IS PROCESSED.  AN RS READING   *
      *  IS BUILT FROM THERE BY 2800, AND EVERY COMPOSITE CALCULATED *
      *  OR HELD IS KEPT IN THE SR-CMR TABLE FOR ITS OWN SECTION OF  *
      *  SRRPT AT END OF JOB (9050).  200 DEFINITIONS OF UP TO 8     *
      *  MEMBERS; 500 COMPOSITES LISTED, ANY MORE ARE COUNTED.       *
      *****************************************************************
       77  SR-COMPOS-STATUS             PIC XX VALUE SPACES.
       77  SR-CDF-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-CDF-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-CDF-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       77  SR-CDF-MBR-SUB               PIC 9(4) COMP VALUE ZERO.
       01  SR-CDF-TABLE.
           05  SR-CDF-ENTRY                OCCURS 200 TIMES.
               10  SR-CDF-T-ID             PIC X(10).
               10  SR-CDF-T-MEMBER-COUNT   PIC 9(2).
               10  SR-CDF-T-MEMBER-ID      PIC X(10) OCCURS 8 TIMES.
       77  SR-CMM-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-CMM-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-CMM-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       01  SR-CMM-TABLE.
           05  SR-CMM-ENTRY                OCCURS 1600 TIMES.
               10  SR-CMM-T-ID             PIC X(10).
      *           SPACE = NOT SEEN YET; OTHERWISE THE MEMBER'S SRXCHG
      *           STATUS, OR M WHEN TAKEN FROM SRMASTER ON A RESTART
               10  SR-CMM-T-STATUS         PIC X(1).
               10  SR-CMM-T-VALUE          PIC 9(11)V9(12).
      *    N = NOT A COMPOSITE (OR NOT YET EDITED), Y = MEMBERS ALL
      *    GOOD AND SUMMED, H = HELD FOR A MEMBER, O = SIZE ERROR ON
      *    THE SUM, U = COMPOSITE ID NOT ON SRCOMPOS
       77  SR-CMP-SWITCH                PIC X(1) VALUE "N".
           88  SR-CMP-READY                     VALUE "Y".
           88  SR-CMP-HELD                      VALUE "H".
           88  SR-CMP-SIZE-ERROR                VALUE "O".
           88  SR-CMP-UNDEFINED                 VALUE "U".
           88  SR-CMP-NOT-CALCULATED            VALUES "H" "O" "U".
           88  SR-CMP-LISTED                    VALUES "Y" "H" "O".
       77  SR-CMP-USE-MEMBER            PIC X(10) VALUE SPACES.
       77  SR-CMP-HOLD-WORD             PIC X(9) VALUE SPACES.
       77  SR-CMP-HOLD-REASON           PIC X(30) VALUE SPACES.
       77  SR-CMP-SQUARE                PIC 9(11)V9(12) VALUE ZERO.
       77  SR-CMP-SUMSQ                 PIC 9(11)V9(12) VALUE ZERO.
       77  SR-CMR-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-CMR-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-CMR-OMITTED               PIC 9(6) COMP VALUE ZERO.
       77  SR-CMR-OMITTED-ED            PIC ZZZ,ZZ9.
       77  SR-CMR-MEMBERS-ED            PIC Z9.
       01  SR-CMR-TABLE.
           05  SR-CMR-ENTRY                OCCURS 500 TIMES.
               10  SR-CMR-T-ID             PIC X(10).
               10  SR-CMR-T-STATION        PIC X(4).
               10  SR-CMR-T-MEMBERS        PIC 9(2).
               10  SR-CMR-T-STATUS         PIC X(1).
               10  SR-CMR-T-SUMSQ          PIC 9(11)V9(12).
               10  SR-CMR-T-RESULT         PIC 9(11)V9(12).
               10  SR-CMR-T-ITER           PIC 9(4).
               10  SR-CMR-T-TEXT           PIC X(40).
      *    D = DETAIL LINES, C = THE COMPOSITE SECTION (SEE 4300)
       77  SR-RPT-SECTION-SWITCH        PIC X(1) VALUE "D".
           88  SR-RPT-DETAIL-SECTION            VALUE "D".
           88  SR-RPT-COMPOSITE-SECTION         VALUE "C".
005425*****************************************************************
005426*  DUPLICATE-READING EDIT.  EVERY BATCH READING ID PROCESSED   *
005427*  THIS RUN GOES INTO THE SEEN-ID TABLE; AN ID ALREADY THERE   *
005435 77  SR-DUP-COUNT-WS              PIC 9(6) COMP VALUE ZERO.
005436 77  SR-DUP-COUNT-ED              PIC ZZZ,ZZ9.
005437 77  SR-DUP-TIME-FLD              PIC 9(8) VALUE ZERO.
       77  SR-HELD-STATUS               PIC XX VALUE SPACES.
       77  SR-HELD-COUNT-WS             PIC 9(6) COMP VALUE ZERO.
       77  SR-HELD-COUNT-ED             PIC ZZZ,ZZ9.
       77  SR-HELD-TIME-FLD             PIC 9(8) VALUE ZERO.
005438 77  SR-DUP-MASTER-SWITCH         PIC X(1) VALUE "N".
005439     88  SR-DUP-CHECK-MASTER              VALUE "Y".
005440 77  SR-DUP-EDIT-SWITCH           PIC X(1) VALUE "N".
005510
005520 77  SR-MASTER-STATUS             PIC XX VALUE SPACES.
005530 77  SR-MAS-TIME-FLD              PIC 9(8) VALUE ZERO.
005535 77  SR-RDHIST-STATUS             PIC XX VALUE SPACES.
005540
005550 77  SR-CKPT-STATUS               PIC XX VALUE SPACES.
005560 77  SR-CKPT-INTERVAL             PIC 9(6) COMP VALUE ZERO.
006260     END-IF.
006270     PERFORM 1130-LOAD-LIMITS THRU 1130-EXIT.
006272     PERFORM 1140-LOAD-STATIONS THRU 1140-EXIT.
006274     PERFORM 1146-LOAD-CALIBRATIONS THRU 1146-EXIT.
006276     PERFORM 1148-LOAD-CLOSED-PERIODS THRU 1148-EXIT.
006278     PERFORM 1152-LOAD-COMPOSITES THRU 1152-EXIT.
006280
006290     OPEN INPUT SR-INPUT-FILE.
006292*    NO JOB-QUALIFIED PORTION FILE ON HAND - FALL BACK TO THE
006925     MOVE "V" TO SR-STN-EDIT-SWITCH.
006926     MOVE "N" TO SR-DUP-EDIT-SWITCH.
006927     MOVE ZERO TO SR-DUP-COUNT-WS.
           MOVE ZERO TO SR-HELD-COUNT-WS.
006928     MOVE ZERO TO SR-SEEN-COUNT.
006929     MOVE "N" TO SR-SEEN-FULL-SWITCH.
006930     MOVE ZERO TO SR-RESUB-COUNT.
006931     MOVE ZERO TO SR-ESTIM-COUNT.
006932     MOVE "SQ" TO SR-OPER-CODE.
006933     MOVE "N" TO SR-OP-REJECT-SWITCH.
           MOVE "N" TO SR-PRD-EDIT-SWITCH.
006934     MOVE ZERO TO SR-OP-SQ-COUNT.
006935     MOVE ZERO TO SR-OP-CB-COUNT.
006936     MOVE ZERO TO SR-OP-P2-COUNT.
006937     MOVE ZERO TO SR-OP-P3-COUNT.
006938     MOVE ZERO TO SR-OP-IS-COUNT.
           MOVE ZERO TO SR-OP-RS-COUNT.
           MOVE "N" TO SR-CMP-SWITCH.
           MOVE ZERO TO SR-CDF-COUNT.
           MOVE ZERO TO SR-CMM-COUNT.
           MOVE ZERO TO SR-CMR-COUNT.
           MOVE ZERO TO SR-CMR-OMITTED.
           SET SR-RPT-DETAIL-SECTION TO TRUE.
006940     MOVE ZERO TO SR-RETRY-COUNT.
006950     MOVE "N" TO SR-RETRY-SWITCH.
006960
007270     MOVE "N" TO SR-CACHE-FULL-SWITCH.
007280     MOVE "N" TO SR-TIME-LIMIT-SWITCH.
007290     MOVE ZERO TO SR-TOTAL-INPUT-RECORDS.
007292     MOVE ZERO TO SR-PRIOR-ELAPSED-SECS.
007295     MOVE ZERO TO SR-VOL-COUNT.
007297     MOVE ZERO TO SR-VOL-OTHER.
007300 1050-EXIT.
007310     EXIT.
007320
007752                     MOVE SR-CKPT-ESTIM-COUNT
007754                         TO SR-ESTIM-COUNT
007756                 END-IF
                       IF SR-CKPT-HELD-COUNT IS NUMERIC
                           MOVE SR-CKPT-HELD-COUNT
                               TO SR-HELD-COUNT-WS
                       END-IF
007757                 IF SR-CKPT-OP-SQ-COUNT IS NUMERIC
007758                     MOVE SR-CKPT-OP-SQ-COUNT TO SR-OP-SQ-COUNT
007759                     MOVE SR-CKPT-OP-CB-COUNT TO SR-OP-CB-COUNT
007760                     MOVE SR-CKPT-OP-P2-COUNT TO SR-OP-P2-COUNT
007761                     MOVE SR-CKPT-OP-P3-COUNT TO SR-OP-P3-COUNT
007762                     MOVE SR-CKPT-OP-IS-COUNT TO SR-OP-IS-COUNT
                       END-IF
                       IF SR-CKPT-OP-RS-COUNT IS NUMERIC
                           MOVE SR-CKPT-OP-RS-COUNT TO SR-OP-RS-COUNT
                       END-IF
                       IF SR-CKPT-ELAPSED-SECS IS NUMERIC
                           MOVE SR-CKPT-ELAPSED-SECS
                               TO SR-PRIOR-ELAPSED-SECS
                           MOVE SR-CKPT-CACHE-HITS
                               TO SR-CACHE-HIT-COUNT
007763                 END-IF
007764                 END-IF
007765             END-READ
008120             SET SR-END-OF-INPUT TO TRUE
008130         NOT AT END
008140             ADD 1 TO SR-INPUT-RECORD-NO
008145             PERFORM 2120-TALLY-STATION-VOLUME THRU 2120-EXIT
008150     END-READ.
008160 1160-EXIT.
008170     EXIT.
008460*  1180-OPEN-MASTER-FILE - OPEN THE SRMASTER READINGS MASTER    *
008470*  FOR UPDATE.  ON THE VERY FIRST RUN THE FILE DOES NOT EXIST   *
008480*  YET (STATUS 35), SO IT IS CREATED EMPTY AND RE-OPENED I-O.   *
008485*  THE SRRDHIST READING HISTORY IS OPENED THE SAME WAY.         *
008490*****************************************************************
008500 1180-OPEN-MASTER-FILE.
008510     OPEN I-O SR-MASTER-FILE.
008530         OPEN OUTPUT SR-MASTER-FILE
008540         CLOSE SR-MASTER-FILE
008550         OPEN I-O SR-MASTER-FILE
008551     END-IF.
008552     OPEN I-O SR-RDHIST-FILE.
008554     IF SR-RDHIST-STATUS = "35"
008555         OPEN OUTPUT SR-RDHIST-FILE
008557         CLOSE SR-RDHIST-FILE
008558         OPEN I-O SR-RDHIST-FILE
008560     END-IF.
008570 1180-EXIT.
008580     EXIT.
011617             TO SR-STN-T-CODE (SR-STN-COUNT)
011618         MOVE SR-STN-STATUS
011619             TO SR-STN-T-STATUS (SR-STN-COUNT)
               MOVE SR-STN-METER-TYPE
                   TO SR-STN-T-METER (SR-STN-COUNT)
               MOVE SR-STN-HOLD-REASON
                   TO SR-STN-T-HOLD-REASON (SR-STN-COUNT)
011620     ELSE
011621         DISPLAY "SRSTNMAS TABLE FULL - RECORD IGNORED"
011622     END-IF.
011623 1145-EXIT.
           EXIT.
      
      *****************************************************************
      *  1146-LOAD-CALIBRATIONS - READ THE OPTIONAL SRCALIB FILE     *
      *  INTO THE CALIBRATION TABLE.  NO FILE MEANS NO CALIBRATION.  *
      *****************************************************************
       1146-LOAD-CALIBRATIONS.
           MOVE ZERO TO SR-CLB-COUNT.
           MOVE SR-RUN-DATE TO SR-CLB-RUN-DATE.
           OPEN INPUT SR-CALIB-FILE.
           IF SR-CALIB-STATUS = "05"
               CLOSE SR-CALIB-FILE
               GO TO 1146-EXIT
           END-IF.
           PERFORM 1147-LOAD-ONE-CALIBRATION THRU 1147-EXIT
               UNTIL SR-CALIB-STATUS NOT = "00".
           CLOSE SR-CALIB-FILE.
       1146-EXIT.
           EXIT.
      
      *****************************************************************
      *  1147-LOAD-ONE-CALIBRATION - ONE SRCALIB RECORD INTO THE     *
      *  TABLE.  A CANCELLED FACTOR, OR ONE NOT YET IN FORCE ON THE  *
      *  RUN DATE, IS PASSED OVER.  A FULL TABLE IS REPORTED AND     *
      *  THE REST IGNORED.                                           *
      *****************************************************************
       1147-LOAD-ONE-CALIBRATION.
           READ SR-CALIB-FILE
               AT END
                   GO TO 1147-EXIT
           END-READ.
           IF SR-CALIB-STATUS NOT = "00"
               GO TO 1147-EXIT
           END-IF.
           IF NOT SR-CLB-ACTIVE
                   OR SR-CLB-EFFECTIVE-DATE > SR-CLB-RUN-DATE
               GO TO 1147-EXIT
           END-IF.
           IF SR-CLB-COUNT < 200
               ADD 1 TO SR-CLB-COUNT
               MOVE SR-CLB-CALIB-ID TO SR-CLB-T-ID (SR-CLB-COUNT)
               MOVE SR-CLB-STATION-CODE
                   TO SR-CLB-T-STATION (SR-CLB-COUNT)
               MOVE SR-CLB-METER-TYPE TO SR-CLB-T-METER (SR-CLB-COUNT)
               MOVE SR-CLB-EFFECTIVE-DATE
                   TO SR-CLB-T-EFF-DATE (SR-CLB-COUNT)
               MOVE SR-CLB-MULTIPLIER TO SR-CLB-T-MULT (SR-CLB-COUNT)
               MOVE SR-CLB-OFFSET TO SR-CLB-T-OFFSET (SR-CLB-COUNT)
           ELSE
               DISPLAY "SRCALIB TABLE FULL - RECORD IGNORED"
           END-IF.
       1147-EXIT.
           EXIT.
      
      *****************************************************************
      *  1148-LOAD-CLOSED-PERIODS - READ THE OPTIONAL SRPERIOD FILE  *
      *  INTO THE PERIOD TABLE.  NO FILE MEANS NOTHING IS CLOSED.    *
      *****************************************************************
       1148-LOAD-CLOSED-PERIODS.
           MOVE ZERO TO SR-PRD-COUNT.
           OPEN INPUT SR-PERIOD-FILE.
           IF SR-PERIOD-STATUS = "05"
               CLOSE SR-PERIOD-FILE
               GO TO 1148-EXIT
           END-IF.
           PERFORM 1149-LOAD-ONE-PERIOD THRU 1149-EXIT
               UNTIL SR-PERIOD-STATUS NOT = "00".
           CLOSE SR-PERIOD-FILE.
       1148-EXIT.
           EXIT.
      
      *****************************************************************
      *  1149-LOAD-ONE-PERIOD - ONE SRPERIOD RECORD INTO THE TABLE.  *
      *  ONLY A PERIOD NOW CLOSED IS KEPT; A REOPENED ONE IS PASSED  *
      *  OVER.  A FULL TABLE IS REPORTED AND THE REST IGNORED.       *
      *****************************************************************
       1149-LOAD-ONE-PERIOD.
           READ SR-PERIOD-FILE
               AT END
                   GO TO 1149-EXIT
           END-READ.
           IF SR-PERIOD-STATUS NOT = "00"
               GO TO 1149-EXIT
           END-IF.
           IF NOT SR-PER-CLOSED
               GO TO 1149-EXIT
           END-IF.
           IF SR-PRD-COUNT < 200
               ADD 1 TO SR-PRD-COUNT
               MOVE SR-PER-PERIOD-ID TO SR-PRD-T-ID (SR-PRD-COUNT)
               MOVE SR-PER-START-DATE TO SR-PRD-T-START (SR-PRD-COUNT)
               MOVE SR-PER-END-DATE TO SR-PRD-T-END (SR-PRD-COUNT)
           ELSE
               DISPLAY "SRPERIOD TABLE FULL - RECORD IGNORED"
           END-IF.
       1149-EXIT.
           EXIT.
      
      *****************************************************************
      *  1152-LOAD-COMPOSITES - READ THE OPTIONAL SRCOMPOS FILE INTO *
      *  THE COMPOSITE DEFINITION TABLE, AND EACH DISTINCT MEMBER ID *
      *  INTO THE MEMBER TABLE.  NO FILE MEANS NO COMPOSITES - AN RS *
      *  READING IS THEN REJECTED AS NOT ON SRCOMPOS.                *
      *****************************************************************
       1152-LOAD-COMPOSITES.
           MOVE ZERO TO SR-CDF-COUNT.
           MOVE ZERO TO SR-CMM-COUNT.
           OPEN INPUT SR-COMPOS-FILE.
           IF SR-COMPOS-STATUS = "05"
               CLOSE SR-COMPOS-FILE
               GO TO 1152-EXIT
           END-IF.
           PERFORM 1153-LOAD-ONE-COMPOSITE THRU 1153-EXIT
               UNTIL SR-COMPOS-STATUS NOT = "00".
           CLOSE SR-COMPOS-FILE.
       1152-EXIT.
           EXIT.
      
      *****************************************************************
      *  1153-LOAD-ONE-COMPOSITE - ONE SRCOMPOS RECORD INTO THE      *
      *  TABLES.  A RECORD WITHOUT 2 TO 8 MEMBERS, OR ONE PAST A     *
      *  FULL TABLE, IS REPORTED AND IGNORED.                        *
      *****************************************************************
       1153-LOAD-ONE-COMPOSITE.
           READ SR-COMPOS-FILE
               AT END
                   GO TO 1153-EXIT
           END-READ.
           IF SR-COMPOS-STATUS NOT = "00"
               GO TO 1153-EXIT
           END-IF.
           IF SR-CMP-MEMBER-COUNT IS NOT NUMERIC
                   OR SR-CMP-MEMBER-COUNT < 2
                   OR SR-CMP-MEMBER-COUNT > 8
               DISPLAY "SRCOMPOS " SR-CMP-READING-ID
                   " MEMBER COUNT NOT 2-8 - RECORD IGNORED"
               GO TO 1153-EXIT
           END-IF.
           IF SR-CDF-COUNT NOT < 200
               DISPLAY "SRCOMPOS TABLE FULL - RECORD IGNORED"
               GO TO 1153-EXIT
           END-IF.
           ADD 1 TO SR-CDF-COUNT.
           MOVE SR-CMP-READING-ID TO SR-CDF-T-ID (SR-CDF-COUNT).
           MOVE SR-CMP-MEMBER-COUNT
               TO SR-CDF-T-MEMBER-COUNT (SR-CDF-COUNT).
           PERFORM 1154-LOAD-ONE-MEMBER THRU 1154-EXIT
               VARYING SR-CDF-MBR-SUB FROM 1 BY 1
                   UNTIL SR-CDF-MBR-SUB > SR-CMP-MEMBER-COUNT.
       1153-EXIT.
           EXIT.
      
       1154-LOAD-ONE-MEMBER.
           MOVE SR-CMP-MEMBER-ID (SR-CDF-MBR-SUB) TO SR-CMP-USE-MEMBER.
           MOVE SR-CMP-USE-MEMBER
               TO SR-CDF-T-MEMBER-ID (SR-CDF-COUNT, SR-CDF-MBR-SUB).
           MOVE ZERO TO SR-CMM-FOUND-SUB.
           PERFORM 2795-MATCH-ONE-MEMBER THRU 2795-EXIT
               VARYING SR-CMM-SUB FROM 1 BY 1
                   UNTIL SR-CMM-SUB > SR-CMM-COUNT
                       OR SR-CMM-FOUND-SUB > ZERO.
           IF SR-CMM-FOUND-SUB = ZERO
               ADD 1 TO SR-CMM-COUNT
               MOVE SR-CMP-USE-MEMBER TO SR-CMM-T-ID (SR-CMM-COUNT)
               MOVE SPACE TO SR-CMM-T-STATUS (SR-CMM-COUNT)
               MOVE ZERO TO SR-CMM-T-VALUE (SR-CMM-COUNT)
           END-IF.
       1154-EXIT.
011624     EXIT.
011625
011626*****************************************************************
011901*    A READING ALREADY REJECTED BY THE STATION EDIT (SEE 2500)
011902*    OR DROPPED BY THE DUPLICATE EDIT (SEE 2600) HAS LOGGED
011903*    ITS DISPOSITION AND MUST NOT BE EDITED OR CALCULATED AS
      *    WELL.  SO HAS ONE REJECTED BY THE OPERATION CODE EDIT OR
      *    THE CLOSED-PERIOD LOCK (SEE 2680 AND 2690), AND SO HAS
      *    ONE QUEUED FROM A STATION ON HOLD (SEE 2560).
      *    A COMPOSITE HELD, UNDEFINED OR OVERFLOWED BY 2800 HAS
      *    LIKEWISE LOGGED ITS DISPOSITION ALREADY.
011905     IF SR-STN-REJECTED OR SR-STN-EDIT-HELD
                   OR SR-READING-DUPLICATE
                   OR SR-OP-REJECTED OR SR-PERIOD-REJECTED
011906             OR SR-CMP-NOT-CALCULATED
               CONTINUE
           ELSE
      *    THE CALIBRATION IN FORCE IS APPLIED BEFORE THE LIMITS
      *    CHECK AND THE CALCULATION; A READING THE CALIBRATION
      *    CANNOT BE APPLIED TO HAS ALREADY BEEN REJECTED BY 2700.
      *    A COMPOSITE IS BUILT FROM ITS MEMBERS' CALIBRATED VALUES
      *    AND IS NOT CALIBRATED OR BAND-CHECKED AGAIN - THE
      *    MEMBERS WERE CHECKED AGAINST THEIR OWN STATIONS' BANDS.
           IF USIN > ZERO AND NOT SR-OP-ROOT-SUM-SQUARE
               PERFORM 2700-APPLY-CALIBRATION THRU 2700-EXIT
           END-IF
           IF SR-CALIB-FAILED
011907         CONTINUE
011908     ELSE
011910     IF USIN > ZERO
011920         MOVE USIN TO Z
011922         IF SR-OP-ROOT-SUM-SQUARE
011925             MOVE "N" TO SR-SUSPECT-SWITCH
011927         ELSE
011930             PERFORM 2400-CHECK-LIMITS THRU 2400-EXIT
011938         END-IF
011940         PERFORM 4400-UPDATE-VALUE-STATS THRU 4400-EXIT
011950         PERFORM 4000-CALCULATE-ROOT THRU 4000-EXIT
011960         IF SR-READING-SUSPECT
012040             PERFORM 2300-LOG-REJECT THRU 2300-EXIT
012050         END-IF
012060     END-IF
012061     END-IF
012062     END-IF.
012070
012080     IF SR-BATCH-MODE
012085         PERFORM 2790-NOTE-COMPOSITE-MEMBER THRU 2790-EXIT
012090         PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT
012100     END-IF.
012110 2000-EXIT.
012330             ELSE
012340             MOVE SR-INPUT-READING-ID TO SR-READING-ID
012350             MOVE SR-INPUT-SOURCE-STATION TO SR-SOURCE-STATION
012355             PERFORM 2120-TALLY-STATION-VOLUME THRU 2120-EXIT
012360             MOVE SR-INPUT-RESUB-FLAG TO SR-RESUB-FLAG
012370             IF SR-READING-RESUBMITTED
012380                 ADD 1 TO SR-RESUB-COUNT
012399                 MOVE "SQ" TO SR-OPER-CODE
012400             END-IF
012401             MOVE "N" TO SR-OP-REJECT-SWITCH
                   MOVE "N" TO SR-PRD-EDIT-SWITCH
                   MOVE "N" TO SR-CMP-SWITCH
                   MOVE SPACE TO SR-XCH-STATUS-CODE
                   MOVE "N" TO SR-CALIB-SWITCH
                   MOVE SPACES TO SR-CALIB-USE-ID
                   MOVE SPACES TO SR-STN-USE-METER
                   MOVE SPACES TO SR-STN-USE-REASON
012402             MOVE SR-INPUT-VALUE TO SR-INPUT-STAGE
012403*            THE STATION EDIT COMES BEFORE THE NUMERIC EDIT SO
012404*            A GARBLED RECORD FROM A BAD STATION IS REJECTED
012407             IF SR-STN-REJECTED
012408                 PERFORM 2550-LOG-STATION-REJECT THRU 2550-EXIT
012409             ELSE
                   IF SR-STN-EDIT-HELD
                       PERFORM 2560-LOG-HELD-READING THRU 2560-EXIT
                   ELSE
012410             PERFORM 2600-CHECK-DUPLICATE THRU 2600-EXIT
012411             IF SR-READING-DUPLICATE
012412                 PERFORM 2650-LOG-DUPLICATE THRU 2650-EXIT
012414             IF NOT SR-OP-VALID
012415                 PERFORM 2680-LOG-OPER-REJECT THRU 2680-EXIT
012416             ELSE
                   PERFORM 2690-CHECK-CLOSED-PERIOD THRU 2690-EXIT
                   IF SR-PERIOD-REJECTED
                       PERFORM 2695-LOG-PERIOD-REJECT THRU 2695-EXIT
                   ELSE
      *            A COMPOSITE'S VALUE COMES FROM ITS MEMBERS, NOT
      *            FROM THE RECORD.
                   IF SR-OP-ROOT-SUM-SQUARE
                       PERFORM 2800-BUILD-COMPOSITE THRU 2800-EXIT
                   ELSE
012417                 PERFORM 2250-VALIDATE-NUMERIC-STAGE
                           THRU 2250-EXIT
                   END-IF
                   END-IF
                   END-IF
012418             END-IF
012419             END-IF
012420             END-IF
012440             END-IF
012450     END-READ.
012460 2100-EXIT.
           EXIT.
      
      *****************************************************************
      *  2120-TALLY-STATION-VOLUME - COUNT THE INPUT RECORD JUST READ *
      *  AGAINST ITS SOURCE STATION FOR THE SRHISSTN VOLUME HISTORY.  *
      *****************************************************************
       2120-TALLY-STATION-VOLUME.
           MOVE "N" TO SR-VOL-FOUND-SWITCH.
           PERFORM 2125-FIND-VOLUME-ENTRY THRU 2125-EXIT
               VARYING SR-VOL-SUB FROM 1 BY 1
                   UNTIL SR-VOL-SUB > SR-VOL-COUNT
                   OR SR-VOL-FOUND.
           IF SR-VOL-FOUND
               GO TO 2120-EXIT
           END-IF.
           IF SR-VOL-COUNT < 100
               ADD 1 TO SR-VOL-COUNT
               MOVE SR-INPUT-SOURCE-STATION
                   TO SR-VOL-T-STATION (SR-VOL-COUNT)
               MOVE 1 TO SR-VOL-T-COUNT (SR-VOL-COUNT)
           ELSE
               ADD 1 TO SR-VOL-OTHER
           END-IF.
       2120-EXIT.
           EXIT.
      
       2125-FIND-VOLUME-ENTRY.
           IF SR-VOL-T-STATION (SR-VOL-SUB) = SR-INPUT-SOURCE-STATION
               ADD 1 TO SR-VOL-T-COUNT (SR-VOL-SUB)
               SET SR-VOL-FOUND TO TRUE
           END-IF.
       2125-EXIT.
012470     EXIT.
012480
012490*****************************************************************
012570     MOVE "OPER" TO SR-SOURCE-STATION.
012575     MOVE "SQ" TO SR-OPER-CODE.
012576     MOVE "N" TO SR-OP-REJECT-SWITCH.
012577     MOVE "N" TO SR-CALIB-SWITCH.
012578     MOVE SPACES TO SR-CALIB-USE-ID.
012579     MOVE SPACES TO SR-STN-USE-METER.
012580     MOVE SPACE TO SR-RESUB-FLAG.
012590     DISPLAY X'0A' " ENTER VALUE: ".
012600     MOVE SPACES TO SR-INPUT-STAGE.
013200         MOVE SR-INPUT-STAGE TO SR-REJ-ORIGINAL-VALUE
013210         MOVE "VALUE NOT NUMERIC" TO SR-REJ-REASON
013220     ELSE
013221     IF SR-CALIB-SIZE-ERROR
013222         MOVE "CALIBRATION SIZE ERROR" TO SR-REJ-REASON
013224     ELSE
013225     IF SR-CALIB-NOT-POSITIVE
013227         MOVE "CALIBRATED VALUE NOT POSITIVE" TO SR-REJ-REASON
013228     ELSE
013230         IF USIN = ZERO
013240             MOVE "VALUE IS ZERO" TO SR-REJ-REASON
013250         ELSE
013260             MOVE "VALUE IS NEGATIVE" TO SR-REJ-REASON
013270         END-IF
013273     END-IF
013276     END-IF
013280     END-IF.
013290
013300     WRITE SR-REJECT-RECORD.
014463*  2500-CHECK-STATION - EDIT THE READING'S SOURCE STATION      *
014464*  AGAINST THE STATION MASTER TABLE.  AN UNKNOWN OR RETIRED    *
014465*  STATION MARKS THE READING FOR THE SRREJECT LISTING (SEE     *
      *  2550); A STATION ON HOLD MARKS IT FOR THE SRHELD QUEUE      *
014466*  (SEE 2560).  WITH NO SRSTNMAS ON FILE EVERY STATION PASSES. *
014467*****************************************************************
014468 2500-CHECK-STATION.
014469     SET SR-STN-EDIT-VALID TO TRUE.
014483
014484*****************************************************************
014485*  2510-FIND-STATION-ENTRY - LOOK FOR THE CURRENT SOURCE       *
014486*  STATION'S ENTRY IN THE STATION TABLE.  A RETIRED OR HELD    *
014487*  ENTRY MARKS THE READING RIGHT HERE, BEFORE THE SUBSCRIPT    *
014488*  MOVES ON PAST THE MATCH.                                    *
014489*****************************************************************
014490 2510-FIND-STATION-ENTRY.
014491     IF SR-STN-T-CODE (SR-STN-SUB) = SR-SOURCE-STATION
014492         SET SR-STN-FOUND TO TRUE
               MOVE SR-STN-T-METER (SR-STN-SUB) TO SR-STN-USE-METER
014493         IF SR-STN-T-STATUS (SR-STN-SUB) = "R"
014494             SET SR-STN-EDIT-RETIRED TO TRUE
               END-IF
               IF SR-STN-T-STATUS (SR-STN-SUB) = "H"
                   SET SR-STN-EDIT-HELD TO TRUE
                   MOVE SR-STN-T-HOLD-REASON (SR-STN-SUB)
                       TO SR-STN-USE-REASON
014495         END-IF
014496     END-IF.
014497 2510-EXIT.
014530     MOVE "R" TO SR-XCH-STATUS-CODE.
014531     PERFORM 4260-LOG-INTERCHANGE THRU 4260-EXIT.
014532 2550-EXIT.
           EXIT.
      
      *****************************************************************
      *  2560-LOG-HELD-READING - QUEUE A READING FROM A STATION ON    *
      *  HOLD TO THE SRHELD FILE, EXACTLY AS RECEIVED, AND SEND IT    *
      *  DOWNSTREAM AS STATUS H.  IT IS NEITHER CALCULATED NOR        *
      *  REJECTED; A SUPERVISOR RELEASES OR PURGES THE STATION'S      *
      *  QUEUE FROM MAIN.  SRHELD IS SHARED BY EVERY STREAM, SO IT    *
      *  IS OPENED AND CLOSED AROUND EACH READING.                    *
      *****************************************************************
       2560-LOG-HELD-READING.
           ACCEPT SR-HELD-TIME-FLD FROM TIME.
      
           OPEN EXTEND SR-HELD-FILE.
           IF SR-HELD-STATUS NOT = "00" AND SR-HELD-STATUS NOT = "05"
               DISPLAY "SRHELD OPEN FAILED, STATUS " SR-HELD-STATUS
                   " - READING " SR-READING-ID " NOT QUEUED"
           ELSE
               MOVE SPACES TO SR-HELD-RECORD
               MOVE SR-RUN-DATE TO SR-HLD-DATE
               MOVE SR-HELD-TIME-FLD TO SR-HLD-TIME
               MOVE SR-STAMP-JOB-NAME TO SR-HLD-JOB-NAME
               MOVE SR-STAMP-OPERATOR-ID TO SR-HLD-OPERATOR-ID
               MOVE SR-STN-USE-REASON TO SR-HLD-REASON
               MOVE SR-INPUT-RECORD TO SR-HLD-INPUT-IMAGE
               WRITE SR-HELD-RECORD
               CLOSE SR-HELD-FILE
           END-IF.
           ADD 1 TO SR-HELD-COUNT-WS.
      
      *    THE VALUE IS NOT EDITED UNTIL THE READING IS RELEASED, SO
      *    THE INTERCHANGE RECORD CARRIES ZERO, NOT A LEFTOVER VALUE.
           MOVE ZERO TO USIN.
           MOVE ZERO TO SR-XCH-RESULT-WS.
           MOVE ZERO TO SR-XCH-ITER-WS.
           MOVE "H" TO SR-XCH-STATUS-CODE.
           PERFORM 4260-LOG-INTERCHANGE THRU 4260-EXIT.
       2560-EXIT.
014533     EXIT.
014534
014535*****************************************************************
014673     EXIT.
014674
014675*****************************************************************
      *  2690-CHECK-CLOSED-PERIOD - A RESUBMISSION REWRITES THE      *
      *  READING'S MASTER RECORD, SO ONE WHOSE CURRENT POSTING FALLS *
      *  IN A CLOSED PERIOD IS STOPPED HERE.  A FRESH READING, OR    *
      *  ONE NOT YET ON THE MASTER, IS NOT AFFECTED.                 *
      *****************************************************************
       2690-CHECK-CLOSED-PERIOD.
           MOVE "N" TO SR-PRD-EDIT-SWITCH.
           IF NOT SR-READING-RESUBMITTED
                   OR SR-PRD-COUNT = ZERO
                   OR SR-READING-ID = SPACES
               GO TO 2690-EXIT
           END-IF.
           MOVE SR-READING-ID TO SR-MAS-READING-ID.
           READ SR-MASTER-FILE
               INVALID KEY
                   GO TO 2690-EXIT
           END-READ.
           PERFORM 2692-MATCH-ONE-PERIOD THRU 2692-EXIT
               VARYING SR-PRD-SUB FROM 1 BY 1
                   UNTIL SR-PRD-SUB > SR-PRD-COUNT
                       OR SR-PERIOD-REJECTED.
       2690-EXIT.
           EXIT.
      
       2692-MATCH-ONE-PERIOD.
           IF SR-MAS-LAST-DATE NOT < SR-PRD-T-START (SR-PRD-SUB)
                   AND SR-MAS-LAST-DATE NOT > SR-PRD-T-END (SR-PRD-SUB)
               SET SR-PERIOD-REJECTED TO TRUE
           END-IF.
       2692-EXIT.
           EXIT.
      
      *****************************************************************
      *  2695-LOG-PERIOD-REJECT - WRITE ONE ENTRY TO THE SRREJECT    *
      *  LISTING FOR A RESUBMISSION LOCKED OUT BY A CLOSED PERIOD.   *
      *****************************************************************
       2695-LOG-PERIOD-REJECT.
           ACCEPT SR-REJ-TIME-FLD FROM TIME.
      
           MOVE SPACES TO SR-REJECT-RECORD.
           MOVE SR-RUN-DATE TO SR-REJ-DATE.
           MOVE SR-REJ-TIME-FLD TO SR-REJ-TIME.
           MOVE SR-STAMP-JOB-NAME TO SR-REJ-JOB-NAME.
           MOVE SR-STAMP-OPERATOR-ID TO SR-REJ-OPERATOR-ID.
           MOVE SR-INPUT-STAGE TO SR-REJ-ORIGINAL-VALUE.
           MOVE SR-READING-ID TO SR-REJ-READING-ID.
           MOVE SR-SOURCE-STATION TO SR-REJ-SOURCE-STATION.
           MOVE SR-OPER-CODE TO SR-REJ-OPER-CODE.
           MOVE "POSTED IN CLOSED PERIOD" TO SR-REJ-REASON.
           WRITE SR-REJECT-RECORD.
           ADD 1 TO SR-REJECT-COUNT.
      
      *    THE VALUE NEVER PASSED THE NUMERIC EDIT, SO THE
      *    INTERCHANGE RECORD CARRIES ZERO, NOT A LEFTOVER VALUE.
           MOVE ZERO TO USIN.
           MOVE ZERO TO SR-XCH-RESULT-WS.
           MOVE ZERO TO SR-XCH-ITER-WS.
           MOVE "R" TO SR-XCH-STATUS-CODE.
           PERFORM 4260-LOG-INTERCHANGE THRU 4260-EXIT.
       2695-EXIT.
           EXIT.
      
      *****************************************************************
      *  2700-APPLY-CALIBRATION - CALIBRATE THE RAW READING IN USIN  *
      *  BY THE FACTOR IN FORCE FOR ITS STATION ON THE RUN DATE:     *
      *      USIN = RAW VALUE * MULTIPLIER + OFFSET                  *
      *  THE RAW VALUE AND CALIBRATION ID ARE KEPT FOR THE AUDIT,    *
      *  INTERCHANGE AND MASTER RECORDS.  A RESULT TOO LARGE TO      *
      *  HOLD, OR NOT ABOVE ZERO, IS REJECTED UNDER ITS OWN REASON   *
      *  WITH THE RAW VALUE SHOWN.                                   *
      *****************************************************************
       2700-APPLY-CALIBRATION.
           IF SR-CLB-COUNT = ZERO
               GO TO 2700-EXIT
           END-IF.
           MOVE ZERO TO SR-CLB-BEST-SUB.
           PERFORM 2710-MATCH-CALIBRATION THRU 2710-EXIT
               VARYING SR-CLB-SUB FROM 1 BY 1
                   UNTIL SR-CLB-SUB > SR-CLB-COUNT.
           IF SR-CLB-BEST-SUB = ZERO
               GO TO 2700-EXIT
           END-IF.
           MOVE SR-CLB-T-ID (SR-CLB-BEST-SUB) TO SR-CALIB-USE-ID.
           MOVE USIN TO SR-CALIB-RAW-VALUE.
           COMPUTE USIN ROUNDED =
                   SR-CALIB-RAW-VALUE * SR-CLB-T-MULT (SR-CLB-BEST-SUB)
                 + SR-CLB-T-OFFSET (SR-CLB-BEST-SUB)
               ON SIZE ERROR
                   SET SR-CALIB-SIZE-ERROR TO TRUE
           END-COMPUTE.
           IF NOT SR-CALIB-SIZE-ERROR AND USIN NOT > ZERO
               SET SR-CALIB-NOT-POSITIVE TO TRUE
           END-IF.
           IF SR-CALIB-FAILED
               MOVE SR-CALIB-RAW-VALUE TO USIN
               SET SR-REJ-WAS-NUMERIC TO TRUE
               PERFORM 2300-LOG-REJECT THRU 2300-EXIT
               GO TO 2700-EXIT
           END-IF.
           SET SR-CALIB-APPLIED TO TRUE.
       2700-EXIT.
           EXIT.
      
      *****************************************************************
      *  2710-MATCH-CALIBRATION - TEST ONE TABLE ENTRY AGAINST THE   *
      *  READING'S STATION AND METER TYPE.  OF THE ENTRIES THAT FIT, *
      *  THE LATEST EFFECTIVE DATE WINS; ON THE SAME DATE A METER-   *
      *  TYPE ENTRY BEATS A STATION-WIDE ONE.                        *
      *****************************************************************
       2710-MATCH-CALIBRATION.
           IF SR-CLB-T-STATION (SR-CLB-SUB) NOT = SR-SOURCE-STATION
               GO TO 2710-EXIT
           END-IF.
           IF SR-CLB-T-METER (SR-CLB-SUB) NOT = SPACES
                   AND SR-CLB-T-METER (SR-CLB-SUB)
                       NOT = SR-STN-USE-METER
               GO TO 2710-EXIT
           END-IF.
           IF SR-CLB-BEST-SUB = ZERO
               MOVE SR-CLB-SUB TO SR-CLB-BEST-SUB
               GO TO 2710-EXIT
           END-IF.
           IF SR-CLB-T-EFF-DATE (SR-CLB-SUB)
                   > SR-CLB-T-EFF-DATE (SR-CLB-BEST-SUB)
               MOVE SR-CLB-SUB TO SR-CLB-BEST-SUB
               GO TO 2710-EXIT
           END-IF.
           IF SR-CLB-T-EFF-DATE (SR-CLB-SUB)
                   = SR-CLB-T-EFF-DATE (SR-CLB-BEST-SUB)
                   AND SR-CLB-T-METER (SR-CLB-BEST-SUB) = SPACES
                   AND SR-CLB-T-METER (SR-CLB-SUB) NOT = SPACES
               MOVE SR-CLB-SUB TO SR-CLB-BEST-SUB
           END-IF.
       2710-EXIT.
           EXIT.
      
      *****************************************************************
      *  2790-NOTE-COMPOSITE-MEMBER - ONCE A BATCH READING HAS BEEN  *
      *  DISPOSED OF, NOTE ITS SRXCHG STATUS AND INPUT VALUE AGAINST *
      *  ITS ENTRY IN THE COMPOSITE MEMBER TABLE, IF IT HAS ONE.     *
      *  THE FIRST BAD STATUS STICKS - A SECOND COPY OF A GOOD       *
      *  MEMBER, DROPPED BY THE DUPLICATE EDIT, STILL SPOILS IT.  A  *
      *  COMPOSITE READING IS NOT A MEMBER; ONE CALCULATED OR HELD   *
      *  GOES TO THE COMPOSITE SECTION LIST INSTEAD (2870).          *
      *****************************************************************
       2790-NOTE-COMPOSITE-MEMBER.
           IF SR-OP-ROOT-SUM-SQUARE
               IF SR-CMP-LISTED
                   PERFORM 2870-LIST-COMPOSITE THRU 2870-EXIT
               END-IF
               GO TO 2790-EXIT
           END-IF.
           IF SR-CMM-COUNT = ZERO OR SR-READING-ID = SPACES
                   OR SR-XCH-STATUS-CODE = SPACE
               GO TO 2790-EXIT
           END-IF.
           MOVE SR-READING-ID TO SR-CMP-USE-MEMBER.
           MOVE ZERO TO SR-CMM-FOUND-SUB.
           PERFORM 2795-MATCH-ONE-MEMBER THRU 2795-EXIT
               VARYING SR-CMM-SUB FROM 1 BY 1
                   UNTIL SR-CMM-SUB > SR-CMM-COUNT
                       OR SR-CMM-FOUND-SUB > ZERO.
           IF SR-CMM-FOUND-SUB = ZERO
               GO TO 2790-EXIT
           END-IF.
           IF SR-CMM-T-STATUS (SR-CMM-FOUND-SUB) = SPACE
                   OR SR-CMM-T-STATUS (SR-CMM-FOUND-SUB) = "C"
                   OR SR-CMM-T-STATUS (SR-CMM-FOUND-SUB) = "S"
               MOVE SR-XCH-STATUS-CODE
                   TO SR-CMM-T-STATUS (SR-CMM-FOUND-SUB)
               MOVE Z TO SR-CMM-T-VALUE (SR-CMM-FOUND-SUB)
           END-IF.
       2790-EXIT.
           EXIT.
      
       2795-MATCH-ONE-MEMBER.
           IF SR-CMM-T-ID (SR-CMM-SUB) = SR-CMP-USE-MEMBER
               MOVE SR-CMM-SUB TO SR-CMM-FOUND-SUB
           END-IF.
       2795-EXIT.
           EXIT.
      
      *****************************************************************
      *  2800-BUILD-COMPOSITE - LOOK THE RS READING UP ON SRCOMPOS   *
      *  AND SUM THE SQUARES OF ITS MEMBERS' INPUT VALUES INTO USIN, *
      *  WHICH 2000 THEN TAKES THE SQUARE ROOT OF LIKE ANY READING.  *
      *  AN UNDEFINED COMPOSITE IS REJECTED (2880); ONE WITH A       *
      *  MEMBER NOT GOOD FOR USE IS HELD (2860), NOT CALCULATED ON   *
      *  PART OF ITS DATA.                                           *
      *****************************************************************
       2800-BUILD-COMPOSITE.
           MOVE ZERO TO USIN.
           MOVE SPACES TO SR-CMP-HOLD-REASON.
           MOVE ZERO TO SR-CDF-FOUND-SUB.
           PERFORM 2805-MATCH-ONE-DEFINITION THRU 2805-EXIT
               VARYING SR-CDF-SUB FROM 1 BY 1
                   UNTIL SR-CDF-SUB > SR-CDF-COUNT
                       OR SR-CDF-FOUND-SUB > ZERO.
           IF SR-CDF-FOUND-SUB = ZERO
               PERFORM 2880-LOG-COMPOSITE-REJECT THRU 2880-EXIT
               GO TO 2800-EXIT
           END-IF.
           SET SR-CMP-READY TO TRUE.
           MOVE ZERO TO SR-CMP-SUMSQ.
           PERFORM 2810-ADD-ONE-MEMBER THRU 2810-EXIT
               VARYING SR-CDF-MBR-SUB FROM 1 BY 1
                   UNTIL SR-CDF-MBR-SUB >
                       SR-CDF-T-MEMBER-COUNT (SR-CDF-FOUND-SUB)
                       OR NOT SR-CMP-READY.
           IF SR-CMP-HELD
               PERFORM 2860-LOG-HELD-COMPOSITE THRU 2860-EXIT
               GO TO 2800-EXIT
           END-IF.
           IF SR-CMP-READY
               MOVE SR-CMP-SUMSQ TO USIN
               SET SR-REJ-WAS-NUMERIC TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.
      
       2805-MATCH-ONE-DEFINITION.
           IF SR-CDF-T-ID (SR-CDF-SUB) = SR-READING-ID
               MOVE SR-CDF-SUB TO SR-CDF-FOUND-SUB
           END-IF.
       2805-EXIT.
           EXIT.
      
      *****************************************************************
      *  2810-ADD-ONE-MEMBER - CHECK ONE MEMBER'S STATUS AND ADD THE *
      *  SQUARE OF ITS INPUT VALUE TO THE SUM.  A MEMBER NOT SEEN    *
      *  SINCE A CHECKPOINT RESTART IS LOOKED FOR ON SRMASTER FIRST  *
      *  (2820).  A SIZE ERROR ON THE SUM GOES TO SROVER LIKE ANY    *
      *  OTHER, AGAINST THE COMPOSITE.                               *
      *****************************************************************
       2810-ADD-ONE-MEMBER.
           MOVE SR-CDF-T-MEMBER-ID (SR-CDF-FOUND-SUB, SR-CDF-MBR-SUB)
               TO SR-CMP-USE-MEMBER.
           MOVE ZERO TO SR-CMM-FOUND-SUB.
           PERFORM 2795-MATCH-ONE-MEMBER THRU 2795-EXIT
               VARYING SR-CMM-SUB FROM 1 BY 1
                   UNTIL SR-CMM-SUB > SR-CMM-COUNT
                       OR SR-CMM-FOUND-SUB > ZERO.
           IF SR-CMM-T-STATUS (SR-CMM-FOUND-SUB) = SPACE
                   AND SR-CKPT-RESTART-COUNT > ZERO
               PERFORM 2820-RECOVER-MEMBER THRU 2820-EXIT
           END-IF.
           MOVE SPACES TO SR-CMP-HOLD-WORD.
           EVALUATE SR-CMM-T-STATUS (SR-CMM-FOUND-SUB)
               WHEN "C"
               WHEN "S"
               WHEN "M"
                   CONTINUE
               WHEN SPACE
                   MOVE "MISSING" TO SR-CMP-HOLD-WORD
               WHEN "R"
                   MOVE "REJECTED" TO SR-CMP-HOLD-WORD
               WHEN "D"
                   MOVE "DUPLICATE" TO SR-CMP-HOLD-WORD
               WHEN "H"
                   MOVE "HELD" TO SR-CMP-HOLD-WORD
               WHEN OTHER
                   MOVE "FAILED" TO SR-CMP-HOLD-WORD
           END-EVALUATE.
           IF SR-CMP-HOLD-WORD NOT = SPACES
               SET SR-CMP-HELD TO TRUE
               STRING "MEMBER "            DELIMITED BY SIZE
                      SR-CMP-USE-MEMBER    DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      SR-CMP-HOLD-WORD     DELIMITED BY SPACE
                   INTO SR-CMP-HOLD-REASON
               GO TO 2810-EXIT
           END-IF.
           MULTIPLY SR-CMM-T-VALUE (SR-CMM-FOUND-SUB)
               BY SR-CMM-T-VALUE (SR-CMM-FOUND-SUB)
               GIVING SR-CMP-SQUARE ROUNDED
               ON SIZE ERROR
                   PERFORM 2815-LOG-SUM-OVERFLOW THRU 2815-EXIT
                   GO TO 2810-EXIT
           END-MULTIPLY.
           ADD SR-CMP-SQUARE TO SR-CMP-SUMSQ
               ON SIZE ERROR
                   PERFORM 2815-LOG-SUM-OVERFLOW THRU 2815-EXIT
           END-ADD.
       2810-EXIT.
           EXIT.
      
       2815-LOG-SUM-OVERFLOW.
           MOVE SR-CMM-T-VALUE (SR-CMM-FOUND-SUB) TO Z.
           MOVE "COMPOSITE SUM" TO SR-OVR-STAGE-TEXT.
           PERFORM 4050-LOG-OVERFLOW THRU 4050-EXIT.
           SET SR-CMP-SIZE-ERROR TO TRUE.
       2815-EXIT.
           EXIT.
      
      *****************************************************************
      *  2820-RECOVER-MEMBER - A CHECKPOINT RESTART SKIPS THE        *
      *  RECORDS THE INTERRUPTED RUN HAD ALREADY PROCESSED, SO A     *
      *  MEMBER AMONG THEM IS TAKEN FROM THE POSTING THIS JOB MADE   *
      *  TO SRMASTER TODAY - TO THE SIX DECIMALS THE MASTER HOLDS.   *
      *  A MEMBER NOT POSTED THERE STAYS MISSING.                    *
      *****************************************************************
       2820-RECOVER-MEMBER.
           MOVE SR-CMP-USE-MEMBER TO SR-MAS-READING-ID.
           READ SR-MASTER-FILE
               INVALID KEY
                   GO TO 2820-EXIT
           END-READ.
           IF SR-MAS-JOB-NAME = SR-STAMP-JOB-NAME
                   AND SR-MAS-LAST-DATE = SR-RUN-DATE
               MOVE "M" TO SR-CMM-T-STATUS (SR-CMM-FOUND-SUB)
               MOVE SR-MAS-INPUT-VALUE
                   TO SR-CMM-T-VALUE (SR-CMM-FOUND-SUB)
           END-IF.
       2820-EXIT.
           EXIT.
      
      *****************************************************************
      *  2860-LOG-HELD-COMPOSITE - QUEUE A COMPOSITE HELD FOR ONE OF *
      *  ITS MEMBERS TO SRHELD, EXACTLY AS RECEIVED AND WITH THE     *
      *  MEMBER AND WHAT WAS WRONG WITH IT AS THE REASON, AND SEND   *
      *  IT DOWNSTREAM AS STATUS H.  ONCE THE MEMBER IS PUT RIGHT    *
      *  THE SUPERVISOR RELEASES IT FROM MAIN WITH THE STATION'S     *
      *  OTHER HELD READINGS, TO RUN BEHIND THE CORRECTED MEMBERS.   *
      *****************************************************************
       2860-LOG-HELD-COMPOSITE.
           ACCEPT SR-HELD-TIME-FLD FROM TIME.
      
           OPEN EXTEND SR-HELD-FILE.
           IF SR-HELD-STATUS NOT = "00" AND SR-HELD-STATUS NOT = "05"
               DISPLAY "SRHELD OPEN FAILED, STATUS " SR-HELD-STATUS
                   " - COMPOSITE " SR-READING-ID " NOT QUEUED"
           ELSE
               MOVE SPACES TO SR-HELD-RECORD
               MOVE SR-RUN-DATE TO SR-HLD-DATE
               MOVE SR-HELD-TIME-FLD TO SR-HLD-TIME
               MOVE SR-STAMP-JOB-NAME TO SR-HLD-JOB-NAME
               MOVE SR-STAMP-OPERATOR-ID TO SR-HLD-OPERATOR-ID
               MOVE SR-CMP-HOLD-REASON TO SR-HLD-REASON
               MOVE SR-INPUT-RECORD TO SR-HLD-INPUT-IMAGE
               WRITE SR-HELD-RECORD
               CLOSE SR-HELD-FILE
           END-IF.
           ADD 1 TO SR-HELD-COUNT-WS.
      
           MOVE ZERO TO USIN.
           MOVE ZERO TO SR-XCH-RESULT-WS.
           MOVE ZERO TO SR-XCH-ITER-WS.
           MOVE "H" TO SR-XCH-STATUS-CODE.
           PERFORM 4260-LOG-INTERCHANGE THRU 4260-EXIT.
       2860-EXIT.
           EXIT.
      
      *****************************************************************
      *  2870-LIST-COMPOSITE - KEEP ONE COMPOSITE CALCULATED, HELD   *
      *  OR OVERFLOWED FOR THE COMPOSITE SECTION OF SRRPT (9050).    *
      *  PAST A FULL TABLE THEY ARE ONLY COUNTED.                    *
      *****************************************************************
       2870-LIST-COMPOSITE.
           IF SR-CMR-COUNT NOT < 500
               ADD 1 TO SR-CMR-OMITTED
               GO TO 2870-EXIT
           END-IF.
           ADD 1 TO SR-CMR-COUNT.
           MOVE SR-READING-ID TO SR-CMR-T-ID (SR-CMR-COUNT).
           MOVE SR-SOURCE-STATION TO SR-CMR-T-STATION (SR-CMR-COUNT).
           MOVE SR-CDF-T-MEMBER-COUNT (SR-CDF-FOUND-SUB)
               TO SR-CMR-T-MEMBERS (SR-CMR-COUNT).
           MOVE SR-XCH-STATUS-CODE TO SR-CMR-T-STATUS (SR-CMR-COUNT).
           MOVE ZERO TO SR-CMR-T-SUMSQ (SR-CMR-COUNT).
           MOVE ZERO TO SR-CMR-T-RESULT (SR-CMR-COUNT).
           MOVE ZERO TO SR-CMR-T-ITER (SR-CMR-COUNT).
           MOVE SPACES TO SR-CMR-T-TEXT (SR-CMR-COUNT).
           EVALUATE SR-XCH-STATUS-CODE
               WHEN "C"
               WHEN "S"
                   MOVE Z TO SR-CMR-T-SUMSQ (SR-CMR-COUNT)
                   MOVE Y TO SR-CMR-T-RESULT (SR-CMR-COUNT)
                   MOVE K TO SR-CMR-T-ITER (SR-CMR-COUNT)
               WHEN "H"
                   STRING "HELD - "            DELIMITED BY SIZE
                          SR-CMP-HOLD-REASON   DELIMITED BY SIZE
                       INTO SR-CMR-T-TEXT (SR-CMR-COUNT)
               WHEN "X"
                   MOVE "ABORTED - TOO MANY ITERATIONS"
                       TO SR-CMR-T-TEXT (SR-CMR-COUNT)
               WHEN "O"
                   MOVE "SIZE ERROR - SEE SROVER"
                       TO SR-CMR-T-TEXT (SR-CMR-COUNT)
               WHEN OTHER
                   MOVE "REJECTED - SEE SRREJECT"
                       TO SR-CMR-T-TEXT (SR-CMR-COUNT)
           END-EVALUATE.
       2870-EXIT.
           EXIT.
      
      *****************************************************************
      *  2880-LOG-COMPOSITE-REJECT - WRITE ONE ENTRY TO THE SRREJECT *
      *  LISTING FOR AN RS READING WHOSE ID IS NOT ON SRCOMPOS.      *
      *****************************************************************
       2880-LOG-COMPOSITE-REJECT.
           SET SR-CMP-UNDEFINED TO TRUE.
           ACCEPT SR-REJ-TIME-FLD FROM TIME.
      
           MOVE SPACES TO SR-REJECT-RECORD.
           MOVE SR-RUN-DATE TO SR-REJ-DATE.
           MOVE SR-REJ-TIME-FLD TO SR-REJ-TIME.
           MOVE SR-STAMP-JOB-NAME TO SR-REJ-JOB-NAME.
           MOVE SR-STAMP-OPERATOR-ID TO SR-REJ-OPERATOR-ID.
           MOVE SR-INPUT-STAGE TO SR-REJ-ORIGINAL-VALUE.
           MOVE SR-READING-ID TO SR-REJ-READING-ID.
           MOVE SR-SOURCE-STATION TO SR-REJ-SOURCE-STATION.
           MOVE SR-OPER-CODE TO SR-REJ-OPER-CODE.
           MOVE "COMPOSITE NOT ON SRCOMPOS" TO SR-REJ-REASON.
           WRITE SR-REJECT-RECORD.
           ADD 1 TO SR-REJECT-COUNT.
      
           MOVE ZERO TO USIN.
           MOVE ZERO TO SR-XCH-RESULT-WS.
           MOVE ZERO TO SR-XCH-ITER-WS.
           MOVE "R" TO SR-XCH-STATUS-CODE.
           PERFORM 4260-LOG-INTERCHANGE THRU 4260-EXIT.
       2880-EXIT.
           EXIT.
      
014676*****************************************************************
014677*  3900-SEARCH-CACHE - LOOK THE CURRENT READING VALUE UP IN     *
014678*  THE DISTINCT-VALUE CACHE.  A HIT HANDS BACK THE ROOT AND     *
015120*    ITERATIONS, OR TRIPS A SIZE ERROR.
015130     EVALUATE TRUE
015140         WHEN SR-OP-SQUARE-ROOT
015145         WHEN SR-OP-ROOT-SUM-SQUARE
015150             PERFORM 4010-SOLVE-SQUARE-ROOT THRU 4010-EXIT
015160         WHEN SR-OP-CUBE-ROOT
015170             PERFORM 4020-SOLVE-CUBE-ROOT THRU 4020-EXIT
015410
015411*****************************************************************
015412*  4010-SOLVE-SQUARE-ROOT - THE BABYLONIAN SQUARE ROOT        *
015413*  ITERATION (OPERATION SQ, AND RS ON THE SUM OF SQUARES).    *
015414*****************************************************************
015415 4010-SOLVE-SQUARE-ROOT.
015416     PERFORM 4075-ESTIMATE-INITIAL-GUESS THRU 4075-EXIT.
016550 4050-EXIT.
016560     EXIT.
016570*****************************************************************
016580*  4200-DISPLAY-RESULT - COUNT ONE CONVERGED READING AND POST   *
016590*  IT.  A COMPOSITE IS LISTED IN ITS OWN SECTION AT END OF JOB  *
016593*  (SEE 2870 AND 9050); ANY OTHER READING GETS ITS DETAIL LINE  *
016596*  HERE (4210).                                                 *
016600*****************************************************************
016610 4200-DISPLAY-RESULT.
           IF NOT SR-OP-ROOT-SUM-SQUARE
               PERFORM 4210-WRITE-DETAIL-LINE THRU 4210-EXIT
           END-IF.
           ADD 1 TO SR-CALC-COUNT.
           EVALUATE TRUE
               WHEN SR-OP-SQUARE-ROOT
                   ADD 1 TO SR-OP-SQ-COUNT
               WHEN SR-OP-CUBE-ROOT
                   ADD 1 TO SR-OP-CB-COUNT
               WHEN SR-OP-SQUARE
                   ADD 1 TO SR-OP-P2-COUNT
               WHEN SR-OP-CUBE
                   ADD 1 TO SR-OP-P3-COUNT
               WHEN SR-OP-INV-SQUARE
                   ADD 1 TO SR-OP-IS-COUNT
               WHEN SR-OP-ROOT-SUM-SQUARE
                   ADD 1 TO SR-OP-RS-COUNT
           END-EVALUATE.
           PERFORM 4250-LOG-AUDIT THRU 4250-EXIT.
       4200-EXIT.
           EXIT.
      
      *****************************************************************
      *  4210-WRITE-DETAIL-LINE - WRITE ONE DETAIL LINE TO THE SRRPT  *
      *  REPORT FILE, STARTING A NEW PAGE WHEN THE PAGE IS FULL.      *
      *****************************************************************
       4210-WRITE-DETAIL-LINE.
016620     IF SR-HEADING-NEEDED
016630         OR SR-LINE-COUNT >= SR-MAX-LINES
016640         PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT
016970     END-IF.
016980     WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
016990     ADD 1 TO SR-LINE-COUNT.
017020 4210-EXIT.
017030     EXIT.
017040
017050*****************************************************************
017150     MOVE SR-STAMP-JOB-NAME TO SR-AUD-JOB-NAME.
017160     MOVE SR-STAMP-OPERATOR-ID TO SR-AUD-OPERATOR-ID.
017170     MOVE Z TO SR-AUD-INPUT-VALUE.
017171     IF SR-CALIB-APPLIED
017172         MOVE SR-CALIB-RAW-VALUE TO SR-AUD-RAW-VALUE
017174     ELSE
017175         MOVE Z TO SR-AUD-RAW-VALUE
017177     END-IF.
017178     MOVE SR-CALIB-USE-ID TO SR-AUD-CALIB-ID.
017180     MOVE Y TO SR-AUD-RESULT-VALUE.
017190     MOVE K TO SR-AUD-ITERATIONS.
017200     MOVE SR-READING-ID TO SR-AUD-READING-ID.
017500 4260-LOG-INTERCHANGE.
017510     MOVE SPACES TO SR-INTERCHANGE-RECORD.
017520     MOVE USIN TO SR-XCH-INPUT-VALUE.
017521     IF SR-CALIB-APPLIED
017522         MOVE SR-CALIB-RAW-VALUE TO SR-XCH-RAW-VALUE
017524     ELSE
017525         MOVE USIN TO SR-XCH-RAW-VALUE
017527     END-IF.
017528     MOVE SR-CALIB-USE-ID TO SR-XCH-CALIB-ID.
017530     MOVE SR-XCH-RESULT-WS TO SR-XCH-RESULT-VALUE.
017540     MOVE SR-XCH-ITER-WS TO SR-XCH-ITERATIONS.
017550     MOVE SR-XCH-STATUS-CODE TO SR-XCH-STATUS.
017680*  4270-UPDATE-MASTER - POST THE CONVERGED RESULT TO THE        *
017690*  SRMASTER READINGS MASTER.  A FIRST-TIME READING ID IS        *
017700*  WRITTEN; AN ID ALREADY ON THE MASTER (STATUS 22) IS          *
017710*  REWRITTEN WITH THE NEW CURRENT RESULT.  THE POSTING IS THEN  *
017715*  KEPT ON THE SRRDHIST READING HISTORY BY 4280.                *
017720*****************************************************************
017730 4270-UPDATE-MASTER.
017740     ACCEPT SR-MAS-TIME-FLD FROM TIME.
017830     MOVE SR-STAMP-JOB-NAME TO SR-MAS-JOB-NAME.
017840     MOVE SR-STAMP-OPERATOR-ID TO SR-MAS-OPERATOR-ID.
017845     MOVE SR-OPER-CODE TO SR-MAS-OPER-CODE.
           IF SR-CALIB-APPLIED
               MOVE SR-CALIB-RAW-VALUE TO SR-MAS-RAW-VALUE
           ELSE
               MOVE Z TO SR-MAS-RAW-VALUE
           END-IF.
           MOVE SR-CALIB-USE-ID TO SR-MAS-CALIB-ID.
017850     WRITE SR-MASTER-RECORD.
017860     IF SR-MASTER-STATUS = "22"
017870         REWRITE SR-MASTER-RECORD
017880     END-IF.
017885     PERFORM 4280-POST-READING-HISTORY THRU 4280-EXIT.
017890 4270-EXIT.
           EXIT.
      
      *****************************************************************
      *  4280-POST-READING-HISTORY - COPY THE MASTER POSTING JUST     *
      *  MADE BY 4270 TO THE SRRDHIST READING HISTORY, KEYED BY       *
      *  READING ID AND POSTING DATE, WITH THE OPERATION CODE AND     *
      *  THE R/E FLAG.  A SECOND POSTING OF THE READING TODAY         *
      *  (STATUS 22) REWRITES TODAY'S HISTORY RECORD.                 *
      *****************************************************************
       4280-POST-READING-HISTORY.
           MOVE SPACES TO SR-READING-HISTORY-RECORD.
           MOVE SR-MAS-READING-ID     TO SR-RDH-READING-ID.
           MOVE SR-MAS-LAST-DATE      TO SR-RDH-POST-DATE.
           MOVE SR-MAS-LAST-TIME      TO SR-RDH-POST-TIME.
           MOVE SR-MAS-SOURCE-STATION TO SR-RDH-SOURCE-STATION.
           MOVE SR-MAS-INPUT-VALUE    TO SR-RDH-INPUT-VALUE.
           MOVE SR-MAS-RESULT-VALUE   TO SR-RDH-RESULT-VALUE.
           MOVE SR-MAS-ITERATIONS     TO SR-RDH-ITERATIONS.
           MOVE SR-MAS-JOB-NAME       TO SR-RDH-JOB-NAME.
           MOVE SR-MAS-OPERATOR-ID    TO SR-RDH-OPERATOR-ID.
           MOVE SR-MAS-OPER-CODE      TO SR-RDH-OPER-CODE.
           MOVE SR-RESUB-FLAG         TO SR-RDH-RESUB-FLAG.
           MOVE SR-MAS-RAW-VALUE      TO SR-RDH-RAW-VALUE.
           MOVE SR-MAS-CALIB-ID       TO SR-RDH-CALIB-ID.
           WRITE SR-READING-HISTORY-RECORD.
           IF SR-RDHIST-STATUS = "22"
               REWRITE SR-READING-HISTORY-RECORD
           END-IF.
       4280-EXIT.
017900     EXIT.
017910
017920*****************************************************************
018540     MOVE SPACES TO SR-REPORT-RECORD.
018550     WRITE SR-REPORT-RECORD.
018560
018563*    THE COMPOSITE SECTION SHOWS THE MEMBER COUNT IN PLACE OF
018566*    THE OPERATION AND THE SUM OF SQUARES AS ITS NUMBER.
018570     MOVE SPACES TO SR-PRINT-LINE.
018571     IF SR-RPT-COMPOSITE-SECTION
018572         MOVE "ROOT-SUM-SQUARE COMPOSITES" TO SR-PRINT-LINE
018573         WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE
018574         MOVE SPACES TO SR-PRINT-LINE
018575         STRING "COMPOSITE  STN  MB  SUM OF SQUARES  "
018576                                 DELIMITED BY SIZE
018577                "         RESULT          ITER" DELIMITED BY SIZE
018578             INTO SR-PRINT-LINE
018579     ELSE
018580         STRING "READING ID STN  OP      NUMBER          "
018590                                 DELIMITED BY SIZE
018600                "     RESULT          ITER" DELIMITED BY SIZE
018610             INTO SR-PRINT-LINE
018615     END-IF.
018620     WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
018630
018640     MOVE SPACES TO SR-PRINT-LINE.
019080     MOVE SR-SUSPECT-COUNT TO SR-CKPT-SUSPECT-COUNT.
019090     MOVE SR-RESUB-COUNT TO SR-CKPT-RESUB-COUNT.
019095     MOVE SR-DUP-COUNT-WS TO SR-CKPT-DUP-COUNT.
           MOVE SR-HELD-COUNT-WS TO SR-CKPT-HELD-COUNT.
019096     MOVE SR-ESTIM-COUNT TO SR-CKPT-ESTIM-COUNT.
019097     MOVE SR-OP-SQ-COUNT TO SR-CKPT-OP-SQ-COUNT.
019099     MOVE SR-OP-CB-COUNT TO SR-CKPT-OP-CB-COUNT.
019101     MOVE SR-OP-P2-COUNT TO SR-CKPT-OP-P2-COUNT.
019103     MOVE SR-OP-P3-COUNT TO SR-CKPT-OP-P3-COUNT.
019105     MOVE SR-OP-IS-COUNT TO SR-CKPT-OP-IS-COUNT.
019106     MOVE SR-OP-RS-COUNT TO SR-CKPT-OP-RS-COUNT.
019107     MOVE SR-VAL-COUNT TO SR-CKPT-VAL-COUNT.
019110     MOVE SR-VAL-SUM TO SR-CKPT-VAL-SUM.
019120     MOVE SR-VAL-MIN TO SR-CKPT-VAL-MIN.
019150     MOVE SR-ITER-SUM TO SR-CKPT-ITER-SUM.
019160     MOVE SR-ITER-MIN TO SR-CKPT-ITER-MIN.
019170     MOVE SR-ITER-MAX TO SR-CKPT-ITER-MAX.
019172     PERFORM 5220-COMPUTE-JOB-ELAPSED THRU 5220-EXIT.
019175     MOVE SR-JOB-ELAPSED-SECS TO SR-CKPT-ELAPSED-SECS.
019177     MOVE SR-CACHE-HIT-COUNT TO SR-CKPT-CACHE-HITS.
019180     WRITE SR-CHECKPOINT-RECORD.
019190     CLOSE SR-CKPT-FILE.
019200 5050-EXIT.
019920     EXIT.
019930
019940*****************************************************************
      *  5220-COMPUTE-JOB-ELAPSED - ELAPSED SECONDS FOR THE WHOLE JOB *
      *  - THIS RUN'S PLUS ANY CARRIED FROM A RESTART CHECKPOINT,     *
      *  HELD TO THE SIX DIGITS THE CHECKPOINT AND HISTORY CARRY.     *
      *****************************************************************
       5220-COMPUTE-JOB-ELAPSED.
           PERFORM 5200-COMPUTE-ELAPSED THRU 5200-EXIT.
           COMPUTE SR-JOB-ELAPSED-SECS =
               SR-PRIOR-ELAPSED-SECS + SR-ELAPSED-SECS.
           IF SR-JOB-ELAPSED-SECS > 999999
               MOVE 999999 TO SR-JOB-ELAPSED-SECS
           END-IF.
       5220-EXIT.
           EXIT.
      
      *****************************************************************
019950*  5250-SECS-FROM-TIME - SR-TIME-PARSE-FLD (HHMMSSHH) TO        *
019960*  SECONDS SINCE MIDNIGHT IN SR-NOW-SECS.                       *
019970*****************************************************************
020410         END-IF
020420     END-IF.
020430     CLOSE SR-INPUT-FILE.
020432     IF SR-CMR-COUNT > ZERO OR SR-CMR-OMITTED > ZERO
020435         PERFORM 9050-WRITE-COMPOSITE-SECTION THRU 9050-EXIT
020437     END-IF.
020440     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
020450*    NO HANDOFF CONTROL RECORD AND NO RUN-HISTORY RECORD ON A
020460*    TIME-LIMIT STOP - THE INTERCHANGE FILE IS INCOMPLETE, AND
020600     CLOSE SR-SUSPECT-FILE.
020605     CLOSE SR-DUPLST-FILE.
020610     CLOSE SR-MASTER-FILE.
020615     CLOSE SR-RDHIST-FILE.
020620     PERFORM 9020-CLEAR-RUN-REGISTRY THRU 9020-EXIT.
020630
020640*    A TIME-LIMIT STOP OUTRANKS EVERYTHING - RETURN CODE 6
021100     MOVE SR-ABORT-COUNT    TO SR-XCT-X-COUNT.
021110     MOVE SR-OVERFLOW-COUNT TO SR-XCT-O-COUNT.
021115     MOVE SR-DUP-COUNT-WS   TO SR-XCT-D-COUNT.
021117     MOVE SR-HELD-COUNT-WS  TO SR-XCT-H-COUNT.
021120     MOVE SR-TOTAL-COUNT    TO SR-XCT-TOTAL-COUNT.
021130     WRITE SR-XCHG-CONTROL-RECORD.
021140     CLOSE SR-XCHCTL-FILE.
021400 9025-EXIT.
021410     EXIT.
021420*****************************************************************
      *  9050-WRITE-COMPOSITE-SECTION - THE ROOT-SUM-SQUARE          *
      *  COMPOSITES CALCULATED OR HELD THIS RUN, ON A PAGE OF THEIR  *
      *  OWN AHEAD OF THE TRAILER, IN THE ORDER THEY WERE READ.  A   *
      *  HELD OR FAILED COMPOSITE SHOWS WHY IN PLACE OF ITS FIGURES. *
      *****************************************************************
       9050-WRITE-COMPOSITE-SECTION.
           SET SR-RPT-COMPOSITE-SECTION TO TRUE.
           PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT.
           PERFORM 9055-WRITE-ONE-COMPOSITE THRU 9055-EXIT
               VARYING SR-CMR-SUB FROM 1 BY 1
                   UNTIL SR-CMR-SUB > SR-CMR-COUNT.
           IF SR-CMR-OMITTED > ZERO
               MOVE SR-CMR-OMITTED TO SR-CMR-OMITTED-ED
               MOVE SPACES TO SR-PRINT-LINE
               STRING SR-CMR-OMITTED-ED        DELIMITED BY SIZE
                      " FURTHER COMPOSITES NOT LISTED - TABLE FULL"
                                               DELIMITED BY SIZE
                   INTO SR-PRINT-LINE
               WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE
           END-IF.
           SET SR-RPT-DETAIL-SECTION TO TRUE.
       9050-EXIT.
           EXIT.
      
      *****************************************************************
      *  9055-WRITE-ONE-COMPOSITE - ONE LINE OF THE COMPOSITE         *
      *  SECTION, LAID OUT LIKE A DETAIL LINE (SEE 4210).             *
      *****************************************************************
       9055-WRITE-ONE-COMPOSITE.
           IF SR-LINE-COUNT >= SR-MAX-LINES
               PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT
           END-IF.
           MOVE SR-CMR-T-MEMBERS (SR-CMR-SUB) TO SR-CMR-MEMBERS-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           IF SR-CMR-T-TEXT (SR-CMR-SUB) NOT = SPACES
               STRING SR-CMR-T-ID (SR-CMR-SUB)      DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-CMR-T-STATION (SR-CMR-SUB) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-CMR-MEMBERS-ED             DELIMITED BY SIZE
                      "  "                          DELIMITED BY SIZE
                      SR-CMR-T-TEXT (SR-CMR-SUB)    DELIMITED BY SIZE
                   INTO SR-PRINT-LINE
           ELSE
           IF SR-HIGH-PRECISION
               MOVE SR-CMR-T-SUMSQ (SR-CMR-SUB) TO SR-DTL-Z-HP-ED
               MOVE SR-CMR-T-RESULT (SR-CMR-SUB) TO SR-DTL-Y-HP-ED
               MOVE SR-CMR-T-ITER (SR-CMR-SUB) TO SR-ITER-ED
               STRING SR-CMR-T-ID (SR-CMR-SUB)      DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-CMR-T-STATION (SR-CMR-SUB) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-CMR-MEMBERS-ED             DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-DTL-Z-HP-ED                DELIMITED BY SIZE
                      "  "                          DELIMITED BY SIZE
                      SR-DTL-Y-HP-ED                DELIMITED BY SIZE
                      "  "                          DELIMITED BY SIZE
                      SR-ITER-ED                    DELIMITED BY SIZE
                   INTO SR-PRINT-LINE
           ELSE
               MOVE SR-CMR-T-SUMSQ (SR-CMR-SUB) TO SR-DTL-Z-STD
               MOVE SR-CMR-T-RESULT (SR-CMR-SUB) TO SR-DTL-Y-STD
               MOVE SR-CMR-T-ITER (SR-CMR-SUB) TO SR-ITER-ED
               STRING SR-CMR-T-ID (SR-CMR-SUB)      DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-CMR-T-STATION (SR-CMR-SUB) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-CMR-MEMBERS-ED             DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      SR-DTL-Z-STD                  DELIMITED BY SIZE
                      "    "                        DELIMITED BY SIZE
                      SR-DTL-Y-STD                  DELIMITED BY SIZE
                      "   "                         DELIMITED BY SIZE
                      SR-ITER-ED                    DELIMITED BY SIZE
                   INTO SR-PRINT-LINE
           END-IF
           END-IF.
           WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
           ADD 1 TO SR-LINE-COUNT.
       9055-EXIT.
           EXIT.
      
      *****************************************************************
021430*  9100-WRITE-SUMMARY - END-OF-JOB TRAILER ON THE SRRPT REPORT,  *
021440*  GIVING CONTROL TOTALS FOR THE RUN JUST COMPLETED.             *
021450*****************************************************************
021500     MOVE SR-OVERFLOW-COUNT TO SR-OVERFLOW-COUNT-ED.
021510
021520     ADD SR-CALC-COUNT SR-REJECT-COUNT SR-ABORT-COUNT
021530         SR-OVERFLOW-COUNT SR-DUP-COUNT-WS SR-HELD-COUNT-WS
021535         GIVING SR-TOTAL-COUNT.
021540     MOVE SR-TOTAL-COUNT TO SR-TOTAL-COUNT-ED.
021550
022035         INTO SR-PRINT-LINE.
022036     WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
022037
           MOVE SR-HELD-COUNT-WS TO SR-HELD-COUNT-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "READINGS HELD:      "   DELIMITED BY SIZE
                  SR-HELD-COUNT-ED         DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
      
022040*    SUSPECTS ARE A SUBSET OF THE CONVERGED COUNT, NOT AN
022050*    ADDITIONAL DISPOSITION, SO THEY STAY OUT OF THE TOTAL.
022060     MOVE SR-SUSPECT-COUNT TO SR-SUSPECT-COUNT-ED.
022338         INTO SR-PRINT-LINE.
022339     WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
022340
022341*    CONVERGED READINGS BY OPERATION - TOGETHER THESE SIX
022342*    LINES ADD UP TO THE CONVERGED FIGURE ABOVE.
022343     MOVE SR-OP-SQ-COUNT TO SR-OP-COUNT-ED.
022344     MOVE SPACES TO SR-PRINT-LINE.
022367     MOVE SR-OP-IS-COUNT TO SR-OP-COUNT-ED.
022368     MOVE SPACES TO SR-PRINT-LINE.
022369     STRING "OP IS INV SQUARE:   "   DELIMITED BY SIZE
                  SR-OP-COUNT-ED           DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
           MOVE SR-OP-RS-COUNT TO SR-OP-COUNT-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "OP RS ROOT-SUM-SQ:  "   DELIMITED BY SIZE
022370            SR-OP-COUNT-ED           DELIMITED BY SIZE
022371         INTO SR-PRINT-LINE.
022372     WRITE SR-REPORT-RECORD FROM SR-PRINT-LINE.
023250     MOVE SR-SUSPECT-COUNT     TO SR-HIS-SUSPECT-COUNT.
023260     MOVE SR-RESUB-COUNT       TO SR-HIS-RESUB-COUNT.
023265     MOVE SR-DUP-COUNT-WS      TO SR-HIS-DUP-COUNT.
           MOVE SR-HELD-COUNT-WS     TO SR-HIS-HELD-COUNT.
023266     MOVE SR-ESTIM-COUNT       TO SR-HIS-ESTIM-COUNT.
           PERFORM 5220-COMPUTE-JOB-ELAPSED THRU 5220-EXIT.
           MOVE SR-JOB-ELAPSED-SECS  TO SR-HIS-ELAPSED-SECS.
           IF SR-JOB-ELAPSED-SECS > ZERO
               COMPUTE SR-HIS-RECS-PER-MIN =
                   SR-TOTAL-COUNT * 60 / SR-JOB-ELAPSED-SECS
           ELSE
               MOVE ZERO TO SR-HIS-RECS-PER-MIN
           END-IF.
           MOVE SR-CACHE-HIT-COUNT   TO SR-HIS-CACHE-HITS.
           IF SR-ITER-COUNT > SR-CACHE-HIT-COUNT
               COMPUTE SR-HIS-ITERATED =
                   SR-ITER-COUNT - SR-CACHE-HIT-COUNT
           ELSE
               MOVE ZERO TO SR-HIS-ITERATED
           END-IF.
           MOVE 1                    TO SR-HIS-STREAMS.
023270     WRITE SR-HISTORY-RECORD.
023280     CLOSE SR-HIST-FILE.
023286
023287     IF SR-BATCH-MODE
023288         PERFORM 9160-WRITE-STATION-HISTORY THRU 9160-EXIT
023289     END-IF.
023290 9150-EXIT.
023300     EXIT.
023310
023320*****************************************************************
023330*  9160-WRITE-STATION-HISTORY - ONE SRHISSTN RECORD PER SOURCE  *
023340*  STATION TALLIED BY 2120, STAMPED LIKE THE SRHIST RECORD.     *
023350*****************************************************************
023360 9160-WRITE-STATION-HISTORY.
023370     OPEN EXTEND SR-HISSTN-FILE.
023380     IF SR-HISSTN-STATUS NOT = "00"
023390             AND SR-HISSTN-STATUS NOT = "05"
023400         DISPLAY "SRHISSTN OPEN FAILED, STATUS " SR-HISSTN-STATUS
023410         GO TO 9160-EXIT
023420     END-IF.
023430     PERFORM 9165-WRITE-ONE-STATION THRU 9165-EXIT
023440         VARYING SR-VOL-SUB FROM 1 BY 1
023450             UNTIL SR-VOL-SUB > SR-VOL-COUNT.
023460     IF SR-VOL-OTHER > ZERO
023470         MOVE SPACES TO SR-STATION-HISTORY-RECORD
023480         MOVE SR-STAMP-JOB-NAME TO SR-HSN-JOB-NAME
023490         MOVE SR-STAMP-RUN-DATE TO SR-HSN-RUN-DATE
023500         MOVE SR-STAMP-RUN-TIME TO SR-HSN-RUN-TIME
023510         MOVE "*OTH"            TO SR-HSN-STATION
023520         MOVE SR-VOL-OTHER      TO SR-HSN-RECORD-COUNT
023530         WRITE SR-STATION-HISTORY-RECORD
023540     END-IF.
023550     CLOSE SR-HISSTN-FILE.
023560 9160-EXIT.
023570     EXIT.
023580
023590 9165-WRITE-ONE-STATION.
023600     MOVE SPACES TO SR-STATION-HISTORY-RECORD.
023610     MOVE SR-STAMP-JOB-NAME TO SR-HSN-JOB-NAME.
023620     MOVE SR-STAMP-RUN-DATE TO SR-HSN-RUN-DATE.
023630     MOVE SR-STAMP-RUN-TIME TO SR-HSN-RUN-TIME.
023640     MOVE SR-VOL-T-STATION (SR-VOL-SUB) TO SR-HSN-STATION.
023650     MOVE SR-VOL-T-COUNT (SR-VOL-SUB) TO SR-HSN-RECORD-COUNT.
023660     WRITE SR-STATION-HISTORY-RECORD.
023670 9165-EXIT.
023680     EXIT.
