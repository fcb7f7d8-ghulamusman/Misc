000120*                                                                *
000130*  MODIFICATION HISTORY                                         *
000140*  DATE        INIT  DESCRIPTION                                *
      *  10/15/2026  JTM   ADDED THE DRIFT COMMAND - RUNS THE SQRDRIFT *
      *                     STATION DRIFT CONTROL CHART.              *
      *  10/15/2026  JTM   STATION MASTER CARRIES A DELIVERY CUT-OFF  *
      *                     AND STATION MANAGER (ADD, CHANGE AND      *
      *                     LIST); ADDED THE SCORECRD COMMAND - RUNS  *
      *                     THE SQRSCORE DELIVERY TIMELINESS          *
      *                     SCORECARD.                                *
      *  10/15/2026  JTM   ADDED THE CAPACITY COMMAND - RUNS THE      *
      *                     SQRCAPRP BATCH-WINDOW CAPACITY PLANNING   *
      *                     REPORT.                                   *
      *  10/15/2026  JTM   EVERY RECORD APPENDED TO SRSECLOG,         *
      *                     SRMNTLOG AND SRSUSLOG NOW CARRIES A       *
      *                     RUNNING SEQUENCE NUMBER AND A CHECK VALUE *
      *                     CHAINED FROM THE RECORD BEFORE IT, FROM   *
      *                     SQRLOGSQ (SEE SRLSQREC), WITH EACH LOG'S  *
      *                     LAST STAMP KEPT ON SRLOGCTL. ADDED THE    *
      *                     LOGVERFY COMMAND - RUNS THE SQRLOGVF LOG  *
      *                     VERIFICATION.                             *
      *  10/15/2026  JTM   THE STATION STATUS OPTION NOW TAKES A      *
      *                     STATION ON HOLD (H) WITH A REASON AND AN  *
      *                     EXPECTED RELEASE DATE, AND A NEW STATION  *
      *                     MASTER OPTION RELEASES A STATION'S HELD   *
      *                     READINGS TO SRHLDRSB FOR THE NEXT RUN OR  *
      *                     PURGES THEM WITH A REASON, LOGGING EACH   *
      *                     TO SRHLDLOG.                              *
      *  10/15/2026  JTM   ADDED THE EXTRACT [NAME] COMMAND -         *
      *                     RUNS THE SQRSELX AD-HOC SELECTION         *
      *                     EXTRACT FOR SELECTION FILE SRSEL.NAME.    *
      *  10/15/2026  JTM   THE REJECT AND SUSPECT REVIEWS NOW         *
      *                     KEEP THE SREXCLED OPEN-EXCEPTIONS         *
      *                     LEDGER (SEE SREXLREC) - AN ABANDONED,     *
      *                     RELEASED OR WITHDRAWN READING CLOSES      *
      *                     ITS ITEM, A QUEUED CORRECTION STAMPS      *
      *                     THE REVIEWER AS ITS LAST TOUCH.  ADDED    *
      *                     THE EXLEDGER (SQRXLED) AND EXAGING        *
      *                     (SQRXAGE) COMMANDS.                       *
      *  10/15/2026  JTM   DUAL CONTROL ON THE READINGS MASTER -      *
      *                     A CORRECT OR DELETE NOW GOES TO THE       *
      *                     SRPENDNG PENDING FILE (SEE SRPNDREC)      *
      *                     AND ONLY TAKES EFFECT - LOGGED TO         *
      *                     SRMNTLOG WITH BOTH OPERATOR IDS - WHEN    *
      *                     A DIFFERENT SUPERVISOR APPROVES IT        *
      *                     UNDER THE NEW PENDING CHANGE REVIEW       *
      *                     OPTION.  APPROVING ONE'S OWN CHANGE IS    *
      *                     REFUSED AND LOGGED TO SRSECLOG.  ADDED    *
      *                     THE PENDEXP [DAYS] COMMAND (SQRPNDX).     *
      *  10/15/2026  JTM   CORRECT AND DELETE OF A READING POSTED IN  *
      *                     A CLOSED PERIOD (SEE SRPERREC) NOW ONLY  *
      *                     RECORDS A DATED SRADJUST ADJUSTMENT AND  *
      *                     LEAVES THE MASTER AS CLOSED.  ADDED THE  *
      *                     PCLOSE AND PREOPEN COMMANDS (SUPERVISOR, *
      *                     LOGGED TO SRSECLOG) AND ADJRPT.          *
      *  10/15/2026  JTM   ADDED THE CHARGE [YYYYMM] COMMAND - RUNS    *
      *                     SQRCHRG FOR THE MONTH'S STATION          *
      *                     CHARGEBACK INVOICES AND BILLING EXTRACT. *
      *  10/15/2026  JTM   ADDED THE RETURNS COMMAND - RUNS SQROUT TO  *
      *                     WRITE EACH ACTIVE STATION ITS SROUT      *
      *                     RETURN FILE FOR THE RUN.                 *
      *  10/15/2026  JTM   THE STATION MASTER OPTION NOW LISTS,     *
      *                     ADDS (FUTURE-DATED ONLY) AND CANCELS     *
      *                     SRCALIB METER CALIBRATIONS, EVERY CHANGE *
      *                     LOGGED TO SRCLBLOG.  THE MASTER DISPLAY  *
      *                     AND READING HISTORY SHOW THE RAW VALUE   *
      *                     AND CALIBRATION ID OF A CALIBRATED       *
      *                     READING.                                 *
      *  10/15/2026  JTM   ADDED THE READING HISTORY OPTION - ENTER  *
      *                     A READING ID AND SEE ITS SRRDHIST        *
      *                     POSTINGS NEWEST FIRST, EACH WITH THE     *
      *                     CHANGE IN VALUE AND ROOT FROM THE        *
      *                     POSTING BEFORE IT.  EXIT IS NOW 9.       *
000141*  09/02/2026  JTM   THE REJECT AND SUSPECT REVIEWS NOW CARRY *
000142*                     THE READING'S OPERATION CODE ONTO THE   *
000143*                     RESUBMISSION RECORDS THEY BUILD, SO A   *
000600         RECORD KEY IS SR-MAS-READING-ID
000610         FILE STATUS IS SR-MASTER-STATUS.
000620
000621     SELECT SR-RDHIST-FILE ASSIGN TO "SRRDHIST"
000622         ORGANIZATION IS INDEXED
000624         ACCESS IS DYNAMIC
000625         RECORD KEY IS SR-RDH-KEY
000627         FILE STATUS IS SR-RDHIST-STATUS.
000628
000630     SELECT OPTIONAL SR-REJECT-FILE ASSIGN USING SR-REJ-FNAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SR-REJECT-STATUS.
000894     SELECT OPTIONAL SR-STNMAS-FILE ASSIGN TO "SRSTNMAS"
000896         ORGANIZATION IS LINE SEQUENTIAL
000898         FILE STATUS IS SR-STNMAS-STATUS.
      
           SELECT OPTIONAL SR-CALIB-FILE ASSIGN TO "SRCALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-CALIB-STATUS.
      
           SELECT OPTIONAL SR-CLBLOG-FILE ASSIGN TO "SRCLBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-CLBLOG-STATUS.
000899
000900     SELECT OPTIONAL SR-SUSPECT-FILE ASSIGN USING SR-SUS-FNAME
000901         ORGANIZATION IS LINE SEQUENTIAL
000941         ORGANIZATION IS LINE SEQUENTIAL
000942         FILE STATUS IS SR-CALEND-STATUS.
000943
           SELECT OPTIONAL SR-PERIOD-FILE ASSIGN TO "SRPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PERIOD-STATUS.
      
           SELECT OPTIONAL SR-ADJUST-FILE ASSIGN TO "SRADJUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-ADJUST-STATUS.
           SELECT OPTIONAL SR-PENDING-FILE ASSIGN TO "SRPENDNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PENDING-STATUS.
           SELECT SR-PNDWRK-FILE ASSIGN TO "SRPNDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PNDWRK-STATUS.
           SELECT SR-EXLEDG-FILE ASSIGN TO "SREXCLED"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-EXL-KEY
               FILE STATUS IS SR-EXLEDG-STATUS.
           SELECT OPTIONAL SR-HELD-FILE ASSIGN TO "SRHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-HELD-STATUS.
           SELECT SR-HLDWRK-FILE ASSIGN TO "SRHELDWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-HLDWRK-STATUS.
           SELECT OPTIONAL SR-HLDRSB-FILE ASSIGN USING SR-HRB-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-HLDRSB-STATUS.
           SELECT OPTIONAL SR-HLDLOG-FILE ASSIGN TO "SRHLDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-HLDLOG-STATUS.
      
000944 DATA DIVISION.
000945 FILE SECTION.
000946
001000*****************************************************************
001010 FD  SR-MASTER-FILE.
001020     COPY SRMASREC.
001021
001022*****************************************************************
001023*  SR-RDHIST-FILE - READING HISTORY WRITTEN BY SQUAREROOT, ONE  *
001024*  RECORD PER READING PER POSTING DATE (SEE SRRDHREC), READ BY  *
001025*  THE READING HISTORY OPTION.                                  *
001026*****************************************************************
001027 FD  SR-RDHIST-FILE.
001028     COPY SRRDHREC.
001030
001040*****************************************************************
001050*  SR-REJECT-FILE - THE CURRENT RUN'S REJECT LISTING, WALKED    *
001499     COPY SRSTNREC.
001500
001501*****************************************************************
      *  SR-CALIB-FILE - METER CALIBRATIONS (SEE SRCLBREC), LOADED   *
      *  INTO A TABLE BY THE STATION MASTER OPTION AND REWRITTEN     *
      *  WHOLE AFTER EACH ADD OR CANCEL.                             *
      *****************************************************************
       FD  SR-CALIB-FILE.
           COPY SRCLBREC.
      
      *****************************************************************
      *  SR-CLBLOG-FILE - PERMANENT CALIBRATION CHANGE LOG,          *
      *  APPENDED ONE RECORD PER ADD OR CANCEL (SEE SRCLGREC)        *
      *****************************************************************
       FD  SR-CLBLOG-FILE.
           COPY SRCLGREC.
      
      *****************************************************************
001502*  SR-SUSPECT-FILE - THE RUN'S SUSPECT LISTING, WALKED ENTRY   *
001503*  BY ENTRY BY THE SUSPECT REVIEW OPTION                       *
001504*****************************************************************
001515     COPY SRXCHREC.
001516
001517 FD  SR-XCHWRK-FILE.
001518 01  SR-XCHWRK-RECORD                PIC X(121).
001519
001520*****************************************************************
001521*  SR-SUSLOG-FILE - PERMANENT SUSPECT RELEASE LOG, APPENDED    *
001558*****************************************************************
001559 FD  SR-CALEND-FILE.
001560     COPY SRCALREC.
      
      *****************************************************************
      *  SR-PERIOD-FILE - THE PERIOD CONTROL FILE (SEE SRPERREC),    *
      *  CONSULTED BEFORE A MASTER CORRECT OR DELETE                 *
      *****************************************************************
       FD  SR-PERIOD-FILE.
           COPY SRPERREC.
      
      *****************************************************************
      *  SR-ADJUST-FILE - PERMANENT POST-CLOSE ADJUSTMENTS, APPENDED *
      *  IN PLACE OF A CHANGE TO A CLOSED PERIOD (SEE SRADJREC)      *
      *****************************************************************
       FD  SR-ADJUST-FILE.
           COPY SRADJREC.
      
      *****************************************************************
      *  SR-PENDING-FILE / SR-PNDWRK-FILE - MASTER CHANGES AWAITING  *
      *  A SECOND SUPERVISOR (SEE SRPNDREC) AND THE REVIEW'S WORK    *
      *  COPY.  THE REVIEW COPIES SRPENDNG TO THE WORK FILE WITH     *
      *  EACH DECISION MARKED, THEN COPIES IT BACK.                  *
      *****************************************************************
       FD  SR-PENDING-FILE.
           COPY SRPNDREC.
      
       FD  SR-PNDWRK-FILE.
       01  SR-PNDWRK-RECORD                PIC X(195).
      
      *****************************************************************
      *  SR-EXLEDG-FILE - THE OPEN-EXCEPTIONS LEDGER (SEE SREXLREC)  *
      *  FED BY SQRXLED; THE REJECT AND SUSPECT REVIEWS CLOSE OR     *
      *  TOUCH THE ITEMS THEY ACT ON                                 *
      *****************************************************************
       FD  SR-EXLEDG-FILE.
           COPY SREXLREC.
      
      *****************************************************************
      *  SR-HELD-FILE / SR-HLDWRK-FILE - READINGS QUEUED BY           *
      *  SQUAREROOT FROM STATIONS ON HOLD (SEE SRHLDREC) AND THE      *
      *  RELEASE/PURGE WORK COPY.  THE STATION'S READINGS ARE LEFT    *
      *  OFF THE WORK COPY, WHICH IS THEN COPIED BACK.                *
      *****************************************************************
       FD  SR-HELD-FILE.
           COPY SRHLDREC.
      
       FD  SR-HLDWRK-FILE.
       01  SR-HLDWRK-RECORD                PIC X(97).
      
      *****************************************************************
      *  SR-HLDRSB-FILE - HELD READINGS RELEASED FOR THE NEXT RUN, IN *
      *  SRINPUT LAYOUT EXACTLY AS RECEIVED.  COPY IT TO SRINPUT.     *
      *****************************************************************
       FD  SR-HLDRSB-FILE.
       01  SR-HLDRSB-RECORD                PIC X(35).
      
      *****************************************************************
      *  SR-HLDLOG-FILE - ONE RECORD PER HELD READING RELEASED OR     *
      *  PURGED (SEE SRHLGREC)                                        *
      *****************************************************************
       FD  SR-HLDLOG-FILE.
           COPY SRHLGREC.
001561
001562 WORKING-STORAGE SECTION.
001563 77  SR-MENU-CHOICE               PIC 9(1) VALUE ZERO.
002260 77  SR-SEC-RUN-DATE              PIC 9(8) VALUE ZERO.
002261
002262*****************************************************************
      *  SEQUENCE STAMP PARAMETERS FOR THE SRSECLOG, SRMNTLOG AND     *
      *  SRSUSLOG APPENDS (SEE SRLSQREC AND 7800/7850).               *
      *****************************************************************
           COPY SRLSQREC.
      
      *****************************************************************
002263*  SYSTEM STATUS DASHBOARD WORK FIELDS                         *
002264*****************************************************************
002265 77  SR-RUNREG-STATUS             PIC XX VALUE SPACES.
002300*****************************************************************
002301 77  SR-MNTLOG-STATUS             PIC XX VALUE SPACES.
002302 77  SR-MNL-W-ACTION              PIC X(8) VALUE SPACES.
002303 77  SR-MNL-BEFORE-WS             PIC X(111) VALUE SPACES.
002304 77  SR-MNL-AFTER-WS              PIC X(111) VALUE SPACES.
002305 77  SR-MNL-TIME-FLD              PIC 9(8) VALUE ZERO.
002306 77  SR-MNL-RUN-DATE              PIC 9(8) VALUE ZERO.
      
      *****************************************************************
      *  CLOSED-PERIOD LOCK - A READING WHOSE LAST POSTING FALLS IN  *
      *  A CLOSED PERIOD IS NOT CHANGED ON THE MASTER; THE CORRECT   *
      *  OR DELETE GOES TO SRADJUST AS A DATED ADJUSTMENT INSTEAD.   *
      *  THE PCLOSE AND PREOPEN COMMANDS CALL SQRPCLOS WITH THE      *
      *  ACTION HELD HERE.                                           *
      *****************************************************************
       77  SR-PERIOD-STATUS             PIC XX VALUE SPACES.
       77  SR-ADJUST-STATUS             PIC XX VALUE SPACES.
       77  SR-PCK-CLOSED-SWITCH         PIC X(1) VALUE "N".
           88  SR-PCK-CLOSED                    VALUE "Y".
       77  SR-PCK-EOF-SWITCH            PIC X(1) VALUE "N".
           88  SR-PCK-END-OF-FILE               VALUE "Y".
       77  SR-PCK-PERIOD-ID             PIC X(6) VALUE SPACES.
       77  SR-ADJW-TYPE                 PIC X(1) VALUE SPACE.
       77  SR-ADJW-NEW-RESULT           PIC S9(11)V9(6) VALUE ZERO.
       77  SR-ADJW-REASON               PIC X(30) VALUE SPACES.
       77  SR-ADJW-TIME-FLD             PIC 9(8) VALUE ZERO.
       77  SR-ADJW-RUN-DATE             PIC 9(8) VALUE ZERO.
       77  SR-PCL-ACTION                PIC X(8) VALUE SPACES.
      
      *****************************************************************
      *  DUAL CONTROL - A CORRECT OR DELETE IS QUEUED ON SRPENDNG    *
      *  AND APPLIED ONLY WHEN A DIFFERENT SUPERVISOR APPROVES IT.   *
      *  THE MAKER'S ID GOES ON THE SRMNTLOG RECORD WITH THE         *
      *  APPROVER'S.                                                 *
      *****************************************************************
       77  SR-PENDING-STATUS            PIC XX VALUE SPACES.
       77  SR-PNDWRK-STATUS             PIC XX VALUE SPACES.
       77  SR-PNW-EOF-SWITCH            PIC X(1) VALUE "N".
           88  SR-PNW-END-OF-FILE               VALUE "Y".
       77  SR-PNW-QUIT-SWITCH           PIC X(1) VALUE "N".
           88  SR-PNW-QUIT                      VALUE "Y".
       77  SR-PNW-FOUND-SWITCH          PIC X(1) VALUE "N".
           88  SR-PNW-ALREADY-PENDING           VALUE "Y".
       77  SR-PNW-ACTION                PIC X(8) VALUE SPACES.
       77  SR-PNW-NEW-RESULT            PIC S9(11)V9(6) VALUE ZERO.
       77  SR-PNW-DECISION              PIC X(1) VALUE SPACE.
       77  SR-PNW-REVIEW-COUNT          PIC 9(4) COMP VALUE ZERO.
       77  SR-PNW-CHANGED-COUNT         PIC 9(4) COMP VALUE ZERO.
       77  SR-PNW-RUN-DATE              PIC 9(8) VALUE ZERO.
       77  SR-PNW-TIME-FLD              PIC 9(8) VALUE ZERO.
       77  SR-MNL-W-MAKER-ID            PIC X(8) VALUE SPACES.
      
      *****************************************************************
      *  OPEN-EXCEPTIONS LEDGER UPKEEP FROM THE REJECT AND SUSPECT   *
      *  REVIEWS.  THE ITEM IS LOADED FROM THE LISTING ENTRY UNDER   *
      *  REVIEW; A CLOSE REASON OF SPACES ONLY STAMPS THE REVIEWER   *
      *  AS THE LAST TOUCH (A QUEUED CORRECTION CLOSES ITS ITEM      *
      *  WHEN THE RESUBMISSION CONVERGES).                           *
      *****************************************************************
       77  SR-EXLEDG-STATUS             PIC XX VALUE SPACES.
       77  SR-XLM-OPEN-SWITCH           PIC X(1) VALUE "N".
           88  SR-XLM-LEDGER-OPEN               VALUE "Y".
       77  SR-XLM-STATION               PIC X(4) VALUE SPACES.
       77  SR-XLM-READING-ID            PIC X(10) VALUE SPACES.
       77  SR-XLM-TYPE                  PIC X(1) VALUE SPACE.
       77  SR-XLM-DATE                  PIC X(8) VALUE SPACES.
       77  SR-XLM-TIME                  PIC X(8) VALUE SPACES.
       77  SR-XLM-JOB-NAME              PIC X(8) VALUE SPACES.
       77  SR-XLM-DETAIL                PIC X(30) VALUE SPACES.
       77  SR-XLM-CLOSE-REASON          PIC X(10) VALUE SPACES.
       77  SR-XLM-RUN-DATE              PIC 9(8) VALUE ZERO.
       77  SR-XLM-TIME-FLD              PIC 9(8) VALUE ZERO.
002307
002308*****************************************************************
002309*  SUSPECT REVIEW AND RELEASE.  EACH DECISION IS HELD ON THE   *
002360     88  SR-STM-DONE                      VALUE "Y".
002361 77  SR-STM-CHANGED-SWITCH        PIC X(1) VALUE "N".
002362     88  SR-STM-CHANGED                   VALUE "Y".
       77  SR-STM-CUTOFF-KEY            PIC X(4) VALUE SPACES.
       77  SR-STM-CUTOFF-SWITCH         PIC X(1) VALUE "N".
           88  SR-STM-CUTOFF-VALID              VALUE "Y".
       01  SR-STM-CUTOFF                PIC 9(4) VALUE ZERO.
       01  SR-STM-CUTOFF-R REDEFINES SR-STM-CUTOFF.
           05  SR-STM-CUTOFF-HH            PIC 9(2).
           05  SR-STM-CUTOFF-MM            PIC 9(2).
002363 01  SR-STM-TABLE.
002364     05  SR-STM-ENTRY                OCCURS 100 TIMES.
002365         10  SR-STM-T-CODE           PIC X(4).
002370         10  SR-STM-T-DATE           PIC X(8).
002371         10  SR-STM-T-TIME           PIC X(8).
002372         10  SR-STM-T-OPER           PIC X(8).
               10  SR-STM-T-HOLD-REASON    PIC X(30).
               10  SR-STM-T-HOLD-UNTIL     PIC X(8).
               10  SR-STM-T-CUTOFF         PIC X(4).
               10  SR-STM-T-MANAGER        PIC X(20).
      
      *****************************************************************
      *  HELD READINGS - A STATION ON HOLD HAS ITS READINGS QUEUED   *
      *  TO SRHELD BY SQUAREROOT.  THE STATUS OPTION TAKES THE HOLD  *
      *  REASON AND EXPECTED RELEASE DATE; THE HELD READINGS OPTION  *
      *  RELEASES OR PURGES ONE STATION'S QUEUE.                     *
      *****************************************************************
       77  SR-HELD-STATUS               PIC XX VALUE SPACES.
       77  SR-HLDWRK-STATUS             PIC XX VALUE SPACES.
       77  SR-HLDRSB-STATUS             PIC XX VALUE SPACES.
       77  SR-HLDLOG-STATUS             PIC XX VALUE SPACES.
       77  SR-HRB-FNAME                 PIC X(30) VALUE SPACES.
       77  SR-HQ-EOF-SWITCH             PIC X(1) VALUE "N".
           88  SR-HQ-END-OF-FILE                VALUE "Y".
       77  SR-HQ-NEW-STATUS             PIC X(1) VALUE SPACE.
           88  SR-HQ-STATUS-VALID               VALUES "A" "R" "H".
       77  SR-HQ-OLD-STATUS             PIC X(1) VALUE SPACE.
       77  SR-HQ-DECISION               PIC X(1) VALUE SPACE.
       77  SR-HQ-ACTION                 PIC X(8) VALUE SPACES.
       77  SR-HQ-REASON                 PIC X(30) VALUE SPACES.
       77  SR-HQ-DATE-KEY               PIC X(8) VALUE SPACES.
       77  SR-HQ-COUNT                  PIC 9(6) COMP VALUE ZERO.
       77  SR-HQ-MOVED-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  SR-HQ-COUNT-ED               PIC ZZZ,ZZ9.
       77  SR-HQ-RUN-DATE               PIC 9(8) VALUE ZERO.
       77  SR-HQ-TIME-FLD               PIC 9(8) VALUE ZERO.
       01  SR-HQ-UNTIL-DATE             PIC 9(8) VALUE ZERO.
       01  SR-HQ-UNTIL-DATE-R REDEFINES SR-HQ-UNTIL-DATE.
           05  SR-HQ-UNTIL-CCYY            PIC 9(4).
           05  SR-HQ-UNTIL-MM              PIC 9(2).
           05  SR-HQ-UNTIL-DD              PIC 9(2).
      
      *****************************************************************
      *  CALIBRATION MAINTENANCE - THE SRCALIB FILE IS LOADED INTO   *
      *  THIS TABLE WITH THE STATION MASTER AND REWRITTEN WHOLE      *
      *  AFTER EACH ADD OR CANCEL, WHICH IS ALSO APPENDED TO THE     *
      *  SRCLBLOG CALIBRATION LOG.  200 MATCHES THE TABLE IN         *
      *  SQUAREROOT.                                                 *
      *****************************************************************
       77  SR-CALIB-STATUS              PIC XX VALUE SPACES.
       77  SR-CLBLOG-STATUS             PIC XX VALUE SPACES.
       77  SR-CLM-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-CLM-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-CLM-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       77  SR-CLM-SHOWN                 PIC 9(4) COMP VALUE ZERO.
       77  SR-CLM-HIGH-NO               PIC 9(7) VALUE ZERO.
       77  SR-CLM-KEY                   PIC X(8) VALUE SPACES.
       77  SR-CLM-INPUT                 PIC X(18) VALUE SPACES.
       77  SR-CLM-NUMVAL-CHECK          PIC S9(4) COMP VALUE ZERO.
       77  SR-CLM-CONFIRM               PIC X(1) VALUE SPACE.
       77  SR-CLM-TIME-FLD              PIC 9(8) VALUE ZERO.
       77  SR-CLM-RUN-DATE              PIC 9(8) VALUE ZERO.
       77  SR-CLM-MULT-WORK             PIC S9(5)V9(6) VALUE ZERO.
       77  SR-CLM-OFFSET-WORK           PIC S9(11)V9(6) VALUE ZERO.
       77  SR-CLM-MULT-ED               PIC -(3)9.9(6).
       77  SR-CLM-OFFSET-ED             PIC -(9)9.9(6).
       77  SR-CLM-W-ACTION              PIC X(8) VALUE SPACES.
       77  SR-CLM-W-STATE               PIC X(9) VALUE SPACES.
       77  SR-CLM-IMAGE-WS              PIC X(77) VALUE SPACES.
       01  SR-CLM-EFF-DATE              PIC 9(8) VALUE ZERO.
       01  SR-CLM-EFF-DATE-R REDEFINES SR-CLM-EFF-DATE.
           05  SR-CLM-EFF-CCYY             PIC 9(4).
           05  SR-CLM-EFF-MM               PIC 9(2).
           05  SR-CLM-EFF-DD               PIC 9(2).
      *    A CALIBRATION ID IS C FOLLOWED BY A SEVEN-DIGIT NUMBER
       01  SR-CLM-ID-WORK.
           05  SR-CLM-ID-PREFIX            PIC X(1).
           05  SR-CLM-ID-DIGITS            PIC X(7).
       01  SR-CLM-ID-NUM-R REDEFINES SR-CLM-ID-WORK.
           05  FILLER                      PIC X(1).
           05  SR-CLM-ID-NUMBER            PIC 9(7).
       01  SR-CLM-TABLE.
           05  SR-CLM-ENTRY                OCCURS 200 TIMES.
               10  SR-CLM-T-ID             PIC X(8).
               10  SR-CLM-T-STATION        PIC X(4).
               10  SR-CLM-T-METER          PIC X(8).
               10  SR-CLM-T-EFF-DATE       PIC X(8).
               10  SR-CLM-T-MULT           PIC S9(3)V9(6).
               10  SR-CLM-T-OFFSET         PIC S9(9)V9(6).
               10  SR-CLM-T-STATUS         PIC X(1).
               10  SR-CLM-T-DATE           PIC X(8).
               10  SR-CLM-T-TIME           PIC X(8).
               10  SR-CLM-T-OPER           PIC X(8).
      
      *****************************************************************
      *  READING HISTORY INQUIRY.  A READING'S SRRDHIST POSTINGS ARE *
      *  READ OLDEST FIRST INTO THIS TABLE AND SHOWN NEWEST FIRST.   *
      *  ONLY THE LATEST 60 ARE KEPT; THE LAST ONE PUSHED OFF THE    *
      *  TABLE IS HELD AS THE BASE FOR THE OLDEST SHOWN POSTING'S    *
      *  CHANGE.                                                     *
      *****************************************************************
       77  SR-RDHIST-STATUS             PIC XX VALUE SPACES.
       77  SR-RHI-KEY                   PIC X(10) VALUE SPACES.
       77  SR-RHI-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-RHI-LIMIT                 PIC 9(4) COMP VALUE 60.
       77  SR-RHI-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-RHI-DROPPED               PIC 9(6) COMP VALUE ZERO.
       77  SR-RHI-COUNT-ED              PIC ZZZ,ZZ9.
       77  SR-RHI-BASE-INPUT            PIC S9(11)V9(6) VALUE ZERO.
       77  SR-RHI-BASE-RESULT           PIC S9(11)V9(6) VALUE ZERO.
       77  SR-RHI-VALUE-CHG             PIC S9(12)V9(6) VALUE ZERO.
       77  SR-RHI-ROOT-CHG              PIC S9(12)V9(6) VALUE ZERO.
       77  SR-RHI-VALUE-CHG-ED          PIC -(11)9.9(6).
       77  SR-RHI-ROOT-CHG-ED           PIC -(11)9.9(6).
       77  SR-RHI-EOF-SWITCH            PIC X(1) VALUE "N".
           88  SR-RHI-END-OF-FILE               VALUE "Y".
       77  SR-RHI-BASE-SWITCH           PIC X(1) VALUE "N".
           88  SR-RHI-BASE-PRESENT              VALUE "Y".
       01  SR-RHI-TABLE.
           05  SR-RHI-ENTRY                OCCURS 60 TIMES.
               10  SR-RHI-T-DATE           PIC X(8).
               10  SR-RHI-T-TIME           PIC X(8).
               10  SR-RHI-T-STATION        PIC X(4).
               10  SR-RHI-T-INPUT          PIC S9(11)V9(6).
               10  SR-RHI-T-RESULT         PIC S9(11)V9(6).
               10  SR-RHI-T-ITER           PIC 9(4).
               10  SR-RHI-T-JOB            PIC X(8).
               10  SR-RHI-T-OPER-ID        PIC X(8).
               10  SR-RHI-T-OP             PIC X(2).
               10  SR-RHI-T-FLAG           PIC X(1).
               10  SR-RHI-T-RAW            PIC S9(11)V9(6).
               10  SR-RHI-T-CALIB          PIC X(8).
002373
002374 PROCEDURE DIVISION.
002375
002635     DISPLAY "  5.  STATION MASTER INQUIRY/MAINTENANCE".
002636     DISPLAY "  6.  REVIEW AND RELEASE SUSPECT READINGS".
002637     DISPLAY "  7.  SYSTEM STATUS".
002638     DISPLAY "  8.  READING HISTORY INQUIRY".
002640     DISPLAY "  9.  EXIT".
002650     DISPLAY "ENTER CHOICE: ".
002660     ACCEPT SR-MENU-CHOICE.
002670
002863         WHEN 7
002864             PERFORM 4900-SYSTEM-STATUS THRU 4900-EXIT
002865         WHEN 8
                   PERFORM 4950-READING-HISTORY THRU 4950-EXIT
               WHEN 9
002866             SET SR-EXIT-REQUESTED TO TRUE
002870         WHEN OTHER
002880             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THRU 9"
002890     END-EVALUATE.
002900 1000-EXIT.
002910     EXIT.
004820     DISPLAY "  2.  BROWSE READINGS FROM A STARTING ID".
004830     DISPLAY "  3.  CORRECT A READING RESULT".
004840     DISPLAY "  4.  DELETE A READING".
004845     DISPLAY "  5.  REVIEW PENDING CORRECTIONS/DELETES".
004850     DISPLAY "  6.  RETURN TO MAIN MENU".
004860     DISPLAY "ENTER CHOICE: ".
004870     ACCEPT SR-MNT-CHOICE.
004880
005100                 PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
005110             END-IF
005120         WHEN 5
                   IF SR-AUTH-SUPERVISOR
                       PERFORM 4450-PENDING-REVIEW THRU 4450-EXIT
                   ELSE
                       DISPLAY "PENDING REVIEW NEEDS SUPERVISOR "
                           "AUTHORITY"
                       MOVE "PENDING REVIEW      " TO SR-SEC-W-ACTION
                       MOVE "DENIED  " TO SR-SEC-W-RESULT
                       PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
                   END-IF
               WHEN 6
005130             SET SR-MNT-DONE TO TRUE
005140         WHEN OTHER
005150             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THRU 6"
005160     END-EVALUATE.
005170 4050-EXIT.
005180     EXIT.
005460     DISPLAY "  VALUE: " SR-MNT-VALUE-ED
005470         "  ROOT: " SR-MNT-RESULT-ED
005480         "  ITER: " SR-MNT-ITER-ED.
005481*    A CALIBRATED READING ALSO SHOWS THE RAW METER VALUE AND
005482*    THE CALIBRATION THAT WAS APPLIED TO IT.
005483     IF SR-MAS-CALIB-ID NOT = SPACES
005485         MOVE SR-MAS-RAW-VALUE TO SR-MNT-VALUE-ED
005486         DISPLAY "  RAW VALUE: " SR-MNT-VALUE-ED
005487             "  CALIBRATION: " SR-MAS-CALIB-ID
005488     END-IF.
005490     DISPLAY "  LAST UPDATED " SR-MAS-LAST-DATE
005500         " " SR-MAS-LAST-TIME
005510         " JOB " SR-MAS-JOB-NAME
005920     EXIT.
005930
005940*****************************************************************
005950*  4300-MASTER-CORRECT - KEY A REPLACEMENT RESULT VALUE FOR    *
005960*  AN EXISTING MASTER RECORD.  THE CORRECTION IS QUEUED ON      *
005970*  SRPENDNG FOR A SECOND SUPERVISOR TO APPROVE (SEE 4450); THE  *
005980*  MASTER IS NOT TOUCHED UNTIL THEN.                            *
005990*****************************************************************
006000 4300-MASTER-CORRECT.
006010     DISPLAY "ENTER READING ID TO CORRECT: ".
006084*    SRMNTLOG MAINTENANCE TRAIL.
006086     MOVE SR-MASTER-RECORD TO SR-MNL-BEFORE-WS.
006090     PERFORM 4150-DISPLAY-MASTER THRU 4150-EXIT.
006092     PERFORM 4320-CHECK-CLOSED-PERIOD THRU 4320-EXIT.
006094     IF SR-PCK-CLOSED
006096         PERFORM 4330-TELL-CLOSED-PERIOD THRU 4330-EXIT
006098     END-IF.
006100
006110     DISPLAY "ENTER CORRECTED ROOT VALUE: ".
006120     MOVE SPACES TO SR-MNT-INPUT.
006180         GO TO 4300-EXIT
006190     END-IF.
006200
      *    A READING IN A CLOSED PERIOD IS LEFT AS IT IS; THE
      *    CORRECTION IS RECORDED AS AN ADJUSTMENT INSTEAD.
           IF SR-PCK-CLOSED
               COMPUTE SR-ADJW-NEW-RESULT =
                   FUNCTION NUMVAL (SR-MNT-INPUT)
               MOVE "C" TO SR-ADJW-TYPE
               PERFORM 4350-WRITE-ADJUSTMENT THRU 4350-EXIT
               GO TO 4300-EXIT
           END-IF.
      
006210     COMPUTE SR-PNW-NEW-RESULT =
006220         FUNCTION NUMVAL (SR-MNT-INPUT).
006324     MOVE "CORRECT " TO SR-PNW-ACTION.
006332     PERFORM 4360-QUEUE-PENDING-CHANGE THRU 4360-EXIT.
006340 4300-EXIT.
006350     EXIT.
006360
006370*****************************************************************
      *  4320-CHECK-CLOSED-PERIOD - IS THE READING JUST READ POSTED  *
      *  IN A CLOSED PERIOD?  SCANS SRPERIOD FOR A CLOSED PERIOD     *
      *  WHOSE DATES TAKE IN SR-MAS-LAST-DATE.  NO SRPERIOD FILE     *
      *  MEANS NOTHING IS CLOSED.                                    *
      *****************************************************************
       4320-CHECK-CLOSED-PERIOD.
           MOVE "N" TO SR-PCK-CLOSED-SWITCH.
           MOVE "N" TO SR-PCK-EOF-SWITCH.
           MOVE SPACES TO SR-PCK-PERIOD-ID.
           OPEN INPUT SR-PERIOD-FILE.
           IF SR-PERIOD-STATUS = "05"
               SET SR-PCK-END-OF-FILE TO TRUE
           END-IF.
           PERFORM 4325-CHECK-ONE-PERIOD THRU 4325-EXIT
               UNTIL SR-PCK-END-OF-FILE OR SR-PCK-CLOSED.
           CLOSE SR-PERIOD-FILE.
       4320-EXIT.
           EXIT.
      
       4325-CHECK-ONE-PERIOD.
           READ SR-PERIOD-FILE
               AT END
                   SET SR-PCK-END-OF-FILE TO TRUE
                   GO TO 4325-EXIT
           END-READ.
           IF SR-PER-CLOSED
                   AND SR-MAS-LAST-DATE NOT < SR-PER-START-DATE
                   AND SR-MAS-LAST-DATE NOT > SR-PER-END-DATE
               SET SR-PCK-CLOSED TO TRUE
               MOVE SR-PER-PERIOD-ID TO SR-PCK-PERIOD-ID
           END-IF.
       4325-EXIT.
           EXIT.
      
      *****************************************************************
      *  4330-TELL-CLOSED-PERIOD - TELL THE OPERATOR A CORRECT OR    *
      *  DELETE WILL BECOME A POST-CLOSE ADJUSTMENT.                 *
      *****************************************************************
       4330-TELL-CLOSED-PERIOD.
           DISPLAY "READING IS IN CLOSED PERIOD " SR-PCK-PERIOD-ID
               " - THE MASTER WILL NOT BE CHANGED;".
           DISPLAY "  A POST-CLOSE ADJUSTMENT WILL BE RECORDED".
       4330-EXIT.
           EXIT.
      
      *****************************************************************
      *  4350-WRITE-ADJUSTMENT - TAKE A REASON AND APPEND ONE DATED  *
      *  ADJUSTMENT TO SRADJUST FOR THE READING STILL IN THE MASTER  *
      *  RECORD AREA.  THE CALLER LOADS THE TYPE AND NEW RESULT.     *
      *****************************************************************
       4350-WRITE-ADJUSTMENT.
           DISPLAY "ENTER REASON FOR THE ADJUSTMENT: ".
           MOVE SPACES TO SR-ADJW-REASON.
           ACCEPT SR-ADJW-REASON.
           IF SR-ADJW-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING RECORDED"
               GO TO 4350-EXIT
           END-IF.
      
           ACCEPT SR-ADJW-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SR-ADJW-TIME-FLD FROM TIME.
           OPEN EXTEND SR-ADJUST-FILE.
           IF SR-ADJUST-STATUS NOT = "00"
                   AND SR-ADJUST-STATUS NOT = "05"
               DISPLAY "SRADJUST OPEN FAILED, STATUS " SR-ADJUST-STATUS
                   " - NOTHING RECORDED"
               GO TO 4350-EXIT
           END-IF.
           MOVE SPACES TO SR-ADJUSTMENT-RECORD.
           MOVE SR-ADJW-RUN-DATE      TO SR-ADJ-DATE.
           MOVE SR-ADJW-TIME-FLD      TO SR-ADJ-TIME.
           MOVE SR-OPERATOR-ID        TO SR-ADJ-OPERATOR-ID.
           MOVE SR-ADJW-TYPE          TO SR-ADJ-TYPE.
           MOVE SR-MAS-READING-ID     TO SR-ADJ-READING-ID.
           MOVE SR-MAS-SOURCE-STATION TO SR-ADJ-SOURCE-STATION.
           MOVE SR-PCK-PERIOD-ID      TO SR-ADJ-PERIOD-ID.
           MOVE SR-MAS-LAST-DATE      TO SR-ADJ-POSTED-DATE.
           MOVE SR-MAS-OPER-CODE      TO SR-ADJ-OPER-CODE.
           MOVE SR-MAS-RESULT-VALUE   TO SR-ADJ-OLD-RESULT.
           MOVE SR-ADJW-NEW-RESULT    TO SR-ADJ-NEW-RESULT.
           MOVE SR-ADJW-REASON        TO SR-ADJ-REASON.
           WRITE SR-ADJUSTMENT-RECORD.
           CLOSE SR-ADJUST-FILE.
           DISPLAY "ADJUSTMENT RECORDED FOR READING " SR-MNT-KEY
               " IN CLOSED PERIOD " SR-PCK-PERIOD-ID.
       4350-EXIT.
           EXIT.
      
      *****************************************************************
      *  4360-QUEUE-PENDING-CHANGE - APPEND THE CORRECT OR DELETE    *
      *  FOR THE READING IN THE MASTER RECORD AREA TO SRPENDNG.      *
      *  THE CALLER LOADS THE ACTION AND NEW RESULT; THE BEFORE      *
      *  IMAGE WAS SAVED WHEN THE READING WAS READ.  ONLY ONE CHANGE *
      *  PER READING MAY BE PENDING AT A TIME.                       *
      *****************************************************************
       4360-QUEUE-PENDING-CHANGE.
           PERFORM 4365-FIND-PENDING-CHANGE THRU 4365-EXIT.
           IF SR-PNW-ALREADY-PENDING
               DISPLAY "READING " SR-MNT-KEY " ALREADY HAS A CHANGE "
                   "AWAITING APPROVAL - NOTHING QUEUED"
               GO TO 4360-EXIT
           END-IF.
      
           ACCEPT SR-PNW-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SR-PNW-TIME-FLD FROM TIME.
           OPEN EXTEND SR-PENDING-FILE.
           IF SR-PENDING-STATUS NOT = "00"
                   AND SR-PENDING-STATUS NOT = "05"
               DISPLAY "SRPENDNG OPEN FAILED, STATUS " SR-PENDING-STATUS
                   " - NOTHING QUEUED"
               GO TO 4360-EXIT
           END-IF.
           MOVE SPACES TO SR-PENDING-RECORD.
           SET SR-PND-PENDING         TO TRUE.
           MOVE SR-PNW-ACTION         TO SR-PND-ACTION.
           MOVE SR-MAS-READING-ID     TO SR-PND-READING-ID.
           MOVE SR-PNW-NEW-RESULT     TO SR-PND-NEW-RESULT.
           MOVE SR-OPERATOR-ID        TO SR-PND-MAKER-ID.
           MOVE SR-PNW-RUN-DATE       TO SR-PND-MAKER-DATE.
           MOVE SR-PNW-TIME-FLD       TO SR-PND-MAKER-TIME.
           MOVE SR-MNL-BEFORE-WS      TO SR-PND-BEFORE-IMAGE.
           WRITE SR-PENDING-RECORD.
           CLOSE SR-PENDING-FILE.
           DISPLAY "READING " SR-MNT-KEY " " SR-PNW-ACTION
               "QUEUED - A SECOND SUPERVISOR MUST APPROVE IT".
       4360-EXIT.
           EXIT.
      
      *****************************************************************
      *  4365-FIND-PENDING-CHANGE - IS A CHANGE TO THIS READING      *
      *  ALREADY WAITING ON SRPENDNG?                                *
      *****************************************************************
       4365-FIND-PENDING-CHANGE.
           MOVE "N" TO SR-PNW-FOUND-SWITCH.
           MOVE "N" TO SR-PNW-EOF-SWITCH.
           OPEN INPUT SR-PENDING-FILE.
           IF SR-PENDING-STATUS = "05"
               SET SR-PNW-END-OF-FILE TO TRUE
           END-IF.
           PERFORM 4370-MATCH-ONE-PENDING THRU 4370-EXIT
               UNTIL SR-PNW-END-OF-FILE OR SR-PNW-ALREADY-PENDING.
           CLOSE SR-PENDING-FILE.
       4365-EXIT.
           EXIT.
      
       4370-MATCH-ONE-PENDING.
           READ SR-PENDING-FILE
               AT END
                   SET SR-PNW-END-OF-FILE TO TRUE
                   GO TO 4370-EXIT
           END-READ.
           IF SR-PND-PENDING
                   AND SR-PND-READING-ID = SR-MAS-READING-ID
               SET SR-PNW-ALREADY-PENDING TO TRUE
           END-IF.
       4370-EXIT.
           EXIT.
      
      *****************************************************************
006380*  4400-MASTER-DELETE - ASK FOR A READING TO COME OFF THE       *
006390*  MASTER AFTER SHOWING IT AND ASKING FOR CONFIRMATION.  THE    *
006393*  DELETE IS QUEUED ON SRPENDNG FOR A SECOND SUPERVISOR TO      *
006396*  APPROVE (SEE 4450).                                          *
006400*****************************************************************
006410 4400-MASTER-DELETE.
006420     DISPLAY "ENTER READING ID TO DELETE: ".
006494*    SRMNTLOG MAINTENANCE TRAIL.
006496     MOVE SR-MASTER-RECORD TO SR-MNL-BEFORE-WS.
006500     PERFORM 4150-DISPLAY-MASTER THRU 4150-EXIT.
           PERFORM 4320-CHECK-CLOSED-PERIOD THRU 4320-EXIT.
           IF SR-PCK-CLOSED
               PERFORM 4330-TELL-CLOSED-PERIOD THRU 4330-EXIT
           END-IF.
      
      *    A READING IN A CLOSED PERIOD STAYS ON THE MASTER; THE
      *    DELETE IS RECORDED AS AN ADJUSTMENT TO A ZERO RESULT.
           IF SR-PCK-CLOSED
               DISPLAY "RECORD A DELETE ADJUSTMENT?  "
                   "ENTER Y TO CONFIRM: "
               MOVE SPACE TO SR-MNT-CONFIRM
               ACCEPT SR-MNT-CONFIRM
               IF SR-MNT-CONFIRM = "Y"
                   MOVE ZERO TO SR-ADJW-NEW-RESULT
                   MOVE "D" TO SR-ADJW-TYPE
                   PERFORM 4350-WRITE-ADJUSTMENT THRU 4350-EXIT
               ELSE
                   DISPLAY "ADJUSTMENT NOT CONFIRMED - NOTHING RECORDED"
               END-IF
               GO TO 4400-EXIT
           END-IF.
006510
006520     DISPLAY "DELETE THIS READING?  ENTER Y TO CONFIRM: ".
006530     MOVE SPACE TO SR-MNT-CONFIRM.
006540     ACCEPT SR-MNT-CONFIRM.
006550     IF SR-MNT-CONFIRM = "Y"
006577         MOVE ZERO TO SR-PNW-NEW-RESULT
006604         MOVE "DELETE  " TO SR-PNW-ACTION
006606         PERFORM 4360-QUEUE-PENDING-CHANGE THRU 4360-EXIT
006620     ELSE
006630         DISPLAY "DELETE NOT CONFIRMED - READING KEPT"
006640     END-IF.
006660     EXIT.
006661
006662*****************************************************************
      *  4450-PENDING-REVIEW - THE CHECKER'S SIDE OF DUAL CONTROL.   *
      *  SRPENDNG IS COPIED TO THE WORK FILE; EACH CHANGE STILL      *
      *  PENDING IS SHOWN WITH THE READING AS IT STANDS AND MAY BE   *
      *  APPROVED, REJECTED OR LEFT.  THE WORK FILE, DECISIONS       *
      *  MARKED, IS COPIED BACK OVER SRPENDNG.                       *
      *****************************************************************
       4450-PENDING-REVIEW.
           MOVE "N" TO SR-PNW-EOF-SWITCH.
           MOVE "N" TO SR-PNW-QUIT-SWITCH.
           MOVE ZERO TO SR-PNW-REVIEW-COUNT.
           MOVE ZERO TO SR-PNW-CHANGED-COUNT.
           OPEN INPUT SR-PENDING-FILE.
           IF SR-PENDING-STATUS = "05"
               DISPLAY "NO CHANGES ARE AWAITING APPROVAL"
               CLOSE SR-PENDING-FILE
               GO TO 4450-EXIT
           END-IF.
           OPEN OUTPUT SR-PNDWRK-FILE.
           PERFORM 4460-REVIEW-ONE-PENDING THRU 4460-EXIT
               UNTIL SR-PNW-END-OF-FILE.
           CLOSE SR-PENDING-FILE.
           CLOSE SR-PNDWRK-FILE.
      
           IF SR-PNW-REVIEW-COUNT = ZERO
               DISPLAY "NO CHANGES ARE AWAITING APPROVAL"
           END-IF.
           IF SR-PNW-CHANGED-COUNT = ZERO
               GO TO 4450-EXIT
           END-IF.
      
           MOVE "N" TO SR-PNW-EOF-SWITCH.
           OPEN INPUT SR-PNDWRK-FILE.
           OPEN OUTPUT SR-PENDING-FILE.
           PERFORM 4490-COPY-ONE-PENDING-BACK THRU 4490-EXIT
               UNTIL SR-PNW-END-OF-FILE.
           CLOSE SR-PNDWRK-FILE.
           CLOSE SR-PENDING-FILE.
       4450-EXIT.
           EXIT.
      
      *****************************************************************
      *  4460-REVIEW-ONE-PENDING - NEXT SRPENDNG RECORD TO THE WORK  *
      *  FILE, REVIEWED FIRST IF IT IS STILL PENDING.  AFTER A QUIT  *
      *  THE REST PASS STRAIGHT THROUGH.                             *
      *****************************************************************
       4460-REVIEW-ONE-PENDING.
           READ SR-PENDING-FILE
               AT END
                   SET SR-PNW-END-OF-FILE TO TRUE
                   GO TO 4460-EXIT
           END-READ.
           IF SR-PND-PENDING AND NOT SR-PNW-QUIT
               PERFORM 4470-DECIDE-ONE-PENDING THRU 4470-EXIT
           END-IF.
           WRITE SR-PNDWRK-RECORD FROM SR-PENDING-RECORD.
       4460-EXIT.
           EXIT.
      
      *****************************************************************
      *  4470-DECIDE-ONE-PENDING - SHOW ONE PENDING CHANGE AND THE   *
      *  READING AS IT STANDS, AND TAKE THE CHECKER'S DECISION.      *
      *****************************************************************
       4470-DECIDE-ONE-PENDING.
           ADD 1 TO SR-PNW-REVIEW-COUNT.
           MOVE SR-PND-READING-ID TO SR-MNT-KEY.
           DISPLAY X'0A' "PENDING " SR-PND-ACTION " OF READING "
               SR-PND-READING-ID.
           DISPLAY "  KEYED BY " SR-PND-MAKER-ID " ON "
               SR-PND-MAKER-DATE " " SR-PND-MAKER-TIME.
           IF SR-PND-ACTION = "CORRECT "
               MOVE SR-PND-NEW-RESULT TO SR-MNT-RESULT-ED
               DISPLAY "  NEW ROOT: " SR-MNT-RESULT-ED
           END-IF.
           MOVE SR-PND-READING-ID TO SR-MAS-READING-ID.
           READ SR-MASTER-FILE
               INVALID KEY
                   DISPLAY "  READING " SR-MNT-KEY
                       " IS NO LONGER ON MASTER"
               NOT INVALID KEY
                   PERFORM 4150-DISPLAY-MASTER THRU 4150-EXIT
           END-READ.
      
           DISPLAY "A=APPROVE  R=REJECT  S=SKIP  Q=QUIT REVIEW: ".
           MOVE SPACE TO SR-PNW-DECISION.
           ACCEPT SR-PNW-DECISION.
           EVALUATE SR-PNW-DECISION
               WHEN "A"
                   PERFORM 4480-APPROVE-ONE-PENDING THRU 4480-EXIT
               WHEN "R"
                   PERFORM 4485-MARK-DECIDED THRU 4485-EXIT
                   SET SR-PND-REJECTED TO TRUE
                   DISPLAY "CHANGE REJECTED - MASTER NOT CHANGED"
               WHEN "Q"
                   SET SR-PNW-QUIT TO TRUE
                   DISPLAY "LEFT PENDING"
               WHEN OTHER
                   DISPLAY "LEFT PENDING"
           END-EVALUATE.
       4470-EXIT.
           EXIT.
      
      *****************************************************************
      *  4480-APPROVE-ONE-PENDING - APPLY ONE PENDING CHANGE TO THE  *
      *  MASTER.  THE MAKER MAY NOT APPROVE THEIR OWN CHANGE (LOGGED *
      *  TO SRSECLOG).  THE CHANGE IS LEFT PENDING IF THE READING    *
      *  HAS GONE, HAS CHANGED SINCE IT WAS KEYED, OR NOW LIES IN A  *
      *  CLOSED PERIOD - THE CHECKER REJECTS IT AND IT IS KEYED      *
      *  AGAIN.  THE SRMNTLOG RECORD CARRIES BOTH OPERATOR IDS.      *
      *****************************************************************
       4480-APPROVE-ONE-PENDING.
           IF SR-PND-MAKER-ID = SR-OPERATOR-ID
               DISPLAY "YOU KEYED THIS CHANGE - A DIFFERENT SUPERVISOR "
                   "MUST APPROVE IT"
               MOVE "APPROVE OWN CHANGE  " TO SR-SEC-W-ACTION
               MOVE "DENIED  " TO SR-SEC-W-RESULT
               PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
               GO TO 4480-EXIT
           END-IF.
      
           MOVE SR-PND-READING-ID TO SR-MAS-READING-ID.
           READ SR-MASTER-FILE
               INVALID KEY
                   DISPLAY "READING NO LONGER ON MASTER - LEFT PENDING"
                   GO TO 4480-EXIT
           END-READ.
           IF SR-MASTER-RECORD NOT = SR-PND-BEFORE-IMAGE
               DISPLAY "READING HAS CHANGED SINCE THIS WAS KEYED - "
                   "LEFT PENDING"
               GO TO 4480-EXIT
           END-IF.
           PERFORM 4320-CHECK-CLOSED-PERIOD THRU 4320-EXIT.
           IF SR-PCK-CLOSED
               DISPLAY "READING IS NOW IN CLOSED PERIOD "
                   SR-PCK-PERIOD-ID " - LEFT PENDING"
               GO TO 4480-EXIT
           END-IF.
      
           MOVE SR-MASTER-RECORD TO SR-MNL-BEFORE-WS.
           MOVE SR-PND-MAKER-ID  TO SR-MNL-W-MAKER-ID.
           MOVE SR-PND-ACTION    TO SR-MNL-W-ACTION.
           IF SR-PND-ACTION = "CORRECT "
               MOVE SR-PND-NEW-RESULT TO SR-MAS-RESULT-VALUE
               ACCEPT SR-MNT-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT SR-MNT-TIME-FLD FROM TIME
               MOVE SR-MNT-RUN-DATE TO SR-MAS-LAST-DATE
               MOVE SR-MNT-TIME-FLD TO SR-MAS-LAST-TIME
               MOVE SR-PND-MAKER-ID TO SR-MAS-OPERATOR-ID
               REWRITE SR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS "
                           SR-MASTER-STATUS " - LEFT PENDING"
                       GO TO 4480-EXIT
               END-REWRITE
               MOVE SR-MASTER-RECORD TO SR-MNL-AFTER-WS
               DISPLAY "READING " SR-MNT-KEY " CORRECTED"
           ELSE
               DELETE SR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED, STATUS " SR-MASTER-STATUS
                           " - LEFT PENDING"
                       GO TO 4480-EXIT
               END-DELETE
               MOVE SPACES TO SR-MNL-AFTER-WS
               DISPLAY "READING " SR-MNT-KEY " DELETED"
           END-IF.
           PERFORM 7500-LOG-MAINTENANCE THRU 7500-EXIT.
           PERFORM 4485-MARK-DECIDED THRU 4485-EXIT.
           SET SR-PND-APPROVED TO TRUE.
       4480-EXIT.
           EXIT.
      
      *****************************************************************
      *  4485-MARK-DECIDED - STAMP THE CHECKER AND DATE/TIME ON THE  *
      *  PENDING RECORD; THE CALLER SETS THE NEW STATUS.             *
      *****************************************************************
       4485-MARK-DECIDED.
           ACCEPT SR-PNW-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SR-PNW-TIME-FLD FROM TIME.
           MOVE SR-OPERATOR-ID  TO SR-PND-CHECKER-ID.
           MOVE SR-PNW-RUN-DATE TO SR-PND-DECIDED-DATE.
           MOVE SR-PNW-TIME-FLD TO SR-PND-DECIDED-TIME.
           ADD 1 TO SR-PNW-CHANGED-COUNT.
       4485-EXIT.
           EXIT.
      
       4490-COPY-ONE-PENDING-BACK.
           READ SR-PNDWRK-FILE
               AT END
                   SET SR-PNW-END-OF-FILE TO TRUE
                   GO TO 4490-EXIT
           END-READ.
           WRITE SR-PENDING-RECORD FROM SR-PNDWRK-RECORD.
       4490-EXIT.
           EXIT.
      
      *****************************************************************
006663*  4500-STATION-MENU - STATION MASTER INQUIRY AND MAINTENANCE. *
006664*  LOADS SRSTNMAS INTO THE TABLE FOR THE SESSION, LOOPS ON A   *
006665*  SUB-MENU (LIST, ADD, CHANGE, STATUS, HELD READINGS) AND     *
006666*  WRITES THE FILE BACK OUT WHEN ANYTHING WAS CHANGED.  THE    *
      *  SRCALIB CALIBRATIONS ARE LOADED ALONGSIDE FOR THE           *
      *  CALIBRATION CHOICES, WHICH REWRITE THAT FILE AS EACH CHANGE *
      *  IS MADE.                                                    *
006667*****************************************************************
006668 4500-STATION-MENU.
006669     PERFORM 4510-LOAD-STATIONS THRU 4510-EXIT.
           PERFORM 4570-LOAD-CALIBS THRU 4570-EXIT.
006670     MOVE "N" TO SR-STM-DONE-SWITCH.
006671     MOVE "N" TO SR-STM-CHANGED-SWITCH.
006672     PERFORM 4550-STATION-ONE-ACTION THRU 4550-EXIT
006715         MOVE SR-STN-LAST-DATE    TO SR-STM-T-DATE (SR-STM-COUNT)
006716         MOVE SR-STN-LAST-TIME    TO SR-STM-T-TIME (SR-STM-COUNT)
006717         MOVE SR-STN-OPERATOR-ID  TO SR-STM-T-OPER (SR-STM-COUNT)
               MOVE SR-STN-HOLD-REASON
                   TO SR-STM-T-HOLD-REASON (SR-STM-COUNT)
               MOVE SR-STN-HOLD-UNTIL
                   TO SR-STM-T-HOLD-UNTIL (SR-STM-COUNT)
               MOVE SR-STN-CUTOFF-TIME
                   TO SR-STM-T-CUTOFF (SR-STM-COUNT)
               MOVE SR-STN-MANAGER TO SR-STM-T-MANAGER (SR-STM-COUNT)
006718     ELSE
006719         DISPLAY "STATION TABLE FULL - RECORD IGNORED"
006720     END-IF.
006743     MOVE SR-STM-T-DATE (SR-STM-SUB)     TO SR-STN-LAST-DATE.
006744     MOVE SR-STM-T-TIME (SR-STM-SUB)     TO SR-STN-LAST-TIME.
006745     MOVE SR-STM-T-OPER (SR-STM-SUB)     TO SR-STN-OPERATOR-ID.
           MOVE SR-STM-T-HOLD-REASON (SR-STM-SUB)
               TO SR-STN-HOLD-REASON.
           MOVE SR-STM-T-HOLD-UNTIL (SR-STM-SUB)
               TO SR-STN-HOLD-UNTIL.
           MOVE SR-STM-T-CUTOFF (SR-STM-SUB)   TO SR-STN-CUTOFF-TIME.
           MOVE SR-STM-T-MANAGER (SR-STM-SUB)  TO SR-STN-MANAGER.
006746     WRITE SR-STATION-MASTER-RECORD.
006747 4525-EXIT.
006748     EXIT.
006750*****************************************************************
006751*  4550-STATION-ONE-ACTION - ONE TRIP ROUND THE STATION        *
006752*  MASTER SUB-MENU.  LISTING IS OPEN TO EVERY OPERATOR;        *
006753*  ADD/CHANGE/STATUS TAKE SUPERVISOR AUTHORITY, SAME AS THE    *
006754*  READINGS MASTER CORRECT AND DELETE.  SO DO ADDING AND       *
      *  CANCELLING A CALIBRATION (LISTING THEM IS OPEN TO ALL) AND  *
      *  RELEASING OR PURGING HELD READINGS.                         *
006755*****************************************************************
006756 4550-STATION-ONE-ACTION.
006757     DISPLAY X'0A' "STATION MASTER".
006758     DISPLAY "  1.  LIST STATIONS".
006759     DISPLAY "  2.  ADD A STATION".
006760     DISPLAY "  3.  CHANGE A STATION".
           DISPLAY "  4.  CHANGE STATION STATUS (ACTIVE/RETIRED/HELD)".
006761     DISPLAY "  5.  LIST CALIBRATIONS".
           DISPLAY "  6.  ADD A FUTURE-DATED CALIBRATION".
           DISPLAY "  7.  CANCEL A CALIBRATION NOT YET IN FORCE".
           DISPLAY "  8.  RELEASE OR PURGE HELD READINGS".
006762     DISPLAY "  9.  RETURN TO MAIN MENU".
006763     DISPLAY "ENTER CHOICE: ".
006764     ACCEPT SR-STM-CHOICE.
006765
006786             END-IF
006787         WHEN 4
006788             IF SR-AUTH-SUPERVISOR
006789                 PERFORM 4750-STATION-STATUS THRU 4750-EXIT
006790             ELSE
006791                 DISPLAY "STATUS CHANGE NEEDS SUPERVISOR "
                           "AUTHORITY"
006792                 MOVE "STATION STATUS      " TO SR-SEC-W-ACTION
006793                 MOVE "DENIED  " TO SR-SEC-W-RESULT
006794                 PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
006795             END-IF
006796         WHEN 5
                   PERFORM 4560-CALIB-LIST THRU 4560-EXIT
               WHEN 6
                   IF SR-AUTH-SUPERVISOR
                       PERFORM 4564-CALIB-ADD THRU 4564-EXIT
                   ELSE
                       DISPLAY "CALIBRATION ADD NEEDS SUPERVISOR "
                           "AUTHORITY"
                       MOVE "CALIBRATION ADD     " TO SR-SEC-W-ACTION
                       MOVE "DENIED  " TO SR-SEC-W-RESULT
                       PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
                   END-IF
               WHEN 7
                   IF SR-AUTH-SUPERVISOR
                       PERFORM 4566-CALIB-CANCEL THRU 4566-EXIT
                   ELSE
                       DISPLAY "CALIBRATION CANCEL NEEDS SUPERVISOR "
                           "AUTHORITY"
                       MOVE "CALIBRATION CANCEL  " TO SR-SEC-W-ACTION
                       MOVE "DENIED  " TO SR-SEC-W-RESULT
                       PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
                   END-IF
               WHEN 8
                   IF SR-AUTH-SUPERVISOR
                       PERFORM 4584-HELD-READINGS THRU 4584-EXIT
                   ELSE
                       DISPLAY "HELD READINGS NEED SUPERVISOR AUTHORITY"
                       MOVE "HELD READINGS       " TO SR-SEC-W-ACTION
                       MOVE "DENIED  " TO SR-SEC-W-RESULT
                       PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
                   END-IF
               WHEN 9
006797             SET SR-STM-DONE TO TRUE
006798         WHEN OTHER
006799             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THRU 9"
006800     END-EVALUATE.
006801 4550-EXIT.
006802     EXIT.
006803
006804*****************************************************************
      *  4560-CALIB-LIST - THE CALIBRATIONS FOR ONE STATION (BLANK   *
      *  LISTS EVERY STATION), ONE LINE EACH WITH THE FACTOR, THE    *
      *  EFFECTIVE DATE AND WHETHER IT IS IN FORCE, STILL PENDING    *
      *  OR CANCELLED.                                               *
      *****************************************************************
       4560-CALIB-LIST.
           DISPLAY "ENTER STATION CODE (BLANK LISTS ALL): ".
           MOVE SPACES TO SR-STM-KEY.
           ACCEPT SR-STM-KEY.
           ACCEPT SR-CLM-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO SR-CLM-SHOWN.
           PERFORM 4562-LIST-ONE-CALIB THRU 4562-EXIT
               VARYING SR-CLM-SUB FROM 1 BY 1
                   UNTIL SR-CLM-SUB > SR-CLM-COUNT.
           IF SR-CLM-SHOWN = ZERO
               DISPLAY "NO CALIBRATIONS ON FILE"
           END-IF.
       4560-EXIT.
           EXIT.
      
       4562-LIST-ONE-CALIB.
           IF SR-STM-KEY NOT = SPACES
                   AND SR-CLM-T-STATION (SR-CLM-SUB) NOT = SR-STM-KEY
               GO TO 4562-EXIT
           END-IF.
           ADD 1 TO SR-CLM-SHOWN.
           MOVE SR-CLM-T-EFF-DATE (SR-CLM-SUB) TO SR-CLM-EFF-DATE.
           IF SR-CLM-T-STATUS (SR-CLM-SUB) = "X"
               MOVE "CANCELLED" TO SR-CLM-W-STATE
           ELSE
               IF SR-CLM-EFF-DATE > SR-CLM-RUN-DATE
                   MOVE "PENDING  " TO SR-CLM-W-STATE
               ELSE
                   MOVE "IN FORCE " TO SR-CLM-W-STATE
               END-IF
           END-IF.
           MOVE SR-CLM-T-MULT (SR-CLM-SUB)   TO SR-CLM-MULT-ED.
           MOVE SR-CLM-T-OFFSET (SR-CLM-SUB) TO SR-CLM-OFFSET-ED.
           DISPLAY SR-CLM-T-ID (SR-CLM-SUB)
               " " SR-CLM-T-STATION (SR-CLM-SUB)
               " " SR-CLM-T-METER (SR-CLM-SUB)
               " FROM " SR-CLM-T-EFF-DATE (SR-CLM-SUB)
               " " SR-CLM-W-STATE.
           DISPLAY "  MULTIPLIER: " SR-CLM-MULT-ED
               "  OFFSET: " SR-CLM-OFFSET-ED
               "  LAST " SR-CLM-T-DATE (SR-CLM-SUB)
               " BY " SR-CLM-T-OPER (SR-CLM-SUB).
       4562-EXIT.
           EXIT.
      
      *****************************************************************
      *  4564-CALIB-ADD - KEY A NEW CALIBRATION FOR A STATION ON THE *
      *  MASTER.  THE EFFECTIVE DATE MUST BE LATER THAN TODAY - A    *
      *  FACTOR IS NEVER PUT IN FORCE RETROSPECTIVELY.  A BLANK      *
      *  METER TYPE APPLIES THE FACTOR TO ANY METER AT THE STATION.  *
      *  THE NEXT ID IN SEQUENCE IS ASSIGNED, THE FILE REWRITTEN AND *
      *  THE ADD LOGGED TO SRCLBLOG.                                 *
      *****************************************************************
       4564-CALIB-ADD.
           DISPLAY "ENTER STATION CODE: ".
           MOVE SPACES TO SR-STM-KEY.
           ACCEPT SR-STM-KEY.
           PERFORM 4850-FIND-STATION THRU 4850-EXIT.
           IF SR-STM-FOUND-SUB = ZERO
               DISPLAY "STATION " SR-STM-KEY " NOT ON THE MASTER"
               GO TO 4564-EXIT
           END-IF.
           IF SR-CLM-COUNT >= 200
               DISPLAY "CALIBRATION TABLE FULL - NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
      
           DISPLAY "ENTER METER TYPE (BLANK = ANY METER, STATION HAS "
               SR-STM-T-METER (SR-STM-FOUND-SUB) "): ".
           MOVE SPACES TO SR-STM-INPUT.
           ACCEPT SR-STM-INPUT.
      
           ACCEPT SR-CLM-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, AFTER TODAY): ".
           MOVE SPACES TO SR-CLM-KEY.
           ACCEPT SR-CLM-KEY.
           IF SR-CLM-KEY NOT NUMERIC
               DISPLAY SR-CLM-KEY "  INVALID DATE - NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
           MOVE SR-CLM-KEY TO SR-CLM-EFF-DATE.
           IF SR-CLM-EFF-MM < 1 OR SR-CLM-EFF-MM > 12
                   OR SR-CLM-EFF-DD < 1 OR SR-CLM-EFF-DD > 31
               DISPLAY SR-CLM-KEY "  INVALID DATE - NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
           IF SR-CLM-EFF-DATE NOT > SR-CLM-RUN-DATE
               DISPLAY "EFFECTIVE DATE MUST BE AFTER TODAY - "
                   "NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
      
           DISPLAY "ENTER MULTIPLIER: ".
           MOVE SPACES TO SR-CLM-INPUT.
           ACCEPT SR-CLM-INPUT.
           MOVE FUNCTION TEST-NUMVAL (SR-CLM-INPUT)
             TO SR-CLM-NUMVAL-CHECK.
           IF SR-CLM-NUMVAL-CHECK NOT = ZERO
               DISPLAY SR-CLM-INPUT "  INVALID VALUE - NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
           COMPUTE SR-CLM-MULT-WORK = FUNCTION NUMVAL (SR-CLM-INPUT)
               ON SIZE ERROR
                   MOVE ZERO TO SR-CLM-MULT-WORK
           END-COMPUTE.
           IF SR-CLM-MULT-WORK NOT > ZERO
                   OR SR-CLM-MULT-WORK > 999.999999
               DISPLAY "MULTIPLIER MUST BE ABOVE ZERO AND BELOW 1000 "
                   "- NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
      
           DISPLAY "ENTER OFFSET (BLANK = ZERO): ".
           MOVE SPACES TO SR-CLM-INPUT.
           ACCEPT SR-CLM-INPUT.
           MOVE ZERO TO SR-CLM-OFFSET-WORK.
           IF SR-CLM-INPUT NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL (SR-CLM-INPUT)
                 TO SR-CLM-NUMVAL-CHECK
               IF SR-CLM-NUMVAL-CHECK NOT = ZERO
                   DISPLAY SR-CLM-INPUT
                       "  INVALID VALUE - NOTHING ADDED"
                   GO TO 4564-EXIT
               END-IF
               COMPUTE SR-CLM-OFFSET-WORK =
                   FUNCTION NUMVAL (SR-CLM-INPUT)
                   ON SIZE ERROR
                       MOVE 999999999999 TO SR-CLM-OFFSET-WORK
               END-COMPUTE
           END-IF.
           IF SR-CLM-OFFSET-WORK > 999999999.999999
                   OR SR-CLM-OFFSET-WORK < -999999999.999999
               DISPLAY "OFFSET OUT OF RANGE - NOTHING ADDED"
               GO TO 4564-EXIT
           END-IF.
      
           ADD 1 TO SR-CLM-HIGH-NO.
           MOVE "C" TO SR-CLM-ID-PREFIX.
           MOVE SR-CLM-HIGH-NO TO SR-CLM-ID-NUMBER.
           ADD 1 TO SR-CLM-COUNT.
           MOVE SR-CLM-COUNT TO SR-CLM-FOUND-SUB.
           MOVE SR-CLM-ID-WORK TO SR-CLM-T-ID (SR-CLM-FOUND-SUB).
           MOVE SR-STM-KEY TO SR-CLM-T-STATION (SR-CLM-FOUND-SUB).
           MOVE SR-STM-INPUT TO SR-CLM-T-METER (SR-CLM-FOUND-SUB).
           MOVE SR-CLM-KEY TO SR-CLM-T-EFF-DATE (SR-CLM-FOUND-SUB).
           MOVE SR-CLM-MULT-WORK TO SR-CLM-T-MULT (SR-CLM-FOUND-SUB).
           MOVE SR-CLM-OFFSET-WORK
               TO SR-CLM-T-OFFSET (SR-CLM-FOUND-SUB).
           MOVE "A" TO SR-CLM-T-STATUS (SR-CLM-FOUND-SUB).
           PERFORM 4568-STAMP-CALIB THRU 4568-EXIT.
           PERFORM 4574-SAVE-CALIBS THRU 4574-EXIT.
           MOVE "ADD     " TO SR-CLM-W-ACTION.
           PERFORM 4582-LOG-CALIB-CHANGE THRU 4582-EXIT.
           DISPLAY "CALIBRATION " SR-CLM-ID-WORK " ADDED FOR STATION "
               SR-STM-KEY " FROM " SR-CLM-KEY.
       4564-EXIT.
           EXIT.
      
      *****************************************************************
      *  4566-CALIB-CANCEL - CANCEL AN ACTIVE CALIBRATION THAT HAS   *
      *  NOT YET TAKEN EFFECT, AFTER CONFIRMATION.  ONE ALREADY IN   *
      *  FORCE STAYS ON FILE UNCHANGED - IT IS SUPERSEDED BY ADDING  *
      *  A NEW ONE WITH A LATER DATE.                                *
      *****************************************************************
       4566-CALIB-CANCEL.
           DISPLAY "ENTER CALIBRATION ID TO CANCEL: ".
           MOVE SPACES TO SR-CLM-KEY.
           ACCEPT SR-CLM-KEY.
           PERFORM 4578-FIND-CALIB THRU 4578-EXIT.
           ACCEPT SR-CLM-RUN-DATE FROM DATE YYYYMMDD.
           IF SR-CLM-FOUND-SUB = ZERO
               DISPLAY "CALIBRATION " SR-CLM-KEY " NOT ON FILE"
               GO TO 4566-EXIT
           END-IF.
           MOVE SR-CLM-FOUND-SUB TO SR-CLM-SUB.
           MOVE SPACES TO SR-STM-KEY.
           PERFORM 4562-LIST-ONE-CALIB THRU 4562-EXIT.
           IF SR-CLM-T-STATUS (SR-CLM-FOUND-SUB) = "X"
               DISPLAY "CALIBRATION " SR-CLM-KEY " ALREADY CANCELLED"
               GO TO 4566-EXIT
           END-IF.
           IF SR-CLM-EFF-DATE NOT > SR-CLM-RUN-DATE
               DISPLAY "CALIBRATION " SR-CLM-KEY " IS IN FORCE - "
                   "NOT CANCELLED"
               GO TO 4566-EXIT
           END-IF.
      
           DISPLAY "CANCEL THIS CALIBRATION?  ENTER Y TO CONFIRM: ".
           MOVE SPACE TO SR-CLM-CONFIRM.
           ACCEPT SR-CLM-CONFIRM.
           IF SR-CLM-CONFIRM NOT = "Y"
               DISPLAY "NOT CONFIRMED - CALIBRATION UNCHANGED"
               GO TO 4566-EXIT
           END-IF.
      
           MOVE "X" TO SR-CLM-T-STATUS (SR-CLM-FOUND-SUB).
           PERFORM 4568-STAMP-CALIB THRU 4568-EXIT.
           PERFORM 4574-SAVE-CALIBS THRU 4574-EXIT.
           MOVE "CANCEL  " TO SR-CLM-W-ACTION.
           PERFORM 4582-LOG-CALIB-CHANGE THRU 4582-EXIT.
           DISPLAY "CALIBRATION " SR-CLM-KEY " CANCELLED".
       4566-EXIT.
           EXIT.
      
      *****************************************************************
      *  4568-STAMP-CALIB - TODAY'S DATE/TIME AND THIS SESSION'S     *
      *  OPERATOR ID ONTO THE ENTRY AT SR-CLM-FOUND-SUB.             *
      *****************************************************************
       4568-STAMP-CALIB.
           ACCEPT SR-CLM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SR-CLM-TIME-FLD FROM TIME.
           MOVE SR-CLM-RUN-DATE TO SR-CLM-T-DATE (SR-CLM-FOUND-SUB).
           MOVE SR-CLM-TIME-FLD TO SR-CLM-T-TIME (SR-CLM-FOUND-SUB).
           MOVE SR-OPERATOR-ID  TO SR-CLM-T-OPER (SR-CLM-FOUND-SUB).
       4568-EXIT.
           EXIT.
      
      *****************************************************************
      *  4570-LOAD-CALIBS - THE SRCALIB FILE INTO THE TABLE, NOTING  *
      *  THE HIGHEST ID NUMBER IN USE FOR THE NEXT ADD.  NO FILE YET *
      *  MEANS AN EMPTY TABLE - THE FIRST ADD CREATES IT.            *
      *****************************************************************
       4570-LOAD-CALIBS.
           MOVE ZERO TO SR-CLM-COUNT.
           MOVE ZERO TO SR-CLM-HIGH-NO.
           OPEN INPUT SR-CALIB-FILE.
           IF SR-CALIB-STATUS = "05"
               CLOSE SR-CALIB-FILE
               GO TO 4570-EXIT
           END-IF.
           PERFORM 4572-LOAD-ONE-CALIB THRU 4572-EXIT
               UNTIL SR-CALIB-STATUS NOT = "00".
           CLOSE SR-CALIB-FILE.
       4570-EXIT.
           EXIT.
      
       4572-LOAD-ONE-CALIB.
           READ SR-CALIB-FILE
               AT END
                   GO TO 4572-EXIT
           END-READ.
           IF SR-CALIB-STATUS NOT = "00"
               GO TO 4572-EXIT
           END-IF.
           MOVE SR-CLB-CALIB-ID TO SR-CLM-ID-WORK.
           IF SR-CLM-ID-DIGITS NUMERIC
                   AND SR-CLM-ID-NUMBER > SR-CLM-HIGH-NO
               MOVE SR-CLM-ID-NUMBER TO SR-CLM-HIGH-NO
           END-IF.
           IF SR-CLM-COUNT < 200
               ADD 1 TO SR-CLM-COUNT
               MOVE SR-CLB-CALIB-ID TO SR-CLM-T-ID (SR-CLM-COUNT)
               MOVE SR-CLB-STATION-CODE
                   TO SR-CLM-T-STATION (SR-CLM-COUNT)
               MOVE SR-CLB-METER-TYPE TO SR-CLM-T-METER (SR-CLM-COUNT)
               MOVE SR-CLB-EFFECTIVE-DATE
                   TO SR-CLM-T-EFF-DATE (SR-CLM-COUNT)
               MOVE SR-CLB-MULTIPLIER TO SR-CLM-T-MULT (SR-CLM-COUNT)
               MOVE SR-CLB-OFFSET TO SR-CLM-T-OFFSET (SR-CLM-COUNT)
               MOVE SR-CLB-STATUS TO SR-CLM-T-STATUS (SR-CLM-COUNT)
               MOVE SR-CLB-LAST-DATE TO SR-CLM-T-DATE (SR-CLM-COUNT)
               MOVE SR-CLB-LAST-TIME TO SR-CLM-T-TIME (SR-CLM-COUNT)
               MOVE SR-CLB-OPERATOR-ID
                   TO SR-CLM-T-OPER (SR-CLM-COUNT)
           ELSE
               DISPLAY "CALIBRATION TABLE FULL - RECORD IGNORED"
           END-IF.
       4572-EXIT.
           EXIT.
      
      *****************************************************************
      *  4574-SAVE-CALIBS - THE TABLE BACK OUT TO SRCALIB.  THE      *
      *  IMAGE OF THE ENTRY JUST CHANGED IS KEPT FOR SRCLBLOG.       *
      *****************************************************************
       4574-SAVE-CALIBS.
           OPEN OUTPUT SR-CALIB-FILE.
           IF SR-CALIB-STATUS NOT = "00"
               DISPLAY "SRCALIB OPEN FAILED, STATUS " SR-CALIB-STATUS
               GO TO 4574-EXIT
           END-IF.
           PERFORM 4576-SAVE-ONE-CALIB THRU 4576-EXIT
               VARYING SR-CLM-SUB FROM 1 BY 1
                   UNTIL SR-CLM-SUB > SR-CLM-COUNT.
           CLOSE SR-CALIB-FILE.
       4574-EXIT.
           EXIT.
      
       4576-SAVE-ONE-CALIB.
           MOVE SPACES TO SR-CALIBRATION-RECORD.
           MOVE SR-CLM-T-ID (SR-CLM-SUB)       TO SR-CLB-CALIB-ID.
           MOVE SR-CLM-T-STATION (SR-CLM-SUB)  TO SR-CLB-STATION-CODE.
           MOVE SR-CLM-T-METER (SR-CLM-SUB)    TO SR-CLB-METER-TYPE.
           MOVE SR-CLM-T-EFF-DATE (SR-CLM-SUB) TO SR-CLB-EFFECTIVE-DATE.
           MOVE SR-CLM-T-MULT (SR-CLM-SUB)     TO SR-CLB-MULTIPLIER.
           MOVE SR-CLM-T-OFFSET (SR-CLM-SUB)   TO SR-CLB-OFFSET.
           MOVE SR-CLM-T-STATUS (SR-CLM-SUB)   TO SR-CLB-STATUS.
           MOVE SR-CLM-T-DATE (SR-CLM-SUB)     TO SR-CLB-LAST-DATE.
           MOVE SR-CLM-T-TIME (SR-CLM-SUB)     TO SR-CLB-LAST-TIME.
           MOVE SR-CLM-T-OPER (SR-CLM-SUB)     TO SR-CLB-OPERATOR-ID.
           IF SR-CLM-SUB = SR-CLM-FOUND-SUB
               MOVE SR-CALIBRATION-RECORD TO SR-CLM-IMAGE-WS
           END-IF.
           WRITE SR-CALIBRATION-RECORD.
       4576-EXIT.
           EXIT.
      
      *****************************************************************
      *  4578-FIND-CALIB - LOOK FOR SR-CLM-KEY ON THE TABLE AND      *
      *  LEAVE ITS SUBSCRIPT IN SR-CLM-FOUND-SUB (ZERO = NOT THERE). *
      *****************************************************************
       4578-FIND-CALIB.
           MOVE ZERO TO SR-CLM-FOUND-SUB.
           PERFORM 4580-MATCH-ONE-CALIB THRU 4580-EXIT
               VARYING SR-CLM-SUB FROM 1 BY 1
                   UNTIL SR-CLM-SUB > SR-CLM-COUNT
                       OR SR-CLM-FOUND-SUB > ZERO.
       4578-EXIT.
           EXIT.
      
       4580-MATCH-ONE-CALIB.
           IF SR-CLM-T-ID (SR-CLM-SUB) = SR-CLM-KEY
               MOVE SR-CLM-SUB TO SR-CLM-FOUND-SUB
           END-IF.
       4580-EXIT.
           EXIT.
      
      *****************************************************************
      *  4582-LOG-CALIB-CHANGE - APPEND ONE RECORD TO THE SRCLBLOG   *
      *  CALIBRATION LOG FOR THE ENTRY AT SR-CLM-FOUND-SUB, WITH     *
      *  ITS IMAGE AS SAVED.  THE CALLER LOADS SR-CLM-W-ACTION.      *
      *****************************************************************
       4582-LOG-CALIB-CHANGE.
           OPEN EXTEND SR-CLBLOG-FILE.
           IF SR-CLBLOG-STATUS NOT = "00"
                   AND SR-CLBLOG-STATUS NOT = "05"
               DISPLAY "SRCLBLOG OPEN FAILED, STATUS "
                   SR-CLBLOG-STATUS
               GO TO 4582-EXIT
           END-IF.
           MOVE SPACES TO SR-CALIB-LOG-RECORD.
           MOVE SR-CLM-T-DATE (SR-CLM-FOUND-SUB) TO SR-CLG-DATE.
           MOVE SR-CLM-T-TIME (SR-CLM-FOUND-SUB) TO SR-CLG-TIME.
           MOVE SR-OPERATOR-ID TO SR-CLG-OPERATOR-ID.
           MOVE SR-CLM-W-ACTION TO SR-CLG-ACTION.
           MOVE SR-CLM-T-ID (SR-CLM-FOUND-SUB) TO SR-CLG-CALIB-ID.
           MOVE SR-CLM-T-STATION (SR-CLM-FOUND-SUB)
               TO SR-CLG-STATION-CODE.
           MOVE SR-CLM-IMAGE-WS TO SR-CLG-CALIB-IMAGE.
           WRITE SR-CALIB-LOG-RECORD.
           CLOSE SR-CLBLOG-FILE.
       4582-EXIT.
           EXIT.
      
      *****************************************************************
      *  4584-HELD-READINGS - RELEASE OR PURGE ONE STATION'S QUEUE    *
      *  OF HELD READINGS ON SRHELD.  THE QUEUE IS LISTED FIRST.  A   *
      *  RELEASE WRITES EACH READING, EXACTLY AS RECEIVED, TO THE     *
      *  JOB-QUALIFIED SRHLDRSB FOR THE NEXT RUN AND IS REFUSED       *
      *  WHILE THE STATION IS STILL ON HOLD (IT WOULD ONLY BE QUEUED  *
      *  AGAIN); A PURGE TAKES A REASON.  EITHER WAY EVERY READING    *
      *  IS LOGGED TO SRHLDLOG AND COMES OFF SRHELD, WHICH IS COPIED  *
      *  THROUGH THE WORK FILE WITHOUT THEM.  SRHELD IS SHARED WITH   *
      *  THE BATCH, SO DO THIS OUTSIDE THE BATCH WINDOW.              *
      *****************************************************************
       4584-HELD-READINGS.
           PERFORM 8000-QUALIFY-FILE-NAMES THRU 8000-EXIT.
           DISPLAY "ENTER STATION CODE: ".
           MOVE SPACES TO SR-STM-KEY.
           ACCEPT SR-STM-KEY.
           IF SR-STM-KEY = SPACES
               DISPLAY "STATION CODE REQUIRED"
               GO TO 4584-EXIT
           END-IF.
           PERFORM 4850-FIND-STATION THRU 4850-EXIT.
      
           PERFORM 4586-LIST-HELD THRU 4586-EXIT.
           IF SR-HQ-COUNT = ZERO
               DISPLAY "NO READINGS HELD FOR STATION " SR-STM-KEY
               GO TO 4584-EXIT
           END-IF.
           MOVE SR-HQ-COUNT TO SR-HQ-COUNT-ED.
           DISPLAY "READINGS HELD:       " SR-HQ-COUNT-ED.
      
           DISPLAY "R=RELEASE FOR THE NEXT RUN  P=PURGE  "
               "ANYTHING ELSE LEAVES THEM: ".
           MOVE SPACE TO SR-HQ-DECISION.
           ACCEPT SR-HQ-DECISION.
           EVALUATE SR-HQ-DECISION
               WHEN "R"
                   IF SR-STM-FOUND-SUB > ZERO
                       IF SR-STM-T-STATUS (SR-STM-FOUND-SUB) = "H"
                           DISPLAY "STATION " SR-STM-KEY " IS STILL ON "
                               "HOLD - LIFT THE HOLD FIRST (OPTION 4)"
                           GO TO 4584-EXIT
                       END-IF
                   END-IF
                   MOVE "RELEASE " TO SR-HQ-ACTION
                   MOVE SPACES TO SR-HRB-FNAME
                   STRING "SRHLDRSB."       DELIMITED BY SIZE
                          SR-QUAL-JOB-NAME DELIMITED BY SPACE
                       INTO SR-HRB-FNAME
                   MOVE SR-HRB-FNAME TO SR-HQ-REASON
               WHEN "P"
                   MOVE "PURGE   " TO SR-HQ-ACTION
                   DISPLAY "ENTER PURGE REASON: "
                   MOVE SPACES TO SR-HQ-REASON
                   ACCEPT SR-HQ-REASON
                   IF SR-HQ-REASON = SPACES
                       DISPLAY "PURGE REASON REQUIRED - HELD READINGS "
                           "LEFT QUEUED"
                       GO TO 4584-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "HELD READINGS LEFT QUEUED"
                   GO TO 4584-EXIT
           END-EVALUATE.
      
           DISPLAY SR-HQ-ACTION " THE HELD READINGS FOR STATION "
               SR-STM-KEY "?  ENTER Y TO CONFIRM: ".
           MOVE SPACE TO SR-STM-CONFIRM.
           ACCEPT SR-STM-CONFIRM.
           IF SR-STM-CONFIRM NOT = "Y"
               DISPLAY "NOT CONFIRMED - HELD READINGS LEFT QUEUED"
               GO TO 4584-EXIT
           END-IF.
      
      *    THE LOG (AND, FOR A RELEASE, THE RELEASE FILE) MUST OPEN
      *    BEFORE ANYTHING COMES OFF THE QUEUE.
           OPEN EXTEND SR-HLDLOG-FILE.
           IF SR-HLDLOG-STATUS NOT = "00"
                   AND SR-HLDLOG-STATUS NOT = "05"
               DISPLAY "SRHLDLOG OPEN FAILED, STATUS " SR-HLDLOG-STATUS
                   " - HELD READINGS LEFT QUEUED"
               GO TO 4584-EXIT
           END-IF.
           IF SR-HQ-ACTION = "RELEASE "
               OPEN EXTEND SR-HLDRSB-FILE
               IF SR-HLDRSB-STATUS NOT = "00"
                       AND SR-HLDRSB-STATUS NOT = "05"
                   DISPLAY SR-HRB-FNAME " OPEN FAILED, STATUS "
                       SR-HLDRSB-STATUS " - HELD READINGS LEFT QUEUED"
                   CLOSE SR-HLDLOG-FILE
                   GO TO 4584-EXIT
               END-IF
           END-IF.
      
           ACCEPT SR-HQ-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SR-HQ-TIME-FLD FROM TIME.
           MOVE ZERO TO SR-HQ-MOVED-COUNT.
           MOVE "N" TO SR-HQ-EOF-SWITCH.
           OPEN INPUT SR-HELD-FILE.
           OPEN OUTPUT SR-HLDWRK-FILE.
           PERFORM 4590-MOVE-ONE-HELD THRU 4590-EXIT
               UNTIL SR-HQ-END-OF-FILE.
           CLOSE SR-HELD-FILE.
           CLOSE SR-HLDWRK-FILE.
           CLOSE SR-HLDLOG-FILE.
           IF SR-HQ-ACTION = "RELEASE "
               CLOSE SR-HLDRSB-FILE
           END-IF.
      
           MOVE "N" TO SR-HQ-EOF-SWITCH.
           OPEN INPUT SR-HLDWRK-FILE.
           OPEN OUTPUT SR-HELD-FILE.
           PERFORM 4596-COPY-ONE-HELD-BACK THRU 4596-EXIT
               UNTIL SR-HQ-END-OF-FILE.
           CLOSE SR-HLDWRK-FILE.
           CLOSE SR-HELD-FILE.
      
           MOVE SR-HQ-MOVED-COUNT TO SR-HQ-COUNT-ED.
           IF SR-HQ-ACTION = "RELEASE "
               DISPLAY "HELD READINGS RELEASED: " SR-HQ-COUNT-ED
               DISPLAY "COPY " SR-HRB-FNAME " TO SRINPUT AND RUN "
                   "CALCULATIONS TO PROCESS THEM"
           ELSE
               DISPLAY "HELD READINGS PURGED:   " SR-HQ-COUNT-ED
           END-IF.
       4584-EXIT.
           EXIT.
      
      *****************************************************************
      *  4586-LIST-HELD - SHOW AND COUNT THE READINGS QUEUED ON       *
      *  SRHELD FOR STATION SR-STM-KEY.                               *
      *****************************************************************
       4586-LIST-HELD.
           MOVE ZERO TO SR-HQ-COUNT.
           MOVE "N" TO SR-HQ-EOF-SWITCH.
           OPEN INPUT SR-HELD-FILE.
           IF SR-HELD-STATUS = "05"
               SET SR-HQ-END-OF-FILE TO TRUE
           END-IF.
           PERFORM 4588-LIST-ONE-HELD THRU 4588-EXIT
               UNTIL SR-HQ-END-OF-FILE.
           CLOSE SR-HELD-FILE.
       4586-EXIT.
           EXIT.
      
       4588-LIST-ONE-HELD.
           READ SR-HELD-FILE
               AT END
                   SET SR-HQ-END-OF-FILE TO TRUE
                   GO TO 4588-EXIT
           END-READ.
           IF SR-HLD-SOURCE-STATION NOT = SR-STM-KEY
               GO TO 4588-EXIT
           END-IF.
           ADD 1 TO SR-HQ-COUNT.
           DISPLAY "  " SR-HLD-READING-ID " " SR-HLD-VALUE
               " HELD " SR-HLD-DATE " JOB " SR-HLD-JOB-NAME.
       4588-EXIT.
           EXIT.
      
      *****************************************************************
      *  4590-MOVE-ONE-HELD - NEXT SRHELD RECORD.  ANOTHER STATION'S  *
      *  READING GOES TO THE WORK FILE UNCHANGED; ONE OF THIS         *
      *  STATION'S IS RELEASED (OR NOT, FOR A PURGE) AND LOGGED.      *
      *****************************************************************
       4590-MOVE-ONE-HELD.
           READ SR-HELD-FILE
               AT END
                   SET SR-HQ-END-OF-FILE TO TRUE
                   GO TO 4590-EXIT
           END-READ.
           IF SR-HLD-SOURCE-STATION NOT = SR-STM-KEY
               WRITE SR-HLDWRK-RECORD FROM SR-HELD-RECORD
               GO TO 4590-EXIT
           END-IF.
           IF SR-HQ-ACTION = "RELEASE "
               WRITE SR-HLDRSB-RECORD FROM SR-HLD-INPUT-IMAGE
           END-IF.
           PERFORM 4594-LOG-ONE-HELD THRU 4594-EXIT.
           ADD 1 TO SR-HQ-MOVED-COUNT.
       4590-EXIT.
           EXIT.
      
      *****************************************************************
      *  4594-LOG-ONE-HELD - APPEND ONE RECORD TO THE SRHLDLOG LOG    *
      *  FOR THE HELD READING JUST RELEASED OR PURGED.                *
      *****************************************************************
       4594-LOG-ONE-HELD.
           MOVE SPACES TO SR-HELD-LOG-RECORD.
           MOVE SR-HQ-RUN-DATE TO SR-HLG-DATE.
           MOVE SR-HQ-TIME-FLD TO SR-HLG-TIME.
           MOVE SR-OPERATOR-ID TO SR-HLG-OPERATOR-ID.
           MOVE SR-HQ-ACTION TO SR-HLG-ACTION.
           MOVE SR-HLD-SOURCE-STATION TO SR-HLG-STATION-CODE.
           MOVE SR-HLD-READING-ID TO SR-HLG-READING-ID.
           MOVE SR-HQ-REASON TO SR-HLG-REASON.
           MOVE SR-HELD-RECORD TO SR-HLG-HELD-IMAGE.
           WRITE SR-HELD-LOG-RECORD.
       4594-EXIT.
           EXIT.
      
       4596-COPY-ONE-HELD-BACK.
           READ SR-HLDWRK-FILE
               AT END
                   SET SR-HQ-END-OF-FILE TO TRUE
                   GO TO 4596-EXIT
           END-READ.
           WRITE SR-HELD-RECORD FROM SR-HLDWRK-RECORD.
       4596-EXIT.
           EXIT.
      
      *****************************************************************
006805*  4600-STATION-LIST - EVERY STATION ON THE TABLE, ONE LINE    *
006806*  EACH, WITH ITS STATUS AND LAST MAINTENANCE STAMP, AND A     *
      *  SECOND LINE FOR A HOLD OR A DELIVERY CUT-OFF AND MANAGER.   *
006807*****************************************************************
006808 4600-STATION-LIST.
006809     IF SR-STM-COUNT = ZERO
006824         " " SR-STM-T-METER (SR-STM-SUB)
006825         " LAST " SR-STM-T-DATE (SR-STM-SUB)
006826         " BY " SR-STM-T-OPER (SR-STM-SUB).
           IF SR-STM-T-STATUS (SR-STM-SUB) = "H"
               DISPLAY "     HELD UNTIL "
                   SR-STM-T-HOLD-UNTIL (SR-STM-SUB)
                   " - " SR-STM-T-HOLD-REASON (SR-STM-SUB)
           END-IF.
           IF SR-STM-T-CUTOFF (SR-STM-SUB) NOT = SPACES
                   OR SR-STM-T-MANAGER (SR-STM-SUB) NOT = SPACES
               DISPLAY "     CUT-OFF "
                   SR-STM-T-CUTOFF (SR-STM-SUB)
                   "  MANAGER " SR-STM-T-MANAGER (SR-STM-SUB)
           END-IF.
006827 4610-EXIT.
006828     EXIT.
006829
006830*****************************************************************
006831*  4650-STATION-ADD - KEY A NEW STATION ONTO THE TABLE.  THE   *
      *  DELIVERY CUT-OFF IS OPTIONAL - A STATION WITHOUT ONE IS     *
      *  ALWAYS ON TIME AT INTAKE.                                   *
006832*****************************************************************
006833 4650-STATION-ADD.
006834     DISPLAY "ENTER STATION CODE: ".
006863     MOVE SPACES TO SR-STM-INPUT.
006864     ACCEPT SR-STM-INPUT.
006865     MOVE SR-STM-INPUT TO SR-STM-T-METER (SR-STM-FOUND-SUB).
           DISPLAY "ENTER DELIVERY CUT-OFF (HHMM, BLANK = NONE): ".
           PERFORM 4660-KEY-CUTOFF THRU 4660-EXIT.
           IF SR-STM-CUTOFF-VALID
               MOVE SR-STM-CUTOFF-KEY
                   TO SR-STM-T-CUTOFF (SR-STM-FOUND-SUB)
           ELSE
               DISPLAY "INVALID CUT-OFF - NO CUT-OFF SET"
           END-IF.
           DISPLAY "ENTER STATION MANAGER: ".
           MOVE SPACES TO SR-STM-INPUT.
           ACCEPT SR-STM-INPUT.
           MOVE SR-STM-INPUT TO SR-STM-T-MANAGER (SR-STM-FOUND-SUB).
006866     MOVE "A" TO SR-STM-T-STATUS (SR-STM-FOUND-SUB).
006867     PERFORM 4800-STAMP-STATION THRU 4800-EXIT.
006868     SET SR-STM-CHANGED TO TRUE.
006871     EXIT.
006872
006873*****************************************************************
      *  4660-KEY-CUTOFF - ACCEPT A DELIVERY CUT-OFF AND EDIT IT AS  *
      *  A TIME OF DAY, HHMM.  SPACES PASS - THEY MEAN NO CUT-OFF,   *
      *  OR KEEP WHAT IS THERE ON A CHANGE.                          *
      *****************************************************************
       4660-KEY-CUTOFF.
           MOVE "N" TO SR-STM-CUTOFF-SWITCH.
           MOVE SPACES TO SR-STM-CUTOFF-KEY.
           ACCEPT SR-STM-CUTOFF-KEY.
           IF SR-STM-CUTOFF-KEY = SPACES
               SET SR-STM-CUTOFF-VALID TO TRUE
               GO TO 4660-EXIT
           END-IF.
           IF SR-STM-CUTOFF-KEY NOT NUMERIC
               GO TO 4660-EXIT
           END-IF.
           MOVE SR-STM-CUTOFF-KEY TO SR-STM-CUTOFF.
           IF SR-STM-CUTOFF-HH < 24 AND SR-STM-CUTOFF-MM < 60
               SET SR-STM-CUTOFF-VALID TO TRUE
           END-IF.
       4660-EXIT.
           EXIT.
      
      *****************************************************************
006874*  4700-STATION-CHANGE - REKEY THE DESCRIPTION, LOCATION,      *
      *  METER TYPE, DELIVERY CUT-OFF OR MANAGER OF AN EXISTING      *
      *  STATION.  A BLANK ANSWER KEEPS WHAT IS THERE; NONE TAKES    *
006876*  THE CUT-OFF AWAY.                                           *
006877*****************************************************************
006878 4700-STATION-CHANGE.
006879     DISPLAY "ENTER STATION CODE TO CHANGE: ".
006905     IF SR-STM-INPUT NOT = SPACES
006906         MOVE SR-STM-INPUT TO SR-STM-T-METER (SR-STM-FOUND-SUB)
006907     END-IF.
           DISPLAY "ENTER NEW DELIVERY CUT-OFF (HHMM, NONE CLEARS, "
               "BLANK KEEPS): ".
           PERFORM 4660-KEY-CUTOFF THRU 4660-EXIT.
           EVALUATE TRUE
               WHEN SR-STM-CUTOFF-KEY = "NONE"
                   MOVE SPACES TO SR-STM-T-CUTOFF (SR-STM-FOUND-SUB)
               WHEN NOT SR-STM-CUTOFF-VALID
                   DISPLAY "INVALID CUT-OFF - CUT-OFF UNCHANGED"
               WHEN SR-STM-CUTOFF-KEY NOT = SPACES
                   MOVE SR-STM-CUTOFF-KEY
                       TO SR-STM-T-CUTOFF (SR-STM-FOUND-SUB)
           END-EVALUATE.
           DISPLAY "ENTER NEW STATION MANAGER (BLANK KEEPS): ".
           MOVE SPACES TO SR-STM-INPUT.
           ACCEPT SR-STM-INPUT.
           IF SR-STM-INPUT NOT = SPACES
               MOVE SR-STM-INPUT TO SR-STM-T-MANAGER (SR-STM-FOUND-SUB)
           END-IF.
006908     PERFORM 4800-STAMP-STATION THRU 4800-EXIT.
006909     SET SR-STM-CHANGED TO TRUE.
006910     DISPLAY "STATION " SR-STM-KEY " CHANGED".
006912     EXIT.
006913
006914*****************************************************************
006915*  4750-STATION-STATUS - SET A STATION ACTIVE, RETIRED          *
006916*  (READINGS FROM IT WILL BE REJECTED) OR HELD (READINGS FROM   *
      *  IT ARE QUEUED TO SRHELD, NEITHER CALCULATED NOR REJECTED),   *
      *  AFTER CONFIRMATION.  A HOLD TAKES A REASON AND THE DATE IT   *
      *  IS EXPECTED TO BE LIFTED - THE DIGEST FLAGS IT AFTER THAT    *
      *  DATE; KEYING H AGAIN FOR A HELD STATION EXTENDS THE HOLD.    *
      *  LIFTING A HOLD DOES NOT RELEASE THE QUEUE - THAT IS THE      *
006917*  HELD READINGS OPTION (4584).                                 *
006918*****************************************************************
006919 4750-STATION-STATUS.
006920     DISPLAY "ENTER STATION CODE: ".
006921     MOVE SPACES TO SR-STM-KEY.
006922     ACCEPT SR-STM-KEY.
006927     END-IF.
006928     MOVE SR-STM-FOUND-SUB TO SR-STM-SUB.
006929     PERFORM 4610-LIST-ONE-STATION THRU 4610-EXIT.
           MOVE SR-STM-T-STATUS (SR-STM-FOUND-SUB) TO SR-HQ-OLD-STATUS.
006930
           DISPLAY "ENTER NEW STATUS (A=ACTIVE, R=RETIRED, H=HELD): ".
           MOVE SPACE TO SR-HQ-NEW-STATUS.
           ACCEPT SR-HQ-NEW-STATUS.
           IF NOT SR-HQ-STATUS-VALID
               DISPLAY "INVALID STATUS - STATION UNCHANGED"
               GO TO 4750-EXIT
006935     END-IF.
           IF SR-HQ-NEW-STATUS = SR-HQ-OLD-STATUS
                   AND SR-HQ-NEW-STATUS NOT = "H"
               DISPLAY "STATION IS ALREADY STATUS " SR-HQ-NEW-STATUS
                   " - STATION UNCHANGED"
               GO TO 4750-EXIT
           END-IF.
      
           IF SR-HQ-NEW-STATUS = "H"
               DISPLAY "ENTER HOLD REASON: "
               MOVE SPACES TO SR-HQ-REASON
               ACCEPT SR-HQ-REASON
               IF SR-HQ-REASON = SPACES
                   DISPLAY "HOLD REASON REQUIRED - STATION UNCHANGED"
                   GO TO 4750-EXIT
               END-IF
               ACCEPT SR-HQ-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY "ENTER EXPECTED RELEASE DATE "
                   "(YYYYMMDD, NOT BEFORE TODAY): "
               MOVE SPACES TO SR-HQ-DATE-KEY
               ACCEPT SR-HQ-DATE-KEY
               IF SR-HQ-DATE-KEY NOT NUMERIC
                   DISPLAY SR-HQ-DATE-KEY "  INVALID DATE - STATION "
                       "UNCHANGED"
                   GO TO 4750-EXIT
               END-IF
               MOVE SR-HQ-DATE-KEY TO SR-HQ-UNTIL-DATE
               IF SR-HQ-UNTIL-MM < 1 OR SR-HQ-UNTIL-MM > 12
                       OR SR-HQ-UNTIL-DD < 1 OR SR-HQ-UNTIL-DD > 31
                   DISPLAY SR-HQ-DATE-KEY "  INVALID DATE - STATION "
                       "UNCHANGED"
                   GO TO 4750-EXIT
               END-IF
               IF SR-HQ-UNTIL-DATE < SR-HQ-RUN-DATE
                   DISPLAY "RELEASE DATE MAY NOT BE BEFORE TODAY - "
                       "STATION UNCHANGED"
                   GO TO 4750-EXIT
               END-IF
           END-IF.
      
           DISPLAY "SET STATION " SR-STM-KEY " TO STATUS "
               SR-HQ-NEW-STATUS "?  ENTER Y TO CONFIRM: ".
006936     MOVE SPACE TO SR-STM-CONFIRM.
006937     ACCEPT SR-STM-CONFIRM.
006938     IF SR-STM-CONFIRM NOT = "Y"
006940         GO TO 4750-EXIT
006941     END-IF.
006942
006943     MOVE SR-HQ-NEW-STATUS TO SR-STM-T-STATUS (SR-STM-FOUND-SUB).
           EVALUATE SR-HQ-NEW-STATUS
               WHEN "H"
                   MOVE SR-HQ-REASON
                       TO SR-STM-T-HOLD-REASON (SR-STM-FOUND-SUB)
                   MOVE SR-HQ-DATE-KEY
006944                 TO SR-STM-T-HOLD-UNTIL (SR-STM-FOUND-SUB)
                   DISPLAY "STATION " SR-STM-KEY " HELD UNTIL "
                       SR-HQ-DATE-KEY " - ITS READINGS WILL BE QUEUED"
               WHEN "R"
006945             DISPLAY "STATION " SR-STM-KEY " RETIRED"
006946         WHEN OTHER
006948             DISPLAY "STATION " SR-STM-KEY " ACTIVE"
           END-EVALUATE.
           IF SR-HQ-NEW-STATUS NOT = "H"
               MOVE SPACES TO SR-STM-T-HOLD-REASON (SR-STM-FOUND-SUB)
               MOVE SPACES TO SR-STM-T-HOLD-UNTIL (SR-STM-FOUND-SUB)
               IF SR-HQ-OLD-STATUS = "H"
                   DISPLAY "READINGS ALREADY HELD STAY QUEUED - "
                       "RELEASE OR PURGE THEM FROM OPTION 8"
               END-IF
006949     END-IF.
006950     PERFORM 4800-STAMP-STATION THRU 4800-EXIT.
006951     SET SR-STM-CHANGED TO TRUE.
007170     EXIT.
007171
007172*****************************************************************
      *  4950-READING-HISTORY - LIST ONE READING'S POSTINGS FROM THE *
      *  SRRDHIST READING HISTORY, NEWEST FIRST, EACH WITH THE       *
      *  CHANGE IN VALUE AND ROOT FROM THE POSTING BEFORE IT.  THE   *
      *  FILE IS KEYED READING ID THEN POSTING DATE, SO A START ON   *
      *  THE ID READS ITS POSTINGS OLDEST FIRST INTO THE TABLE,      *
      *  WHICH IS THEN SHOWN BACKWARDS.                              *
      *****************************************************************
       4950-READING-HISTORY.
           OPEN INPUT SR-RDHIST-FILE.
           IF SR-RDHIST-STATUS = "35"
               DISPLAY "NO READING HISTORY FILE EXISTS YET - "
                   "RUN CALCULATIONS FIRST"
               GO TO 4950-EXIT
           END-IF.
           IF SR-RDHIST-STATUS NOT = "00"
               DISPLAY "READING HISTORY OPEN FAILED, STATUS "
                   SR-RDHIST-STATUS
               GO TO 4950-EXIT
           END-IF.
      
           DISPLAY "ENTER READING ID: ".
           MOVE SPACES TO SR-RHI-KEY.
           ACCEPT SR-RHI-KEY.
           MOVE ZERO TO SR-RHI-COUNT.
           MOVE ZERO TO SR-RHI-DROPPED.
           MOVE "N" TO SR-RHI-BASE-SWITCH.
           MOVE "N" TO SR-RHI-EOF-SWITCH.
           MOVE SR-RHI-KEY TO SR-RDH-READING-ID.
           MOVE LOW-VALUES TO SR-RDH-POST-DATE.
           START SR-RDHIST-FILE KEY NOT < SR-RDH-KEY
               INVALID KEY
                   SET SR-RHI-END-OF-FILE TO TRUE
           END-START.
           PERFORM 4955-LOAD-ONE-POSTING THRU 4955-EXIT
               UNTIL SR-RHI-END-OF-FILE.
           CLOSE SR-RDHIST-FILE.
      
           IF SR-RHI-COUNT = ZERO
               DISPLAY "NO POSTINGS ON FILE FOR READING " SR-RHI-KEY
               GO TO 4950-EXIT
           END-IF.
           COMPUTE SR-RHI-COUNT-ED = SR-RHI-COUNT + SR-RHI-DROPPED.
           DISPLAY X'0A' "READING " SR-RHI-KEY " - "
               SR-RHI-COUNT-ED " POSTING(S), NEWEST FIRST".
           IF SR-RHI-DROPPED > ZERO
               MOVE SR-RHI-DROPPED TO SR-RHI-COUNT-ED
               DISPLAY "  (OLDEST " SR-RHI-COUNT-ED
                   " NOT SHOWN)"
           END-IF.
           PERFORM 4960-SHOW-ONE-POSTING THRU 4960-EXIT
               VARYING SR-RHI-SUB FROM SR-RHI-COUNT BY -1
               UNTIL SR-RHI-SUB < 1.
       4950-EXIT.
           EXIT.
      
      *****************************************************************
      *  4955-LOAD-ONE-POSTING - NEXT SRRDHIST RECORD, STOPPING AT   *
      *  THE FIRST ONE FOR A DIFFERENT READING.  WITH THE TABLE      *
      *  FULL THE OLDEST ENTRY IS PUSHED OFF AND KEPT AS THE BASE.   *
      *****************************************************************
       4955-LOAD-ONE-POSTING.
           READ SR-RDHIST-FILE NEXT RECORD
               AT END
                   SET SR-RHI-END-OF-FILE TO TRUE
                   GO TO 4955-EXIT
           END-READ.
           IF SR-RDH-READING-ID NOT = SR-RHI-KEY
               SET SR-RHI-END-OF-FILE TO TRUE
               GO TO 4955-EXIT
           END-IF.
           IF SR-RHI-COUNT >= SR-RHI-LIMIT
               MOVE SR-RHI-T-INPUT (1)  TO SR-RHI-BASE-INPUT
               MOVE SR-RHI-T-RESULT (1) TO SR-RHI-BASE-RESULT
               SET SR-RHI-BASE-PRESENT TO TRUE
               ADD 1 TO SR-RHI-DROPPED
               PERFORM 4957-SHIFT-ONE-POSTING THRU 4957-EXIT
                   VARYING SR-RHI-SUB FROM 1 BY 1
                   UNTIL SR-RHI-SUB >= SR-RHI-COUNT
           ELSE
               ADD 1 TO SR-RHI-COUNT
           END-IF.
           MOVE SR-RDH-POST-DATE      TO SR-RHI-T-DATE (SR-RHI-COUNT).
           MOVE SR-RDH-POST-TIME      TO SR-RHI-T-TIME (SR-RHI-COUNT).
           MOVE SR-RDH-SOURCE-STATION
                                   TO SR-RHI-T-STATION (SR-RHI-COUNT).
           MOVE SR-RDH-INPUT-VALUE    TO SR-RHI-T-INPUT (SR-RHI-COUNT).
           MOVE SR-RDH-RESULT-VALUE  TO SR-RHI-T-RESULT (SR-RHI-COUNT).
           MOVE SR-RDH-ITERATIONS     TO SR-RHI-T-ITER (SR-RHI-COUNT).
           MOVE SR-RDH-JOB-NAME       TO SR-RHI-T-JOB (SR-RHI-COUNT).
           MOVE SR-RDH-OPERATOR-ID  TO SR-RHI-T-OPER-ID (SR-RHI-COUNT).
           MOVE SR-RDH-OPER-CODE      TO SR-RHI-T-OP (SR-RHI-COUNT).
           MOVE SR-RDH-RESUB-FLAG     TO SR-RHI-T-FLAG (SR-RHI-COUNT).
           MOVE SR-RDH-RAW-VALUE      TO SR-RHI-T-RAW (SR-RHI-COUNT).
           MOVE SR-RDH-CALIB-ID       TO SR-RHI-T-CALIB (SR-RHI-COUNT).
       4955-EXIT.
           EXIT.
      
       4957-SHIFT-ONE-POSTING.
           MOVE SR-RHI-ENTRY (SR-RHI-SUB + 1)
             TO SR-RHI-ENTRY (SR-RHI-SUB).
       4957-EXIT.
           EXIT.
      
      *****************************************************************
      *  4960-SHOW-ONE-POSTING - ONE TABLE ENTRY ON THE TERMINAL.    *
      *  THE CHANGE IS AGAINST THE ENTRY BEFORE IT (OR THE BASE      *
      *  PUSHED OFF THE TABLE); THE VERY FIRST POSTING HAS NONE.     *
      *****************************************************************
       4960-SHOW-ONE-POSTING.
           MOVE SR-RHI-T-INPUT (SR-RHI-SUB)  TO SR-MNT-VALUE-ED.
           MOVE SR-RHI-T-RESULT (SR-RHI-SUB) TO SR-MNT-RESULT-ED.
           MOVE SR-RHI-T-ITER (SR-RHI-SUB)   TO SR-MNT-ITER-ED.
           DISPLAY "POSTED " SR-RHI-T-DATE (SR-RHI-SUB)
               " " SR-RHI-T-TIME (SR-RHI-SUB)
               "  STATION: " SR-RHI-T-STATION (SR-RHI-SUB)
               "  OP: " SR-RHI-T-OP (SR-RHI-SUB)
               "  FLAG: " SR-RHI-T-FLAG (SR-RHI-SUB).
           DISPLAY "  VALUE: " SR-MNT-VALUE-ED
               "  ROOT: " SR-MNT-RESULT-ED
               "  ITER: " SR-MNT-ITER-ED.
           IF SR-RHI-T-CALIB (SR-RHI-SUB) NOT = SPACES
               MOVE SR-RHI-T-RAW (SR-RHI-SUB) TO SR-MNT-VALUE-ED
               DISPLAY "  RAW VALUE: " SR-MNT-VALUE-ED
                   "  CALIBRATION: " SR-RHI-T-CALIB (SR-RHI-SUB)
           END-IF.
           IF SR-RHI-SUB = 1 AND NOT SR-RHI-BASE-PRESENT
               DISPLAY "  FIRST POSTING FOR THIS READING"
           ELSE
               IF SR-RHI-SUB = 1
                   COMPUTE SR-RHI-VALUE-CHG =
                       SR-RHI-T-INPUT (1) - SR-RHI-BASE-INPUT
                   COMPUTE SR-RHI-ROOT-CHG =
                       SR-RHI-T-RESULT (1) - SR-RHI-BASE-RESULT
               ELSE
                   COMPUTE SR-RHI-VALUE-CHG =
                       SR-RHI-T-INPUT (SR-RHI-SUB)
                     - SR-RHI-T-INPUT (SR-RHI-SUB - 1)
                   COMPUTE SR-RHI-ROOT-CHG =
                       SR-RHI-T-RESULT (SR-RHI-SUB)
                     - SR-RHI-T-RESULT (SR-RHI-SUB - 1)
               END-IF
               MOVE SR-RHI-VALUE-CHG TO SR-RHI-VALUE-CHG-ED
               MOVE SR-RHI-ROOT-CHG  TO SR-RHI-ROOT-CHG-ED
               DISPLAY "  CHANGE VALUE: " SR-RHI-VALUE-CHG-ED
                   "  ROOT: " SR-RHI-ROOT-CHG-ED
           END-IF.
           DISPLAY "  JOB " SR-RHI-T-JOB (SR-RHI-SUB)
               " OPERATOR " SR-RHI-T-OPER-ID (SR-RHI-SUB).
       4960-EXIT.
           EXIT.
      
      *****************************************************************
007173*  5000-REJECT-REVIEW - WALK THE CURRENT SRREJECT ENTRIES ONE   *
007174*  AT A TIME, LET THE OPERATOR KEY A CORRECTED VALUE (OR MARK   *
007175*  THE READING ABANDONED, OR SKIP IT), AND BUILD THE SRRESUB    *
007192         GO TO 5000-EXIT
007193     END-IF.
007194     OPEN OUTPUT SR-RESUB-FILE.
           PERFORM 5800-OPEN-LEDGER THRU 5800-EXIT.
007195
007196     PERFORM 5100-REVIEW-ONE-REJECT THRU 5100-EXIT
007197         UNTIL SR-REV-END-OF-REJECTS.
007198
007199     CLOSE SR-REJECT-FILE.
007200     CLOSE SR-RESUB-FILE.
           IF SR-XLM-LEDGER-OPEN
               CLOSE SR-EXLEDG-FILE
           END-IF.
007201
007202     MOVE SR-REV-CORRECTED-COUNT TO SR-REV-COUNT-ED.
007203     DISPLAY "CORRECTIONS KEYED:   " SR-REV-COUNT-ED.
007350         WHEN SR-REV-INPUT = "A" OR SR-REV-INPUT = "a"
007360             ADD 1 TO SR-REV-ABANDONED-COUNT
007370             DISPLAY "READING " SR-REJ-READING-ID " ABANDONED"
007372             PERFORM 5180-LOAD-REJECT-ITEM THRU 5180-EXIT
007375             MOVE "ABANDONED " TO SR-XLM-CLOSE-REASON
007377             PERFORM 5850-UPDATE-LEDGER-ITEM THRU 5850-EXIT
007380         WHEN OTHER
007390             PERFORM 5200-WRITE-RESUBMISSION THRU 5200-EXIT
007400     END-EVALUATE.
007410 5100-EXIT.
           EXIT.
      
      *****************************************************************
      *  5180-LOAD-REJECT-ITEM - THE REJECT ENTRY UNDER REVIEW AS AN *
      *  EXCEPTIONS LEDGER ITEM, NOT YET CLOSED                      *
      *****************************************************************
       5180-LOAD-REJECT-ITEM.
           MOVE SR-REJ-SOURCE-STATION TO SR-XLM-STATION.
           MOVE SR-REJ-READING-ID     TO SR-XLM-READING-ID.
           MOVE "R"                   TO SR-XLM-TYPE.
           MOVE SR-REJ-DATE           TO SR-XLM-DATE.
           MOVE SR-REJ-TIME           TO SR-XLM-TIME.
           MOVE SR-REJ-JOB-NAME       TO SR-XLM-JOB-NAME.
           MOVE SR-REJ-REASON         TO SR-XLM-DETAIL.
           MOVE SPACES                TO SR-XLM-CLOSE-REASON.
       5180-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007650     ADD 1 TO SR-REV-CORRECTED-COUNT.
007660     DISPLAY "READING " SR-REJ-READING-ID " QUEUED FOR "
007670         "RESUBMISSION".
007673     PERFORM 5180-LOAD-REJECT-ITEM THRU 5180-EXIT.
007676     PERFORM 5850-UPDATE-LEDGER-ITEM THRU 5850-EXIT.
007680 5200-EXIT.
007690     EXIT.
007691
007726         GO TO 5500-EXIT
007727     END-IF.
007728     OPEN OUTPUT SR-RESUB-FILE.
           PERFORM 5800-OPEN-LEDGER THRU 5800-EXIT.
007729
007730     PERFORM 5510-REVIEW-ONE-SUSPECT THRU 5510-EXIT
007731         UNTIL SR-SUS-END-OF-SUSPECTS.
007732
007733     CLOSE SR-SUSPECT-FILE.
007734     CLOSE SR-RESUB-FILE.
           IF SR-XLM-LEDGER-OPEN
               CLOSE SR-EXLEDG-FILE
           END-IF.
007735
007736     IF SR-DEC-COUNT > ZERO
007737         PERFORM 5600-APPLY-XCHG-STATUS THRU 5600-EXIT
007783             MOVE "RELEASED" TO SR-REL-W-ACTION
007784             PERFORM 5700-LOG-RELEASE THRU 5700-EXIT
007785             DISPLAY "READING " SR-SUS-READING-ID " RELEASED"
                   PERFORM 5540-LOAD-SUSPECT-ITEM THRU 5540-EXIT
                   MOVE "RELEASED  " TO SR-XLM-CLOSE-REASON
                   PERFORM 5850-UPDATE-LEDGER-ITEM THRU 5850-EXIT
007786         WHEN SR-SUSW-INPUT = "A" OR SR-SUSW-INPUT = "a"
007787             PERFORM 5550-AMEND-ONE-SUSPECT THRU 5550-EXIT
007788         WHEN SR-SUSW-INPUT = "W" OR SR-SUSW-INPUT = "w"
007791             MOVE "WITHDRWN" TO SR-REL-W-ACTION
007792             PERFORM 5700-LOG-RELEASE THRU 5700-EXIT
007793             DISPLAY "READING " SR-SUS-READING-ID " WITHDRAWN"
                   PERFORM 5540-LOAD-SUSPECT-ITEM THRU 5540-EXIT
                   MOVE "WITHDRAWN " TO SR-XLM-CLOSE-REASON
                   PERFORM 5850-UPDATE-LEDGER-ITEM THRU 5850-EXIT
007794         WHEN OTHER
007795             DISPLAY SR-SUSW-INPUT "  NOT A DECISION - "
007796                 "SUSPECT SKIPPED"
007822             MOVE "W" TO SR-DEC-ACTION (SR-DEC-COUNT)
007823     END-EVALUATE.
007824 5530-EXIT.
           EXIT.
      
      *****************************************************************
      *  5540-LOAD-SUSPECT-ITEM - THE SUSPECT ENTRY UNDER REVIEW AS  *
      *  AN EXCEPTIONS LEDGER ITEM, NOT YET CLOSED                   *
      *****************************************************************
       5540-LOAD-SUSPECT-ITEM.
           MOVE SR-SUS-SOURCE-STATION TO SR-XLM-STATION.
           MOVE SR-SUS-READING-ID     TO SR-XLM-READING-ID.
           MOVE "S"                   TO SR-XLM-TYPE.
           MOVE SR-SUS-DATE           TO SR-XLM-DATE.
           MOVE SR-SUS-TIME           TO SR-XLM-TIME.
           MOVE SR-SUS-JOB-NAME       TO SR-XLM-JOB-NAME.
           MOVE SPACES                TO SR-XLM-DETAIL.
           STRING "OUT OF BAND, VALUE " DELIMITED BY SIZE
                  SR-SUS-VALUE          DELIMITED BY SIZE
               INTO SR-XLM-DETAIL.
           MOVE SPACES                TO SR-XLM-CLOSE-REASON.
       5540-EXIT.
007825     EXIT.
007826
007827*****************************************************************
007858     PERFORM 5530-RECORD-DECISION THRU 5530-EXIT.
007859     MOVE "AMENDED " TO SR-REL-W-ACTION.
007860     PERFORM 5700-LOG-RELEASE THRU 5700-EXIT.
           PERFORM 5540-LOAD-SUSPECT-ITEM THRU 5540-EXIT.
           PERFORM 5850-UPDATE-LEDGER-ITEM THRU 5850-EXIT.
007861     DISPLAY "READING " SR-SUS-READING-ID " QUEUED FOR "
007862         "RESUBMISSION - ORIGINAL RESULT WITHDRAWN".
007863 5550-EXIT.
007974     MOVE SR-REL-W-ACTION      TO SR-REL-ACTION.
007975     MOVE SR-SUS-VALUE         TO SR-REL-VALUE.
007976     MOVE SR-SUS-RESULT        TO SR-REL-RESULT.
           MOVE ZERO                 TO SR-REL-LOG-SEQ.
           MOVE ZERO                 TO SR-REL-LOG-CHAIN.
           MOVE "SRSUSLOG"           TO SR-LSQ-LOG-NAME.
           MOVE SR-RELEASE-LOG-RECORD TO SR-LSQ-IMAGE.
           PERFORM 7800-NEXT-LOG-STAMP THRU 7800-EXIT.
           IF SR-LSQ-OK
               MOVE SR-LSQ-SEQ       TO SR-REL-LOG-SEQ
               MOVE SR-LSQ-CHAIN     TO SR-REL-LOG-CHAIN
           ELSE
               MOVE SPACES           TO SR-REL-LOG-STAMP
           END-IF.
007977     WRITE SR-RELEASE-LOG-RECORD.
           IF SR-SUSLOG-STATUS = "00" AND SR-LSQ-OK
               PERFORM 7850-POST-LOG-STAMP THRU 7850-EXIT
           END-IF.
007978     CLOSE SR-SUSLOG-FILE.
007979 5700-EXIT.
           EXIT.
      
      *****************************************************************
      *  5800-OPEN-LEDGER - OPEN THE EXCEPTIONS LEDGER FOR A REVIEW, *
      *  CREATING IT IF NOTHING HAS BEEN FED YET.  A LEDGER THAT     *
      *  WILL NOT OPEN DOES NOT STOP THE REVIEW - ITS ITEMS ARE LEFT *
      *  FOR THE NEXT FEED TO CLOSE WHEN THE READINGS CONVERGE.      *
      *****************************************************************
       5800-OPEN-LEDGER.
           MOVE "N" TO SR-XLM-OPEN-SWITCH.
           OPEN I-O SR-EXLEDG-FILE.
           IF SR-EXLEDG-STATUS = "35"
               OPEN OUTPUT SR-EXLEDG-FILE
               CLOSE SR-EXLEDG-FILE
               OPEN I-O SR-EXLEDG-FILE
           END-IF.
           IF SR-EXLEDG-STATUS = "00"
               SET SR-XLM-LEDGER-OPEN TO TRUE
           ELSE
               DISPLAY "EXCEPTIONS LEDGER OPEN FAILED, STATUS "
                   SR-EXLEDG-STATUS " - LEDGER NOT UPDATED"
           END-IF.
       5800-EXIT.
           EXIT.
      
      *****************************************************************
      *  5850-UPDATE-LEDGER-ITEM - STAMP THE SIGNED-ON REVIEWER AS    *
      *  THE LAST TOUCH OF THE LOADED ITEM AND, WITH A CLOSE REASON, *
      *  CLOSE IT.  AN ITEM NOT YET FED IS WRITTEN FROM THE LISTING  *
      *  ENTRY, SO THE FEED FINDS IT ALREADY DEALT WITH.             *
      *****************************************************************
       5850-UPDATE-LEDGER-ITEM.
           IF NOT SR-XLM-LEDGER-OPEN
               GO TO 5850-EXIT
           END-IF.
           IF SR-XLM-READING-ID = SPACES
               GO TO 5850-EXIT
           END-IF.
           ACCEPT SR-XLM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SR-XLM-TIME-FLD FROM TIME.
      
           MOVE SR-XLM-STATION    TO SR-EXL-SOURCE-STATION.
           MOVE SR-XLM-READING-ID TO SR-EXL-READING-ID.
           MOVE SR-XLM-TYPE       TO SR-EXL-TYPE.
           READ SR-EXLEDG-FILE
               INVALID KEY
                   PERFORM 5860-ADD-LEDGER-ITEM THRU 5860-EXIT
                   GO TO 5850-EXIT
           END-READ.
      
           IF SR-XLM-CLOSE-REASON NOT = SPACES
                   AND SR-EXL-OPEN
               PERFORM 5870-CLOSE-LEDGER-ITEM THRU 5870-EXIT
           END-IF.
           MOVE SR-OPERATOR-ID  TO SR-EXL-TOUCH-OPERATOR.
           MOVE SR-XLM-RUN-DATE TO SR-EXL-TOUCH-DATE.
           MOVE SR-XLM-TIME-FLD TO SR-EXL-TOUCH-TIME.
           REWRITE SR-EXCEPTION-LEDGER-RECORD.
       5850-EXIT.
           EXIT.
      
       5860-ADD-LEDGER-ITEM.
           MOVE SPACES TO SR-EXCEPTION-LEDGER-RECORD.
           MOVE SR-XLM-STATION    TO SR-EXL-SOURCE-STATION.
           MOVE SR-XLM-READING-ID TO SR-EXL-READING-ID.
           MOVE SR-XLM-TYPE       TO SR-EXL-TYPE.
           MOVE "O"               TO SR-EXL-STATUS.
           MOVE SR-XLM-DATE       TO SR-EXL-OPENED-DATE.
           MOVE SR-XLM-JOB-NAME   TO SR-EXL-OPENED-JOB.
           MOVE SR-XLM-DATE       TO SR-EXL-LAST-SEEN-DATE.
           MOVE SR-XLM-TIME       TO SR-EXL-LAST-SEEN-TIME.
           MOVE SR-XLM-JOB-NAME   TO SR-EXL-LAST-SEEN-JOB.
           MOVE 1                 TO SR-EXL-TIMES-SEEN.
           MOVE SR-XLM-DETAIL     TO SR-EXL-DETAIL.
           IF SR-XLM-CLOSE-REASON NOT = SPACES
               PERFORM 5870-CLOSE-LEDGER-ITEM THRU 5870-EXIT
           END-IF.
           MOVE SR-OPERATOR-ID    TO SR-EXL-TOUCH-OPERATOR.
           MOVE SR-XLM-RUN-DATE   TO SR-EXL-TOUCH-DATE.
           MOVE SR-XLM-TIME-FLD   TO SR-EXL-TOUCH-TIME.
           WRITE SR-EXCEPTION-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "EXCEPTIONS LEDGER WRITE FAILED, STATUS "
                       SR-EXLEDG-STATUS
           END-WRITE.
       5860-EXIT.
           EXIT.
      
       5870-CLOSE-LEDGER-ITEM.
           MOVE "C"                 TO SR-EXL-STATUS.
           MOVE SR-XLM-RUN-DATE     TO SR-EXL-CLOSED-DATE.
           MOVE SR-XLM-TIME-FLD     TO SR-EXL-CLOSED-TIME.
           MOVE SR-XLM-CLOSE-REASON TO SR-EXL-CLOSE-REASON.
       5870-EXIT.
007980     EXIT.
007981
007982*****************************************************************
008657         WHEN "CALCHECK"
008658             MOVE "SQRCALCK" TO SR-UTL-PROGRAM
008659             MOVE "SQRCALCK MISSED-RUN SCAN" TO SR-UTL-DESC
                   PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
               WHEN "RETURNS "
                   MOVE "SQROUT  " TO SR-UTL-PROGRAM
                   MOVE "SQROUT STATION RETURNS" TO SR-UTL-DESC
                   PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
               WHEN "CHARGE  "
                   IF NOT SR-SIGNON-VALID
                       PERFORM 6500-REFUSE-NOT-SIGNED-ON THRU 6500-EXIT
                       GO TO 6100-EXIT
                   END-IF
                   MOVE "SQRCHRG CHARGEBACK STARTED" TO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
      *            THE OPERAND IS THE BILLING MONTH (YYYYMM); BLANK
      *            BILLS THE CALENDAR MONTH BEFORE TODAY.
                   CALL 'SQRCHRGM' USING SR-CMD-OPND-1
                   MOVE RETURN-CODE TO SR-LAST-RETURN-CODE
                   PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT
                   MOVE SR-LAST-RETURN-CODE TO SR-MSG-RC-ED
                   MOVE SPACES TO SR-MSG-TEXT
                   STRING "SQRCHRG CHARGEBACK ENDED - RETURN CODE "
                                          DELIMITED BY SIZE
                          SR-MSG-RC-ED    DELIMITED BY SIZE
                       INTO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
               WHEN "SCORECRD"
                   IF NOT SR-SIGNON-VALID
                       PERFORM 6500-REFUSE-NOT-SIGNED-ON THRU 6500-EXIT
                       GO TO 6100-EXIT
                   END-IF
                   MOVE "SQRSCORE TIMELINESS SCORECARD STARTED"
                       TO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
      *            THE OPERAND IS THE SCORECARD MONTH (YYYYMM); BLANK
      *            SCORES THE CALENDAR MONTH BEFORE TODAY.
                   CALL 'SQRSCORM' USING SR-CMD-OPND-1
                   MOVE RETURN-CODE TO SR-LAST-RETURN-CODE
                   PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT
                   MOVE SR-LAST-RETURN-CODE TO SR-MSG-RC-ED
                   MOVE SPACES TO SR-MSG-TEXT
                   STRING "SQRSCORE TIMELINESS SCORECARD ENDED - "
                                          DELIMITED BY SIZE
                          "RETURN CODE "  DELIMITED BY SIZE
                          SR-MSG-RC-ED    DELIMITED BY SIZE
                       INTO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
               WHEN "DRIFT   "
                   IF NOT SR-SIGNON-VALID
                       PERFORM 6500-REFUSE-NOT-SIGNED-ON THRU 6500-EXIT
                       GO TO 6100-EXIT
                   END-IF
                   MOVE "SQRDRIFT DRIFT CONTROL CHART STARTED"
                       TO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
      *            THE OPERAND IS THE CHART WINDOW IN DAYS (10 TO 90);
      *            BLANK CHARTS THE LAST 30 DAYS.
                   CALL 'SQRDRFTM' USING SR-CMD-OPND-1
                   MOVE RETURN-CODE TO SR-LAST-RETURN-CODE
                   PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT
                   MOVE SR-LAST-RETURN-CODE TO SR-MSG-RC-ED
                   MOVE SPACES TO SR-MSG-TEXT
                   STRING "SQRDRIFT DRIFT CONTROL CHART ENDED - "
                                          DELIMITED BY SIZE
                          "RETURN CODE "  DELIMITED BY SIZE
                          SR-MSG-RC-ED    DELIMITED BY SIZE
                       INTO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
               WHEN "PCLOSE  "
                   MOVE "CLOSE   " TO SR-PCL-ACTION
                   PERFORM 6900-PERIOD-CONTROL THRU 6900-EXIT
               WHEN "PREOPEN "
                   MOVE "REOPEN  " TO SR-PCL-ACTION
                   PERFORM 6900-PERIOD-CONTROL THRU 6900-EXIT
               WHEN "ADJRPT  "
                   MOVE "SQRADJRP" TO SR-UTL-PROGRAM
                   MOVE "SQRADJRP ADJUSTMENTS" TO SR-UTL-DESC
                   PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
               WHEN "PENDEXP "
                   IF NOT SR-SIGNON-VALID
                       PERFORM 6500-REFUSE-NOT-SIGNED-ON THRU 6500-EXIT
                       GO TO 6100-EXIT
                   END-IF
                   MOVE "SQRPNDX PENDING CHANGE EXPIRY STARTED"
                       TO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
      *            THE OPERAND IS THE EXPIRY LIMIT IN DAYS; BLANK TAKES
      *            SQRPNDX'S DEFAULT.
                   CALL 'SQRPNDXM' USING SR-CMD-OPND-1
                   MOVE RETURN-CODE TO SR-LAST-RETURN-CODE
                   PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT
                   MOVE SR-LAST-RETURN-CODE TO SR-MSG-RC-ED
                   MOVE SPACES TO SR-MSG-TEXT
                   STRING "SQRPNDX PENDING CHANGE EXPIRY ENDED - "
                                          DELIMITED BY SIZE
                          "RETURN CODE "  DELIMITED BY SIZE
                          SR-MSG-RC-ED    DELIMITED BY SIZE
                       INTO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
               WHEN "EXLEDGER"
                   MOVE "SQRXLED" TO SR-UTL-PROGRAM
                   MOVE "SQRXLED EXCEPTIONS LEDGER" TO SR-UTL-DESC
                   PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
               WHEN "EXAGING "
                   MOVE "SQRXAGE" TO SR-UTL-PROGRAM
                   MOVE "SQRXAGE EXCEPTION AGING" TO SR-UTL-DESC
                   PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
               WHEN "EXTRACT "
                   IF NOT SR-SIGNON-VALID
                       PERFORM 6500-REFUSE-NOT-SIGNED-ON THRU 6500-EXIT
                       GO TO 6100-EXIT
                   END-IF
                   MOVE "SQRSELX SELECTION EXTRACT STARTED"
                       TO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
      *            THE OPERAND NAMES THE SRSEL.<NAME> SELECTION FILE;
      *            BLANK READS THE UNQUALIFIED SRSELECT.
                   CALL 'SQRSELXM' USING SR-CMD-OPND-1
                   MOVE RETURN-CODE TO SR-LAST-RETURN-CODE
                   PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT
                   MOVE SR-LAST-RETURN-CODE TO SR-MSG-RC-ED
                   MOVE SPACES TO SR-MSG-TEXT
                   STRING "SQRSELX SELECTION EXTRACT ENDED - "
                                          DELIMITED BY SIZE
                          "RETURN CODE "  DELIMITED BY SIZE
                          SR-MSG-RC-ED    DELIMITED BY SIZE
                       INTO SR-MSG-TEXT
                   PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
               WHEN "LOGVERFY"
                   MOVE "SQRLOGVF" TO SR-UTL-PROGRAM
                   MOVE "SQRLOGVF LOG CHECK" TO SR-UTL-DESC
                   PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
               WHEN "CAPACITY"
                   MOVE "SQRCAPRP" TO SR-UTL-PROGRAM
                   MOVE "SQRCAPRP CAPACITY REPORT" TO SR-UTL-DESC
008660             PERFORM 6600-RUN-UTILITY THRU 6600-EXIT
008661         WHEN "IFRC    "
008662             PERFORM 6700-SET-IFRC-GUARD THRU 6700-EXIT
009705     EXIT.
009706
009707*****************************************************************
      *  6900-PERIOD-CONTROL - THE PCLOSE AND PREOPEN COMMANDS.  THE *
      *  OPERAND IS THE PERIOD (YYYYMM OR YYYYQN).  BOTH NEED A      *
      *  SUPERVISOR SIGN-ON; A REFUSAL, AND EVERY CLOSE OR REOPEN    *
      *  SQRPCLOS CARRIES OUT OR TURNS DOWN, GOES TO SRSECLOG.       *
      *****************************************************************
       6900-PERIOD-CONTROL.
           IF NOT SR-SIGNON-VALID
               PERFORM 6500-REFUSE-NOT-SIGNED-ON THRU 6500-EXIT
               GO TO 6900-EXIT
           END-IF.
      
           MOVE SPACES TO SR-SEC-W-ACTION.
           STRING "PERIOD "       DELIMITED BY SIZE
                  SR-PCL-ACTION   DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  SR-CMD-OPND-1   DELIMITED BY SPACE
               INTO SR-SEC-W-ACTION.
      
           IF NOT SR-AUTH-SUPERVISOR
               MOVE SPACES TO SR-MSG-TEXT
               STRING SR-SEC-W-ACTION DELIMITED BY SIZE
                      " REFUSED - SUPERVISOR AUTHORITY NEEDED"
                                      DELIMITED BY SIZE
                   INTO SR-MSG-TEXT
               PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT
               MOVE "DENIED  " TO SR-SEC-W-RESULT
               PERFORM 7000-LOG-SECURITY THRU 7000-EXIT
               MOVE 12 TO SR-LAST-RETURN-CODE
               PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT
               GO TO 6900-EXIT
           END-IF.
      
           MOVE SPACES TO SR-MSG-TEXT.
           STRING SR-SEC-W-ACTION DELIMITED BY SIZE
                  " STARTED"      DELIMITED BY SIZE
               INTO SR-MSG-TEXT.
           PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT.
      
           CALL 'SQRPCLOS' USING SR-PCL-ACTION
               SR-CMD-OPND-1
               SR-OPERATOR-ID
               SR-OPERATOR-AUTHORITY.
           MOVE RETURN-CODE TO SR-LAST-RETURN-CODE.
           PERFORM 6300-TRACK-RETURN-CODE THRU 6300-EXIT.
      
           IF SR-LAST-RETURN-CODE = ZERO
               MOVE "OK      " TO SR-SEC-W-RESULT
           ELSE
               MOVE "FAILED  " TO SR-SEC-W-RESULT
           END-IF.
           PERFORM 7000-LOG-SECURITY THRU 7000-EXIT.
      
           MOVE SR-LAST-RETURN-CODE TO SR-MSG-RC-ED.
           MOVE SPACES TO SR-MSG-TEXT.
           STRING SR-SEC-W-ACTION DELIMITED BY SIZE
                  " ENDED - RETURN CODE " DELIMITED BY SIZE
                  SR-MSG-RC-ED    DELIMITED BY SIZE
               INTO SR-MSG-TEXT.
           PERFORM 6200-LOG-MESSAGE THRU 6200-EXIT.
       6900-EXIT.
           EXIT.
      
      *****************************************************************
009708*  7000-LOG-SECURITY - APPEND ONE RECORD TO THE SRSECLOG        *
009709*  SECURITY ACTIVITY FILE.  THE CALLER LOADS SR-SEC-W-ACTION    *
009710*  AND SR-SEC-W-RESULT FIRST.                                   *
009740     MOVE SR-OPERATOR-ID    TO SR-SEC-OPERATOR-ID.
009750     MOVE SR-SEC-W-ACTION   TO SR-SEC-ACTION.
009760     MOVE SR-SEC-W-RESULT   TO SR-SEC-RESULT.
           MOVE ZERO              TO SR-SEC-LOG-SEQ.
           MOVE ZERO              TO SR-SEC-LOG-CHAIN.
           MOVE "SRSECLOG"        TO SR-LSQ-LOG-NAME.
           MOVE SR-SECURITY-RECORD TO SR-LSQ-IMAGE.
           PERFORM 7800-NEXT-LOG-STAMP THRU 7800-EXIT.
           IF SR-LSQ-OK
               MOVE SR-LSQ-SEQ    TO SR-SEC-LOG-SEQ
               MOVE SR-LSQ-CHAIN  TO SR-SEC-LOG-CHAIN
           ELSE
               MOVE SPACES        TO SR-SEC-LOG-STAMP
           END-IF.
009770     WRITE SR-SECURITY-RECORD.
009772     IF SR-SECLOG-STATUS = "00" AND SR-LSQ-OK
009775         PERFORM 7850-POST-LOG-STAMP THRU 7850-EXIT
009777     END-IF.
009780     CLOSE SR-SECLOG-FILE.
009790 7000-EXIT.
009800     EXIT.
009802*****************************************************************
009803*  7500-LOG-MAINTENANCE - APPEND ONE BEFORE/AFTER RECORD TO    *
009804*  THE SRMNTLOG MAINTENANCE LOG.  THE CALLER LOADS THE         *
009805*  ACTION, THE MAKER'S ID, THE BEFORE IMAGE AND THE AFTER      *
      *  IMAGE FIRST; THIS SESSION'S OPERATOR IS THE APPROVER.       *
009806*****************************************************************
009807 7500-LOG-MAINTENANCE.
009808     ACCEPT SR-MNL-RUN-DATE FROM DATE YYYYMMDD.
009817     MOVE SPACES TO SR-MAINT-LOG-RECORD.
009818     MOVE SR-MNL-RUN-DATE  TO SR-MNL-DATE.
009819     MOVE SR-MNL-TIME-FLD  TO SR-MNL-TIME.
           MOVE SR-MNL-W-MAKER-ID TO SR-MNL-OPERATOR-ID.
009820     MOVE SR-OPERATOR-ID   TO SR-MNL-APPROVER-ID.
009821     MOVE SR-MNL-W-ACTION  TO SR-MNL-ACTION.
009822     MOVE SR-MNT-KEY       TO SR-MNL-READING-ID.
009823     MOVE SR-MNL-BEFORE-WS TO SR-MNL-BEFORE-IMAGE.
009824     MOVE SR-MNL-AFTER-WS  TO SR-MNL-AFTER-IMAGE.
           MOVE ZERO             TO SR-MNL-LOG-SEQ.
           MOVE ZERO             TO SR-MNL-LOG-CHAIN.
           MOVE "SRMNTLOG"       TO SR-LSQ-LOG-NAME.
           MOVE SR-MAINT-LOG-RECORD TO SR-LSQ-IMAGE.
           PERFORM 7800-NEXT-LOG-STAMP THRU 7800-EXIT.
           IF SR-LSQ-OK
               MOVE SR-LSQ-SEQ   TO SR-MNL-LOG-SEQ
               MOVE SR-LSQ-CHAIN TO SR-MNL-LOG-CHAIN
           ELSE
               MOVE SPACES       TO SR-MNL-LOG-STAMP
           END-IF.
009825     WRITE SR-MAINT-LOG-RECORD.
           IF SR-MNTLOG-STATUS = "00" AND SR-LSQ-OK
               PERFORM 7850-POST-LOG-STAMP THRU 7850-EXIT
           END-IF.
009826     CLOSE SR-MNTLOG-FILE.
009827 7500-EXIT.
           EXIT.
      
      *****************************************************************
      *  7800-NEXT-LOG-STAMP - ASK SQRLOGSQ FOR THE NEXT SEQUENCE     *
      *  NUMBER AND CHAIN VALUE OF THE LOG RECORD THE CALLER HAS      *
      *  LOADED INTO SR-LSQ-IMAGE (STAMP ZEROED).  IF SRLOGCTL CANNOT *
      *  BE READ THE ENTRY IS STILL WRITTEN - UNSEQUENCED, SO         *
      *  SQRLOGVF REPORTS THE GAP - RATHER THAN LOST.                 *
      *****************************************************************
       7800-NEXT-LOG-STAMP.
           MOVE "N" TO SR-LSQ-FUNCTION.
           CALL 'SQRLOGSQ' USING SR-LOGSEQ-PARMS.
           IF SR-LSQ-CTL-ERROR
               DISPLAY "SRLOGCTL UNAVAILABLE - " SR-LSQ-LOG-NAME
                   " ENTRY WRITTEN UNSEQUENCED"
           END-IF.
       7800-EXIT.
           EXIT.
      
      *****************************************************************
      *  7850-POST-LOG-STAMP - THE LOG RECORD WAS WRITTEN; HAVE       *
      *  SQRLOGSQ CARRY ITS STAMP ONTO SRLOGCTL AS THE LOG'S LAST.    *
      *****************************************************************
       7850-POST-LOG-STAMP.
           MOVE "P" TO SR-LSQ-FUNCTION.
           CALL 'SQRLOGSQ' USING SR-LOGSEQ-PARMS.
           IF SR-LSQ-CTL-ERROR
               DISPLAY "SRLOGCTL NOT UPDATED FOR " SR-LSQ-LOG-NAME
           END-IF.
       7850-EXIT.
009828     EXIT.
009829
009830*****************************************************************
