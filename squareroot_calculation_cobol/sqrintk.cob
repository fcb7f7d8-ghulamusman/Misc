000170*  DETAIL INTO SRINPUT; A FILE THAT FAILS PROOF (OR NEVER      *
000180*  ARRIVED) IS HELD ON THE SRINTDSC DISCREPANCY REPORT AND     *
000190*  NOT PROCESSED AT ALL.  THE ACTIVE STATION LIST COMES FROM   *
000200*  THE SRSTNMAS STATION MASTER; A STATION ON HOLD IS COLLECTED *
000201*  LIKE AN ACTIVE ONE (SQUAREROOT QUEUES ITS READINGS).        *
000202*  EVERY STATION'S OUTCOME IS ALSO APPENDED TO THE PERMANENT   *
000203*  SRARRLOG ARRIVAL LOG (SEE SRARRREC) - ON TIME OR LATE       *
000205*  AGAINST THE STATION'S DELIVERY CUT-OFF, BY THE SRIN FILE'S  *
000206*  OWN DATE AND TIME, OR MISSING, OR FAILED PROOF - FOR THE    *
000207*  SQRSCORE TIMELINESS SCORECARD.  LATENESS DOES NOT HOLD A    *
000208*  FILE BACK OR CHANGE THE RETURN CODE.                        *
000210*                                                               *
000220*  RETURN CODES: 0 EVERY FILE PROVED AND MERGED, 4 ONE OR      *
000230*  MORE STATIONS SENT NOTHING, 8 ONE OR MORE FILES FAILED      *
000250*                                                               *
000260*  MODIFICATION HISTORY                                        *
000270*  DATE        INIT  DESCRIPTION                               *
000271*  10/15/2026  JTM   EVERY STATION'S ARRIVAL - ON TIME OR      *
000272*                     LATE AGAINST ITS SRSTNMAS CUT-OFF,       *
000273*                     MISSING OR FAILED PROOF - IS APPENDED TO *
000274*                     THE SRARRLOG ARRIVAL LOG.                *
000275*  10/15/2026  JTM   STATIONS ON HOLD (STATUS H) ARE NOW       *
000276*                     COLLECTED AS WELL AS ACTIVE ONES, SO     *
000277*                     SQUAREROOT CAN QUEUE THEIR READINGS TO   *
000278*                     SRHELD.                                  *
000280*  09/02/2026  JTM   ORIGINAL VERSION.                         *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000480     SELECT SR-INTDSC-FILE ASSIGN TO "SRINTDSC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SR-INTDSC-STATUS.
000502
000504     SELECT OPTIONAL SR-ARRLOG-FILE ASSIGN TO "SRARRLOG"
000506         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS SR-ARRLOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000810 FD  SR-INTDSC-FILE.
000820 01  SR-INTDSC-RECORD                PIC X(80).
000830
000831*****************************************************************
000832*  SR-ARRLOG-FILE - PERMANENT STATION ARRIVAL LOG, APPENDED    *
000833*  ONE RECORD PER STATION PER RUN (SEE SRARRREC)               *
000835*****************************************************************
000836 FD  SR-ARRLOG-FILE.
000837     COPY SRARRREC.
000838
000840 WORKING-STORAGE SECTION.
000850 77  SR-STNMAS-STATUS             PIC XX VALUE SPACES.
000860 77  SR-STNIN-STATUS              PIC XX VALUE SPACES.
000870 77  SR-INPUT-STATUS              PIC XX VALUE SPACES.
000880 77  SR-INTDSC-STATUS             PIC XX VALUE SPACES.
000885 77  SR-ARRLOG-STATUS             PIC XX VALUE SPACES.
000890 77  SR-SIN-FNAME                 PIC X(30) VALUE SPACES.
000900
000910 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
000960 77  SR-PRINT-LINE                PIC X(80) VALUE SPACES.
000970
000980*****************************************************************
000990*  ACTIVE STATION LIST FROM SRSTNMAS, WITH EACH STATION'S      *
000995*  DELIVERY CUT-OFF.  100 STATIONS MATCHES THE TABLES IN       *
001000*  SQUAREROOT.                                                 *
001010*****************************************************************
001020 77  SR-INT-STN-COUNT             PIC 9(4) COMP VALUE ZERO.
001030 77  SR-INT-STN-SUB               PIC 9(4) COMP VALUE ZERO.
001040 01  SR-INT-STN-TABLE.
001050     05  SR-INT-STN-ENTRY            OCCURS 100 TIMES.
001060         10  SR-INT-STN-CODE         PIC X(4).
001065         10  SR-INT-STN-CUTOFF       PIC X(4).
001070
001080*****************************************************************
001090*  PER-FILE PROOF STATE.  THE FILE IS READ WITH ONE RECORD OF  *
001280 77  SR-INT-MISSING-FILES         PIC 9(4) COMP VALUE ZERO.
001290 77  SR-INT-MERGED-RECORDS        PIC 9(8) COMP VALUE ZERO.
001300 77  SR-INT-COUNT-ED              PIC Z,ZZZ,ZZ9.
       77  SR-INT-LATE-FILES            PIC 9(4) COMP VALUE ZERO.
      
      *****************************************************************
      *  ARRIVAL TIMING.  THE SRIN FILE'S DATE AND TIME COME FROM    *
      *  THE CBL_CHECK_FILE_EXIST FILE DETAILS, WHOSE YEAR AND TIME  *
      *  FIELDS ARE BINARY BYTES.  DATES ARE TURNED INTO DAY NUMBERS *
      *  SO LATENESS CAN BE COUNTED IN MINUTES ACROSS MIDNIGHT.      *
      *****************************************************************
       01  SR-INT-FILE-DETAILS.
           05  SR-INT-FD-SIZE              PIC X(8).
           05  SR-INT-FD-DAY               PIC X(1).
           05  SR-INT-FD-MONTH             PIC X(1).
           05  SR-INT-FD-YEAR-HI           PIC X(1).
           05  SR-INT-FD-YEAR-LO           PIC X(1).
           05  SR-INT-FD-HOURS             PIC X(1).
           05  SR-INT-FD-MINUTES           PIC X(1).
           05  SR-INT-FD-SECONDS           PIC X(1).
           05  SR-INT-FD-HUNDREDTHS        PIC X(1).
       01  SR-INT-FILE-DATE             PIC 9(8) VALUE ZERO.
       01  SR-INT-FILE-DATE-R REDEFINES SR-INT-FILE-DATE.
           05  SR-INT-FILE-CCYY            PIC 9(4).
           05  SR-INT-FILE-MM              PIC 9(2).
           05  SR-INT-FILE-DD              PIC 9(2).
       01  SR-INT-FILE-TIME             PIC 9(6) VALUE ZERO.
       01  SR-INT-FILE-TIME-R REDEFINES SR-INT-FILE-TIME.
           05  SR-INT-FILE-HH              PIC 9(2).
           05  SR-INT-FILE-MI              PIC 9(2).
           05  SR-INT-FILE-SS              PIC 9(2).
       01  SR-INT-CUTOFF                PIC 9(4) VALUE ZERO.
       01  SR-INT-CUTOFF-R REDEFINES SR-INT-CUTOFF.
           05  SR-INT-CUTOFF-HH            PIC 9(2).
           05  SR-INT-CUTOFF-MI            PIC 9(2).
       77  SR-INT-STAMP-SWITCH          PIC X(1) VALUE "N".
           88  SR-INT-HAVE-STAMP                VALUE "Y".
       77  SR-INT-RUN-HHMM              PIC 9(4) VALUE ZERO.
       77  SR-INT-RUN-DAYNO             PIC 9(8) COMP VALUE ZERO.
       77  SR-INT-DUE-DAYNO             PIC 9(8) COMP VALUE ZERO.
       77  SR-INT-DUE-DATE              PIC 9(8) VALUE ZERO.
       77  SR-INT-FILE-DAYNO            PIC 9(8) COMP VALUE ZERO.
       77  SR-INT-BYTE-VALUE            PIC 9(4) COMP VALUE ZERO.
       77  SR-INT-MINUTES-LATE          PIC S9(9) COMP VALUE ZERO.
001310
001320*****************************************************************
001330*  WORK VIEWS OF THE RAW STATION RECORD - THE TRANSMITTAL      *
001690 1000-INITIALIZE.
001700     ACCEPT SR-INT-RUN-DATE FROM DATE YYYYMMDD.
001710     ACCEPT SR-INT-TIME-FLD FROM TIME.
001712     DIVIDE SR-INT-TIME-FLD BY 10000 GIVING SR-INT-RUN-HHMM.
001715     COMPUTE SR-INT-RUN-DAYNO =
001717         FUNCTION INTEGER-OF-DATE (SR-INT-RUN-DATE).
001720
001730     OPEN OUTPUT SR-INPUT-FILE.
001740     OPEN OUTPUT SR-INTDSC-FILE.
001745     OPEN EXTEND SR-ARRLOG-FILE.
001750
001760     MOVE SPACES TO SR-PRINT-LINE.
001770     STRING "INTAKE DISCREPANCY REPORT   RUN DATE: "
002120     IF SR-STNMAS-STATUS NOT = "00"
002130         GO TO 2100-EXIT
002140     END-IF.
002150     IF NOT SR-STN-ACTIVE AND NOT SR-STN-HELD
002160         GO TO 2100-EXIT
002170     END-IF.
002180     IF SR-INT-STN-COUNT < 100
002190         ADD 1 TO SR-INT-STN-COUNT
002200         MOVE SR-STN-STATION-CODE
002210             TO SR-INT-STN-CODE (SR-INT-STN-COUNT)
002211*        A CUT-OFF THAT IS NOT A TIME OF DAY IS TREATED AS
002212*        NONE RATHER THAN MARKING EVERY FILE LATE.
002213         MOVE SR-STN-CUTOFF-TIME
002215             TO SR-INT-STN-CUTOFF (SR-INT-STN-COUNT)
002216         IF SR-STN-CUTOFF-TIME NOT NUMERIC
002217             MOVE SPACES TO SR-INT-STN-CUTOFF (SR-INT-STN-COUNT)
002218         END-IF
002220     ELSE
002230         DISPLAY "SQRINTK: STATION TABLE FULL - STATION "
002240             SR-STN-STATION-CODE " NOT COLLECTED"
002280
002290*****************************************************************
002300*  3000-PROCESS-ONE-STATION - PROVE ONE STATION'S FILE AND,    *
002310*  WHEN THE PROOF HOLDS, MERGE ITS DETAIL INTO SRINPUT.  THE   *
002315*  OUTCOME GOES TO THE ARRIVAL LOG EITHER WAY.                 *
002320*****************************************************************
002330 3000-PROCESS-ONE-STATION.
002340     MOVE SR-INT-STN-CODE (SR-INT-STN-SUB)
002520             ADD 1 TO SR-INT-MERGED-FILES
002530             PERFORM 3600-WRITE-VERDICT-LINE THRU 3600-EXIT
002540     END-EVALUATE.
002543
002546     PERFORM 3700-LOG-ARRIVAL THRU 3700-EXIT.
002550 3000-EXIT.
002560     EXIT.
002570
002660     MOVE SPACES TO SR-INT-VERDICT.
002670     MOVE ZERO TO SR-INT-ACTUAL-COUNT.
002680     MOVE ZERO TO SR-INT-ACTUAL-HASH.
002685     MOVE ZERO TO SR-INT-EXPECT-COUNT.
002690     MOVE "N" TO SR-INT-HAVE-PREV-SWITCH.
002700     MOVE "N" TO SR-EOF-SWITCH.
002710
004440     EXIT.
004450
004460*****************************************************************
      *  3700-LOG-ARRIVAL - APPEND THE STATION'S ARRIVAL RECORD.     *
      *  THE CUT-OFF HELD TO IS ITS LAST OCCURRENCE AT OR BEFORE     *
      *  THE START OF THIS RUN - TODAY'S IF THE RUN STARTED AFTER    *
      *  IT, OTHERWISE YESTERDAY'S - AND ITS DATE IS THE DUE DATE.   *
      *  A STATION WITH NO CUT-OFF IS DUE ON THE RUN DATE AND IS     *
      *  ALWAYS ON TIME.  A FILE IS LATE ONLY WHEN IT WAS LAST       *
      *  WRITTEN IN A MINUTE AFTER THE CUT-OFF; A FILE WHOSE DATE    *
      *  CANNOT BE HAD IS TAKEN AS ON TIME.  A FAILED FILE KEEPS ITS *
      *  MINUTES LATE BUT IS SCORED AS A PROOF FAILURE.              *
      *****************************************************************
       3700-LOG-ARRIVAL.
           MOVE SPACES TO SR-ARRIVAL-RECORD.
           MOVE SR-INT-CUR-STATION TO SR-ARR-STATION.
           MOVE SR-INT-RUN-DATE TO SR-ARR-RUN-DATE.
           MOVE SR-INT-TIME-FLD TO SR-ARR-RUN-TIME.
           MOVE SR-INT-STN-CUTOFF (SR-INT-STN-SUB)
               TO SR-ARR-CUTOFF-TIME.
           MOVE SR-INT-EXPECT-COUNT TO SR-ARR-EXPECT-COUNT.
           MOVE SR-INT-ACTUAL-COUNT TO SR-ARR-ACTUAL-COUNT.
           MOVE SR-INT-VERDICT TO SR-ARR-VERDICT.
           MOVE ZERO TO SR-ARR-MINUTES-LATE.
           MOVE ZERO TO SR-INT-MINUTES-LATE.
      
           MOVE SR-INT-RUN-DAYNO TO SR-INT-DUE-DAYNO.
           IF SR-ARR-CUTOFF-TIME NOT = SPACES
               MOVE SR-ARR-CUTOFF-TIME TO SR-INT-CUTOFF
               IF SR-INT-CUTOFF > SR-INT-RUN-HHMM
                   SUBTRACT 1 FROM SR-INT-DUE-DAYNO
               END-IF
           END-IF.
           COMPUTE SR-INT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (SR-INT-DUE-DAYNO).
           MOVE SR-INT-DUE-DATE TO SR-ARR-DUE-DATE.
      
           IF SR-INT-VERDICT = "NO FILE RECEIVED"
               SET SR-ARR-MISSING TO TRUE
           ELSE
               PERFORM 3720-JUDGE-ARRIVAL THRU 3720-EXIT
           END-IF.
           WRITE SR-ARRIVAL-RECORD.
       3700-EXIT.
           EXIT.
      
      *****************************************************************
      *  3720-JUDGE-ARRIVAL - ON TIME, LATE OR FAILED FOR A FILE     *
      *  THAT CAME IN, BY ITS STAMP AGAINST THE CUT-OFF INSTANT.     *
      *****************************************************************
       3720-JUDGE-ARRIVAL.
           PERFORM 3750-STAMP-ONE-FILE THRU 3750-EXIT.
           IF SR-INT-HAVE-STAMP
               MOVE SR-INT-FILE-DATE TO SR-ARR-FILE-DATE
               MOVE SR-INT-FILE-TIME TO SR-ARR-FILE-TIME
               IF SR-ARR-CUTOFF-TIME NOT = SPACES
                   COMPUTE SR-INT-FILE-DAYNO =
                       FUNCTION INTEGER-OF-DATE (SR-INT-FILE-DATE)
                   COMPUTE SR-INT-MINUTES-LATE =
                       (SR-INT-FILE-DAYNO - SR-INT-DUE-DAYNO) * 1440
                       + SR-INT-FILE-HH * 60 + SR-INT-FILE-MI
                       - SR-INT-CUTOFF-HH * 60 - SR-INT-CUTOFF-MI
               END-IF
           END-IF.
           IF SR-INT-MINUTES-LATE > ZERO
               MOVE SR-INT-MINUTES-LATE TO SR-ARR-MINUTES-LATE
           END-IF.
      
           EVALUATE TRUE
               WHEN SR-INT-FILE-FAILED
                   SET SR-ARR-FAILED TO TRUE
               WHEN SR-INT-MINUTES-LATE > ZERO
                   SET SR-ARR-LATE TO TRUE
                   ADD 1 TO SR-INT-LATE-FILES
               WHEN OTHER
                   SET SR-ARR-ON-TIME TO TRUE
           END-EVALUATE.
       3720-EXIT.
           EXIT.
      
      *****************************************************************
      *  3750-STAMP-ONE-FILE - THE SRIN FILE'S LAST-WRITTEN DATE AND *
      *  TIME FROM THE FILE DETAILS.  A NON-ZERO RETURN FROM THE     *
      *  CALL LEAVES THE FILE UNSTAMPED.                             *
      *****************************************************************
       3750-STAMP-ONE-FILE.
           MOVE "N" TO SR-INT-STAMP-SWITCH.
           MOVE ZERO TO SR-INT-FILE-DATE.
           MOVE ZERO TO SR-INT-FILE-TIME.
           CALL "CBL_CHECK_FILE_EXIST"
               USING SR-SIN-FNAME SR-INT-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               GO TO 3750-EXIT
           END-IF.
           COMPUTE SR-INT-BYTE-VALUE =
               (FUNCTION ORD (SR-INT-FD-YEAR-HI) - 1) * 256
               + FUNCTION ORD (SR-INT-FD-YEAR-LO) - 1.
           MOVE SR-INT-BYTE-VALUE TO SR-INT-FILE-CCYY.
           COMPUTE SR-INT-FILE-MM = FUNCTION ORD (SR-INT-FD-MONTH) - 1.
           COMPUTE SR-INT-FILE-DD = FUNCTION ORD (SR-INT-FD-DAY) - 1.
           COMPUTE SR-INT-FILE-HH = FUNCTION ORD (SR-INT-FD-HOURS) - 1.
           COMPUTE SR-INT-FILE-MI =
               FUNCTION ORD (SR-INT-FD-MINUTES) - 1.
           COMPUTE SR-INT-FILE-SS =
               FUNCTION ORD (SR-INT-FD-SECONDS) - 1.
           SET SR-INT-HAVE-STAMP TO TRUE.
       3750-EXIT.
           EXIT.
      
      *****************************************************************
004470*  9000-FINALIZE - INTAKE TOTALS AND RETURN-CODE SIGNALING     *
004480*****************************************************************
004490 9000-FINALIZE.
004740            SR-INT-COUNT-ED             DELIMITED BY SIZE
004750         INTO SR-PRINT-LINE.
004760     WRITE SR-INTDSC-RECORD FROM SR-PRINT-LINE.
004761     MOVE SR-INT-LATE-FILES TO SR-INT-COUNT-ED.
004762     MOVE SPACES TO SR-PRINT-LINE.
004764     STRING "FILES DELIVERED LATE:    " DELIMITED BY SIZE
004765            SR-INT-COUNT-ED             DELIMITED BY SIZE
004767         INTO SR-PRINT-LINE.
004768     WRITE SR-INTDSC-RECORD FROM SR-PRINT-LINE.
004770
004780     CLOSE SR-INPUT-FILE.
004790     CLOSE SR-INTDSC-FILE.
004795     CLOSE SR-ARRLOG-FILE.
004800
004810     EVALUATE TRUE
004820         WHEN SR-INT-HELD-FILES > ZERO
