000170*  ABORTS, THEN RECON MISMATCHES, THEN REJECTS), EACH WITH ITS  *
000180*  JOB/OPERATOR STAMP AND READING IDENTIFICATION.  THE SHIFT    *
000190*  SUPERVISOR SIGNS THE DAY OFF FROM THIS ONE LISTING.          *
000192*  STATIONS STILL ON HOLD PAST THEIR EXPECTED RELEASE DATE      *
000194*  (FROM THE SRSTNMAS STATION MASTER) FOLLOW AS SEVERITY 5.     *
000196*  STATIONS THE LAST SQRDRIFT CONTROL CHART SIGNALLED AS        *
000198*  DRIFTING (SRDRIFT, SEE SRDRFREC) FOLLOW AS SEVERITY 6.       *
000200*                                                                *
000210*  MODIFICATION HISTORY                                         *
000220*  DATE        INIT  DESCRIPTION                                *
000221*  10/15/2026  JTM   SQRDRIFT'S STATION DRIFT SIGNALS (SRDRIFT) *
000222*                     ARE NOW LISTED AS SEVERITY 6, STATION      *
000223*                     DRIFT, AND COUNTED IN THE SUMMARY.         *
000225*  10/15/2026  JTM   STATIONS HELD PAST THEIR EXPECTED RELEASE  *
000226*                     DATE ON SRSTNMAS ARE NOW LISTED AS        *
000227*                     SEVERITY 5, HOLD OVERDUE, AND COUNTED IN  *
000228*                     THE SUMMARY.                              *
000230*  08/22/2026  JTM   ORIGINAL VERSION.                          *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000510     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SR-PARM-STATUS.
000531
000532     SELECT OPTIONAL SR-STNMAS-FILE ASSIGN TO "SRSTNMAS"
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS SR-STNMAS-STATUS.
000535
000536     SELECT OPTIONAL SR-DRIFT-FILE ASSIGN USING SR-DRX-FNAME
000537         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS SR-DRIFT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000860 FD  SR-PARM-FILE.
000870     COPY SRPARMRC.
000880
      *****************************************************************
      *  SR-STNMAS-FILE - STATION MASTER, FOR HOLDS PAST THEIR DATE   *
      *****************************************************************
       FD  SR-STNMAS-FILE.
           COPY SRSTNREC.
      
      *****************************************************************
      *  SR-DRIFT-FILE - SQRDRIFT'S CONTROL-CHART SIGNALS             *
      *****************************************************************
       FD  SR-DRIFT-FILE.
           COPY SRDRFREC.
      
000890 WORKING-STORAGE SECTION.
000900 77  SR-OVERFLOW-STATUS           PIC XX VALUE SPACES.
000910 77  SR-XCHG-STATUS               PIC XX VALUE SPACES.
000930 77  SR-REJECT-STATUS             PIC XX VALUE SPACES.
000940 77  SR-DIGEST-STATUS             PIC XX VALUE SPACES.
000950 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
000953 77  SR-STNMAS-STATUS             PIC XX VALUE SPACES.
000956 77  SR-DRIFT-STATUS              PIC XX VALUE SPACES.
000960 77  SR-QUAL-JOB-NAME             PIC X(8) VALUE "SQRTJOB ".
000970 77  SR-OVR-FNAME                 PIC X(30) VALUE SPACES.
000980 77  SR-XCH-FNAME                 PIC X(30) VALUE SPACES.
000990 77  SR-MIS-FNAME                 PIC X(30) VALUE SPACES.
001000 77  SR-RJ-FNAME                  PIC X(30) VALUE SPACES.
001010 77  SR-DIG-FNAME                 PIC X(30) VALUE SPACES.
001015 77  SR-DRX-FNAME                 PIC X(30) VALUE SPACES.
001020
001030 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001040     88  SR-END-OF-FILE                   VALUE "Y".
001050
001060 77  SR-DIG-RUN-DATE              PIC 9(8) VALUE ZERO.
001065 77  SR-DIG-RUN-DATE-X            PIC X(8) VALUE SPACES.
001070 77  SR-DIG-TIME-FLD              PIC 9(8) VALUE ZERO.
001080 77  SR-PRINT-LINE                PIC X(100) VALUE SPACES.
001090
001190 77  SR-DIG-ABORT-COUNT           PIC 9(6) COMP VALUE ZERO.
001200 77  SR-DIG-MISMATCH-COUNT        PIC 9(6) COMP VALUE ZERO.
001210 77  SR-DIG-REJECT-COUNT          PIC 9(6) COMP VALUE ZERO.
001213 77  SR-DIG-HOLD-COUNT            PIC 9(6) COMP VALUE ZERO.
001216 77  SR-DIG-DRIFT-COUNT           PIC 9(6) COMP VALUE ZERO.
001220 77  SR-DIG-TOTAL-COUNT           PIC 9(6) COMP VALUE ZERO.
001230 77  SR-DIG-COUNT-ED              PIC ZZZ,ZZ9.
001240
001250 77  SR-DIG-XCH-VALUE-ED          PIC -(10)9.9(6).
001252 77  SR-DIG-DRF-POINTS-ED         PIC ZZ9.
001255 77  SR-DIG-DRF-SIDE-TEXT         PIC X(5) VALUE SPACES.
001257 77  SR-DIG-DRF-LIMIT-TEXT        PIC X(3) VALUE SPACES.
001260
001270 PROCEDURE DIVISION.
001280
001490 1000-INITIALIZE.
001500     PERFORM 1100-QUALIFY-FILE-NAMES THRU 1100-EXIT.
001510     ACCEPT SR-DIG-RUN-DATE FROM DATE YYYYMMDD.
001515     MOVE SR-DIG-RUN-DATE TO SR-DIG-RUN-DATE-X.
001520     ACCEPT SR-DIG-TIME-FLD FROM TIME.
001530     OPEN OUTPUT SR-DIGEST-FILE.
001540
001990     STRING "SRDIGEST."       DELIMITED BY SIZE
002000            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002010         INTO SR-DIG-FNAME.
002012     MOVE SPACES TO SR-DRX-FNAME.
002014     STRING "SRDRIFT."        DELIMITED BY SIZE
002016            SR-QUAL-JOB-NAME DELIMITED BY SPACE
002018         INTO SR-DRX-FNAME.
002020 1100-EXIT.
002030     EXIT.
002040
002160     PERFORM 2200-SWEEP-ABORTS THRU 2200-EXIT.
002170     PERFORM 2300-SWEEP-MISMATCHES THRU 2300-EXIT.
002180     PERFORM 2400-SWEEP-REJECTS THRU 2400-EXIT.
002183     PERFORM 2500-SWEEP-OVERDUE-HOLDS THRU 2500-EXIT.
002186     PERFORM 2600-SWEEP-DRIFT THRU 2600-EXIT.
002190 2000-EXIT.
002200     EXIT.
002210
003960     EXIT.
003970
003980*****************************************************************
      *  2500-SWEEP-OVERDUE-HOLDS - SEVERITY 5, STATIONS STILL ON     *
      *  HOLD AFTER THE DATE THE HOLD WAS EXPECTED TO BE LIFTED.      *
      *  THEIR READINGS ARE PILING UP ON SRHELD UNCALCULATED.  THE    *
      *  OPERATOR SHOWN IS THE ONE WHO PLACED THE HOLD.               *
      *****************************************************************
       2500-SWEEP-OVERDUE-HOLDS.
           MOVE "N" TO SR-EOF-SWITCH.
           OPEN INPUT SR-STNMAS-FILE.
           IF SR-STNMAS-STATUS = "05"
               SET SR-END-OF-FILE TO TRUE
           END-IF.
           PERFORM 2550-ONE-STATION THRU 2550-EXIT
               UNTIL SR-END-OF-FILE.
           CLOSE SR-STNMAS-FILE.
       2500-EXIT.
           EXIT.
      
       2550-ONE-STATION.
           READ SR-STNMAS-FILE
               AT END
                   SET SR-END-OF-FILE TO TRUE
                   GO TO 2550-EXIT
           END-READ.
           IF NOT SR-STN-HELD
               GO TO 2550-EXIT
           END-IF.
           IF SR-STN-HOLD-UNTIL = SPACES
                   OR SR-STN-HOLD-UNTIL NOT < SR-DIG-RUN-DATE-X
               GO TO 2550-EXIT
           END-IF.
           IF SR-DIG-COUNT-PASS
               ADD 1 TO SR-DIG-HOLD-COUNT
               GO TO 2550-EXIT
           END-IF.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "5-HOLD OVERDUE"    DELIMITED BY SIZE
                  "           "       DELIMITED BY SIZE
                  SR-STN-STATION-CODE DELIMITED BY SIZE
                  "          "        DELIMITED BY SIZE
                  SR-STN-OPERATOR-ID  DELIMITED BY SIZE
                  " DUE "             DELIMITED BY SIZE
                  SR-STN-HOLD-UNTIL   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SR-STN-HOLD-REASON  DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-DIGEST-RECORD FROM SR-PRINT-LINE.
       2550-EXIT.
           EXIT.
      
      *****************************************************************
      *  2600-SWEEP-DRIFT - SEVERITY 6, STATIONS SQRDRIFT'S LAST      *
      *  CONTROL CHART SIGNALLED AS DRIFTING: A DAY'S MEAN OUTSIDE    *
      *  THE THREE-SIGMA LIMITS, OR A RUN OF DAYS ON ONE SIDE OF THE  *
      *  CENTRE LINE.  SQRDRIFT REWRITES SRDRIFT EACH RUN, SO THESE   *
      *  ARE THE SIGNALS FROM THE LATEST CHART.                       *
      *****************************************************************
       2600-SWEEP-DRIFT.
           MOVE "N" TO SR-EOF-SWITCH.
           OPEN INPUT SR-DRIFT-FILE.
           IF SR-DRIFT-STATUS = "05"
               SET SR-END-OF-FILE TO TRUE
           END-IF.
           PERFORM 2650-ONE-DRIFT THRU 2650-EXIT
               UNTIL SR-END-OF-FILE.
           CLOSE SR-DRIFT-FILE.
       2600-EXIT.
           EXIT.
      
       2650-ONE-DRIFT.
           READ SR-DRIFT-FILE
               AT END
                   SET SR-END-OF-FILE TO TRUE
                   GO TO 2650-EXIT
           END-READ.
           IF SR-DIG-COUNT-PASS
               ADD 1 TO SR-DIG-DRIFT-COUNT
               GO TO 2650-EXIT
           END-IF.
           IF SR-DRF-ABOVE
               MOVE "ABOVE" TO SR-DIG-DRF-SIDE-TEXT
               MOVE "UCL" TO SR-DIG-DRF-LIMIT-TEXT
           ELSE
               MOVE "BELOW" TO SR-DIG-DRF-SIDE-TEXT
               MOVE "LCL" TO SR-DIG-DRF-LIMIT-TEXT
           END-IF.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "6-DRIFT       "    DELIMITED BY SIZE
                  "           "       DELIMITED BY SIZE
                  SR-DRF-SOURCE-STATION DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SR-DRF-JOB-NAME     DELIMITED BY SIZE
                  "          "        DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           MOVE SPACES TO SR-DIGEST-RECORD.
           IF SR-DRF-THREE-SIGMA
               MOVE SR-DRF-DAY-MEAN TO SR-DIG-XCH-VALUE-ED
               STRING SR-PRINT-LINE (1:47)  DELIMITED BY SIZE
                      " 3-SIGMA "           DELIMITED BY SIZE
                      SR-DIG-DRF-SIDE-TEXT  DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      SR-DIG-DRF-LIMIT-TEXT DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      SR-DRF-FROM-DATE      DELIMITED BY SIZE
                      " MEAN"               DELIMITED BY SIZE
                      SR-DIG-XCH-VALUE-ED   DELIMITED BY SIZE
                   INTO SR-DIGEST-RECORD
           ELSE
               MOVE SR-DRF-POINTS TO SR-DIG-DRF-POINTS-ED
               STRING SR-PRINT-LINE (1:47)  DELIMITED BY SIZE
                      " RUN OF "            DELIMITED BY SIZE
                      SR-DIG-DRF-POINTS-ED  DELIMITED BY SIZE
                      " DAYS "              DELIMITED BY SIZE
                      SR-DIG-DRF-SIDE-TEXT  DELIMITED BY SIZE
                      " CENTRE "            DELIMITED BY SIZE
                      SR-DRF-FROM-DATE      DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      SR-DRF-TO-DATE        DELIMITED BY SIZE
                   INTO SR-DIGEST-RECORD
           END-IF.
           WRITE SR-DIGEST-RECORD.
       2650-EXIT.
           EXIT.
      
      *****************************************************************
003990*  3000-WRITE-SUMMARY - THE ONE-PAGE COUNT SUMMARY ON TOP       *
004000*****************************************************************
004010 3000-WRITE-SUMMARY.
004020     ADD SR-DIG-SIZE-COUNT SR-DIG-ABORT-COUNT
004030         SR-DIG-MISMATCH-COUNT SR-DIG-REJECT-COUNT
004035         SR-DIG-HOLD-COUNT SR-DIG-DRIFT-COUNT
004040         GIVING SR-DIG-TOTAL-COUNT.
004050
004060     MOVE SR-DIG-SIZE-COUNT TO SR-DIG-COUNT-ED.
004270     MOVE SR-DIG-REJECT-COUNT TO SR-DIG-COUNT-ED.
004280     MOVE SPACES TO SR-PRINT-LINE.
004290     STRING "EDIT REJECTS:      " DELIMITED BY SIZE
                  SR-DIG-COUNT-ED       DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-DIGEST-RECORD FROM SR-PRINT-LINE.
      
           MOVE SR-DIG-HOLD-COUNT TO SR-DIG-COUNT-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "HOLDS OVERDUE:     " DELIMITED BY SIZE
                  SR-DIG-COUNT-ED       DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-DIGEST-RECORD FROM SR-PRINT-LINE.
      
           MOVE SR-DIG-DRIFT-COUNT TO SR-DIG-COUNT-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "STATION DRIFT:     " DELIMITED BY SIZE
004300            SR-DIG-COUNT-ED       DELIMITED BY SIZE
004310         INTO SR-PRINT-LINE.
004320     WRITE SR-DIGEST-RECORD FROM SR-PRINT-LINE.
