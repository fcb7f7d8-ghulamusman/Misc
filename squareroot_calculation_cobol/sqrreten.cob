000160*      HISTORY YEAR ROLL INTO THE SRHISANN ANNUAL SUMMARY      *
000170*      (SEE SRANNREC) THAT SQRTREND STILL DRAWS ON, AND THE    *
000180*      LIVE HISTORY IS REWRITTEN WITHOUT THEM                  *
000183*    - SRHISSTN RECORDS (SEE SRHSNREC) FROM THOSE YEARS ARE    *
000186*      DROPPED - THE ANNUAL SUMMARY KEEPS NO STATION DETAIL    *
000190*  EVERYTHING MOVED IS LISTED ON THE SRRETRPT RETENTION        *
000200*  REPORT SO THE QUARTER'S FIGURES REMAIN PROVABLE.            *
000210*                                                               *
000220*  MODIFICATION HISTORY                                        *
000230*  DATE        INIT  DESCRIPTION                               *
      *  10/15/2026  JTM   SRHISSTN IS TRIMMED FROM THE MAINLINE,    *
      *                     SO IT IS TRIMMED EVEN WHEN THERE IS NO   *
      *                     SRHIST ON FILE.                          *
      *  10/15/2026  JTM   SRHISSTN STATION RUN HISTORY FROM THE     *
      *                     ROLLED YEARS IS DROPPED WITH THEM, AND   *
      *                     COUNTED ON THE REPORT.                   *
      *  10/15/2026  JTM   A MASTER RECORD LAST POSTED IN A CLOSED   *
      *                     PERIOD (SEE SRPERREC) IS KEPT WHATEVER   *
      *                     THE CUTOFF, AND LISTED AS SUCH, UNTIL THE*
      *                     PERIOD IS REOPENED.                      *
      *  10/15/2026  JTM   THE SRMASARC RECORD GREW WITH THE         *
      *                     SRMASREC LAYOUT (RAW VALUE AND           *
      *                     CALIBRATION ID).                         *
000240*  09/02/2026  JTM   ORIGINAL VERSION.                         *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SR-HISANN-STATUS.
000570
000571     SELECT OPTIONAL SR-PERIOD-FILE ASSIGN TO "SRPERIOD"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS SR-PERIOD-STATUS.
000574
000575     SELECT OPTIONAL SR-HISSTN-FILE ASSIGN TO "SRHISSTN"
000576         ORGANIZATION IS LINE SEQUENTIAL
000577         FILE STATUS IS SR-HISSTN-STATUS.
000578
000580     SELECT SR-RETRPT-FILE ASSIGN TO "SRRETRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SR-RETRPT-STATUS.
000830*  PER ARCHIVED READING                                        *
000840*****************************************************************
000850 FD  SR-MASARC-FILE.
000860 01  SR-MASARC-RECORD                PIC X(111).
000870
000880*****************************************************************
000890*  SR-HIST-FILE / SR-HISTMP-FILE - THE LIVE RUN HISTORY AND    *
001040     COPY SRANNREC.
001050
001060*****************************************************************
      *  SR-PERIOD-FILE - THE PERIOD CONTROL FILE (SEE SRPERREC),    *
      *  ITS CLOSED PERIODS LOADED INTO THE SR-PRD TABLE             *
      *****************************************************************
       FD  SR-PERIOD-FILE.
           COPY SRPERREC.
      
      *****************************************************************
      *  SR-HISSTN-FILE - THE RUN HISTORY BY STATION (SRHSNREC),     *
      *  TRIMMED THROUGH THE SAME SRHISTMP WORK FILE                 *
      *****************************************************************
       FD  SR-HISSTN-FILE.
           COPY SRHSNREC.
      
      *****************************************************************
001070*  SR-RETRPT-FILE - PRINTED RETENTION REPORT                   *
001080*****************************************************************
001090 FD  SR-RETRPT-FILE.
001170 77  SR-HISTMP-STATUS             PIC XX VALUE SPACES.
001180 77  SR-HISANN-STATUS             PIC XX VALUE SPACES.
001190 77  SR-RETRPT-STATUS             PIC XX VALUE SPACES.
001195 77  SR-HISSTN-STATUS             PIC XX VALUE SPACES.
001200
001210 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001220     88  SR-END-OF-FILE                   VALUE "Y".
001340 77  SR-RET-KEPT-COUNT            PIC 9(8) COMP VALUE ZERO.
001350 77  SR-RET-HIST-ROLLED           PIC 9(8) COMP VALUE ZERO.
001360 77  SR-RET-HIST-KEPT             PIC 9(8) COMP VALUE ZERO.
001363 77  SR-RET-STN-DROPPED           PIC 9(8) COMP VALUE ZERO.
001366 77  SR-RET-STN-KEPT              PIC 9(8) COMP VALUE ZERO.
001370 77  SR-RET-COUNT-ED              PIC Z,ZZZ,ZZ9.
001372*    THE WORST OUTCOME SEEN ACROSS THE PASSES, HANDED TO THE
001374*    SCHEDULER BY 9000 (AS SQRMSTUT DOES WITH SR-MUT-RC).
001376 77  SR-RET-RC                    PIC 9(2) VALUE ZERO.
      
      *****************************************************************
      *  CLOSED PERIODS - A MASTER RECORD LAST POSTED IN ONE OF      *
      *  THESE STAYS ON THE MASTER SO THE PERIOD'S FIGURES STILL     *
      *  MATCH ITS CLOSE SNAPSHOT.  200 MATCHES SQRPCLOS.            *
      *****************************************************************
       77  SR-PERIOD-STATUS             PIC XX VALUE SPACES.
       77  SR-PRD-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  SR-PRD-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  SR-PRD-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       77  SR-RET-LOCKED-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  SR-PRD-TABLE.
           05  SR-PRD-ENTRY                OCCURS 200 TIMES.
               10  SR-PRD-T-ID             PIC X(6).
               10  SR-PRD-T-START          PIC X(8).
               10  SR-PRD-T-END            PIC X(8).
001380
001390 01  SR-RET-YEAR-VIEW.
001400     05  SR-RET-RUN-YEAR             PIC X(4).
001840     END-IF.
001850     IF SR-RETW-HIST-YEAR NOT = SPACES
001860         PERFORM 3000-ROLL-HISTORY THRU 3000-EXIT
001865         PERFORM 3500-TRIM-STATION-HISTORY THRU 3500-EXIT
001870     END-IF.
001880
001900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002230     WRITE SR-RETRPT-RECORD FROM SR-PRINT-LINE.
002240     MOVE SPACES TO SR-RETRPT-RECORD.
002250     WRITE SR-RETRPT-RECORD.
002253
002256     PERFORM 1100-LOAD-CLOSED-PERIODS THRU 1100-EXIT.
002260 1000-EXIT.
           EXIT.
      
      *****************************************************************
      *  1100-LOAD-CLOSED-PERIODS - THE CLOSED PERIODS ON SRPERIOD   *
      *  INTO THE TABLE.  NO FILE MEANS NOTHING IS CLOSED.           *
      *****************************************************************
       1100-LOAD-CLOSED-PERIODS.
           MOVE ZERO TO SR-PRD-COUNT.
           OPEN INPUT SR-PERIOD-FILE.
           IF SR-PERIOD-STATUS = "05"
               CLOSE SR-PERIOD-FILE
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SR-EOF-SWITCH.
           PERFORM 1150-LOAD-ONE-PERIOD THRU 1150-EXIT
               UNTIL SR-END-OF-FILE.
           CLOSE SR-PERIOD-FILE.
       1100-EXIT.
           EXIT.
      
       1150-LOAD-ONE-PERIOD.
           READ SR-PERIOD-FILE
               AT END
                   SET SR-END-OF-FILE TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF NOT SR-PER-CLOSED
               GO TO 1150-EXIT
           END-IF.
           IF SR-PRD-COUNT < 200
               ADD 1 TO SR-PRD-COUNT
               MOVE SR-PER-PERIOD-ID TO SR-PRD-T-ID (SR-PRD-COUNT)
               MOVE SR-PER-START-DATE TO SR-PRD-T-START (SR-PRD-COUNT)
               MOVE SR-PER-END-DATE TO SR-PRD-T-END (SR-PRD-COUNT)
           ELSE
               DISPLAY "SQRRETEN: SRPERIOD TABLE FULL - RECORD IGNORED"
           END-IF.
       1150-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002650            SR-RET-COUNT-ED             DELIMITED BY SIZE
002660         INTO SR-PRINT-LINE.
002670     WRITE SR-RETRPT-RECORD FROM SR-PRINT-LINE.
002671     MOVE SR-RET-LOCKED-COUNT TO SR-RET-COUNT-ED.
002672     MOVE SPACES TO SR-PRINT-LINE.
002674     STRING "  OF WHICH PERIOD CLOSED:" DELIMITED BY SIZE
002675            SR-RET-COUNT-ED             DELIMITED BY SIZE
002677         INTO SR-PRINT-LINE.
002678     WRITE SR-RETRPT-RECORD FROM SR-PRINT-LINE.
002680     MOVE SPACES TO SR-RETRPT-RECORD.
002690     WRITE SR-RETRPT-RECORD.
002700 2000-EXIT.
002780     END-READ.
002790     IF SR-MAS-LAST-DATE NOT < SR-RETW-MASTER-CUTOFF
002800         ADD 1 TO SR-RET-KEPT-COUNT
               GO TO 2100-EXIT
           END-IF.
      
      *    A READING POSTED IN A CLOSED PERIOD IS NOT ARCHIVED - IT
      *    STAYS ON THE MASTER UNTIL THE PERIOD IS REOPENED.
           PERFORM 2200-FIND-CLOSED-PERIOD THRU 2200-EXIT.
           IF SR-PRD-FOUND-SUB > ZERO
               ADD 1 TO SR-RET-KEPT-COUNT
               ADD 1 TO SR-RET-LOCKED-COUNT
               MOVE SPACES TO SR-PRINT-LINE
               STRING "KEPT:     STN "    DELIMITED BY SIZE
                      SR-MAS-SOURCE-STATION DELIMITED BY SIZE
                      " READING "         DELIMITED BY SIZE
                      SR-MAS-READING-ID   DELIMITED BY SIZE
                      " LAST "            DELIMITED BY SIZE
                      SR-MAS-LAST-DATE    DELIMITED BY SIZE
                      " PERIOD "          DELIMITED BY SIZE
                      SR-PRD-T-ID (SR-PRD-FOUND-SUB) DELIMITED BY SIZE
                      " CLOSED"           DELIMITED BY SIZE
                   INTO SR-PRINT-LINE
               WRITE SR-RETRPT-RECORD FROM SR-PRINT-LINE
002810         GO TO 2100-EXIT
002820     END-IF.
002830
002990                 SR-MASTER-STATUS
003000     END-DELETE.
003010 2100-EXIT.
           EXIT.
      
      *****************************************************************
      *  2200-FIND-CLOSED-PERIOD - THE CLOSED PERIOD TAKING IN THE   *
      *  MASTER RECORD'S LAST DATE, OR ZERO IN SR-PRD-FOUND-SUB.     *
      *****************************************************************
       2200-FIND-CLOSED-PERIOD.
           MOVE ZERO TO SR-PRD-FOUND-SUB.
           PERFORM 2250-MATCH-ONE-PERIOD THRU 2250-EXIT
               VARYING SR-PRD-SUB FROM 1 BY 1
                   UNTIL SR-PRD-SUB > SR-PRD-COUNT
                       OR SR-PRD-FOUND-SUB > ZERO.
       2200-EXIT.
           EXIT.
      
       2250-MATCH-ONE-PERIOD.
           IF SR-MAS-LAST-DATE NOT < SR-PRD-T-START (SR-PRD-SUB)
                   AND SR-MAS-LAST-DATE NOT > SR-PRD-T-END (SR-PRD-SUB)
               MOVE SR-PRD-SUB TO SR-PRD-FOUND-SUB
           END-IF.
       2250-EXIT.
003020     EXIT.
003030
003040*****************************************************************
005250     EXIT.
005260
005270*****************************************************************
      *  3500-TRIM-STATION-HISTORY - DROP SRHISSTN RECORDS FROM      *
      *  YEARS UP TO AND INCLUDING THE CONTROL YEAR, AS 3000 DOES    *
      *  FOR SRHIST, THROUGH THE SAME WORK FILE.                     *
      *****************************************************************
       3500-TRIM-STATION-HISTORY.
           MOVE "N" TO SR-EOF-SWITCH.
           OPEN INPUT SR-HISSTN-FILE.
           IF SR-HISSTN-STATUS = "05"
               CLOSE SR-HISSTN-FILE
               GO TO 3500-EXIT
           END-IF.
           OPEN OUTPUT SR-HISTMP-FILE.
           PERFORM 3550-JUDGE-ONE-STATION THRU 3550-EXIT
               UNTIL SR-END-OF-FILE.
           CLOSE SR-HISSTN-FILE.
           CLOSE SR-HISTMP-FILE.
      
           MOVE "N" TO SR-EOF-SWITCH.
           OPEN INPUT SR-HISTMP-FILE.
           OPEN OUTPUT SR-HISSTN-FILE.
           PERFORM 3600-COPY-STATION-BACK THRU 3600-EXIT
               UNTIL SR-END-OF-FILE.
           CLOSE SR-HISTMP-FILE.
           CLOSE SR-HISSTN-FILE.
      
           MOVE SR-RET-STN-DROPPED TO SR-RET-COUNT-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "STATION HISTORY DROPPED: " DELIMITED BY SIZE
                  SR-RET-COUNT-ED             DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-RETRPT-RECORD FROM SR-PRINT-LINE.
           MOVE SR-RET-STN-KEPT TO SR-RET-COUNT-ED.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "STATION HISTORY KEPT:    " DELIMITED BY SIZE
                  SR-RET-COUNT-ED             DELIMITED BY SIZE
               INTO SR-PRINT-LINE.
           WRITE SR-RETRPT-RECORD FROM SR-PRINT-LINE.
       3500-EXIT.
           EXIT.
      
       3550-JUDGE-ONE-STATION.
           READ SR-HISSTN-FILE
               AT END
                   SET SR-END-OF-FILE TO TRUE
                   GO TO 3550-EXIT
           END-READ.
           MOVE SR-HSN-RUN-DATE TO SR-RET-YEAR-VIEW.
           IF SR-RET-RUN-YEAR > SR-RETW-HIST-YEAR
               MOVE SR-STATION-HISTORY-RECORD TO SR-HISTMP-RECORD
               WRITE SR-HISTMP-RECORD
               ADD 1 TO SR-RET-STN-KEPT
           ELSE
               ADD 1 TO SR-RET-STN-DROPPED
           END-IF.
       3550-EXIT.
           EXIT.
      
       3600-COPY-STATION-BACK.
           READ SR-HISTMP-FILE
               AT END
                   SET SR-END-OF-FILE TO TRUE
                   GO TO 3600-EXIT
           END-READ.
           MOVE SR-HISTMP-RECORD TO SR-STATION-HISTORY-RECORD.
           WRITE SR-STATION-HISTORY-RECORD.
       3600-EXIT.
           EXIT.
      
      *****************************************************************
005280*  9000-FINALIZE - CLOSE THE REPORT AND HAND THE WORST         *
005290*  OUTCOME TO THE SCHEDULER.                                   *
005295*****************************************************************
