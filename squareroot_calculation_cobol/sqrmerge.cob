000190*                                                               *
000200*  MODIFICATION HISTORY                                        *
000210*  DATE        INIT  DESCRIPTION                               *
      *  10/15/2026  JTM   THE COMBINED SRHIST RECORD NOW CARRIES    *
      *                     THE RUN TIMINGS - THE LONGEST PORTION'S  *
      *                     ELAPSED TIME, THE PORTIONS' CACHE HITS   *
      *                     AND ITERATED VALUES, AND THE PORTION     *
      *                     COUNT AS ITS STREAM COUNT - FOR THE      *
      *                     SQRCAPRP CAPACITY REPORT.                *
      *  10/15/2026  JTM   HELD READINGS (STATUS H ON SRXCHG) ARE    *
      *                     NOW COUNTED INTO THE ROLL-UP TRAILER,    *
      *                     THE COMBINED SRXCHCTL RECORD AND THE     *
      *                     COMBINED SRHIST RECORD.                  *
000212*  09/02/2026  JTM   THE LIVE SRHIST IS NOW REWRITTEN WITHOUT  *
000214*                     THE PORTION JOBS' RECORDS WHEN THE       *
000216*                     COMBINED RECORD IS APPENDED - SQRTREND   *
001392 77  SR-MRG-DROP-SWITCH           PIC X(1) VALUE "N".
001394     88  SR-MRG-DROP-PORTION              VALUE "Y".
001396 77  SR-MRG-HIST-DROPPED          PIC 9(6) COMP VALUE ZERO.
001397 77  SR-MRG-ELAPSED-SECS          PIC 9(6) COMP VALUE ZERO.
001398 77  SR-MRG-CACHE-HITS            PIC 9(8) COMP VALUE ZERO.
001399 77  SR-MRG-ITERATED              PIC 9(8) COMP VALUE ZERO.
001400
001410*****************************************************************
001420*  PORTION TABLE, AS IN SQRSPLIT                               *
001780 77  SR-MRG-X-COUNT               PIC 9(6) COMP VALUE ZERO.
001790 77  SR-MRG-O-COUNT               PIC 9(6) COMP VALUE ZERO.
001800 77  SR-MRG-D-COUNT               PIC 9(6) COMP VALUE ZERO.
001805 77  SR-MRG-H-COUNT               PIC 9(6) COMP VALUE ZERO.
001810 77  SR-MRG-CALC-COUNT            PIC 9(6) COMP VALUE ZERO.
001820 77  SR-MRG-SUSP-COUNT            PIC 9(6) COMP VALUE ZERO.
001830 77  SR-MRG-TOTAL-COUNT           PIC 9(6) COMP VALUE ZERO.
003990                 ADD 1 TO SR-MRG-O-COUNT
004000             WHEN SR-XCH-DUPLICATE
004010                 ADD 1 TO SR-MRG-D-COUNT
004013             WHEN SR-XCH-HELD
004016                 ADD 1 TO SR-MRG-H-COUNT
004020         END-EVALUATE
004030     END-IF.
004040 2200-EXIT.
004180     ADD SR-MRG-S-COUNT SR-MRG-V-COUNT SR-MRG-W-COUNT
004190         GIVING SR-MRG-SUSP-COUNT.
004200     ADD SR-MRG-CALC-COUNT SR-MRG-R-COUNT SR-MRG-X-COUNT
004210         SR-MRG-O-COUNT SR-MRG-D-COUNT SR-MRG-H-COUNT
004220         GIVING SR-MRG-TOTAL-COUNT.
004230
004240*    THE ROLL-UP TRAILER GOES ON THE END OF THE COMBINED
004550     MOVE SR-MRG-X-COUNT     TO SR-XCT-X-COUNT.
004560     MOVE SR-MRG-O-COUNT     TO SR-XCT-O-COUNT.
004570     MOVE SR-MRG-D-COUNT     TO SR-XCT-D-COUNT.
004575     MOVE SR-MRG-H-COUNT     TO SR-XCT-H-COUNT.
004580     MOVE SR-MRG-TOTAL-COUNT TO SR-XCT-TOTAL-COUNT.
004590     WRITE SR-XCHG-CONTROL-RECORD.
004600     CLOSE SR-XCHCTL-FILE.
004989*  THE WORK FILE WITHOUT THE PORTION JOBS' RECORDS, COPIED    *
004990*  BACK, AND THE COMBINED RECORD WRITTEN ON THE END.  THE     *
004991*  VALUE AND ITERATION STATISTICS BELONG TO THE PORTION RUNS  *
004992*  AND ARE NOT RECONSTRUCTED HERE, BUT THE RUN TIMINGS ARE:   *
      *  THE PORTIONS RAN SIDE BY SIDE, SO THE COMBINED ELAPSED IS  *
      *  THE LONGEST PORTION'S AND THE STREAM COUNT IS THE NUMBER   *
      *  OF PORTIONS.                                               *
004993*****************************************************************
004994 3300-REWRITE-HISTORY.
004995     MOVE "N" TO SR-EOF-SWITCH.
005031     MOVE SR-MRG-SUSP-COUNT  TO SR-HIS-SUSPECT-COUNT.
005032     MOVE ZERO               TO SR-HIS-RESUB-COUNT.
005033     MOVE SR-MRG-D-COUNT     TO SR-HIS-DUP-COUNT.
           MOVE SR-MRG-H-COUNT     TO SR-HIS-HELD-COUNT.
005034     MOVE ZERO               TO SR-HIS-ESTIM-COUNT.
           MOVE SR-MRG-ELAPSED-SECS TO SR-HIS-ELAPSED-SECS.
           IF SR-MRG-ELAPSED-SECS > ZERO
               COMPUTE SR-HIS-RECS-PER-MIN =
                   SR-MRG-TOTAL-COUNT * 60 / SR-MRG-ELAPSED-SECS
           ELSE
               MOVE ZERO TO SR-HIS-RECS-PER-MIN
           END-IF.
           MOVE SR-MRG-CACHE-HITS  TO SR-HIS-CACHE-HITS.
           MOVE SR-MRG-ITERATED    TO SR-HIS-ITERATED.
           MOVE SR-POR-COUNT       TO SR-HIS-STREAMS.
005035     WRITE SR-HISTORY-RECORD.
005036     CLOSE SR-HIST-FILE.
005037 3300-EXIT.
005050                 OR SR-MRG-DROP-PORTION.
005051     IF SR-MRG-DROP-PORTION
005052         ADD 1 TO SR-MRG-HIST-DROPPED
               PERFORM 3315-TAKE-PORTION-TIMINGS THRU 3315-EXIT
005053     ELSE
005054         MOVE SR-HISTORY-RECORD TO SR-HISWRK-RECORD
005055         WRITE SR-HISWRK-RECORD
005056     END-IF.
005057 3310-EXIT.
           EXIT.
      
      *    HISTORY FROM BEFORE THE TIMINGS WERE KEPT READS BACK AS
      *    SPACES AND ADDS NOTHING.
       3315-TAKE-PORTION-TIMINGS.
           IF SR-HIS-ELAPSED-SECS IS NOT NUMERIC
               GO TO 3315-EXIT
           END-IF.
           IF SR-HIS-ELAPSED-SECS > SR-MRG-ELAPSED-SECS
               MOVE SR-HIS-ELAPSED-SECS TO SR-MRG-ELAPSED-SECS
           END-IF.
           ADD SR-HIS-CACHE-HITS TO SR-MRG-CACHE-HITS.
           ADD SR-HIS-ITERATED   TO SR-MRG-ITERATED.
       3315-EXIT.
005058     EXIT.
005059
005060 3320-DROP-IF-PORTION.
005400     MOVE SR-MRG-D-COUNT TO SR-MRG-COUNT-ED.
005410     MOVE SPACES TO SR-PRINT-LINE.
005420     STRING "DUPLICATES DROPPED: "   DELIMITED BY SIZE
005421            SR-MRG-COUNT-ED          DELIMITED BY SIZE
005422         INTO SR-PRINT-LINE.
005423     MOVE SR-PRINT-LINE TO SR-COPY-OUT-RECORD.
005425     WRITE SR-COPY-OUT-RECORD.
005426     MOVE SR-MRG-H-COUNT TO SR-MRG-COUNT-ED.
005427     MOVE SPACES TO SR-PRINT-LINE.
005428     STRING "READINGS HELD:      "   DELIMITED BY SIZE
005430            SR-MRG-COUNT-ED          DELIMITED BY SIZE
005440         INTO SR-PRINT-LINE.
005450     MOVE SR-PRINT-LINE TO SR-COPY-OUT-RECORD.
