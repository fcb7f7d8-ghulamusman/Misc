000220*                                                                *
000230*  MODIFICATION HISTORY                                         *
000240*  DATE        INIT  DESCRIPTION                                *
      *  10/15/2026  JTM   READINGS QUEUED FROM A STATION ON HOLD     *
      *                     (STATUS H ON SRXCHG) ARE NOW BALANCED     *
      *                     AGAINST THE RUN TRAILER'S HELD COUNT.     *
000241*  09/02/2026  JTM   REVIEWED SUSPECTS (STATUS V RELEASED AND   *
000242*                     W WITHDRAWN, SEE MAIN'S SUSPECT REVIEW)   *
000243*                     NOW BALANCE WITH THE CONVERGED AND        *
001450 77  SR-BAL-XCH-X-COUNT           PIC 9(6) COMP VALUE ZERO.
001460 77  SR-BAL-XCH-O-COUNT           PIC 9(6) COMP VALUE ZERO.
001465 77  SR-BAL-XCH-D-COUNT           PIC 9(6) COMP VALUE ZERO.
001467 77  SR-BAL-XCH-H-COUNT           PIC 9(6) COMP VALUE ZERO.
001470 77  SR-BAL-XCH-OTHER-COUNT       PIC 9(6) COMP VALUE ZERO.
001480 77  SR-BAL-XCH-TOTAL             PIC 9(6) COMP VALUE ZERO.
001490
001570 77  SR-BAL-HIS-OVERFLOW          PIC 9(6) VALUE ZERO.
001580 77  SR-BAL-HIS-SUSPECT           PIC 9(6) VALUE ZERO.
001585 77  SR-BAL-HIS-DUP               PIC 9(6) VALUE ZERO.
001587 77  SR-BAL-HIS-HELD              PIC 9(6) VALUE ZERO.
001590 77  SR-BAL-HIS-TOTAL             PIC 9(6) VALUE ZERO.
001600 77  SR-BAL-HIS-JOB-NAME          PIC X(8) VALUE SPACES.
001610 77  SR-BAL-HIS-OPERATOR-ID       PIC X(8) VALUE SPACES.
002770         SR-BAL-XCH-V-COUNT SR-BAL-XCH-W-COUNT
002775         SR-BAL-XCH-R-COUNT
002780         SR-BAL-XCH-X-COUNT SR-BAL-XCH-O-COUNT
002785         SR-BAL-XCH-D-COUNT SR-BAL-XCH-H-COUNT
002790         SR-BAL-XCH-OTHER-COUNT
002800         GIVING SR-BAL-XCH-TOTAL.
002805*    A REVIEWED SUSPECT (V OR W) WAS STILL A CONVERGED,
003050                     ADD 1 TO SR-BAL-XCH-O-COUNT
003052                 WHEN SR-XCH-DUPLICATE
003054                     ADD 1 TO SR-BAL-XCH-D-COUNT
                       WHEN SR-XCH-HELD
                           ADD 1 TO SR-BAL-XCH-H-COUNT
003056                 WHEN SR-XCH-RELEASED
003057                     ADD 1 TO SR-BAL-XCH-V-COUNT
003058                 WHEN SR-XCH-WITHDRAWN
004246             ELSE
004247                 MOVE ZERO TO SR-BAL-HIS-DUP
004248             END-IF
                   IF SR-HIS-HELD-COUNT IS NUMERIC
                       MOVE SR-HIS-HELD-COUNT TO SR-BAL-HIS-HELD
                   ELSE
                       MOVE ZERO TO SR-BAL-HIS-HELD
                   END-IF
004250             MOVE SR-HIS-TOTAL-COUNT    TO SR-BAL-HIS-TOTAL
004260             MOVE SR-HIS-JOB-NAME       TO SR-BAL-HIS-JOB-NAME
004270             MOVE SR-HIS-OPERATOR-ID    TO SR-BAL-HIS-OPERATOR-ID
005116     SET SR-BLW-HAS-DETAIL TO TRUE.
005117     PERFORM 4100-BALANCE-ONE-LINE THRU 4100-EXIT.
005118
      *    SRHELD IS A STANDING QUEUE SHARED BY EVERY STREAM AND
      *    SHRINKS AS READINGS ARE RELEASED OR PURGED, SO IT IS NOT
      *    A DETAIL FILE FOR ONE RUN - HELD BALANCES TO THE TRAILER.
           MOVE "HELD      " TO SR-BLW-CAPTION.
           MOVE SR-BAL-XCH-H-COUNT   TO SR-BLW-XCHG-COUNT.
           MOVE ZERO                 TO SR-BLW-DETAIL-COUNT.
           MOVE SR-BAL-HIS-HELD      TO SR-BLW-TRAILER-COUNT.
           SET SR-BLW-NO-DETAIL TO TRUE.
           PERFORM 4100-BALANCE-ONE-LINE THRU 4100-EXIT.
      
005120     MOVE "TOTAL     " TO SR-BLW-CAPTION.
005130     MOVE SR-BAL-XCH-TOTAL TO SR-BLW-XCHG-COUNT.
005140     MOVE ZERO             TO SR-BLW-DETAIL-COUNT.
