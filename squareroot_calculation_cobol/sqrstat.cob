000140*  COLLECTS THE RECORDS BY SOURCE STATION IN STATION ORDER,    *
000150*  AND PRINTS ONE SECTION PER STATION ON SRSTNRPT: READINGS    *
000160*  PROCESSED, CONVERGED, REJECTS, SUSPECTS, ABORTS, SIZE       *
000170*  ERRORS, DUPLICATES AND HELD READINGS, WITH MIN/MAX/AVERAGE  *
000180*  INPUT VALUE AND AVERAGE ITERATIONS, PLUS A GRAND-TOTAL      *
000190*  SECTION THAT MATCHES THE SRRPT TRAILER.  ONE PAGE PER       *
000200*  STATION IS WHAT GOES TO THE FIELD TECHS.                    *
000210*                                                               *
000220*  VALUE STATISTICS COVER THE READINGS THAT ENTERED THE        *
000230*  CALCULATION (STATUS C, S, V, W, X AND O); ITERATION         *
000270*                                                               *
000280*  MODIFICATION HISTORY                                        *
000290*  DATE        INIT  DESCRIPTION                               *
000292*  10/15/2026  JTM   READINGS QUEUED FROM A STATION ON HOLD    *
000294*                     (STATUS H) ARE NOW COUNTED AND PRINTED   *
000296*                     AS HELD IN EACH STATION SECTION AND THE  *
000298*                     GRAND TOTAL.                             *
000300*  09/02/2026  JTM   ORIGINAL VERSION.                         *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
001140         10  SR-STA-T-ABORT          PIC 9(6) COMP.
001150         10  SR-STA-T-OVERFLOW       PIC 9(6) COMP.
001160         10  SR-STA-T-DUP            PIC 9(6) COMP.
001165         10  SR-STA-T-HELD           PIC 9(6) COMP.
001170         10  SR-STA-T-VAL-COUNT      PIC 9(6) COMP.
001180         10  SR-STA-T-VAL-SUM        PIC S9(15)V9(6).
001190         10  SR-STA-T-VAL-MIN        PIC S9(11)V9(6).
001320 77  SR-GRD-ABORT                 PIC 9(6) COMP VALUE ZERO.
001330 77  SR-GRD-OVERFLOW              PIC 9(6) COMP VALUE ZERO.
001340 77  SR-GRD-DUP                   PIC 9(6) COMP VALUE ZERO.
001345 77  SR-GRD-HELD                  PIC 9(6) COMP VALUE ZERO.
001350 77  SR-GRD-VAL-COUNT             PIC 9(6) COMP VALUE ZERO.
001360 77  SR-GRD-VAL-SUM               PIC S9(15)V9(6) VALUE ZERO.
001370 77  SR-GRD-VAL-MIN               PIC S9(11)V9(6) VALUE ZERO.
001520 77  SR-STW-ABORT                 PIC 9(6) COMP VALUE ZERO.
001530 77  SR-STW-OVERFLOW              PIC 9(6) COMP VALUE ZERO.
001540 77  SR-STW-DUP                   PIC 9(6) COMP VALUE ZERO.
001545 77  SR-STW-HELD                  PIC 9(6) COMP VALUE ZERO.
001550 77  SR-STW-VAL-COUNT             PIC 9(6) COMP VALUE ZERO.
001560 77  SR-STW-VAL-SUM               PIC S9(15)V9(6) VALUE ZERO.
001570 77  SR-STW-VAL-MIN               PIC S9(11)V9(6) VALUE ZERO.
002950         WHEN SR-XCH-DUPLICATE
002960             ADD 1 TO SR-STA-T-DUP (SR-STA-USE-SUB)
002970             ADD 1 TO SR-GRD-DUP
002972         WHEN SR-XCH-HELD
002975             ADD 1 TO SR-STA-T-HELD (SR-STA-USE-SUB)
002977             ADD 1 TO SR-GRD-HELD
002980     END-EVALUATE.
002990
003000*    VALUE STATISTICS COVER THE READINGS THAT ENTERED THE
004460     MOVE SR-GRD-ABORT      TO SR-STW-ABORT.
004470     MOVE SR-GRD-OVERFLOW   TO SR-STW-OVERFLOW.
004480     MOVE SR-GRD-DUP        TO SR-STW-DUP.
004485     MOVE SR-GRD-HELD       TO SR-STW-HELD.
004490     MOVE SR-GRD-VAL-COUNT  TO SR-STW-VAL-COUNT.
004500     MOVE SR-GRD-VAL-SUM    TO SR-STW-VAL-SUM.
004510     MOVE SR-GRD-VAL-MIN    TO SR-STW-VAL-MIN.
004760     MOVE SR-STA-T-ABORT (SR-STA-SUB)      TO SR-STW-ABORT.
004770     MOVE SR-STA-T-OVERFLOW (SR-STA-SUB)   TO SR-STW-OVERFLOW.
004780     MOVE SR-STA-T-DUP (SR-STA-SUB)        TO SR-STW-DUP.
004785     MOVE SR-STA-T-HELD (SR-STA-SUB)       TO SR-STW-HELD.
004790     MOVE SR-STA-T-VAL-COUNT (SR-STA-SUB)  TO SR-STW-VAL-COUNT.
004800     MOVE SR-STA-T-VAL-SUM (SR-STA-SUB)    TO SR-STW-VAL-SUM.
004810     MOVE SR-STA-T-VAL-MIN (SR-STA-SUB)    TO SR-STW-VAL-MIN.
005320         INTO SR-PRINT-LINE.
005330     WRITE SR-STNRPT-RECORD FROM SR-PRINT-LINE.
005340
005341     MOVE SR-STW-HELD TO SR-STA-CT1-ED.
005342     MOVE SPACES TO SR-PRINT-LINE.
005343     STRING "  HELD:               " DELIMITED BY SIZE
005345            SR-STA-CT1-ED            DELIMITED BY SIZE
005346         INTO SR-PRINT-LINE.
005347     WRITE SR-STNRPT-RECORD FROM SR-PRINT-LINE.
005348
005350     IF SR-STW-VAL-COUNT > ZERO
005360         COMPUTE SR-STW-VAL-AVG ROUNDED =
005370             SR-STW-VAL-SUM / SR-STW-VAL-COUNT
