000190*                                                                *
000200*  MODIFICATION HISTORY                                         *
000210*  DATE        INIT  DESCRIPTION                                *
      *  10/15/2026  JTM   ROOT-SUM-SQUARE COMPOSITES (RS) ARE        *
      *                    RECHECKED TOO - THEIR AUDIT INPUT VALUE IS *
      *                    THE SUM OF SQUARES THE ROOT WAS TAKEN OF.  *
000212*  09/02/2026  JTM   AUDIT ENTRIES FOR OPERATIONS OTHER THAN    *
000214*                    SQUARE ROOT (SR-AUD-OPER-CODE NOT SQ OR    *
000216*                    SPACES) ARE NOW PASSED OVER AND COUNTED -  *
003010 2000-PROCESS-ONE-RECORD.
003012*    SQRTRECALC ONLY KNOWS SQUARE ROOTS - AN ENTRY FOR ANY
003014*    OTHER OPERATION IS PASSED OVER AND COUNTED.  OLDER TRAIL
003016*    RECORDS READ BACK WITH SPACES, WHICH MEANS SQUARE ROOT.  A
003017*    COMPOSITE (RS) IS THE SQUARE ROOT OF ITS POSTED INPUT.
003018     IF SR-AUD-OPER-CODE NOT = "SQ"
                   AND SR-AUD-OPER-CODE NOT = "RS"
003019             AND SR-AUD-OPER-CODE NOT = SPACES
003020         ADD 1 TO SR-NONSQ-COUNT
003021         PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT
