000160*                                                               *
000170*  MODIFICATION HISTORY                                        *
000180*  DATE        INIT  DESCRIPTION                               *
000183*  10/15/2026  JTM   EACH ENTRY NOW ALSO PRINTS THE SUPERVISOR *
000186*                     WHO APPROVED THE CHANGE (SEE SRPNDREC).  *
000190*  09/02/2026  JTM   ORIGINAL VERSION.                         *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
001470            SR-MNL-READING-ID  DELIMITED BY SIZE
001480         INTO SR-PRINT-LINE.
001490     WRITE SR-MNTRPT-RECORD FROM SR-PRINT-LINE.
001491*    THE OPERATOR ABOVE KEYED THE CHANGE; UNDER DUAL CONTROL A
001492*    SECOND SUPERVISOR APPROVED IT.
001493     IF SR-MNL-APPROVER-ID NOT = SPACES
001494         MOVE SPACES TO SR-PRINT-LINE
001495         STRING "  APPROVED BY "    DELIMITED BY SIZE
001496                SR-MNL-APPROVER-ID  DELIMITED BY SIZE
001497             INTO SR-PRINT-LINE
001498         WRITE SR-MNTRPT-RECORD FROM SR-PRINT-LINE
001499     END-IF.
001500
001510     MOVE SR-MNL-BEFORE-IMAGE TO SR-MASTER-RECORD.
001520     MOVE "  BEFORE:" TO SR-MNR-LINE-TAG.
