000230*                                                               *
000240*  MODIFICATION HISTORY                                        *
000250*  DATE        INIT  DESCRIPTION                               *
000251*  10/15/2026  JTM   EACH MISSING READING IS ALSO WRITTEN TO   *
000252*                     THE JOB-QUALIFIED SRMISSNG LIST (SEE     *
000254*                     SRMSNREC) FOR THE EXCEPTIONS LEDGER.     *
000255*  10/15/2026  JTM   AN ESTIMATE FOR A CALIBRATED READING NOW  *
000257*                     CARRIES THE RAW VALUE, SO THE RUN THAT   *
000258*                     PROCESSES IT CALIBRATES IT ONLY ONCE.    *
000260*  09/02/2026  JTM   ORIGINAL VERSION.                         *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000480     SELECT SR-ESTIM-FILE ASSIGN TO "SRESTIM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SR-ESTIM-STATUS.
000502
000504     SELECT SR-MISSNG-FILE ASSIGN USING SR-MSN-FNAME
000506         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS SR-MISSNG-STATUS.
000510
000520     SELECT OPTIONAL SR-PARM-FILE ASSIGN TO "SRPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000870     COPY SRINPREC.
000880
000890*****************************************************************
000891*  SR-MISSNG-FILE - THE SAME MISSING READINGS, ONE SRMSNREC    *
000892*  RECORD EACH, FOR SQRXLED TO FEED TO THE EXCEPTIONS LEDGER   *
000893*****************************************************************
000895 FD  SR-MISSNG-FILE.
000896     COPY SRMSNREC.
000897
000898*****************************************************************
000900*  SR-PARM-FILE - THE JOB NAME (TO FIND THE RUN FILES) AND     *
000910*  THE ESTIMATE-GENERATION SWITCH                              *
000920*****************************************************************
000980 77  SR-MASTER-STATUS             PIC XX VALUE SPACES.
000990 77  SR-MISRPT-STATUS             PIC XX VALUE SPACES.
001000 77  SR-ESTIM-STATUS              PIC XX VALUE SPACES.
001005 77  SR-MISSNG-STATUS             PIC XX VALUE SPACES.
001010 77  SR-PARM-STATUS               PIC XX VALUE SPACES.
001020 77  SR-QUAL-JOB-NAME             PIC X(8) VALUE "SQRTJOB ".
001030 77  SR-XCH-FNAME                 PIC X(30) VALUE SPACES.
001040 77  SR-MIR-FNAME                 PIC X(30) VALUE SPACES.
001045 77  SR-MSN-FNAME                 PIC X(30) VALUE SPACES.
001050
001060 77  SR-EOF-SWITCH                PIC X(1) VALUE "N".
001070     88  SR-END-OF-FILE                   VALUE "Y".
001750     STRING "SRMISRPT."       DELIMITED BY SIZE
001760            SR-QUAL-JOB-NAME DELIMITED BY SPACE
001770         INTO SR-MIR-FNAME.
001772     MOVE SPACES TO SR-MSN-FNAME.
001774     STRING "SRMISSNG."       DELIMITED BY SIZE
001776            SR-QUAL-JOB-NAME DELIMITED BY SPACE
001778         INTO SR-MSN-FNAME.
001780
001790     OPEN OUTPUT SR-MISRPT-FILE.
001800     MOVE SPACES TO SR-PRINT-LINE.
001910     IF SR-MIS-GENERATE-ESTIMATES
001920         OPEN OUTPUT SR-ESTIM-FILE
001930     END-IF.
001935     OPEN OUTPUT SR-MISSNG-FILE.
001940 1000-EXIT.
001950     EXIT.
001960
003020         INTO SR-PRINT-LINE.
003030     WRITE SR-MISRPT-RECORD FROM SR-PRINT-LINE.
003040
003041     MOVE SPACES TO SR-MISSING-RECORD.
003042     MOVE SR-MIS-RUN-DATE       TO SR-MSN-DATE.
003043     MOVE SR-MIS-TIME-FLD       TO SR-MSN-TIME.
003044     MOVE SR-QUAL-JOB-NAME      TO SR-MSN-JOB-NAME.
003045     MOVE SR-MAS-READING-ID     TO SR-MSN-READING-ID.
003046     MOVE SR-MAS-SOURCE-STATION TO SR-MSN-SOURCE-STATION.
003047     MOVE SR-MAS-LAST-DATE      TO SR-MSN-LAST-DATE.
003048     WRITE SR-MISSING-RECORD.
003049
003050     IF SR-MIS-GENERATE-ESTIMATES
003060         PERFORM 3200-WRITE-ONE-ESTIMATE THRU 3200-EXIT
003070     END-IF.
003212*    THE ESTIMATE KEEPS THE OPERATION OF THE RESULT IT STANDS
003214*    IN FOR (SPACES ON OLDER MASTERS MEANS SQUARE ROOT).
003216     MOVE SR-MAS-OPER-CODE      TO SR-INPUT-OPER-CODE.
      *    A CALIBRATED READING IS ESTIMATED FROM ITS RAW VALUE, SO
      *    SQUAREROOT CALIBRATES THE ESTIMATE ONCE AND NOT TWICE.
           IF SR-MAS-CALIB-ID NOT = SPACES
               MOVE SR-MAS-RAW-VALUE  TO SR-MIS-VALUE-ED
               MOVE SR-MIS-VALUE-ED   TO SR-INPUT-VALUE
           END-IF.
003220     WRITE SR-INPUT-RECORD.
003230     ADD 1 TO SR-MIS-ESTIM-COUNT.
003240 3200-EXIT.
003670     END-IF.
003680
003690     CLOSE SR-MISRPT-FILE.
003695     CLOSE SR-MISSNG-FILE.
003700
003710     IF RETURN-CODE = 8
003720         CONTINUE
