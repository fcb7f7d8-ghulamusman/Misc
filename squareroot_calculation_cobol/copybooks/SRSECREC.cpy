000090     05  SR-SEC-OPERATOR-ID          PIC X(8).
000100     05  SR-SEC-ACTION               PIC X(20).
000110     05  SR-SEC-RESULT               PIC X(8).
000120*    SEQUENCE STAMP - THE LOG'S RUNNING RECORD NUMBER AND THE
000130*    CHECK VALUE CHAINED FROM THE RECORD BEFORE IT, SET BY
000140*    SQRLOGSQ AND PROVED BY SQRLOGVF (SEE SRLSQREC).  ADDED ON
000150*    THE END - ENTRIES LOGGED BEFORE SEQUENCING READ BACK AS
000160*    SPACES AND ARE COUNTED AS UNSEQUENCED.
000170     05  SR-SEC-LOG-STAMP.
000180         10  SR-SEC-LOG-SEQ          PIC 9(9).
000190         10  SR-SEC-LOG-CHAIN        PIC 9(15).
