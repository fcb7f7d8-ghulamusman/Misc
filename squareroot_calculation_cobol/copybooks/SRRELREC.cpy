000180     05  SR-REL-ACTION               PIC X(8).
000190     05  SR-REL-VALUE                PIC X(18).
000200     05  SR-REL-RESULT               PIC X(18).
000210*    SEQUENCE STAMP - THE LOG'S RUNNING RECORD NUMBER AND THE
000220*    CHECK VALUE CHAINED FROM THE RECORD BEFORE IT, SET BY
000230*    SQRLOGSQ AND PROVED BY SQRLOGVF (SEE SRLSQREC).  ADDED ON
000240*    THE END - ENTRIES LOGGED BEFORE SEQUENCING READ BACK AS
000250*    SPACES AND ARE COUNTED AS UNSEQUENCED.
000260     05  SR-REL-LOG-STAMP.
000270         10  SR-REL-LOG-SEQ          PIC 9(9).
000280         10  SR-REL-LOG-CHAIN        PIC 9(15).
