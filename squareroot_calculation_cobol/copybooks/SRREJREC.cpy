000120     05  SR-REJ-REASON               PIC X(30).
000130     05  SR-REJ-READING-ID           PIC X(10).
000140     05  SR-REJ-SOURCE-STATION       PIC X(4).
000150*    OPERATION CODE OF THE REJECTED READING (SQ/CB/P2/P3/IS/RS,
000160*    SEE SRINPREC), CARRIED SO A CORRECTION KEYED IN MAIN'S
000170*    REJECT REVIEW RE-ENTERS UNDER THE SAME OPERATION.  ADDED
000180*    ON THE END - OLDER RECORDS READ BACK AS SPACES, WHICH
