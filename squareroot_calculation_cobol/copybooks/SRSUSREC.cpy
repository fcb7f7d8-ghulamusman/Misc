000180     05  SR-SUS-LIMIT-MIN            PIC X(18).
000190     05  SR-SUS-LIMIT-MAX            PIC X(18).
000200     05  SR-SUS-RESULT               PIC X(18).
000210*    OPERATION CODE OF THE SUSPECT READING (SQ/CB/P2/P3/IS/RS,
000220*    SEE SRINPREC), CARRIED SO AN AMENDMENT KEYED IN MAIN'S
000230*    SUSPECT REVIEW RE-ENTERS UNDER THE SAME OPERATION.
000240*    ADDED ON THE END - OLDER RECORDS READ BACK AS SPACES,
