000210*    ADDED ON THE END SO OLDER READERS ARE UNAFFECTED; THE
000220*    TOTAL COUNT ABOVE INCLUDES THEM.
000230     05  SR-XCT-D-COUNT              PIC 9(6).
000240*    READINGS QUEUED FROM HELD STATIONS (STATUS H, SEE SRHLDREC),
000250*    ADDED ON THE END THE SAME WAY AND ALSO IN THE TOTAL.
000260     05  SR-XCT-H-COUNT              PIC 9(6).
