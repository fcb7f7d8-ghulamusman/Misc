000330     05  SR-HIS-DUP-COUNT            PIC 9(6).
000340*    SAME AGAIN FOR ESTIMATED READINGS (FLAG E, SEE SQRMISS).
000350     05  SR-HIS-ESTIM-COUNT          PIC 9(6).
000360*    SAME AGAIN FOR READINGS QUEUED FROM HELD STATIONS (STATUS H
000370*    ON SRXCHG, SEE SRHLDREC) - PART OF THE TOTAL COUNT.
000380     05  SR-HIS-HELD-COUNT           PIC 9(6).
000390*    RUN TIMINGS FOR THE SQRCAPRP CAPACITY REPORT, SAME SPACES
000400*    RULE.  ELAPSED IS WALL-CLOCK SECONDS FOR THE WHOLE JOB,
000410*    INCLUDING ANY TIME-LIMIT STOPS BEFORE A RESTART FINISHED
000420*    IT; RECORDS PER MINUTE IS THE TOTAL COUNT OVER THAT TIME
000430*    (ZERO WHEN THE RUN TOOK UNDER A SECOND).  THE ITERATION
000440*    COUNT ABOVE INCLUDES CACHE HITS - ITERATED IS THE PART
000450*    ACTUALLY SOLVED.  STREAMS IS 1 FOR AN ORDINARY RUN AND THE
000460*    PORTION COUNT ON THE RECORD SQRMERGE COMBINES FROM A SPLIT
000470*    RUN, WHOSE ELAPSED IS THEN THE LONGEST PORTION'S.
000480     05  SR-HIS-ELAPSED-SECS         PIC 9(6).
000490     05  SR-HIS-RECS-PER-MIN         PIC 9(7).
000500     05  SR-HIS-CACHE-HITS           PIC 9(6).
000510     05  SR-HIS-ITERATED             PIC 9(6).
000520     05  SR-HIS-STREAMS              PIC 9(2).
