000270     05  SR-CKPT-DUP-COUNT           PIC 9(6).
000280*    SAME AGAIN FOR ESTIMATED READINGS (FLAG E, SEE SQRMISS).
000290     05  SR-CKPT-ESTIM-COUNT         PIC 9(6).
000300*    PER-OPERATION CONVERGED COUNTS (SQ/CB/P2/P3/IS/RS, SEE
000310*    SRINPREC) FOR THE TRAILER, SAME SPACES RULE AS ABOVE.
000320     05  SR-CKPT-OP-SQ-COUNT         PIC 9(6).
000330     05  SR-CKPT-OP-CB-COUNT         PIC 9(6).
000340     05  SR-CKPT-OP-P2-COUNT         PIC 9(6).
000350     05  SR-CKPT-OP-P3-COUNT         PIC 9(6).
000360     05  SR-CKPT-OP-IS-COUNT         PIC 9(6).
000370*    READINGS QUEUED FROM HELD STATIONS, SAME SPACES RULE.
000380     05  SR-CKPT-HELD-COUNT          PIC 9(6).
000390*    ELAPSED SECONDS SO FAR (INCLUDING EARLIER STOPS) AND CACHE
000400*    HITS, SO A RESTART'S HISTORY RECORD TIMES THE WHOLE JOB.
000410*    SAME SPACES RULE.
000420     05  SR-CKPT-ELAPSED-SECS        PIC 9(6).
000430     05  SR-CKPT-CACHE-HITS          PIC 9(6).
000440*    ROOT-SUM-SQUARE COMPOSITES (RS) CONVERGED, SAME SPACES RULE.
000450     05  SR-CKPT-OP-RS-COUNT         PIC 9(6).
