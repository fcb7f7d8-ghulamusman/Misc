000144*    (FLAGGED E, FROM EACH MISSING READING'S MASTER HISTORY)
000145*    AS WELL AS THE MISSING-READINGS REPORT.
000146     05  SR-PARM-ESTIMATE-GEN        PIC X(1).
000156*    NUMBER OF SQRBKUP BACKUP SETS OF THE PERMANENT FILES TO
000166*    KEEP ON THE SRBKPCAT CATALOG.  ZERO OR SPACES KEEPS SEVEN.
000176     05  SR-PARM-BACKUP-SETS         PIC 9(3).
