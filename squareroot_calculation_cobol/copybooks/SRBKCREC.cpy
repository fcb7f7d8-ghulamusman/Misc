000010*****************************************************************
000020*  SRBKCREC - BACKUP CATALOG RECORD (SRBKPCAT FILE)             *
000030*  ONE RECORD PER PERMANENT FILE IN EACH BACKUP SET TAKEN BY    *
000040*  SQRBKUP, WITH THE RECORD COUNT AND HASH TOTAL OF THE COPY.   *
000050*  THE CATALOG IS KEPT IN ASCENDING SET ORDER - NEW SETS ARE    *
000060*  ADDED AT THE END AND THE OLDEST ARE PURGED FROM THE FRONT.   *
000070*  A SET IS MARKED GOOD ONLY WHEN EVERY COPY IN IT READ BACK    *
000080*  WITH THE SAME COUNT AND HASH AS ITS ORIGINAL; A RESTORE      *
000090*  TAKES ONLY A GOOD SET.                                       *
000100*****************************************************************
000110 01  SR-BACKUP-CATALOG-RECORD.
000120     05  SR-BKC-SET-NO               PIC 9(4).
000130     05  SR-BKC-DATE                 PIC X(8).
000140     05  SR-BKC-TIME                 PIC X(8).
000150     05  SR-BKC-OPERATOR-ID          PIC X(8).
000160*    G = EVERY COPY IN THE SET VERIFIED, F = ONE OR MORE DID NOT
000170     05  SR-BKC-SET-STATUS           PIC X(1).
000180         88  SR-BKC-SET-GOOD             VALUE "G".
000190         88  SR-BKC-SET-FAILED           VALUE "F".
000200     05  SR-BKC-BASE-NAME            PIC X(8).
000210     05  SR-BKC-FILE-NAME            PIC X(30).
000220*    V = COPY VERIFIED, X = COPY DID NOT VERIFY, A = THE FILE WAS
000230*    NOT ON FILE WHEN THE SET WAS TAKEN (NO COPY MADE)
000240     05  SR-BKC-FILE-STATUS          PIC X(1).
000250         88  SR-BKC-FILE-VERIFIED        VALUE "V".
000260         88  SR-BKC-FILE-FAILED          VALUE "X".
000270         88  SR-BKC-FILE-ABSENT          VALUE "A".
000280     05  SR-BKC-RECORD-COUNT         PIC 9(8).
000290*    SUM OF EACH CHARACTER'S CODE TIMES ITS POSITION IN THE
000300*    RECORD, OVER EVERY RECORD, KEPT TO THE LOW-ORDER 15 DIGITS
000310     05  SR-BKC-HASH-TOTAL           PIC 9(15).
