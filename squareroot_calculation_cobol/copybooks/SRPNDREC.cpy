000010*****************************************************************
000020*  SRPNDREC - PENDING MASTER CHANGE RECORD (SRPENDNG FILE)      *
000030*  A READINGS MASTER CORRECT OR DELETE KEYED THROUGH MAIN NO    *
000040*  LONGER TAKES EFFECT AT ONCE.  IT IS APPENDED HERE AS         *
000050*  PENDING AND ONLY REACHES SRMASTER - AND THE SRMNTLOG         *
000060*  BEFORE/AFTER TRAIL - WHEN A DIFFERENT SUPERVISOR APPROVES    *
000070*  IT THROUGH MAIN'S PENDING-CHANGE REVIEW.  A CHANGE LEFT      *
000080*  PENDING PAST THE SQRPNDX LIMIT IS MARKED EXPIRED.  DECIDED   *
000090*  RECORDS STAY ON THE FILE AS THE TRAIL OF WHO DECIDED WHAT.   *
000100*  THE BEFORE IMAGE IS SIZED TO THE SRMASREC RECORD LENGTH -    *
000110*  IF SRMASREC GROWS, GROW IT WITH IT (AS FOR SRMNTREC).        *
000120*****************************************************************
000130 01  SR-PENDING-RECORD.
000140     05  SR-PND-STATUS               PIC X(1).
000150         88  SR-PND-PENDING                  VALUE "P".
000160         88  SR-PND-APPROVED                 VALUE "A".
000170         88  SR-PND-REJECTED                 VALUE "R".
000180         88  SR-PND-EXPIRED                  VALUE "X".
000190*    CORRECT / DELETE
000200     05  SR-PND-ACTION               PIC X(8).
000210     05  SR-PND-READING-ID           PIC X(10).
000220*    THE ROOT TO APPLY - ZERO ON A DELETE
000230     05  SR-PND-NEW-RESULT           PIC S9(11)V9(6).
000240     05  SR-PND-MAKER-ID             PIC X(8).
000250     05  SR-PND-MAKER-DATE           PIC X(8).
000260     05  SR-PND-MAKER-TIME           PIC X(8).
000270*    SPACES UNTIL DECIDED; "SQRPNDX " ON AN EXPIRY
000280     05  SR-PND-CHECKER-ID           PIC X(8).
000290     05  SR-PND-DECIDED-DATE         PIC X(8).
000300     05  SR-PND-DECIDED-TIME         PIC X(8).
000310*    THE MASTER RECORD AS THE MAKER SAW IT.  AN APPROVAL IS
000320*    REFUSED IF THE MASTER HAS CHANGED SINCE.
000330     05  SR-PND-BEFORE-IMAGE         PIC X(111).
