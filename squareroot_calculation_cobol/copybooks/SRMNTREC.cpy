000070*  READING'S ROOT DIFFERS FROM WHAT THE RUN COMPUTED HAS A     *
000080*  PAPER ANSWER.  THE LOG IS PERMANENT AND APPEND-ONLY, LIKE   *
000090*  SRSECLOG; SQRMAINT PRINTS THE DAY'S ACTIVITY FROM IT.       *
000092*  SINCE DUAL CONTROL A CHANGE IS LOGGED WHEN IT IS APPROVED   *
000095*  (SEE SRPNDREC): THE OPERATOR ID IS THE SUPERVISOR WHO KEYED *
000097*  IT AND THE APPROVER ID THE ONE WHO APPROVED IT.             *
000100*  THE IMAGE FIELDS ARE SIZED TO THE SRMASREC RECORD LENGTH -  *
000110*  IF SRMASREC GROWS, GROW THEM WITH IT.                       *
000120*****************************************************************
000170*    CORRECT / DELETE
000180     05  SR-MNL-ACTION               PIC X(8).
000190     05  SR-MNL-READING-ID           PIC X(10).
000200     05  SR-MNL-BEFORE-IMAGE         PIC X(111).
000210*    SPACES ON A DELETE - THERE IS NO AFTER IMAGE
000220     05  SR-MNL-AFTER-IMAGE          PIC X(111).
000230*    SPACES ON ENTRIES LOGGED BEFORE DUAL CONTROL
000240     05  SR-MNL-APPROVER-ID          PIC X(8).
000250*    SEQUENCE STAMP - THE LOG'S RUNNING RECORD NUMBER AND THE
000260*    CHECK VALUE CHAINED FROM THE RECORD BEFORE IT, SET BY
000270*    SQRLOGSQ AND PROVED BY SQRLOGVF (SEE SRLSQREC).  ADDED ON
000280*    THE END - ENTRIES LOGGED BEFORE SEQUENCING READ BACK AS
000290*    SPACES AND ARE COUNTED AS UNSEQUENCED.
000300     05  SR-MNL-LOG-STAMP.
000310         10  SR-MNL-LOG-SEQ          PIC 9(9).
000320         10  SR-MNL-LOG-CHAIN        PIC 9(15).
