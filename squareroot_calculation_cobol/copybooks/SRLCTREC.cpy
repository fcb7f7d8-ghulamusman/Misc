000010*****************************************************************
000020*  SRLCTREC - LOG SEQUENCE CONTROL RECORD (SRLOGCTL FILE)       *
000030*  ONE RECORD PER SEQUENCED LOG, HOLDING THE STAMP OF THE LAST  *
000040*  RECORD APPENDED TO IT AND WHEN.  SQRLOGSQ REWRITES THE       *
000050*  ENTRY AFTER EVERY APPEND; SQRLOGVF HOLDS EACH LOG'S LAST     *
000060*  RECORD UP AGAINST IT, SO A LOG CUT SHORT - EVEN BACK TO      *
000070*  NOTHING - IS CAUGHT.  THE FILE IS PART OF EVERY SQRBKUP      *
000080*  SET AND MUST BE RESTORED WITH THE LOGS.                      *
000090*****************************************************************
000100 01  SR-LOG-CONTROL-RECORD.
000110     05  SR-LCT-LOG-NAME             PIC X(8).
000120     05  SR-LCT-LAST-SEQ             PIC 9(9).
000130     05  SR-LCT-LAST-CHAIN           PIC 9(15).
000140     05  SR-LCT-LAST-DATE            PIC X(8).
000150     05  SR-LCT-LAST-TIME            PIC X(8).
