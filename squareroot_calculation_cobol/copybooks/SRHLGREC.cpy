000010*****************************************************************
000020*  SRHLGREC - HELD-READINGS ACTION LOG RECORD (SRHLDLOG FILE)   *
000030*  ONE RECORD APPENDED PER HELD READING RELEASED FOR THE NEXT   *
000040*  RUN OR PURGED THROUGH MAIN'S STATION MASTER OPTION,          *
000050*  CARRYING THE SUPERVISOR, THE DATE/TIME, THE PURGE REASON     *
000060*  AND THE FULL IMAGE OF THE SRHELD RECORD THAT LEFT THE        *
000070*  QUEUE.  THE LOG IS PERMANENT AND APPEND-ONLY, LIKE SRMNTLOG. *
000080*  THE IMAGE FIELD IS SIZED TO THE SRHLDREC RECORD LENGTH - IF  *
000090*  SRHLDREC GROWS, GROW IT WITH IT.                             *
000100*****************************************************************
000110 01  SR-HELD-LOG-RECORD.
000120     05  SR-HLG-DATE                 PIC X(8).
000130     05  SR-HLG-TIME                 PIC X(8).
000140     05  SR-HLG-OPERATOR-ID          PIC X(8).
000150*    RELEASE / PURGE
000160     05  SR-HLG-ACTION               PIC X(8).
000170     05  SR-HLG-STATION-CODE         PIC X(4).
000180     05  SR-HLG-READING-ID           PIC X(10).
000190*    THE PURGE REASON KEYED BY THE SUPERVISOR; FOR A RELEASE,
000200*    THE NAME OF THE FILE THE READING WAS RELEASED TO
000210     05  SR-HLG-REASON               PIC X(30).
000220     05  SR-HLG-HELD-IMAGE           PIC X(97).
