000010*****************************************************************
000020*  SRCMPREC - COMPOSITE READING DEFINITION (SRCOMPOS FILE)     *
000030*  ONE RECORD PER COMPOSITE READING ID, NAMING THE MEMBER      *
000040*  READING IDS (THE THREE AXES OF ONE SURVEY POINT, SAY) IT    *
000050*  IS BUILT FROM.  AN SRINPUT RECORD FOR THE COMPOSITE ID WITH *
000060*  OPERATION CODE RS (SEE SRINPREC) HAS SQUAREROOT CALCULATE   *
000070*  THE SQUARE ROOT OF THE SUM OF THE SQUARES OF THE MEMBERS'   *
000080*  INPUT VALUES FROM THE SAME RUN.  THE MEMBERS MUST COME      *
000090*  AHEAD OF THE RS RECORD ON SRINPUT.  A COMPOSITE WITH A      *
000100*  MEMBER REJECTED, HELD, DUPLICATED, FAILED OR NOT YET SEEN   *
000110*  IS HELD TO SRHELD WITH THE REASON, NOT CALCULATED.          *
000120*  SR-CMP-MEMBER-COUNT MEMBER IDS ARE USED (2 THROUGH 8); A    *
000130*  RECORD OUTSIDE THAT RANGE IS IGNORED WHEN LOADED.           *
000140*****************************************************************
000150 01  SR-COMPOSITE-RECORD.
000160     05  SR-CMP-READING-ID           PIC X(10).
000170     05  SR-CMP-DESCRIPTION          PIC X(30).
000180     05  SR-CMP-MEMBER-COUNT         PIC 9(2).
000190     05  SR-CMP-MEMBER-ID            PIC X(10)
000200                                     OCCURS 8 TIMES.
000210     05  FILLER                      PIC X(18).
