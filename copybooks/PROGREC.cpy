000100* PROGREC - shared degree-program requirements record layout      000001
000150* COPYed into the PROGREQ file record by every program that       000002
000200* reads the degree requirements. P records name a program with    000003
000250* its total credit minimum and minimum cumulative GPA on the      000004
000300* 4.0 scale; R records list one required course for a program.    000005
000350* A program's R records follow its P record                       000006
000400    10  PROG-REC-TYPE     PIC X.                                  000007
000450    10  PROG-CODE         PIC X(6).                               000008
000500    10  PROG-DETAIL       PIC X(30).                              000009
000550    10  PROG-PROGRAM-DATA REDEFINES PROG-DETAIL.                  000010
000600        15  PROG-MIN-CREDITS  PIC 9(3).                           000011
000650        15  PROG-MIN-GPA      PIC 9V99.                           000012
000700        15  PROG-TITLE        PIC X(24).                          000013
000750    10  PROG-COURSE-DATA REDEFINES PROG-DETAIL.                   000014
000800        15  PROG-REQ-COURSE   PIC X(6).                           000015
000850        15  FILLER            PIC X(24).                          000016
