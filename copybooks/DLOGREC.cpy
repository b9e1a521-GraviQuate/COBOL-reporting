000100* DLOGREC - department report distribution-log record layout      000001
000150* COPYed into the DISTLOG file record - one row appended per      000002
000200* department copy sent, naming the recipient, the report and      000003
000250* its date, the department and how many lines went, so what       000004
000300* went to whom can be answered after the print is gone            000005
000350    10  DLOG-TIMESTAMP PIC 9(14).                                 000006
000400    10  DLOG-RECIPIENT PIC X(8).                                  000007
000450    10  DLOG-PROGRAM   PIC X(8).                                  000008
000500    10  DLOG-RPT-DATE  PIC 9(8).                                  000009
000550    10  DLOG-DEPT      PIC X(3).                                  000010
000600    10  DLOG-LINE-CNT  PIC 9(7).                                  000011
