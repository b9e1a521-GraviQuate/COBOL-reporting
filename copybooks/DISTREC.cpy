000100* DISTREC - department report distribution-list record layout     000001
000150* COPYed into the DISTLIST file record - one row per report       000002
000200* program, department and recipient. The burst run sends each     000003
000250* recipient only the departments listed against them; a blank     000004
000300* program sends that department of every report the burst run     000005
000350* splits. A department may have several recipients and a          000006
000400* recipient several departments                                   000007
000450    10  DIST-PROGRAM   PIC X(8).                                  000008
000500    10  DIST-DEPT      PIC X(3).                                  000009
000550* Recipient id - the department head's userid or a mail drop -    000010
000600* and the name the burst copy's routing banner carries            000011
000650    10  DIST-RECIPIENT PIC X(8).                                  000012
000700    10  DIST-RCPT-NAME PIC X(30).                                 000013
