000250* PIC clauses in one place.                                       000004
000300     10  DEPT-CODE  PIC X(3).                                     000005
000350     10  DEPT-NAME  PIC X(20).                                    000006
000400* Position control - the authorized headcount and the annual      000007
000450* salary budget for the department. Zero on either means no       000008
000500* limit has been set, as on rows from before position control     000009
000550    10  DEPT-AUTH-HEADCOUNT  PIC 9(5).                            000010
000600    10  DEPT-SALARY-BUDGET   PIC 9(9)V99.                         000011
