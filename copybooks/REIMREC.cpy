000100* REIMREC - shared tuition-reimbursement history record layout    000001
000150* COPYed into the REIMHIST file record - one row per course a     000002
000200* cross-referenced employee was reimbursed for, keyed by          000003
000250* employee, term and course, so a course is never paid twice      000004
000300* and the year-to-date total against the annual cap is a keyed    000005
000350* START on the employee and year                                  000006
000400    10  REIM-KEY.                                                 000007
000450        15  REIM-EMP-ID     PIC X(5).                             000008
000500        15  REIM-TERM       PIC X(6).                             000009
000550        15  REIM-COURSE     PIC X(6).                             000010
000600    10  REIM-STU-ID     PIC X(9).                                 000011
000650    10  REIM-LETTER     PIC X.                                    000012
000700    10  REIM-CREDITS    PIC 99.                                   000013
000750* Amount approved - the credit hours at the policy rate, less     000014
000800* whatever the annual cap cut off                                 000015
000850    10  REIM-AMOUNT     PIC 9(7)V99.                              000016
000900* TUIT-REIMB run that approved it - also the timestamp on the     000017
000950* bureau reimbursement record                                     000018
001000    10  REIM-TIMESTAMP  PIC 9(14).                                000019
