000100* REIMQREC - shared reimbursement queue record layout             000001
000150* COPYed into the REIMBQ file record - one row per employee per   000002
000200* TUIT-REIMB run with the total approved for the term, written    000003
000250* by TUIT-REIMB and sent to the payroll bureau by the next        000004
000300* AUD-DELTA extract. The timestamp is the TUIT-REIMB run's, so    000005
000350* the bureau acknowledges the reimbursement on its own            000006
000400    10  REIMQ-EMP-ID     PIC X(5).                                000007
000450    10  REIMQ-TIMESTAMP  PIC 9(14).                               000008
000500    10  REIMQ-TERM       PIC X(6).                                000009
000550    10  REIMQ-COURSES    PIC 99.                                  000010
000600    10  REIMQ-CREDITS    PIC 999.                                 000011
000650    10  REIMQ-AMOUNT     PIC 9(7)V99.                             000012
