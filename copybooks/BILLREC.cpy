000100* BILLREC - shared billed-registration record layout              000001
000150* COPYed into the BILLED-REGISTRATIONS file record - one row per  000002
000200* ENROLLMENT-MASTER registration the billing run has charged,     000003
000250* keyed the same student/term/course way, so the next run can     000004
000300* tell a new registration from one already billed and a drop      000005
000350* from a registration still on file                               000006
000400    10  BILL-KEY.                                                 000007
000450        15  BILL-STU-ID     PIC X(9).                             000008
000500        15  BILL-TERM       PIC X(6).                             000009
000550        15  BILL-COURSE     PIC X(6).                             000010
000600* Credits and rate the charge was priced at, and the charge       000011
000650    10  BILL-CREDITS    PIC 99.                                   000012
000700    10  BILL-RATE       PIC 9(5)V99.                              000013
000750    10  BILL-AMOUNT     PIC 9(7)V99.                              000014
000800* B billed and still registered, D dropped and credited back      000015
000850    10  BILL-STATUS     PIC X.                                    000016
000900    10  BILL-DATE       PIC 9(8).                                 000017
000950    10  BILL-DROP-DATE  PIC 9(8).                                 000018
