000100* WAITREC - shared course-waitlist record layout                  000001
000150* COPYed into the WAITLIST file record - one row per student      000002
000200* waiting on a full offering, keyed by term, course and arrival   000003
000250* sequence so the first student waiting is the first read.        000004
000300* Status: W = waiting, P = promoted into a freed seat,            000005
000350*         C = cancelled                                           000006
000400    10  WAIT-KEY.                                                 000007
000450        15  WAIT-TERM       PIC X(6).                             000008
000500        15  WAIT-COURSE     PIC X(6).                             000009
000550        15  WAIT-SEQ        PIC 9(5).                             000010
000600    10  WAIT-STU-ID     PIC X(9).                                 000011
000650    10  WAIT-STATUS     PIC X.                                    000012
000700    10  WAIT-ADDED-TS   PIC 9(14).                                000013
000750    10  WAIT-PROMOTED-TS PIC 9(14).                               000014
000800* Y once the nightly waitlist report has listed the promotion     000015
000850    10  WAIT-REPORTED   PIC X.                                    000016
