000100* OFFRREC - shared course-offering record layout                  000001
000150* COPYed into the OFFERING-MASTER file record - one row per       000002
000200* course per term carrying the seat limit, the seats taken and    000003
000250* the waitlist behind it, so ENROLL-MAINT can stop a course       000004
000300* being oversubscribed                                            000005
000350    10  OFFR-KEY.                                                 000006
000400        15  OFFR-TERM       PIC X(6).                             000007
000450        15  OFFR-COURSE     PIC X(6).                             000008
000500    10  OFFR-MAX-SEATS  PIC 9(4).                                 000009
000550    10  OFFR-CUR-COUNT  PIC 9(4).                                 000010
000600* Students still waiting, and the last waitlist sequence          000011
000650* number issued - the sequence keys WAITLIST in arrival order     000012
000700    10  OFFR-WAIT-CNT   PIC 9(4).                                 000013
000750    10  OFFR-LAST-SEQ   PIC 9(5).                                 000014
