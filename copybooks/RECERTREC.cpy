000100* RECERTREC - access-recertification work record layout           000001
000150* COPYed into SEC-RECERT's unsorted, sort and sorted files - one  000002
000200* record per AUTHLIST userid with the reviewer it is grouped      000003
000250* under and its sign-on history from LOGONAUD                     000004
000300    10  RCR-REVIEWER   PIC X(8).                                  000005
000350    10  RCR-USERID     PIC X(8).                                  000006
000400    10  RCR-ROLE       PIC X.                                     000007
000450    10  RCR-PWD-DATE   PIC 9(8).                                  000008
000500* Timestamps of the latest successful and failed sign-on - zero   000009
000550* when LOGONAUD holds none                                        000010
000600    10  RCR-LAST-OK    PIC 9(14).                                 000011
000650    10  RCR-LAST-FAIL  PIC 9(14).                                 000012
000700* Days since the last successful sign-on (or since the password   000013
000750* was set, for a userid that has never signed on)                 000014
000800    10  RCR-IDLE-DAYS  PIC 9(5).                                  000015
000850* D = dormant. Lock: Y already on AUTHLOCK, L locked by this run  000016
000900    10  RCR-DORMANT    PIC X.                                     000017
000950    10  RCR-LOCKED     PIC X.                                     000018
