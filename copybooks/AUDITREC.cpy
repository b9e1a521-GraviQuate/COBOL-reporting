000100* AUDITREC - shared change-audit record layout for the employee   000001
000150* master, COPYed into every program that logs add/change/delete   000002
000200* activity against EMPLOYEE-MASTER                                000003
000250* A student anonymized under the privacy retention policy is      000004
000300* logged here as well - an STU-ANON record with a blank           000005
000350* AUD-EMP-ID and the student id in AUD-OLD-VALUE                  000006
000400    10  AUD-EMP-ID      PIC X(5).                                 000007
000450    10  AUD-FIELD       PIC X(10).                                000008
000500    10  AUD-OLD-VALUE   PIC X(10).                                000009
000550    10  AUD-NEW-VALUE   PIC X(10).                                000010
000600    10  AUD-USERID      PIC X(8).                                 000011
000650    10  AUD-TIMESTAMP   PIC 9(14).                                000012
000700* Tamper-evidence fields - a running sequence number and a        000013
000750* check value chained from the prior record's check value and     000014
000800* this record's content, maintained by every writer and           000015
000850* verified by AUD-VERIFY, so a deleted or hand-edited line no     000016
000900* longer passes silently into EMP-ASOF-RPT or the bureau feed     000017
000950    10  AUD-SEQ-NBR     PIC 9(7).                                 000018
001000    10  AUD-CHECK-VAL   PIC 9(9).                                 000019
