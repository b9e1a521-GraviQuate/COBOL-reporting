000100* LEDGREC - shared student-ledger record layout                   000001
000150* COPYed into the STUDENT-LEDGER file record - one row per        000002
000200* posting to a student account, keyed by STU-MAST-ID and the      000003
000250* account's ledger sequence, so a student's postings read back    000004
000300* in the order they were made for statements and aging            000005
000350    10  LDG-KEY.                                                  000006
000400        15  LDG-STU-ID      PIC X(9).                             000007
000450        15  LDG-SEQ         PIC 9(5).                             000008
000500* Posting type - C tuition charge, R drop credit, P payment,      000009
000550* A adjustment                                                    000010
000600    10  LDG-TYPE        PIC X.                                    000011
000650* D debit raises the balance owed, C credit lowers it             000012
000700    10  LDG-DR-CR       PIC X.                                    000013
000750    10  LDG-AMOUNT      PIC 9(7)V99.                              000014
000800    10  LDG-DATE        PIC 9(8).                                 000015
000850* Registration behind a charge or drop credit - spaces on         000016
000900* payments and adjustments                                        000017
000950    10  LDG-TERM        PIC X(6).                                 000018
001000    10  LDG-COURSE      PIC X(6).                                 000019
001050* Receipt or adjustment reference, and the userid that posted     000020
001100    10  LDG-REFERENCE   PIC X(10).                                000021
001150    10  LDG-USERID      PIC X(8).                                 000022
