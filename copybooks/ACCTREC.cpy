000100* ACCTREC - shared student-account record layout                  000001
000150* COPYed into the STUDENT-ACCOUNT file record - one row per       000002
000200* student keyed by STU-MAST-ID, carrying the running balance      000003
000250* owed and the last ledger sequence number issued, so every       000004
000300* posting program adds to the same balance and numbers its        000005
000350* ledger rows in order                                            000006
000400    10  ACCT-STU-ID      PIC X(9).                                000007
000450* Balance owed - charges less payments and credits; negative      000008
000500* when the student is in credit                                   000009
000550    10  ACCT-BALANCE     PIC S9(7)V99.                            000010
000600    10  ACCT-LAST-SEQ    PIC 9(5).                                000011
000650    10  ACCT-LAST-DATE   PIC 9(8).                                000012
