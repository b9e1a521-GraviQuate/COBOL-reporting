000100* FUTRREC - shared held future-dated transaction record layout    000001
000150* COPYed into the EMPFUTR file record - one row per EMPTXN        000002
000200* transaction that arrived with an effective date after the run   000003
000250* date. The first 56 bytes are the transaction exactly as it      000004
000300* arrived; EMP-MAINT-BATCH applies it on the night its effective  000005
000350* date arrives, with the same edits as a transaction on the feed  000006
000400    10  FUT-FUNCTION       PIC X.                                 000007
000450    10  FUT-EMP-ID         PIC X(5).                              000008
000500    10  FUT-EMP-NAME       PIC A(10).                             000009
000550    10  FUT-EMP-BIRTH      PIC 9(8).                              000010
000600    10  FUT-EMP-DEPT       PIC X(3).                              000011
000650    10  FUT-LEAVE-START    PIC 9(8).                              000012
000700    10  FUT-LEAVE-RETURN   PIC 9(8).                              000013
000750    10  FUT-EMP-SUPV       PIC X(5).                              000014
000800    10  FUT-EFF-DATE       PIC 9(8).                              000015
000850* Run date the transaction was put on hold                        000016
000900    10  FUT-HELD-DATE      PIC 9(8).                              000017
