000100* EXCPREC - shared operations exception-log record layout         000001
000150* COPYed into EXCPLOG by every program whose exceptions the       000002
000200* morning digest gathers - one I record per exception item the    000003
000250* program lists on its own report, then one T record closing      000004
000300* the run with its item count (written even when the count is     000005
000350* zero, so the digest knows the source ran). Every night's        000006
000400* items stay on the one file, which is how the digest ages an     000007
000450* item by the first night it appeared                             000008
000500    10  EXC-SOURCE     PIC X(8).                                  000009
000550    10  EXC-RUN-DATE   PIC 9(8).                                  000010
000600* I = exception item, T = run total                               000011
000650    10  EXC-REC-TYPE   PIC X.                                     000012
000700* 1 = high (integrity, audit chain, control balance),             000013
000750* 2 = medium (rejects and overdue items), 3 = low (awaiting       000014
000800* someone's action); zero on a T record                           000015
000850    10  EXC-PRIORITY   PIC 9.                                     000016
000900    10  EXC-COUNT      PIC 9(7).                                  000017
000950* What the item is about - the same key every night it stays      000018
001000* open, so its nights can be matched                              000019
001050    10  EXC-KEY        PIC X(16).                                 000020
001100* Date the item opened, where the source knows it (an             000021
001150* approval's request date, a leave's expected return); zero       000022
001200* means the digest ages it from the exception log instead         000023
001250    10  EXC-OPEN-DATE  PIC 9(8).                                  000024
001300    10  EXC-TEXT       PIC X(40).                                 000025
