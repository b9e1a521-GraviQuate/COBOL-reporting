000100* RNKREC - shared class-rank record layout                        000001
000150* COPYed into the RANK-MASTER file record - one row per student   000002
000200* per ranked term, written by the class-rank run. Position 1 is   000003
000250* the top of the class; students level on both term GPA and       000004
000300* cumulative GPA share a position. Percentile is the share of     000005
000350* the class ranked at or below the student; decile 1 is the       000006
000400* top tenth. The cohort is the students of the same declared      000007
000450* program ranked in the same term                                 000008
000500    10  RANK-KEY.                                                 000009
000550        15  RANK-STU-ID       PIC X(9).                           000010
000600        15  RANK-TERM         PIC X(6).                           000011
000650    10  RANK-TERM-GPA     PIC 9V99.                               000012
000700    10  RANK-CUM-GPA      PIC 9V99.                               000013
000750    10  RANK-POSITION     PIC 9(5).                               000014
000800    10  RANK-CLASS-SIZE   PIC 9(5).                               000015
000850    10  RANK-PERCENTILE   PIC 9(3).                               000016
000900    10  RANK-DECILE       PIC 99.                                 000017
000950    10  RANK-PROGRAM      PIC X(6).                               000018
001000    10  RANK-COHORT-POS   PIC 9(5).                               000019
001050    10  RANK-COHORT-SIZE  PIC 9(5).                               000020
