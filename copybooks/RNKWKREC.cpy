000100* RNKWKREC - class-rank work record layout                        000001
000150* COPYed into the unsorted and sorted rank work files and the     000002
000200* sort work record of the class-rank run - one record per         000003
000250* student graded in the term with the term and cumulative GPA     000004
000300    10  RW-PROGRAM        PIC X(6).                               000005
000350    10  RW-TERM-GPA       PIC 9V99.                               000006
000400    10  RW-CUM-GPA        PIC 9V99.                               000007
000450    10  RW-STU-ID         PIC X(9).                               000008
000500    10  RW-STU-NAME       PIC X(20).                              000009
