000100* PRQREC - shared course-prerequisite record layout               000001
000150* COPYed into the PREREQ-MASTER file record in every program that 000002
000200* reads or maintains PRQMAST so the PIC clauses stay in one place.000003
000250* One row per course per required course, so a course with        000004
000300* several prerequisites is read with a keyed START on the course  000005
000350* and READ NEXT until the course changes                          000006
000400    10  PRQ-KEY.                                                  000007
000450        15  PRQ-COURSE      PIC X(6).                             000008
000500        15  PRQ-REQ-COURSE  PIC X(6).                             000009
000550* Lowest letter grade in the required course that still           000010
000600* satisfies the prerequisite - compared by its position in the    000011
000650* GRDPARM band table, so a better letter always passes            000012
000700    10  PRQ-MIN-LETTER  PIC X.                                    000013
