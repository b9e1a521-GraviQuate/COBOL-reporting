000100* DEGREC - shared degree-audit result record layout               000001
000150* COPYed into the DEGRSLT file record - one row per student,      000002
000200* rewritten by every degree-audit run with the program audited,   000003
000250* the credits and GPA computed and whether every requirement      000004
000300* was met. The admissions feed graduates a student only on a      000005
000350* cleared row for the student's current program                   000006
000400    10  DEG-STU-ID        PIC X(9).                               000007
000450    10  DEG-PROGRAM       PIC X(6).                               000008
000500* Audit result - Y every requirement met, N something outstanding 000009
000550    10  DEG-CLEARED       PIC X.                                  000010
000600    10  DEG-CREDITS       PIC 9(3).                               000011
000650    10  DEG-GPA           PIC 9V99.                               000012
000700    10  DEG-OUTSTANDING   PIC 9(3).                               000013
000750    10  DEG-AUDIT-DATE    PIC 9(8).                               000014
