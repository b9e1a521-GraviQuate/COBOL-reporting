000350    10  STU-MAST-NAME    PIC X(20).                               000006
000400* Enrollment status - E enrolled, W withdrawn, G graduated        000007
000450    10  STU-MAST-STATUS  PIC X.                                   000008
000500* Declared degree program - a program code on PROGREQ, spaces     000009
000550* while the student is undeclared                                 000010
000600    10  STU-MAST-PROGRAM PIC X(6).                                000011
