000100* TUITREC - shared tuition-rate record layout                     000001
000150* COPYed into the TUITION-RATES parameter file record - one row   000002
000200* per term carrying the charge per credit hour the bursar set     000003
000250* for that term, so the billing run prices a registration at      000004
000300* COURSE-CREDITS times its term's rate                            000005
000350    10  TUIT-TERM       PIC X(6).                                 000006
000400    10  TUIT-RATE       PIC 9(5)V99.                              000007
