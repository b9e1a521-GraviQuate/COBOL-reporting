000100* TCHREC - shared teaching-assignment record layout               000001
000150* COPYed into the TEACHING-ASSIGNMENT file record - one row per   000002
000200* course per term naming the employee responsible for the         000003
000250* section and for submitting its grades, so a missing grade can   000004
000300* be traced to the instructor who owes it                         000005
000350    10  TCH-KEY.                                                  000006
000400        15  TCH-TERM        PIC X(6).                             000007
000450        15  TCH-COURSE      PIC X(6).                             000008
000500* Instructor - an EMP-ID carried on EMPMAST                       000009
000550    10  TCH-EMP-ID      PIC X(5).                                 000010
