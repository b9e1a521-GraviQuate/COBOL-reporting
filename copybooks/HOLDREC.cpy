000100* HOLDREC - shared student-hold record layout                     000001
000150* COPYed into the HOLD-MASTER file record - one row per hold      000002
000200* placed on a student, keyed by STU-MAST-ID and the moment it     000003
000250* was placed so a student's holds read back in order and a        000004
000300* released hold stays on file as history. While any of a          000005
000350* student's rows is active, ENROLL-MAINT refuses registration     000006
000400* and TRANSCRIPT withholds the official transcript                000007
000450    10  HOLD-KEY.                                                 000008
000500        15  HOLD-STU-ID     PIC X(9).                             000009
000550        15  HOLD-PLACED-TS  PIC 9(14).                            000010
000600* Hold type - F financial, D disciplinary, R records missing      000011
000650    10  HOLD-TYPE       PIC X.                                    000012
000700    10  HOLD-REASON     PIC X(30).                                000013
000750    10  HOLD-PLACED-BY  PIC X(8).                                 000014
000800* A active, R released                                            000015
000850    10  HOLD-STATUS     PIC X.                                    000016
000900    10  HOLD-RELEASED-BY  PIC X(8).                               000017
000950    10  HOLD-RELEASED-TS  PIC 9(14).                              000018
