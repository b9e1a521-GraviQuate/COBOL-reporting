000100* FLDPOLREC - field-sensitivity policy record layout              000001
000150* COPYed into the FLDPOL control-file record. One line per        000002
000200* sign-on role and restricted field the role is cleared to see    000003
000250* in the clear - EMP-SALARY, EMP-GRADE or EMP-BIRTH. A role with  000004
000300* no line for a field sees it masked                              000005
000350    10  POL-ROLE   PIC X.                                         000006
000400    10  POL-FIELD  PIC X(10).                                     000007
