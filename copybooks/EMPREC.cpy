001250* and a blank grade on rows from before compensation existed      000024
001300    10  EMP-SALARY  PIC 9(7)V99.                                  000025
001350    10  EMP-PAY-GRADE  PIC X(2).                                  000026
001400* Reporting line - the EMP-ID of the employee's supervisor, an    000027
001450* active employee on this master. Spaces at the top of the        000028
001500* hierarchy and on rows from before the hierarchy existed         000029
001550    10  EMP-SUPERVISOR  PIC X(5).                                 000030
