000100* RETROREC - shared retro-pay queue record layout                 000001
000150* COPYed into the RETROQ file record - one row per pay period a   000002
000200* back-dated salary change was paid at the old rate, written by   000003
000250* RETRO-PAY and sent to the payroll bureau by the next AUD-DELTA  000004
000300* extract. The timestamp is the RETRO-PAY run's, so one bureau    000005
000350* acknowledgment covers an employee's retro pay from that run     000006
000400    10  RETRO-EMP-ID       PIC X(5).                              000007
000450    10  RETRO-TIMESTAMP    PIC 9(14).                             000008
000500* Date the change took effect for pay                             000009
000550    10  RETRO-EFF-DATE     PIC 9(8).                              000010
000600    10  RETRO-PERIOD-START PIC 9(8).                              000011
000650    10  RETRO-PERIOD-END   PIC 9(8).                              000012
000700* Days of the period on or after the effective date               000013
000750    10  RETRO-DAYS         PIC 99.                                000014
000800    10  RETRO-OLD-SALARY   PIC 9(7)V99.                           000015
000850    10  RETRO-NEW-SALARY   PIC 9(7)V99.                           000016
000900* Back pay owed for the period - negative when a back-dated       000017
000950* decrease means the period was overpaid                          000018
001000    10  RETRO-AMOUNT       PIC S9(7)V99 SIGN IS LEADING SEPARATE. 000019
