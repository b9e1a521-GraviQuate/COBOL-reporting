000400* terminate always, others per the APPRPRM card - are not         000007
000450* applied here: they queue on the pending-approval file for a     000008
000500* second administrator to approve in EMP-APPROVE, so one          000009
000550* mistyped EMP-ID can no longer terminate the wrong employee.     000010
000600* Each employee's supervisor is kept here as well - it must be    000011
000650* an active employee, and a supervisor that would put the         000012
000700* employee above itself in its own reporting chain is refused.    000013
000750* An add, rehire or department change that would take the         000014
000800* department over its authorized headcount or salary budget is    000015
000850* warned about or refused, as the POSNPRM card directs. A         000016
000900* compensation change may be keyed back-dated; the date it took   000017
000950* effect for pay is audited so the retro-pay run can work out     000018
001000* the back pay owed                                               000019
001050 ENVIRONMENT DIVISION.                                            000020
001100 INPUT-OUTPUT SECTION.                                            000021
001150 FILE-CONTROL.                                                    000022
001200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000023
001250         ORGANIZATION IS INDEXED                                  000024
001300         ACCESS MODE IS DYNAMIC                                   000025
001350         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000026
001400* Department master - read to validate a keyed department code    000027
001450     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000028
001500         ORGANIZATION IS INDEXED                                  000029
001550         ACCESS MODE IS DYNAMIC                                   000030
001600         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000031
001650* Pay-grade master - read to validate a keyed salary against      000032
001700* its grade's range                                               000033
001750     SELECT PAY-GRADE-MASTER ASSIGN TO "PAYGRADE"                 000034
001800         ORGANIZATION IS INDEXED                                  000035
001850         ACCESS MODE IS DYNAMIC                                   000036
001900         RECORD KEY IS PAY-GRADE-CODE OF PAY-GRADE-RECORD.        000037
001950* Leave-event file - one row per leave taken, opened when an      000038
002000* employee goes on leave and closed by the rehire                 000039
002050     SELECT LEAVE-EVENTS ASSIGN TO "LEAVEVT"                      000040
002100         ORGANIZATION IS INDEXED                                  000041
002150         ACCESS MODE IS DYNAMIC                                   000042
002200         RECORD KEY IS LEV-KEY OF LEAVE-EVENT-RECORD              000043
002250         FILE STATUS IS WS-LEV-STATUS.                            000044
002300* Change-audit log - one record per field changed on the master   000045
002350     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000046
002400         ORGANIZATION IS LINE SEQUENTIAL                          000047
002450         FILE STATUS IS WS-AUDIT-STATUS.                          000048
002500* Authorized-credential list - one userid/password/role per       000049
002550* line. Optional so a shop without one still gets a default       000050
002600     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000051
002650         ORGANIZATION IS LINE SEQUENTIAL.                         000052
002700* Sign-on security files - the lockout list and the               000053
002750* logon-audit trail of every successful and failed attempt        000054
002800     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000055
002850         ORGANIZATION IS LINE SEQUENTIAL                          000056
002900         FILE STATUS IS WS-LOCK-STATUS.                           000057
002950     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000058
003000         ORGANIZATION IS LINE SEQUENTIAL                          000059
003050         FILE STATUS IS WS-LOGON-STATUS.                          000060
003100* Reasonable-age control card (min/max). Optional so a shop       000061
003150* without one set up yet still gets a usable default              000062
003200     SELECT OPTIONAL AGE-RANGE ASSIGN TO "AGERANGE"               000063
003250         ORGANIZATION IS LINE SEQUENTIAL.                         000064
003300* Shop-wide batch-window flag, set while the nightly stream       000065
003350* owns the master. Optional so a shop that has never run the      000066
003400* window still signs on                                           000067
003450     SELECT OPTIONAL BATCH-LOCK ASSIGN TO "BATCHLOK"              000068
003500         ORGANIZATION IS LINE SEQUENTIAL.                         000069
003550* Maintenance-session flag the nightly window checks before it    000070
003600* starts - set at sign-on, cleared at quit                        000071
003650     SELECT MAINT-LOCK ASSIGN TO "MAINTLOK"                       000072
003700         ORGANIZATION IS LINE SEQUENTIAL.                         000073
003750* Approval control card - the status-action function codes        000074
003800* that queue for a second administrator instead of applying       000075
003850* at once. Optional; terminate queues regardless                  000076
003900     SELECT OPTIONAL APPROVAL-PARAMETERS ASSIGN TO "APPRPRM"      000077
003950         ORGANIZATION IS LINE SEQUENTIAL.                         000078
004000* Position-control card - W warns, R refuses an add, rehire       000079
004050* or transfer that would take a department over its authorized    000080
004100* headcount or salary budget. Optional; warn when absent          000081
004150     SELECT OPTIONAL POSITION-PARAMETERS ASSIGN TO "POSNPRM"      000082
004200         ORGANIZATION IS LINE SEQUENTIAL.                         000083
004250* Pending-approval queue - sensitive actions wait here for        000084
004300* EMP-APPROVE                                                     000085
004350     SELECT PENDING-APPROVALS ASSIGN TO "EMPPEND"                 000086
004400         ORGANIZATION IS LINE SEQUENTIAL                          000087
004450         FILE STATUS IS WS-PEND-STATUS.                           000088
004500 DATA DIVISION.                                                   000089
004550 FILE SECTION.                                                    000090
004600 FD  EMPLOYEE-MASTER.                                             000091
004650 01  EMPLOYEE-MASTER-RECORD.                                      000092
004700     COPY EMPREC.                                                 000093
004750 FD  DEPARTMENT-MASTER.                                           000094
004800 01  DEPARTMENT-MASTER-RECORD.                                    000095
004850     COPY DEPTREC.                                                000096
004900 FD  PAY-GRADE-MASTER.                                            000097
004950 01  PAY-GRADE-RECORD.                                            000098
005000     COPY PGRDREC.                                                000099
005050 FD  LEAVE-EVENTS.                                                000100
005100 01  LEAVE-EVENT-RECORD.                                          000101
005150     COPY LEAVEREC.                                               000102
005200 FD  EMP-AUDIT-LOG.                                               000103
005250 01  EMP-AUDIT-RECORD.                                            000104
005300     COPY AUDITREC.                                               000105
005350 FD  AUTH-LIST.                                                   000106
005400 01  AUTH-LIST-REC.                                               000107
005450     COPY AUTHREC.                                                000108
005500 FD  AUTH-LOCKOUT.                                                000109
005550 01  AUTH-LOCKOUT-REC.                                            000110
005600     05  LOCK-USERID   PIC X(8).                                  000111
005650 FD  LOGON-AUDIT.                                                 000112
005700 01  LOGON-AUDIT-REC.                                             000113
005750     05  LOGON-USERID    PIC X(8).                                000114
005800     05  LOGON-RESULT    PIC X.                                   000115
005850     05  LOGON-PROGRAM   PIC X(8).                                000116
005900     05  LOGON-TIMESTAMP PIC 9(14).                               000117
005950 FD  AGE-RANGE.                                                   000118
006000 01  AGE-RANGE-REC.                                               000119
006050     05  CTL-MIN-AGE       PIC 99.                                000120
006100     05  CTL-MAX-AGE       PIC 99.                                000121
006150 FD  BATCH-LOCK.                                                  000122
006200 01  BATCH-LOCK-REC.                                              000123
006250     05  BATLOK-FLAG      PIC X.                                  000124
006300     05  BATLOK-TIMESTAMP PIC 9(14).                              000125
006350 FD  MAINT-LOCK.                                                  000126
006400 01  MAINT-LOCK-REC.                                              000127
006450     05  MNTLOK-FLAG      PIC X.                                  000128
006500     05  MNTLOK-USERID    PIC X(8).                               000129
006550     05  MNTLOK-TIMESTAMP PIC 9(14).                              000130
006600 FD  APPROVAL-PARAMETERS.                                         000131
006650 01  APPROVAL-PARAMETER-REC.                                      000132
006700     05  CTL-APPR-FUNCS   PIC X(10).                              000133
006750 FD  POSITION-PARAMETERS.                                         000134
006800 01  POSITION-PARAMETER-REC.                                      000135
006850     05  CTL-POSN-MODE    PIC X.                                  000136
006900 FD  PENDING-APPROVALS.                                           000137
006950 01  PENDING-APPROVAL-REC.                                        000138
007000     COPY PENDREC.                                                000139
007050 WORKING-STORAGE SECTION.                                         000140
007100 01  WS-EOF-SW         PIC X VALUE "N".                           000141
007150     88  WS-DONE       VALUE "Y".                                 000142
007200 01  WS-FUNCTION       PIC X.                                     000143
007250     88  WS-FN-ADD     VALUE "A" "a".                             000144
007300     88  WS-FN-CHANGE  VALUE "C" "c".                             000145
007350     88  WS-FN-TERM    VALUE "T" "t".                             000146
007400     88  WS-FN-LEAVE   VALUE "L" "l".                             000147
007450     88  WS-FN-REHIRE  VALUE "R" "r".                             000148
007500     88  WS-FN-SALARY  VALUE "S" "s".                             000149
007550     88  WS-FN-PASSWD  VALUE "P" "p".                             000150
007600     88  WS-FN-SUPV    VALUE "M" "m".                             000151
007650     88  WS-FN-QUIT    VALUE "Q" "q".                             000152
007700 01  WS-KEY-ID         PIC XXXXX.                                 000153
007750 01  WS-NEW-NAME       PIC A(10).                                 000154
007800 01  WS-NEW-AGE        PIC 99.                                    000155
007850 01  WS-OLD-NAME       PIC A(10).                                 000156
007900 01  WS-OLD-AGE        PIC 99.                                    000157
007950 01  WS-NEW-DEPT       PIC X(3).                                  000158
008000 01  WS-OLD-DEPT       PIC X(3).                                  000159
008050 01  WS-NEW-BIRTH      PIC 9(8).                                  000160
008100 01  WS-OLD-BIRTH      PIC 9(8).                                  000161
008150* Supervisor keyed for an add or a reporting-line change, the     000162
008200* one the row held before it, and the upward walk of the          000163
008250* proposed supervisor's own chain that catches a circular line    000164
008300 01  WS-NEW-SUPV       PIC X(5).                                  000165
008350 01  WS-OLD-SUPV       PIC X(5).                                  000166
008400 01  WS-SUPV-VALID-SW  PIC X.                                     000167
008450     88  WS-SUPV-VALID VALUE "Y".                                 000168
008500 78  WS-MAX-CHAIN-DEPTH VALUE 99.                                 000169
008550 01  WS-CHAIN-ID       PIC X(5).                                  000170
008600 01  WS-CHAIN-DEPTH    PIC 999.                                   000171
008650 01  WS-CIRCULAR-SW    PIC X.                                     000172
008700     88  WS-CIRCULAR   VALUE "Y".                                 000173
008750* Compensation keyed by the salary function and the values        000174
008800* the row held before it                                          000175
008850 01  WS-NEW-SALARY     PIC 9(7)V99.                               000176
008900 01  WS-OLD-SALARY     PIC 9(7)V99.                               000177
008950 01  WS-NEW-GRADE      PIC X(2).                                  000178
009000 01  WS-OLD-GRADE      PIC X(2).                                  000179
009050 01  WS-GRADE-VALID-SW PIC X.                                     000180
009100     88  WS-GRADE-VALID VALUE "Y".                                000181
009150 01  WS-SAL-VALID-SW   PIC X.                                     000182
009200     88  WS-SAL-VALID  VALUE "Y".                                 000183
009250* Edited image of a salary for the X(10) audit value fields       000184
009300 01  WS-SALARY-DISP    PIC 9(7).99.                               000185
009350* Date a compensation change takes effect for pay - today unless  000186
009400* keyed back-dated                                                000187
009450 01  WS-PAY-EFF-IN     PIC X(8).                                  000188
009500 01  WS-PAY-EFF-DATE   PIC 9(8).                                  000189
009550 01  WS-PAY-EFF-VALID-SW PIC X.                                   000190
009600     88  WS-PAY-EFF-VALID VALUE "Y".                              000191
009650* Leave start and expected-return dates keyed with a leave        000192
009700* action                                                          000193
009750 01  WS-LEV-STATUS     PIC XX.                                    000194
009800 01  WS-LEV-EOF-SW     PIC X.                                     000195
009850     88  WS-LEV-EOF    VALUE "Y".                                 000196
009900 01  WS-LEAVE-START    PIC 9(8).                                  000197
009950 01  WS-LEAVE-RETURN   PIC 9(8).                                  000198
010000* Status being set by a terminate/leave/rehire function and       000199
010050* the status the row held before it                               000200
010100 01  WS-TARGET-STATUS  PIC X.                                     000201
010150 01  WS-OLD-STATUS     PIC X.                                     000202
010200* Run date and birth-date edit fields for the computed-age        000203
010250* validation against the AGERANGE limits                          000204
010300 01  WS-RUN-DATE-NUM   PIC 9(8).                                  000205
010350 01  WS-TEST-DATE      PIC 9(8).                                  000206
010400 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000207
010450     05  WS-TEST-YYYY  PIC 9(4).                                  000208
010500     05  WS-TEST-MM    PIC 99.                                    000209
010550     05  WS-TEST-DD    PIC 99.                                    000210
010600 01  WS-MONTH-DAYS     PIC 99.                                    000211
010650 01  WS-LEAP-REM       PIC 9(4).                                  000212
010700 01  WS-DATE-VALID-SW  PIC X.                                     000213
010750     88  WS-DATE-VALID VALUE "Y".                                 000214
010800 01  WS-CALC-AGE       PIC S999.                                  000215
010850* The logged-on userid is stamped on every audit record and is    000216
010900* validated against WS-AUTH-TABLE before any update is allowed    000217
010950 01  WS-USERID         PIC X(8).                                  000218
011000 01  WS-TIMESTAMP      PIC 9(14).                                 000219
011050* Appending to the audit log needs it created on its first run    000220
011100 01  WS-AUDIT-STATUS   PIC XX.                                    000221
011150* Authorized-userid table, loaded once at start-up from AUTHLIST  000222
011200 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000223
011250     88  WS-AUTH-EOF   VALUE "Y".                                 000224
011300 01  WS-AUTH-OVER-SW   PIC X VALUE "N".                           000225
011350     88  WS-AUTH-OVER  VALUE "Y".                                 000226
011400 78  WS-MAX-AUTH-USERS VALUE 50.                                  000227
011450 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000228
011500 01  WS-AUTH-TABLE.                                               000229
011550     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000230
011600             DEPENDING ON WS-AUTH-CNT.                            000231
011650         10  AUTH-TAB-USERID   PIC X(8).                          000232
011700         10  AUTH-TAB-PASSWORD PIC X(8).                          000233
011750         10  AUTH-TAB-ROLE     PIC X.                             000234
011800         10  AUTH-TAB-PWD-DATE PIC 9(8).                          000235
011850         10  AUTH-TAB-EXPIRE   PIC 9(3).                          000236
011900         10  AUTH-TAB-PREV-1   PIC X(8).                          000237
011950         10  AUTH-TAB-PREV-2   PIC X(8).                          000238
012000 01  WS-AUTH-IDX       PIC 99.                                    000239
012050 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000240
012100     88  WS-SIGNED-ON  VALUE "Y".                                 000241
012150* Sign-on working fields - keyed password, granted role,          000242
012200* straight-failure counting and the lockout switch                000243
012250 01  WS-PASSWORD       PIC X(8).                                  000244
012300 01  WS-USER-ROLE      PIC X.                                     000245
012350     88  WS-ROLE-INQUIRY VALUE "I".                               000246
012400     88  WS-ROLE-UPDATE  VALUE "U".                               000247
012450     88  WS-ROLE-ADMIN   VALUE "A".                               000248
012500 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000249
012550 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000250
012600 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000251
012650 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000252
012700 01  WS-LOCKED-SW      PIC X.                                     000253
012750     88  WS-LOCKED     VALUE "Y".                                 000254
012800 01  WS-LOCK-EOF-SW    PIC X.                                     000255
012850     88  WS-LOCK-EOF   VALUE "Y".                                 000256
012900 01  WS-LOGON-STATUS   PIC XX.                                    000257
012950 01  WS-LOCK-STATUS    PIC XX.                                    000258
013000* Password-expiry working fields - the matched credential         000259
013050* entry, the password's age in days, and the keyed                000260
013100* replacement password                                            000261
013150 01  WS-CRED-IDX       PIC 99 VALUE ZERO.                         000262
013200 01  WS-TODAY-NUM      PIC 9(8).                                  000263
013250 01  WS-PWD-AGE-DAYS   PIC S9(7).                                 000264
013300 01  WS-NEW-PWD        PIC X(8).                                  000265
013350 01  WS-PWD-OK-SW      PIC X.                                     000266
013400     88  WS-PWD-OK     VALUE "Y".                                 000267
013450* Reasonable-age range, loaded once at start-up from AGERANGE     000268
013500 01  WS-MIN-AGE        PIC 99 VALUE 16.                           000269
013550 01  WS-MAX-AGE        PIC 99 VALUE 75.                           000270
013600 01  WS-AGE-VALID-SW   PIC X VALUE "N".                           000271
013650     88  WS-AGE-VALID  VALUE "Y".                                 000272
013700 01  WS-DEPT-VALID-SW  PIC X VALUE "N".                           000273
013750     88  WS-DEPT-VALID VALUE "Y".                                 000274
013800* Set while the nightly batch window owns the employee master     000275
013850 01  WS-BATCH-OPEN-SW  PIC X VALUE "N".                           000276
013900     88  WS-BATCH-OPEN VALUE "Y".                                 000277
013950* Status-action function codes that queue for approval,           000278
014000* loaded from APPRPRM - terminate is sensitive regardless of      000279
014050* what the card says                                              000280
014100 01  WS-PEND-STATUS    PIC XX.                                    000281
014150 01  WS-APPR-FUNCS     PIC X(10) VALUE "T".                       000282
014200 01  WS-APPR-IDX       PIC 99.                                    000283
014250 01  WS-NEEDS-APPR-SW  PIC X.                                     000284
014300     88  WS-NEEDS-APPR VALUE "Y".                                 000285
014350 01  WS-ACTION-CODE    PIC X.                                     000286
014400* Position control - the mode from POSNPRM, the department        000287
014450* and employee being placed, and the department's limits and      000288
014500* filled headcount and salary as projected with the employee      000289
014550 01  WS-POSN-MODE      PIC X VALUE "W".                           000290
014600     88  WS-POSN-REFUSE VALUE "R" "r".                            000291
014650 01  WS-POSN-DEPT      PIC X(3).                                  000292
014700 01  WS-POSN-EMP-ID    PIC X(5).                                  000293
014750 01  WS-POSN-REFUSED-SW PIC X.                                    000294
014800     88  WS-POSN-REFUSED VALUE "Y".                               000295
014850 01  WS-POSN-REASON    PIC X(30).                                 000296
014900 01  WS-POSN-AUTH      PIC 9(5).                                  000297
014950 01  WS-POSN-BUDGET    PIC 9(9)V99.                               000298
015000 01  WS-POSN-FILLED    PIC 9(5).                                  000299
015050 01  WS-POSN-PAYROLL   PIC 9(11)V99.                              000300
015100 01  WS-POSN-OWN-SAL   PIC 9(7)V99.                               000301
015150 01  WS-POSN-COUNTED-SW PIC X.                                    000302
015200     88  WS-POSN-COUNTED VALUE "Y".                               000303
015250 01  WS-POSN-EOF-SW    PIC X.                                     000304
015300     88  WS-POSN-EOF   VALUE "Y".                                 000305
015350* Audit-chain state - the last sequence number and check          000306
015400* value on file, loaded at start-up and carried forward so        000307
015450* every audit record chains from the one before it                000308
015500 78  WS-CHECK-MODULUS  VALUE 999999937.                           000309
015550 78  WS-AUDIT-BODY-LEN VALUE 57.                                  000310
015600 01  WS-AUDIT-SEQ      PIC 9(7) VALUE ZERO.                       000311
015650 01  WS-PRIOR-CHECK    PIC 9(9) VALUE ZERO.                       000312
015700 01  WS-CHECK-WORK     PIC 9(12).                                 000313
015750 01  WS-CHK-IDX        PIC 99.                                    000314
015800 01  WS-CHAIN-EOF-SW   PIC X.                                     000315
015850     88  WS-CHAIN-EOF  VALUE "Y".                                 000316
015900 PROCEDURE DIVISION.                                              000317
015950 0000-MAIN.                                                       000318
016000     PERFORM 0500-LOAD-AUTH-LIST.                                 000319
016050     PERFORM 0600-CAPTURE-LOGON.                                  000320
016100     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000321
016150         DISPLAY "Inquiry-only userids cannot use employee"       000322
016200             " maintenance."                                      000323
016250         MOVE "N" TO WS-SIGNED-ON-SW                              000324
016300     END-IF.                                                      000325
016350     PERFORM 0700-LOAD-AGE-RANGE.                                 000326
016400     PERFORM 0750-LOAD-APPROVAL-PARMS.                            000327
016450     PERFORM 0770-LOAD-POSITION-PARMS.                            000328
016500     IF WS-SIGNED-ON                                              000329
016550         PERFORM 0650-CHECK-BATCH-WINDOW                          000330
016600     END-IF.                                                      000331
016650     IF WS-SIGNED-ON AND NOT WS-BATCH-OPEN                        000332
016700         PERFORM 0660-SET-MAINT-LOCK                              000333
016750         PERFORM 0760-LOAD-AUDIT-CHAIN                            000334
016800         OPEN I-O EMPLOYEE-MASTER                                 000335
016850         OPEN INPUT DEPARTMENT-MASTER                             000336
016900         OPEN INPUT PAY-GRADE-MASTER                              000337
016950         OPEN EXTEND EMP-AUDIT-LOG                                000338
017000         IF WS-AUDIT-STATUS = "35"                                000339
017050             OPEN OUTPUT EMP-AUDIT-LOG                            000340
017100         END-IF                                                   000341
017150         PERFORM UNTIL WS-DONE                                    000342
017200             PERFORM 1000-SHOW-MENU                               000343
017250             PERFORM 2000-PROCESS-FUNCTION                        000344
017300         END-PERFORM                                              000345
017350         CLOSE EMPLOYEE-MASTER                                    000346
017400         CLOSE DEPARTMENT-MASTER                                  000347
017450         CLOSE PAY-GRADE-MASTER                                   000348
017500         CLOSE EMP-AUDIT-LOG                                      000349
017550         PERFORM 0670-CLEAR-MAINT-LOCK                            000350
017600     END-IF.                                                      000351
017650     STOP RUN.                                                    000352
017700* Load the credential table from AUTHLIST. If the file is         000353
017750* absent default to a single built-in administrator so the        000354
017800* transaction still works in a shop that hasn't set one up yet    000355
017850 0500-LOAD-AUTH-LIST.                                             000356
017900     OPEN INPUT AUTH-LIST.                                        000357
017950     PERFORM UNTIL WS-AUTH-EOF                                    000358
018000             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000359
018050         READ AUTH-LIST                                           000360
018100             AT END                                               000361
018150                 SET WS-AUTH-EOF TO TRUE                          000362
018200             NOT AT END                                           000363
018250                 ADD 1 TO WS-AUTH-CNT                             000364
018300                 MOVE AUTH-USERID                                 000365
018350                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000366
018400                 MOVE AUTH-PASSWORD                               000367
018450                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000368
018500                 MOVE AUTH-ROLE                                   000369
018550                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000370
018600                 MOVE AUTH-PWD-DATE                               000371
018650                     TO AUTH-TAB-PWD-DATE (WS-AUTH-CNT)           000372
018700                 MOVE AUTH-PWD-EXPIRE                             000373
018750                     TO AUTH-TAB-EXPIRE (WS-AUTH-CNT)             000374
018800                 MOVE AUTH-PREV-PWD-1                             000375
018850                     TO AUTH-TAB-PREV-1 (WS-AUTH-CNT)             000376
018900                 MOVE AUTH-PREV-PWD-2                             000377
018950                     TO AUTH-TAB-PREV-2 (WS-AUTH-CNT)             000378
019000         END-READ                                                 000379
019050     END-PERFORM.                                                 000380
019100* A read still succeeding once the table is full means the        000381
019150* list is longer than a session can hold - flag it so no          000382
019200* rewrite can truncate the file to the first 50 entries           000383
019250     IF NOT WS-AUTH-EOF AND WS-AUTH-CNT = WS-MAX-AUTH-USERS       000384
019300         READ AUTH-LIST                                           000385
019350             AT END                                               000386
019400                 SET WS-AUTH-EOF TO TRUE                          000387
019450             NOT AT END                                           000388
019500                 SET WS-AUTH-OVER TO TRUE                         000389
019550         END-READ                                                 000390
019600     END-IF.                                                      000391
019650     CLOSE AUTH-LIST.                                             000392
019700     IF WS-AUTH-CNT = ZERO                                        000393
019750         MOVE 1 TO WS-AUTH-CNT                                    000394
019800         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000395
019850         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000396
019900         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000397
019950         MOVE ZERO   TO AUTH-TAB-PWD-DATE (1)                     000398
020000         MOVE ZERO   TO AUTH-TAB-EXPIRE (1)                       000399
020050         MOVE SPACES TO AUTH-TAB-PREV-1 (1)                       000400
020100         MOVE SPACES TO AUTH-TAB-PREV-2 (1)                       000401
020150     END-IF.                                                      000402
020200* Prompt for userid and password, checking the lockout list       000403
020250* and the credential table; every attempt is written to the       000404
020300* logon-audit file, and three straight failures for the same      000405
020350* userid lock it out                                              000406
020400 0600-CAPTURE-LOGON.                                              000407
020450     PERFORM UNTIL WS-SIGNED-ON                                   000408
020500             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000409
020550         ADD 1 TO WS-ATTEMPT-CNT                                  000410
020600         DISPLAY "Userid: " WITH NO ADVANCING                     000411
020650         ACCEPT WS-USERID                                         000412
020700         DISPLAY "Password: " WITH NO ADVANCING                   000413
020750         ACCEPT WS-PASSWORD                                       000414
020800         PERFORM 0610-CHECK-LOCKOUT                               000415
020850         IF WS-LOCKED                                             000416
020900             DISPLAY "Userid " WS-USERID " is locked out"         000417
020950                 " - see the security administrator."             000418
021000         ELSE                                                     000419
021050             PERFORM 0620-MATCH-CREDENTIALS                       000420
021100         END-IF                                                   000421
021150         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000422
021200         IF WS-SIGNED-ON                                          000423
021250             PERFORM 0680-CHECK-PASSWORD-EXPIRY                   000424
021300         END-IF                                                   000425
021350         IF NOT WS-SIGNED-ON                                      000426
021400             PERFORM 0640-COUNT-FAILURE                           000427
021450         END-IF                                                   000428
021500     END-PERFORM.                                                 000429
021550     IF NOT WS-SIGNED-ON                                          000430
021600         DISPLAY "Sign-on failed."                                000431
021650     END-IF.                                                      000432
021700* Is this userid on the lockout list                              000433
021750 0610-CHECK-LOCKOUT.                                              000434
021800     MOVE "N" TO WS-LOCKED-SW.                                    000435
021850     MOVE "N" TO WS-LOCK-EOF-SW.                                  000436
021900     OPEN INPUT AUTH-LOCKOUT.                                     000437
021950     IF WS-LOCK-STATUS = "35"                                     000438
022000         MOVE "Y" TO WS-LOCK-EOF-SW                               000439
022050     END-IF.                                                      000440
022100     PERFORM UNTIL WS-LOCK-EOF                                    000441
022150         READ AUTH-LOCKOUT                                        000442
022200             AT END                                               000443
022250                 SET WS-LOCK-EOF TO TRUE                          000444
022300             NOT AT END                                           000445
022350                 IF LOCK-USERID = WS-USERID                       000446
022400                     SET WS-LOCKED TO TRUE                        000447
022450                 END-IF                                           000448
022500         END-READ                                                 000449
022550     END-PERFORM.                                                 000450
022600     CLOSE AUTH-LOCKOUT.                                          000451
022650* Userid and password must both match one credential entry;       000452
022700* a match carries the entry's role into the session               000453
022750 0620-MATCH-CREDENTIALS.                                          000454
022800     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000455
022850             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000456
022900         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000457
022950                 WS-PASSWORD =                                    000458
023000                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000459
023050             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000460
023100                 TO WS-USER-ROLE                                  000461
023150             SET WS-SIGNED-ON TO TRUE                             000462
023200             MOVE WS-AUTH-IDX TO WS-CRED-IDX                      000463
023250             EXIT PERFORM                                         000464
023300         END-IF                                                   000465
023350     END-PERFORM.                                                 000466
023400     IF NOT WS-SIGNED-ON                                          000467
023450         DISPLAY "Userid or password incorrect."                  000468
023500     END-IF.                                                      000469
023550* Record this attempt, successful or failed, on the logon         000470
023600* audit trail                                                     000471
023650 0630-AUDIT-LOGON-ATTEMPT.                                        000472
023700     OPEN EXTEND LOGON-AUDIT.                                     000473
023750     IF WS-LOGON-STATUS = "35"                                    000474
023800         OPEN OUTPUT LOGON-AUDIT                                  000475
023850     END-IF.                                                      000476
023900     MOVE WS-USERID TO LOGON-USERID.                              000477
023950     IF WS-SIGNED-ON                                              000478
024000         MOVE "S" TO LOGON-RESULT                                 000479
024050     ELSE                                                         000480
024100         MOVE "F" TO LOGON-RESULT                                 000481
024150     END-IF.                                                      000482
024200     MOVE "EMPMAINT" TO LOGON-PROGRAM.                            000483
024250     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000484
024300     WRITE LOGON-AUDIT-REC.                                       000485
024350     CLOSE LOGON-AUDIT.                                           000486
024400* Three straight failures for one userid put it on the            000487
024450* lockout list until the security administrator clears it         000488
024500 0640-COUNT-FAILURE.                                              000489
024550     IF WS-USERID = WS-FAIL-USERID                                000490
024600         ADD 1 TO WS-FAIL-CNT                                     000491
024650     ELSE                                                         000492
024700         MOVE WS-USERID TO WS-FAIL-USERID                         000493
024750         MOVE 1 TO WS-FAIL-CNT                                    000494
024800     END-IF.                                                      000495
024850     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000496
024900         OPEN EXTEND AUTH-LOCKOUT                                 000497
024950         IF WS-LOCK-STATUS = "35"                                 000498
025000             OPEN OUTPUT AUTH-LOCKOUT                             000499
025050         END-IF                                                   000500
025100         MOVE WS-USERID TO LOCK-USERID                            000501
025150         WRITE AUTH-LOCKOUT-REC                                   000502
025200         CLOSE AUTH-LOCKOUT                                       000503
025250         DISPLAY "Userid " WS-USERID " is now locked out."        000504
025300     END-IF.                                                      000505
025350* An expired password must be changed before the session          000506
025400* continues - a zero date or zero interval means no expiry,       000507
025450* so entries from before the expiry fields existed still work     000508
025500 0680-CHECK-PASSWORD-EXPIRY.                                      000509
025550     IF AUTH-TAB-PWD-DATE (WS-CRED-IDX) = ZERO OR                 000510
025600             AUTH-TAB-EXPIRE (WS-CRED-IDX) = ZERO                 000511
025650         CONTINUE                                                 000512
025700     ELSE                                                         000513
025750         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM         000514
025800         COMPUTE WS-PWD-AGE-DAYS =                                000515
025850             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -            000516
025900             FUNCTION INTEGER-OF-DATE                             000517
025950                 (AUTH-TAB-PWD-DATE (WS-CRED-IDX))                000518
026000         IF WS-PWD-AGE-DAYS >=                                    000519
026050                 AUTH-TAB-EXPIRE (WS-CRED-IDX)                    000520
026100             DISPLAY "Password has expired and must be"           000521
026150                 " changed."                                      000522
026200             PERFORM 0690-CHANGE-PASSWORD                         000523
026250         END-IF                                                   000524
026300     END-IF.                                                      000525
026350* Change the signed-on userid's password - the replacement may    000526
026400* not repeat the current password or either of the two before     000527
026450* it, and the credential list is rewritten with the change        000528
026500 0690-CHANGE-PASSWORD.                                            000529
026550     IF WS-CRED-IDX = ZERO                                        000530
026600         DISPLAY "Sign on before changing the password."          000531
026650     ELSE                                                         000532
026700     IF WS-AUTH-OVER                                              000533
026750         DISPLAY "Credential list exceeds the supported 50"       000534
026800             " entries - password not changed."                   000535
026850     ELSE                                                         000536
026900         MOVE "N" TO WS-PWD-OK-SW                                 000537
026950         PERFORM UNTIL WS-PWD-OK                                  000538
027000             DISPLAY "New password: " WITH NO ADVANCING           000539
027050             ACCEPT WS-NEW-PWD                                    000540
027100             IF WS-NEW-PWD = SPACES OR                            000541
027150                     WS-NEW-PWD =                                 000542
027200                     AUTH-TAB-PASSWORD (WS-CRED-IDX) OR           000543
027250                     WS-NEW-PWD =                                 000544
027300                     AUTH-TAB-PREV-1 (WS-CRED-IDX) OR             000545
027350                     WS-NEW-PWD =                                 000546
027400                     AUTH-TAB-PREV-2 (WS-CRED-IDX)                000547
027450                 DISPLAY "Password is blank or was used"          000548
027500                     " recently - pick another."                  000549
027550             ELSE                                                 000550
027600                 SET WS-PWD-OK TO TRUE                            000551
027650             END-IF                                               000552
027700         END-PERFORM                                              000553
027750         MOVE AUTH-TAB-PREV-1 (WS-CRED-IDX)                       000554
027800             TO AUTH-TAB-PREV-2 (WS-CRED-IDX)                     000555
027850         MOVE AUTH-TAB-PASSWORD (WS-CRED-IDX)                     000556
027900             TO AUTH-TAB-PREV-1 (WS-CRED-IDX)                     000557
027950         MOVE WS-NEW-PWD                                          000558
028000             TO AUTH-TAB-PASSWORD (WS-CRED-IDX)                   000559
028050         MOVE FUNCTION CURRENT-DATE (1:8)                         000560
028100             TO AUTH-TAB-PWD-DATE (WS-CRED-IDX)                   000561
028150         PERFORM 0695-REWRITE-AUTH-LIST                           000562
028200         DISPLAY "Password changed."                              000563
028250     END-IF                                                       000564
028300     END-IF.                                                      000565
028350* Rewrite the whole credential list from the table                000566
028400 0695-REWRITE-AUTH-LIST.                                          000567
028450     OPEN OUTPUT AUTH-LIST.                                       000568
028500     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000569
028550             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000570
028600         MOVE AUTH-TAB-USERID (WS-AUTH-IDX) TO AUTH-USERID        000571
028650         MOVE AUTH-TAB-PASSWORD (WS-AUTH-IDX)                     000572
028700             TO AUTH-PASSWORD                                     000573
028750         MOVE AUTH-TAB-ROLE (WS-AUTH-IDX) TO AUTH-ROLE            000574
028800         MOVE AUTH-TAB-PWD-DATE (WS-AUTH-IDX)                     000575
028850             TO AUTH-PWD-DATE                                     000576
028900         MOVE AUTH-TAB-EXPIRE (WS-AUTH-IDX)                       000577
028950             TO AUTH-PWD-EXPIRE                                   000578
029000         MOVE AUTH-TAB-PREV-1 (WS-AUTH-IDX)                       000579
029050             TO AUTH-PREV-PWD-1                                   000580
029100         MOVE AUTH-TAB-PREV-2 (WS-AUTH-IDX)                       000581
029150             TO AUTH-PREV-PWD-2                                   000582
029200         WRITE AUTH-LIST-REC                                      000583
029250     END-PERFORM.                                                 000584
029300     CLOSE AUTH-LIST.                                             000585
029350* Refuse to open the master while the nightly batch window is     000586
029400* in progress - a roster run must not see half-applied work       000587
029450 0650-CHECK-BATCH-WINDOW.                                         000588
029500     OPEN INPUT BATCH-LOCK.                                       000589
029550     READ BATCH-LOCK                                              000590
029600         AT END                                                   000591
029650             CONTINUE                                             000592
029700         NOT AT END                                               000593
029750             IF BATLOK-FLAG = "Y"                                 000594
029800                 SET WS-BATCH-OPEN TO TRUE                        000595
029850             END-IF                                               000596
029900     END-READ.                                                    000597
029950     CLOSE BATCH-LOCK.                                            000598
030000     IF WS-BATCH-OPEN                                             000599
030050         DISPLAY "Batch window in progress - employee"            000600
030100             " maintenance is unavailable until it ends."         000601
030150     END-IF.                                                      000602
030200* Flag this maintenance session so the batch window refuses to    000603
030250* start while it is signed on; cleared again at quit              000604
030300 0660-SET-MAINT-LOCK.                                             000605
030350     OPEN OUTPUT MAINT-LOCK.                                      000606
030400     MOVE "Y" TO MNTLOK-FLAG.                                     000607
030450     MOVE WS-USERID TO MNTLOK-USERID.                             000608
030500     MOVE FUNCTION CURRENT-DATE (1:14) TO MNTLOK-TIMESTAMP.       000609
030550     WRITE MAINT-LOCK-REC.                                        000610
030600     CLOSE MAINT-LOCK.                                            000611
030650 0670-CLEAR-MAINT-LOCK.                                           000612
030700     OPEN OUTPUT MAINT-LOCK.                                      000613
030750     MOVE "N" TO MNTLOK-FLAG.                                     000614
030800     MOVE WS-USERID TO MNTLOK-USERID.                             000615
030850     MOVE FUNCTION CURRENT-DATE (1:14) TO MNTLOK-TIMESTAMP.       000616
030900     WRITE MAINT-LOCK-REC.                                        000617
030950     CLOSE MAINT-LOCK.                                            000618
031000* Walk the audit log once at start-up to pick up the last         000619
031050* record's sequence number and check value - the anchor this      000620
031100* session's first record chains from. Records from before the     000621
031150* chain fields existed leave the anchor at zero                   000622
031200 0760-LOAD-AUDIT-CHAIN.                                           000623
031250     MOVE "N" TO WS-CHAIN-EOF-SW.                                 000624
031300     OPEN INPUT EMP-AUDIT-LOG.                                    000625
031350     IF WS-AUDIT-STATUS = "35"                                    000626
031400         MOVE "Y" TO WS-CHAIN-EOF-SW                              000627
031450     END-IF.                                                      000628
031500     PERFORM UNTIL WS-CHAIN-EOF                                   000629
031550         READ EMP-AUDIT-LOG                                       000630
031600             AT END                                               000631
031650                 SET WS-CHAIN-EOF TO TRUE                         000632
031700             NOT AT END                                           000633
031750                 IF AUD-SEQ-NBR IS NUMERIC                        000634
031800                     MOVE AUD-SEQ-NBR TO WS-AUDIT-SEQ             000635
031850                 END-IF                                           000636
031900                 IF AUD-CHECK-VAL IS NUMERIC                      000637
031950                     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK         000638
032000                 END-IF                                           000639
032050         END-READ                                                 000640
032100     END-PERFORM.                                                 000641
032150     CLOSE EMP-AUDIT-LOG.                                         000642
032200* Load the reasonable-age range from AGERANGE. If the file is     000643
032250* absent default to 16-75                                         000644
032300 0700-LOAD-AGE-RANGE.                                             000645
032350     OPEN INPUT AGE-RANGE.                                        000646
032400     READ AGE-RANGE                                               000647
032450         AT END                                                   000648
032500             CONTINUE                                             000649
032550         NOT AT END                                               000650
032600             MOVE CTL-MIN-AGE TO WS-MIN-AGE                       000651
032650             MOVE CTL-MAX-AGE TO WS-MAX-AGE                       000652
032700     END-READ.                                                    000653
032750     CLOSE AGE-RANGE.                                             000654
032800* Load the approval-function list from APPRPRM. Terminate is      000655
032850* folded in even when the card leaves it out, so a lone           000656
032900* administrator can never apply one unreviewed                    000657
032950 0750-LOAD-APPROVAL-PARMS.                                        000658
033000     OPEN INPUT APPROVAL-PARAMETERS.                              000659
033050     READ APPROVAL-PARAMETERS                                     000660
033100         AT END                                                   000661
033150             CONTINUE                                             000662
033200         NOT AT END                                               000663
033250             IF CTL-APPR-FUNCS NOT = SPACES                       000664
033300                 MOVE CTL-APPR-FUNCS TO WS-APPR-FUNCS             000665
033350             END-IF                                               000666
033400     END-READ.                                                    000667
033450     CLOSE APPROVAL-PARAMETERS.                                   000668
033500     MOVE "N" TO WS-NEEDS-APPR-SW.                                000669
033550     PERFORM VARYING WS-APPR-IDX FROM 1 BY 1                      000670
033600             UNTIL WS-APPR-IDX > 10                               000671
033650         IF WS-APPR-FUNCS (WS-APPR-IDX:1) = "T"                   000672
033700             SET WS-NEEDS-APPR TO TRUE                            000673
033750             EXIT PERFORM                                         000674
033800         END-IF                                                   000675
033850     END-PERFORM.                                                 000676
033900     IF NOT WS-NEEDS-APPR                                         000677
033950         PERFORM VARYING WS-APPR-IDX FROM 1 BY 1                  000678
034000                 UNTIL WS-APPR-IDX > 10                           000679
034050             IF WS-APPR-FUNCS (WS-APPR-IDX:1) = SPACE             000680
034100                 MOVE "T" TO WS-APPR-FUNCS (WS-APPR-IDX:1)        000681
034150                 EXIT PERFORM                                     000682
034200             END-IF                                               000683
034250         END-PERFORM                                              000684
034300     END-IF.                                                      000685
034350* Load the position-control mode from POSNPRM. Anything but       000686
034400* R leaves the default of warn                                    000687
034450 0770-LOAD-POSITION-PARMS.                                        000688
034500     OPEN INPUT POSITION-PARAMETERS.                              000689
034550     READ POSITION-PARAMETERS                                     000690
034600         AT END                                                   000691
034650             CONTINUE                                             000692
034700         NOT AT END                                               000693
034750             IF CTL-POSN-MODE = "R" OR "r"                        000694
034800                 MOVE CTL-POSN-MODE TO WS-POSN-MODE               000695
034850             END-IF                                               000696
034900     END-READ.                                                    000697
034950     CLOSE POSITION-PARAMETERS.                                   000698
035000* Prompt for and accept a birth date, re-prompting until it is    000699
035050* a real past date whose computed age as of today falls within    000700
035100* WS-MIN-AGE through WS-MAX-AGE - the same range the keyed age    000701
035150* used to be held to                                              000702
035200 0800-GET-VALID-AGE.                                              000703
035250     MOVE "N" TO WS-AGE-VALID-SW.                                 000704
035300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM.         000705
035350     PERFORM UNTIL WS-AGE-VALID                                   000706
035400         DISPLAY "Birth date (YYYYMMDD): " WITH NO ADVANCING      000707
035450         ACCEPT WS-NEW-BIRTH                                      000708
035500         PERFORM 0850-EDIT-BIRTH-DATE                             000709
035550         IF NOT WS-AGE-VALID                                      000710
035600             DISPLAY "Birth date must be a real past date"        000711
035650                 " giving an age between " WS-MIN-AGE             000712
035700                 " and " WS-MAX-AGE " - try again."               000713
035750         END-IF                                                   000714
035800     END-PERFORM.                                                 000715
035850* A usable birth date is numeric, a real calendar date, not in    000716
035900* the future, and computes to an age inside the AGERANGE          000717
035950* limits; the computed age is kept as the row's stored age        000718
036000 0850-EDIT-BIRTH-DATE.                                            000719
036050     IF WS-NEW-BIRTH IS NUMERIC                                   000720
036100         MOVE WS-NEW-BIRTH TO WS-TEST-DATE                        000721
036150         PERFORM 0860-VALIDATE-DATE                               000722
036200         IF WS-DATE-VALID AND                                     000723
036250                 WS-NEW-BIRTH <= WS-RUN-DATE-NUM                  000724
036300             COMPUTE WS-CALC-AGE =                                000725
036350                 (WS-RUN-DATE-NUM - WS-NEW-BIRTH) / 10000         000726
036400             IF WS-CALC-AGE >= WS-MIN-AGE AND                     000727
036450                     WS-CALC-AGE <= WS-MAX-AGE                    000728
036500                 MOVE WS-CALC-AGE TO WS-NEW-AGE                   000729
036550                 SET WS-AGE-VALID TO TRUE                         000730
036600             END-IF                                               000731
036650         END-IF                                                   000732
036700     END-IF.                                                      000733
036750* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000734
036800* February 29 allowed only in leap years                          000735
036850 0860-VALIDATE-DATE.                                              000736
036900     MOVE "N" TO WS-DATE-VALID-SW.                                000737
036950     IF WS-TEST-YYYY < 1 OR                                       000738
037000             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000739
037050         CONTINUE                                                 000740
037100     ELSE                                                         000741
037150         EVALUATE WS-TEST-MM                                      000742
037200             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000743
037250             WHEN 08 WHEN 10 WHEN 12                              000744
037300                 MOVE 31 TO WS-MONTH-DAYS                         000745
037350             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000746
037400                 MOVE 30 TO WS-MONTH-DAYS                         000747
037450             WHEN 02                                              000748
037500                 MOVE 28 TO WS-MONTH-DAYS                         000749
037550                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000750
037600                     TO WS-LEAP-REM                               000751
037650                 IF WS-LEAP-REM = ZERO                            000752
037700                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000753
037750                         TO WS-LEAP-REM                           000754
037800                     IF WS-LEAP-REM NOT = ZERO                    000755
037850                         MOVE 29 TO WS-MONTH-DAYS                 000756
037900                     ELSE                                         000757
037950                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000758
038000                             TO WS-LEAP-REM                       000759
038050                         IF WS-LEAP-REM = ZERO                    000760
038100                             MOVE 29 TO WS-MONTH-DAYS             000761
038150                         END-IF                                   000762
038200                     END-IF                                       000763
038250                 END-IF                                           000764
038300         END-EVALUATE                                             000765
038350         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000766
038400             SET WS-DATE-VALID TO TRUE                            000767
038450         END-IF                                                   000768
038500     END-IF.                                                      000769
038550* Prompt for and accept a department code, re-prompting until     000770
038600* it exists on the department master                              000771
038650 0900-GET-VALID-DEPT.                                             000772
038700     MOVE "N" TO WS-DEPT-VALID-SW.                                000773
038750     PERFORM UNTIL WS-DEPT-VALID                                  000774
038800         DISPLAY "Department code: " WITH NO ADVANCING            000775
038850         ACCEPT WS-NEW-DEPT                                       000776
038900         MOVE WS-NEW-DEPT                                         000777
038950             TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD             000778
039000         READ DEPARTMENT-MASTER                                   000779
039050             INVALID KEY                                          000780
039100                 DISPLAY "Department " WS-NEW-DEPT                000781
039150                     " is not on the department master"           000782
039200                     " - try again."                              000783
039250             NOT INVALID KEY                                      000784
039300                 SET WS-DEPT-VALID TO TRUE                        000785
039350         END-READ                                                 000786
039400     END-PERFORM.                                                 000787
039450* Prompt for a supervisor EMP-ID, re-prompting until it is        000788
039500* blank (no supervisor - the top of the hierarchy) or an          000789
039550* active employee whose own reporting chain does not lead back    000790
039600* to the employee being maintained                                000791
039650 0950-GET-VALID-SUPERVISOR.                                       000792
039700     MOVE "N" TO WS-SUPV-VALID-SW.                                000793
039750     PERFORM UNTIL WS-SUPV-VALID                                  000794
039800         DISPLAY "Supervisor EMP-ID (blank for none): "           000795
039850             WITH NO ADVANCING                                    000796
039900         ACCEPT WS-NEW-SUPV                                       000797
039950         IF WS-NEW-SUPV = SPACES                                  000798
040000             SET WS-SUPV-VALID TO TRUE                            000799
040050         ELSE                                                     000800
040100             MOVE WS-NEW-SUPV TO EMP-ID OF EMPLOYEE-MASTER-RECORD 000801
040150             READ EMPLOYEE-MASTER                                 000802
040200                 INVALID KEY                                      000803
040250                     DISPLAY "Supervisor " WS-NEW-SUPV            000804
040300                         " is not on the employee master"         000805
040350                         " - try again."                          000806
040400                 NOT INVALID KEY                                  000807
040450                     IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD      000808
040500                             NOT = "A" AND NOT = SPACE            000809
040550                         DISPLAY "Supervisor " WS-NEW-SUPV        000810
040600                             " is not an active employee"         000811
040650                             " - try again."                      000812
040700                     ELSE                                         000813
040750                         PERFORM 0960-CHECK-SUPERVISOR-CHAIN      000814
040800                         IF WS-CIRCULAR                           000815
040850                             DISPLAY "Supervisor " WS-NEW-SUPV    000816
040900                                 " reports up to " WS-KEY-ID      000817
040950                                 " - circular line refused."      000818
041000                         ELSE                                     000819
041050                             SET WS-SUPV-VALID TO TRUE            000820
041100                         END-IF                                   000821
041150                     END-IF                                       000822
041200             END-READ                                             000823
041250         END-IF                                                   000824
041300     END-PERFORM.                                                 000825
041350* Walk up from the proposed supervisor through each               000826
041400* supervisor's supervisor. Reaching the employee being            000827
041450* maintained - or a chain deeper than any real one, which only    000828
041500* a loop already on file can produce - makes the line circular    000829
041550 0960-CHECK-SUPERVISOR-CHAIN.                                     000830
041600     MOVE "N" TO WS-CIRCULAR-SW.                                  000831
041650     MOVE ZERO TO WS-CHAIN-DEPTH.                                 000832
041700     MOVE WS-NEW-SUPV TO WS-CHAIN-ID.                             000833
041750     PERFORM UNTIL WS-CHAIN-ID = SPACES OR WS-CIRCULAR            000834
041800         IF WS-CHAIN-ID = WS-KEY-ID OR                            000835
041850                 WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH              000836
041900             SET WS-CIRCULAR TO TRUE                              000837
041950         ELSE                                                     000838
042000             ADD 1 TO WS-CHAIN-DEPTH                              000839
042050             MOVE WS-CHAIN-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD 000840
042100             READ EMPLOYEE-MASTER                                 000841
042150                 INVALID KEY                                      000842
042200                     MOVE SPACES TO WS-CHAIN-ID                   000843
042250                 NOT INVALID KEY                                  000844
042300                     MOVE EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD000845
042350                         TO WS-CHAIN-ID                           000846
042400             END-READ                                             000847
042450         END-IF                                                   000848
042500     END-PERFORM.                                                 000849
042550* Test placing WS-POSN-EMP-ID in department WS-POSN-DEPT          000850
042600* against the department's authorized headcount and salary        000851
042650* budget. Zero on both means the department has no limits.        000852
042700* Sets WS-POSN-REASON when a limit would be exceeded and, in      000853
042750* refuse mode, WS-POSN-REFUSED. Leaves the master positioned      000854
042800* away from any row the caller was holding                        000855
042850 0970-CHECK-POSITION-CONTROL.                                     000856
042900     MOVE "N" TO WS-POSN-REFUSED-SW.                              000857
042950     MOVE SPACES TO WS-POSN-REASON.                               000858
043000     MOVE ZERO TO WS-POSN-AUTH.                                   000859
043050     MOVE ZERO TO WS-POSN-BUDGET.                                 000860
043100     MOVE WS-POSN-DEPT TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.  000861
043150     READ DEPARTMENT-MASTER                                       000862
043200         INVALID KEY                                              000863
043250             CONTINUE                                             000864
043300         NOT INVALID KEY                                          000865
043350             MOVE DEPT-AUTH-HEADCOUNT OF DEPARTMENT-MASTER-RECORD 000866
043400                 TO WS-POSN-AUTH                                  000867
043450             MOVE DEPT-SALARY-BUDGET OF DEPARTMENT-MASTER-RECORD  000868
043500                 TO WS-POSN-BUDGET                                000869
043550     END-READ.                                                    000870
043600     IF WS-POSN-AUTH NOT = ZERO OR WS-POSN-BUDGET NOT = ZERO      000871
043650         PERFORM 0975-COUNT-DEPT-POSITIONS                        000872
043700     END-IF.                                                      000873
043750* Sweep the master for the department's filled positions -        000874
043800* every employee in it not terminated - and their salaries.       000875
043850* An employee already counted there takes no new position, so     000876
043900* only one coming in from outside is held to the limits           000877
043950 0975-COUNT-DEPT-POSITIONS.                                       000878
044000     MOVE ZERO TO WS-POSN-FILLED.                                 000879
044050     MOVE ZERO TO WS-POSN-PAYROLL.                                000880
044100     MOVE ZERO TO WS-POSN-OWN-SAL.                                000881
044150     MOVE "N" TO WS-POSN-COUNTED-SW.                              000882
044200     MOVE "N" TO WS-POSN-EOF-SW.                                  000883
044250     MOVE LOW-VALUES TO EMP-ID OF EMPLOYEE-MASTER-RECORD.         000884
044300     START EMPLOYEE-MASTER                                        000885
044350         KEY IS NOT LESS THAN EMP-ID OF EMPLOYEE-MASTER-RECORD    000886
044400         INVALID KEY                                              000887
044450             SET WS-POSN-EOF TO TRUE                              000888
044500     END-START.                                                   000889
044550     PERFORM UNTIL WS-POSN-EOF                                    000890
044600         READ EMPLOYEE-MASTER NEXT RECORD                         000891
044650             AT END                                               000892
044700                 SET WS-POSN-EOF TO TRUE                          000893
044750             NOT AT END                                           000894
044800                 PERFORM 0980-TALLY-POSITION                      000895
044850         END-READ                                                 000896
044900     END-PERFORM.                                                 000897
044950     IF NOT WS-POSN-COUNTED                                       000898
045000         ADD 1 TO WS-POSN-FILLED                                  000899
045050         ADD WS-POSN-OWN-SAL TO WS-POSN-PAYROLL                   000900
045100         PERFORM 0985-TEST-POSITION-LIMITS                        000901
045150     END-IF.                                                      000902
045200* Count one master row toward the department's filled             000903
045250* headcount and salary, noting the employee being placed          000904
045300 0980-TALLY-POSITION.                                             000905
045350     IF EMP-DEPT OF EMPLOYEE-MASTER-RECORD = WS-POSN-DEPT AND     000906
045400             EMP-STATUS OF EMPLOYEE-MASTER-RECORD NOT = "T"       000907
045450         ADD 1 TO WS-POSN-FILLED                                  000908
045500         ADD EMP-SALARY OF EMPLOYEE-MASTER-RECORD                 000909
045550             TO WS-POSN-PAYROLL                                   000910
045600         IF EMP-ID OF EMPLOYEE-MASTER-RECORD = WS-POSN-EMP-ID     000911
045650             SET WS-POSN-COUNTED TO TRUE                          000912
045700         END-IF                                                   000913
045750     END-IF.                                                      000914
045800     IF EMP-ID OF EMPLOYEE-MASTER-RECORD = WS-POSN-EMP-ID         000915
045850         MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD                000916
045900             TO WS-POSN-OWN-SAL                                   000917
045950     END-IF.                                                      000918
046000* Compare the projected headcount and salary with the limits      000919
046050 0985-TEST-POSITION-LIMITS.                                       000920
046100     IF WS-POSN-AUTH NOT = ZERO AND                               000921
046150             WS-POSN-FILLED > WS-POSN-AUTH                        000922
046200         MOVE "OVER DEPT HEADCOUNT" TO WS-POSN-REASON             000923
046250     END-IF.                                                      000924
046300     IF WS-POSN-BUDGET NOT = ZERO AND                             000925
046350             WS-POSN-PAYROLL > WS-POSN-BUDGET                     000926
046400         IF WS-POSN-REASON = SPACES                               000927
046450             MOVE "OVER DEPT SALARY BUDGET" TO WS-POSN-REASON     000928
046500         ELSE                                                     000929
046550             MOVE "OVER DEPT HEADCOUNT AND BUDGET"                000930
046600                 TO WS-POSN-REASON                                000931
046650         END-IF                                                   000932
046700     END-IF.                                                      000933
046750     IF WS-POSN-REASON NOT = SPACES AND WS-POSN-REFUSE            000934
046800         SET WS-POSN-REFUSED TO TRUE                              000935
046850     END-IF.                                                      000936
046900* Tell the operator what position control found - a refusal       000937
046950* stops the action, a warning lets it go ahead                    000938
047000 0990-SHOW-POSITION-RESULT.                                       000939
047050     IF WS-POSN-REFUSED                                           000940
047100         DISPLAY "Refused - department " WS-POSN-DEPT " "         000941
047150             WS-POSN-REASON                                       000942
047200     ELSE                                                         000943
047250         IF WS-POSN-REASON NOT = SPACES                           000944
047300             DISPLAY "Warning - department " WS-POSN-DEPT " "     000945
047350                 WS-POSN-REASON                                   000946
047400         END-IF                                                   000947
047450     END-IF.                                                      000948
047500* Prompt for and accept the maintenance function for this pass    000949
047550 1000-SHOW-MENU.                                                  000950
047600     DISPLAY " ".                                                 000951
047650     DISPLAY "EMP MAINTENANCE - (A)dd (C)hange (T)erminate".      000952
047700     DISPLAY "                  (L)eave (R)ehire (S)alary".       000953
047750     DISPLAY "                  (M)anager (P)assword (Q)uit".     000954
047800     DISPLAY "Function: " WITH NO ADVANCING.                      000955
047850     ACCEPT WS-FUNCTION.                                          000956
047900* Dispatch to the requested add/change or status-setting          000957
047950* (terminate/leave/rehire) paragraph                              000958
048000 2000-PROCESS-FUNCTION.                                           000959
048050     EVALUATE TRUE                                                000960
048100         WHEN WS-FN-ADD                                           000961
048150             PERFORM 3000-ADD-EMPLOYEE                            000962
048200         WHEN WS-FN-CHANGE                                        000963
048250             PERFORM 4000-CHANGE-EMPLOYEE                         000964
048300         WHEN WS-FN-TERM                                          000965
048350             IF WS-ROLE-ADMIN                                     000966
048400                 MOVE "T" TO WS-TARGET-STATUS                     000967
048450                 PERFORM 4900-ROUTE-STATUS-ACTION                 000968
048500             ELSE                                                 000969
048550                 DISPLAY "Terminate requires administrator"       000970
048600                     " authority."                                000971
048650             END-IF                                               000972
048700         WHEN WS-FN-LEAVE                                         000973
048750             MOVE "L" TO WS-TARGET-STATUS                         000974
048800             PERFORM 4900-ROUTE-STATUS-ACTION                     000975
048850         WHEN WS-FN-REHIRE                                        000976
048900             MOVE "A" TO WS-TARGET-STATUS                         000977
048950             PERFORM 4900-ROUTE-STATUS-ACTION                     000978
049000         WHEN WS-FN-PASSWD                                        000979
049050             PERFORM 0690-CHANGE-PASSWORD                         000980
049100         WHEN WS-FN-SUPV                                          000981
049150             PERFORM 7000-SET-SUPERVISOR                          000982
049200         WHEN WS-FN-SALARY                                        000983
049250             IF WS-ROLE-ADMIN                                     000984
049300                 PERFORM 6000-SET-COMPENSATION                    000985
049350             ELSE                                                 000986
049400                 DISPLAY "Salary maintenance requires"            000987
049450                     " administrator authority."                  000988
049500             END-IF                                               000989
049550         WHEN WS-FN-QUIT                                          000990
049600             SET WS-DONE TO TRUE                                  000991
049650         WHEN OTHER                                               000992
049700             DISPLAY "Invalid function - try again."              000993
049750     END-EVALUATE.                                                000994
049800* Add a new employee row keyed by EMP-ID                          000995
049850 3000-ADD-EMPLOYEE.                                               000996
049900     DISPLAY "New EMP-ID (5 chars): " WITH NO ADVANCING.          000997
049950     ACCEPT WS-KEY-ID.                                            000998
050000     DISPLAY "Employee name: " WITH NO ADVANCING.                 000999
050050     ACCEPT WS-NEW-NAME.                                          001000
050100     PERFORM 0800-GET-VALID-AGE.                                  001001
050150     PERFORM 0900-GET-VALID-DEPT.                                 001002
050200     PERFORM 0950-GET-VALID-SUPERVISOR.                           001003
050250     MOVE WS-KEY-ID TO WS-POSN-EMP-ID.                            001004
050300     MOVE WS-NEW-DEPT TO WS-POSN-DEPT.                            001005
050350     PERFORM 0970-CHECK-POSITION-CONTROL.                         001006
050400     PERFORM 0990-SHOW-POSITION-RESULT.                           001007
050450     IF NOT WS-POSN-REFUSED                                       001008
050500         PERFORM 3100-WRITE-NEW-EMPLOYEE                          001009
050550     END-IF.                                                      001010
050600* Build and write the new row from the keyed values               001011
050650 3100-WRITE-NEW-EMPLOYEE.                                         001012
050700     MOVE WS-KEY-ID   TO EMP-ID OF EMPLOYEE-MASTER-RECORD.        001013
050750     MOVE WS-NEW-NAME TO EMP-NAME OF EMPLOYEE-MASTER-RECORD.      001014
050800     MOVE WS-NEW-AGE  TO EMP-AGE OF EMPLOYEE-MASTER-RECORD.       001015
050850     MOVE WS-NEW-BIRTH                                            001016
050900         TO EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD.             001017
050950     MOVE WS-NEW-DEPT TO EMP-DEPT OF EMPLOYEE-MASTER-RECORD.      001018
051000     MOVE "A" TO EMP-STATUS OF EMPLOYEE-MASTER-RECORD.            001019
051050     MOVE ZERO TO EMP-SALARY OF EMPLOYEE-MASTER-RECORD.           001020
051100     MOVE SPACES TO EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD.      001021
051150     MOVE WS-NEW-SUPV TO EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD.001022
051200     MOVE FUNCTION CURRENT-DATE (1:8)                             001023
051250         TO EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD.               001024
051300     WRITE EMPLOYEE-MASTER-RECORD                                 001025
051350         INVALID KEY                                              001026
051400             DISPLAY "EMP-ID " WS-KEY-ID " already exists."       001027
051450         NOT INVALID KEY                                          001028
051500             DISPLAY "Employee " WS-KEY-ID " added."              001029
051550             PERFORM 9100-AUDIT-ADD                               001030
051600     END-WRITE.                                                   001031
051650* Change EMP-NAME/EMP-AGE on an existing employee row             001032
051700 4000-CHANGE-EMPLOYEE.                                            001033
051750     DISPLAY "EMP-ID to change: " WITH NO ADVANCING.              001034
051800     ACCEPT WS-KEY-ID.                                            001035
051850     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001036
051900     READ EMPLOYEE-MASTER                                         001037
051950         INVALID KEY                                              001038
052000             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001039
052050         NOT INVALID KEY                                          001040
052100             MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD              001041
052150                 TO WS-OLD-NAME                                   001042
052200             MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD TO WS-OLD-AGE 001043
052250             MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD              001044
052300                 TO WS-OLD-DEPT                                   001045
052350             MOVE EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD        001046
052400                 TO WS-OLD-BIRTH                                  001047
052450             DISPLAY "New employee name: " WITH NO ADVANCING      001048
052500             ACCEPT WS-NEW-NAME                                   001049
052550             PERFORM 0800-GET-VALID-AGE                           001050
052600             PERFORM 0900-GET-VALID-DEPT                          001051
052650             MOVE WS-KEY-ID TO WS-POSN-EMP-ID                     001052
052700             MOVE WS-NEW-DEPT TO WS-POSN-DEPT                     001053
052750             PERFORM 0970-CHECK-POSITION-CONTROL                  001054
052800             PERFORM 0990-SHOW-POSITION-RESULT                    001055
052850             IF NOT WS-POSN-REFUSED                               001056
052900                 PERFORM 4100-APPLY-CHANGE                        001057
052950             END-IF                                               001058
053000     END-READ.                                                    001059
053050* Re-read the row - the position-control sweep has moved off      001060
053100* it - and apply the keyed name, age, birth date and department   001061
053150 4100-APPLY-CHANGE.                                               001062
053200     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001063
053250     READ EMPLOYEE-MASTER                                         001064
053300         INVALID KEY                                              001065
053350             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001066
053400         NOT INVALID KEY                                          001067
053450             MOVE WS-NEW-NAME TO EMP-NAME OF                      001068
053500                 EMPLOYEE-MASTER-RECORD                           001069
053550             MOVE WS-NEW-AGE  TO EMP-AGE OF                       001070
053600                 EMPLOYEE-MASTER-RECORD                           001071
053650             MOVE WS-NEW-BIRTH TO EMP-BIRTH-DATE OF               001072
053700                 EMPLOYEE-MASTER-RECORD                           001073
053750             MOVE WS-NEW-DEPT TO EMP-DEPT OF                      001074
053800                 EMPLOYEE-MASTER-RECORD                           001075
053850             MOVE FUNCTION CURRENT-DATE (1:8) TO                  001076
053900                 EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD           001077
053950             REWRITE EMPLOYEE-MASTER-RECORD                       001078
054000                 INVALID KEY                                      001079
054050                     DISPLAY "Unable to rewrite " WS-KEY-ID       001080
054100                 NOT INVALID KEY                                  001081
054150                     DISPLAY "Employee " WS-KEY-ID " changed."    001082
054200                     PERFORM 9200-AUDIT-CHANGE                    001083
054250             END-REWRITE                                          001084
054300     END-READ.                                                    001085
054350* A status action whose function code is on the approval list     001086
054400* queues for a second administrator; anything else applies at     001087
054450* once                                                            001088
054500 4900-ROUTE-STATUS-ACTION.                                        001089
054550     EVALUATE TRUE                                                001090
054600         WHEN WS-FN-TERM                                          001091
054650             MOVE "T" TO WS-ACTION-CODE                           001092
054700         WHEN WS-FN-LEAVE                                         001093
054750             MOVE "L" TO WS-ACTION-CODE                           001094
054800         WHEN OTHER                                               001095
054850             MOVE "R" TO WS-ACTION-CODE                           001096
054900     END-EVALUATE.                                                001097
054950     MOVE "N" TO WS-NEEDS-APPR-SW.                                001098
055000     PERFORM VARYING WS-APPR-IDX FROM 1 BY 1                      001099
055050             UNTIL WS-APPR-IDX > 10                               001100
055100         IF WS-APPR-FUNCS (WS-APPR-IDX:1) NOT = SPACE AND         001101
055150                 WS-APPR-FUNCS (WS-APPR-IDX:1) =                  001102
055200                 WS-ACTION-CODE                                   001103
055250             SET WS-NEEDS-APPR TO TRUE                            001104
055300             EXIT PERFORM                                         001105
055350         END-IF                                                   001106
055400     END-PERFORM.                                                 001107
055450     IF WS-NEEDS-APPR                                             001108
055500         PERFORM 4950-QUEUE-PENDING-ACTION                        001109
055550     ELSE                                                         001110
055600         PERFORM 5000-SET-EMPLOYEE-STATUS                         001111
055650     END-IF.                                                      001112
055700* Hold the keyed action on the pending-approval queue - the       001113
055750* master is not touched and no audit record is written until      001114
055800* a different administrator approves it in EMP-APPROVE            001115
055850 4950-QUEUE-PENDING-ACTION.                                       001116
055900     DISPLAY "EMP-ID: " WITH NO ADVANCING.                        001117
055950     ACCEPT WS-KEY-ID.                                            001118
056000     IF WS-ACTION-CODE = "L"                                      001119
056050         PERFORM 5100-GET-LEAVE-DATES                             001120
056100     END-IF.                                                      001121
056150     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001122
056200     READ EMPLOYEE-MASTER                                         001123
056250         INVALID KEY                                              001124
056300             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001125
056350         NOT INVALID KEY                                          001126
056400             MOVE "N" TO WS-POSN-REFUSED-SW                       001127
056450             IF WS-ACTION-CODE = "R"                              001128
056500                 PERFORM 5010-CHECK-REHIRE-POSITION               001129
056550             END-IF                                               001130
056600             IF NOT WS-POSN-REFUSED                               001131
056650                 PERFORM 4960-WRITE-PENDING-ACTION                001132
056700             END-IF                                               001133
056750     END-READ.                                                    001134
056800* Write the queued action to the pending-approval file            001135
056850 4960-WRITE-PENDING-ACTION.                                       001136
056900     OPEN EXTEND PENDING-APPROVALS.                               001137
056950     IF WS-PEND-STATUS = "35"                                     001138
057000         OPEN OUTPUT PENDING-APPROVALS                            001139
057050     END-IF.                                                      001140
057100     MOVE "P" TO PEND-STATUS.                                     001141
057150     MOVE WS-ACTION-CODE TO PEND-FUNCTION.                        001142
057200     MOVE WS-KEY-ID TO PEND-EMP-ID.                               001143
057250     MOVE WS-TARGET-STATUS TO PEND-TARGET-STATUS.                 001144
057300     MOVE WS-USERID TO PEND-MAKER.                                001145
057350     MOVE FUNCTION CURRENT-DATE (1:14) TO PEND-MAKER-TS.          001146
057400     MOVE SPACES TO PEND-CHECKER.                                 001147
057450     MOVE ZERO TO PEND-CHECKER-TS.                                001148
057500     IF WS-ACTION-CODE = "L"                                      001149
057550         MOVE WS-LEAVE-START TO PEND-LEAVE-START                  001150
057600         MOVE WS-LEAVE-RETURN TO PEND-LEAVE-RETURN                001151
057650     ELSE                                                         001152
057700         MOVE ZERO TO PEND-LEAVE-START                            001153
057750         MOVE ZERO TO PEND-LEAVE-RETURN                           001154
057800     END-IF.                                                      001155
057850     WRITE PENDING-APPROVAL-REC.                                  001156
057900     CLOSE PENDING-APPROVALS.                                     001157
057950     DISPLAY "Action for " WS-KEY-ID " queued for approval.".     001158
058000* Terminate, put on leave, or rehire an employee by setting       001159
058050* the row's employment status - the row itself stays on the       001160
058100* master so downstream history keeps its subject                  001161
058150 5000-SET-EMPLOYEE-STATUS.                                        001162
058200     DISPLAY "EMP-ID: " WITH NO ADVANCING.                        001163
058250     ACCEPT WS-KEY-ID.                                            001164
058300     IF WS-TARGET-STATUS = "L"                                    001165
058350         PERFORM 5100-GET-LEAVE-DATES                             001166
058400     END-IF.                                                      001167
058450     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001168
058500     READ EMPLOYEE-MASTER                                         001169
058550         INVALID KEY                                              001170
058600             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001171
058650         NOT INVALID KEY                                          001172
058700             MOVE "N" TO WS-POSN-REFUSED-SW                       001173
058750             IF WS-TARGET-STATUS = "A"                            001174
058800                 PERFORM 5010-CHECK-REHIRE-POSITION               001175
058850             END-IF                                               001176
058900             IF NOT WS-POSN-REFUSED                               001177
058950                 PERFORM 5020-APPLY-STATUS                        001178
059000             END-IF                                               001179
059050     END-READ.                                                    001180
059100* A rehire takes a position back in the employee's department,    001181
059150* so it is held to that department's limits                       001182
059200 5010-CHECK-REHIRE-POSITION.                                      001183
059250     MOVE WS-KEY-ID TO WS-POSN-EMP-ID.                            001184
059300     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD TO WS-POSN-DEPT.     001185
059350     PERFORM 0970-CHECK-POSITION-CONTROL.                         001186
059400     PERFORM 0990-SHOW-POSITION-RESULT.                           001187
059450* Re-read the row and set its status                              001188
059500 5020-APPLY-STATUS.                                               001189
059550     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001190
059600     READ EMPLOYEE-MASTER                                         001191
059650         INVALID KEY                                              001192
059700             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001193
059750         NOT INVALID KEY                                          001194
059800             MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD            001195
059850                 TO WS-OLD-STATUS                                 001196
059900             MOVE WS-TARGET-STATUS                                001197
059950                 TO EMP-STATUS OF EMPLOYEE-MASTER-RECORD          001198
060000             MOVE FUNCTION CURRENT-DATE (1:8) TO                  001199
060050                 EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD           001200
060100             REWRITE EMPLOYEE-MASTER-RECORD                       001201
060150                 INVALID KEY                                      001202
060200                     DISPLAY "Unable to rewrite " WS-KEY-ID       001203
060250                 NOT INVALID KEY                                  001204
060300                     DISPLAY "Employee " WS-KEY-ID                001205
060350                         " status set to " WS-TARGET-STATUS       001206
060400                     PERFORM 9400-AUDIT-STATUS                    001207
060450                     IF WS-TARGET-STATUS = "L"                    001208
060500                         PERFORM 5200-OPEN-LEAVE-EVENT            001209
060550                     END-IF                                       001210
060600                     IF WS-TARGET-STATUS = "A"                    001211
060650                         PERFORM 5300-CLOSE-LEAVE-EVENT           001212
060700                     END-IF                                       001213
060750             END-REWRITE                                          001214
060800     END-READ.                                                    001215
060850* Prompt for the leave's start and expected-return dates,         001216
060900* re-prompting until both are real dates and the return is        001217
060950* not before the start                                            001218
061000 5100-GET-LEAVE-DATES.                                            001219
061050     MOVE "N" TO WS-DATE-VALID-SW.                                001220
061100     PERFORM UNTIL WS-DATE-VALID                                  001221
061150         DISPLAY "Leave start (YYYYMMDD): " WITH NO ADVANCING     001222
061200         ACCEPT WS-TEST-DATE                                      001223
061250         IF WS-TEST-DATE IS NUMERIC                               001224
061300             PERFORM 0860-VALIDATE-DATE                           001225
061350         END-IF                                                   001226
061400         IF NOT WS-DATE-VALID                                     001227
061450             DISPLAY "Start must be a real YYYYMMDD date"         001228
061500                 " - try again."                                  001229
061550         END-IF                                                   001230
061600     END-PERFORM.                                                 001231
061650     MOVE WS-TEST-DATE TO WS-LEAVE-START.                         001232
061700     MOVE "N" TO WS-DATE-VALID-SW.                                001233
061750     PERFORM UNTIL WS-DATE-VALID                                  001234
061800         DISPLAY "Expected return (YYYYMMDD): "                   001235
061850             WITH NO ADVANCING                                    001236
061900         ACCEPT WS-TEST-DATE                                      001237
061950         IF WS-TEST-DATE IS NUMERIC                               001238
062000             PERFORM 0860-VALIDATE-DATE                           001239
062050         END-IF                                                   001240
062100         IF WS-DATE-VALID AND                                     001241
062150                 WS-TEST-DATE < WS-LEAVE-START                    001242
062200             MOVE "N" TO WS-DATE-VALID-SW                         001243
062250         END-IF                                                   001244
062300         IF NOT WS-DATE-VALID                                     001245
062350             DISPLAY "Return must be a real date on or after"     001246
062400                 " the start - try again."                        001247
062450         END-IF                                                   001248
062500     END-PERFORM.                                                 001249
062550     MOVE WS-TEST-DATE TO WS-LEAVE-RETURN.                        001250
062600* Open the leave event - a rerun of the same start date           001251
062650* refreshes the row instead of duplicating it                     001252
062700 5200-OPEN-LEAVE-EVENT.                                           001253
062750     OPEN I-O LEAVE-EVENTS.                                       001254
062800     IF WS-LEV-STATUS = "35"                                      001255
062850         OPEN OUTPUT LEAVE-EVENTS                                 001256
062900         CLOSE LEAVE-EVENTS                                       001257
062950         OPEN I-O LEAVE-EVENTS                                    001258
063000     END-IF.                                                      001259
063050     MOVE WS-KEY-ID TO LEV-EMP-ID OF LEAVE-EVENT-RECORD.          001260
063100     MOVE WS-LEAVE-START                                          001261
063150         TO LEV-START-DATE OF LEAVE-EVENT-RECORD.                 001262
063200     MOVE WS-LEAVE-RETURN                                         001263
063250         TO LEV-RETURN-DATE OF LEAVE-EVENT-RECORD.                001264
063300     MOVE ZERO TO LEV-ACTUAL-RETURN OF LEAVE-EVENT-RECORD.        001265
063350     MOVE "O" TO LEV-STATUS OF LEAVE-EVENT-RECORD.                001266
063400     WRITE LEAVE-EVENT-RECORD                                     001267
063450         INVALID KEY                                              001268
063500             REWRITE LEAVE-EVENT-RECORD                           001269
063550         NOT INVALID KEY                                          001270
063600             CONTINUE                                             001271
063650     END-WRITE.                                                   001272
063700     CLOSE LEAVE-EVENTS.                                          001273
063750* A rehire closes the employee's open leave event with            001274
063800* today's date as the actual return                               001275
063850 5300-CLOSE-LEAVE-EVENT.                                          001276
063900     OPEN I-O LEAVE-EVENTS.                                       001277
063950     IF WS-LEV-STATUS NOT = "00"                                  001278
064000         CLOSE LEAVE-EVENTS                                       001279
064050     ELSE                                                         001280
064100         MOVE "N" TO WS-LEV-EOF-SW                                001281
064150         MOVE WS-KEY-ID TO LEV-EMP-ID OF LEAVE-EVENT-RECORD       001282
064200         MOVE LOW-VALUES                                          001283
064250             TO LEV-START-DATE OF LEAVE-EVENT-RECORD              001284
064300         START LEAVE-EVENTS                                       001285
064350             KEY >= LEV-KEY OF LEAVE-EVENT-RECORD                 001286
064400             INVALID KEY                                          001287
064450                 SET WS-LEV-EOF TO TRUE                           001288
064500         END-START                                                001289
064550         PERFORM UNTIL WS-LEV-EOF                                 001290
064600             READ LEAVE-EVENTS NEXT RECORD                        001291
064650                 AT END                                           001292
064700                     SET WS-LEV-EOF TO TRUE                       001293
064750                 NOT AT END                                       001294
064800                     IF LEV-EMP-ID OF LEAVE-EVENT-RECORD          001295
064850                             NOT = WS-KEY-ID                      001296
064900                         SET WS-LEV-EOF TO TRUE                   001297
064950                     ELSE                                         001298
065000                         IF LEV-STATUS                            001299
065050                                 OF LEAVE-EVENT-RECORD = "O"      001300
065100                             MOVE FUNCTION CURRENT-DATE (1:8)     001301
065150                                 TO LEV-ACTUAL-RETURN             001302
065200                                 OF LEAVE-EVENT-RECORD            001303
065250                             MOVE "C" TO LEV-STATUS               001304
065300                                 OF LEAVE-EVENT-RECORD            001305
065350                             REWRITE LEAVE-EVENT-RECORD           001306
065400                             SET WS-LEV-EOF TO TRUE               001307
065450                         END-IF                                   001308
065500                     END-IF                                       001309
065550             END-READ                                             001310
065600         END-PERFORM                                              001311
065650         CLOSE LEAVE-EVENTS                                       001312
065700     END-IF.                                                      001313
065750* Set an employee's pay grade and salary - administrator          001314
065800* only, the salary held to the grade's PAYGRADE range, and        001315
065850* both changes written to the audit log like every other field    001316
065900 6000-SET-COMPENSATION.                                           001317
065950     DISPLAY "EMP-ID: " WITH NO ADVANCING.                        001318
066000     ACCEPT WS-KEY-ID.                                            001319
066050     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001320
066100     READ EMPLOYEE-MASTER                                         001321
066150         INVALID KEY                                              001322
066200             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001323
066250         NOT INVALID KEY                                          001324
066300             MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD            001325
066350                 TO WS-OLD-SALARY                                 001326
066400             MOVE EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD         001327
066450                 TO WS-OLD-GRADE                                  001328
066500             PERFORM 6100-GET-VALID-COMPENSATION                  001329
066550             PERFORM 6200-GET-PAY-EFFECTIVE-DATE                  001330
066600             MOVE WS-NEW-SALARY                                   001331
066650                 TO EMP-SALARY OF EMPLOYEE-MASTER-RECORD          001332
066700             MOVE WS-NEW-GRADE                                    001333
066750                 TO EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD       001334
066800             MOVE FUNCTION CURRENT-DATE (1:8) TO                  001335
066850                 EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD           001336
066900             REWRITE EMPLOYEE-MASTER-RECORD                       001337
066950                 INVALID KEY                                      001338
067000                     DISPLAY "Unable to rewrite " WS-KEY-ID       001339
067050                 NOT INVALID KEY                                  001340
067100                     DISPLAY "Compensation for " WS-KEY-ID        001341
067150                         " set."                                  001342
067200                     PERFORM 9500-AUDIT-COMPENSATION              001343
067250             END-REWRITE                                          001344
067300     END-READ.                                                    001345
067350* Prompt for a pay grade on the pay-grade master, then a          001346
067400* salary inside that grade's range, re-prompting until both       001347
067450* hold                                                            001348
067500 6100-GET-VALID-COMPENSATION.                                     001349
067550     MOVE "N" TO WS-GRADE-VALID-SW.                               001350
067600     PERFORM UNTIL WS-GRADE-VALID                                 001351
067650         DISPLAY "Pay grade (2 chars): " WITH NO ADVANCING        001352
067700         ACCEPT WS-NEW-GRADE                                      001353
067750         MOVE WS-NEW-GRADE                                        001354
067800             TO PAY-GRADE-CODE OF PAY-GRADE-RECORD                001355
067850         READ PAY-GRADE-MASTER                                    001356
067900             INVALID KEY                                          001357
067950                 DISPLAY "Grade " WS-NEW-GRADE                    001358
068000                     " is not on the pay-grade master"            001359
068050                     " - try again."                              001360
068100             NOT INVALID KEY                                      001361
068150                 SET WS-GRADE-VALID TO TRUE                       001362
068200         END-READ                                                 001363
068250     END-PERFORM.                                                 001364
068300     MOVE "N" TO WS-SAL-VALID-SW.                                 001365
068350     PERFORM UNTIL WS-SAL-VALID                                   001366
068400         DISPLAY "Salary (9999999.99): " WITH NO ADVANCING        001367
068450         ACCEPT WS-NEW-SALARY                                     001368
068500         IF WS-NEW-SALARY >=                                      001369
068550                 PAY-MIN-SALARY OF PAY-GRADE-RECORD AND           001370
068600                 WS-NEW-SALARY <=                                 001371
068650                 PAY-MAX-SALARY OF PAY-GRADE-RECORD               001372
068700             SET WS-SAL-VALID TO TRUE                             001373
068750         ELSE                                                     001374
068800             DISPLAY "Salary is outside grade " WS-NEW-GRADE      001375
068850                 "'s range - try again."                          001376
068900         END-IF                                                   001377
068950     END-PERFORM.                                                 001378
069000* Prompt for the date the change takes effect for pay - blank     001379
069050* means today; a back-dated change must be a real date, and a     001380
069100* change cannot take effect after today                           001381
069150 6200-GET-PAY-EFFECTIVE-DATE.                                     001382
069200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM.         001383
069250     MOVE "N" TO WS-PAY-EFF-VALID-SW.                             001384
069300     PERFORM UNTIL WS-PAY-EFF-VALID                               001385
069350         DISPLAY "Pay effective date (YYYYMMDD, blank = today): " 001386
069400             WITH NO ADVANCING                                    001387
069450         ACCEPT WS-PAY-EFF-IN                                     001388
069500         IF WS-PAY-EFF-IN = SPACES                                001389
069550             MOVE WS-RUN-DATE-NUM TO WS-PAY-EFF-DATE              001390
069600             SET WS-PAY-EFF-VALID TO TRUE                         001391
069650         ELSE                                                     001392
069700         IF WS-PAY-EFF-IN IS NUMERIC                              001393
069750             MOVE WS-PAY-EFF-IN TO WS-TEST-DATE                   001394
069800             PERFORM 0860-VALIDATE-DATE                           001395
069850             IF WS-DATE-VALID AND                                 001396
069900                     WS-TEST-DATE <= WS-RUN-DATE-NUM              001397
069950                 MOVE WS-TEST-DATE TO WS-PAY-EFF-DATE             001398
070000                 SET WS-PAY-EFF-VALID TO TRUE                     001399
070050             END-IF                                               001400
070100         END-IF                                                   001401
070150         END-IF                                                   001402
070200         IF NOT WS-PAY-EFF-VALID                                  001403
070250             DISPLAY "Effective date must be a real date"         001404
070300                 " not after today - try again."                  001405
070350         END-IF                                                   001406
070400     END-PERFORM.                                                 001407
070450* Set an employee's supervisor. The supervisor edit reads         001408
070500* other rows of the master, so the employee's row is read         001409
070550* again before it is rewritten                                    001410
070600 7000-SET-SUPERVISOR.                                             001411
070650     DISPLAY "EMP-ID: " WITH NO ADVANCING.                        001412
070700     ACCEPT WS-KEY-ID.                                            001413
070750     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001414
070800     READ EMPLOYEE-MASTER                                         001415
070850         INVALID KEY                                              001416
070900             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001417
070950         NOT INVALID KEY                                          001418
071000             MOVE EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD        001419
071050                 TO WS-OLD-SUPV                                   001420
071100             DISPLAY "Current supervisor: " WS-OLD-SUPV           001421
071150             PERFORM 0950-GET-VALID-SUPERVISOR                    001422
071200             PERFORM 7100-APPLY-SUPERVISOR                        001423
071250     END-READ.                                                    001424
071300* Re-read the employee's row and rewrite it with the new          001425
071350* supervisor                                                      001426
071400 7100-APPLY-SUPERVISOR.                                           001427
071450     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          001428
071500     READ EMPLOYEE-MASTER                                         001429
071550         INVALID KEY                                              001430
071600             DISPLAY "EMP-ID " WS-KEY-ID " not found."            001431
071650         NOT INVALID KEY                                          001432
071700             MOVE WS-NEW-SUPV                                     001433
071750                 TO EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD      001434
071800             MOVE FUNCTION CURRENT-DATE (1:8) TO                  001435
071850                 EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD           001436
071900             REWRITE EMPLOYEE-MASTER-RECORD                       001437
071950                 INVALID KEY                                      001438
072000                     DISPLAY "Unable to rewrite " WS-KEY-ID       001439
072050                 NOT INVALID KEY                                  001440
072100                     DISPLAY "Supervisor for " WS-KEY-ID " set."  001441
072150                     IF WS-OLD-SUPV NOT = WS-NEW-SUPV             001442
072200                         MOVE "EMP-SUPV" TO AUD-FIELD             001443
072250                         PERFORM 9900-WRITE-AUDIT-SUPV            001444
072300                     END-IF                                       001445
072350             END-REWRITE                                          001446
072400     END-READ.                                                    001447
072450* Write an audit record covering both fields set on an ADD        001448
072500 9100-AUDIT-ADD.                                                  001449
072550     MOVE SPACES TO WS-OLD-NAME.                                  001450
072600     MOVE ZERO   TO WS-OLD-AGE.                                   001451
072650     MOVE "EMP-NAME" TO AUD-FIELD.                                001452
072700     PERFORM 9900-WRITE-AUDIT-NAME.                               001453
072750     MOVE "EMP-AGE"  TO AUD-FIELD.                                001454
072800     PERFORM 9900-WRITE-AUDIT-AGE.                                001455
072850     MOVE SPACES TO WS-OLD-DEPT.                                  001456
072900     MOVE "EMP-DEPT" TO AUD-FIELD.                                001457
072950     PERFORM 9900-WRITE-AUDIT-DEPT.                               001458
073000     MOVE ZERO TO WS-OLD-BIRTH.                                   001459
073050     MOVE "EMP-BIRTH" TO AUD-FIELD.                               001460
073100     PERFORM 9900-WRITE-AUDIT-BIRTH.                              001461
073150     IF WS-NEW-SUPV NOT = SPACES                                  001462
073200         MOVE SPACES TO WS-OLD-SUPV                               001463
073250         MOVE "EMP-SUPV" TO AUD-FIELD                             001464
073300         PERFORM 9900-WRITE-AUDIT-SUPV                            001465
073350     END-IF.                                                      001466
073400     MOVE SPACE TO WS-OLD-STATUS.                                 001467
073450     MOVE "A"   TO WS-TARGET-STATUS.                              001468
073500     PERFORM 9400-AUDIT-STATUS.                                   001469
073550* Write an audit record for each field actually changed           001470
073600 9200-AUDIT-CHANGE.                                               001471
073650     IF WS-OLD-NAME NOT = WS-NEW-NAME                             001472
073700         MOVE "EMP-NAME" TO AUD-FIELD                             001473
073750         PERFORM 9900-WRITE-AUDIT-NAME                            001474
073800     END-IF.                                                      001475
073850     IF WS-OLD-AGE NOT = WS-NEW-AGE                               001476
073900         MOVE "EMP-AGE" TO AUD-FIELD                              001477
073950         PERFORM 9900-WRITE-AUDIT-AGE                             001478
074000     END-IF.                                                      001479
074050     IF WS-OLD-DEPT NOT = WS-NEW-DEPT                             001480
074100         MOVE "EMP-DEPT" TO AUD-FIELD                             001481
074150         PERFORM 9900-WRITE-AUDIT-DEPT                            001482
074200     END-IF.                                                      001483
074250     IF WS-OLD-BIRTH NOT = WS-NEW-BIRTH                           001484
074300         MOVE "EMP-BIRTH" TO AUD-FIELD                            001485
074350         PERFORM 9900-WRITE-AUDIT-BIRTH                           001486
074400     END-IF.                                                      001487
074450* Write an audit record for a status change                       001488
074500 9400-AUDIT-STATUS.                                               001489
074550     MOVE "EMP-STATUS" TO AUD-FIELD.                              001490
074600     MOVE WS-OLD-STATUS    TO AUD-OLD-VALUE.                      001491
074650     MOVE WS-TARGET-STATUS TO AUD-NEW-VALUE.                      001492
074700     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001493
074750* Write an audit record for each compensation field changed.      001494
074800* A back-dated salary change is followed by an EMP-PAYEFF         001495
074850* record - old value the date keyed, new value the date the       001496
074900* change took effect for pay                                      001497
074950 9500-AUDIT-COMPENSATION.                                         001498
075000     IF WS-OLD-SALARY NOT = WS-NEW-SALARY                         001499
075050         MOVE "EMP-SALARY" TO AUD-FIELD                           001500
075100         MOVE WS-OLD-SALARY TO WS-SALARY-DISP                     001501
075150         MOVE WS-SALARY-DISP TO AUD-OLD-VALUE                     001502
075200         MOVE WS-NEW-SALARY TO WS-SALARY-DISP                     001503
075250         MOVE WS-SALARY-DISP TO AUD-NEW-VALUE                     001504
075300         PERFORM 9950-COMPLETE-AUDIT-WRITE                        001505
075350         IF WS-PAY-EFF-DATE < WS-RUN-DATE-NUM                     001506
075400             MOVE "EMP-PAYEFF" TO AUD-FIELD                       001507
075450             MOVE WS-RUN-DATE-NUM TO AUD-OLD-VALUE                001508
075500             MOVE WS-PAY-EFF-DATE TO AUD-NEW-VALUE                001509
075550             PERFORM 9950-COMPLETE-AUDIT-WRITE                    001510
075600         END-IF                                                   001511
075650     END-IF.                                                      001512
075700     IF WS-OLD-GRADE NOT = WS-NEW-GRADE                           001513
075750         MOVE "EMP-GRADE" TO AUD-FIELD                            001514
075800         MOVE WS-OLD-GRADE TO AUD-OLD-VALUE                       001515
075850         MOVE WS-NEW-GRADE TO AUD-NEW-VALUE                       001516
075900         PERFORM 9950-COMPLETE-AUDIT-WRITE                        001517
075950     END-IF.                                                      001518
076000* Common audit-record writers for the name and age fields         001519
076050 9900-WRITE-AUDIT-NAME.                                           001520
076100     MOVE WS-OLD-NAME TO AUD-OLD-VALUE.                           001521
076150     MOVE WS-NEW-NAME TO AUD-NEW-VALUE.                           001522
076200     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001523
076250 9900-WRITE-AUDIT-AGE.                                            001524
076300     MOVE WS-OLD-AGE TO AUD-OLD-VALUE.                            001525
076350     MOVE WS-NEW-AGE TO AUD-NEW-VALUE.                            001526
076400     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001527
076450 9900-WRITE-AUDIT-DEPT.                                           001528
076500     MOVE WS-OLD-DEPT TO AUD-OLD-VALUE.                           001529
076550     MOVE WS-NEW-DEPT TO AUD-NEW-VALUE.                           001530
076600     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001531
076650 9900-WRITE-AUDIT-BIRTH.                                          001532
076700     MOVE WS-OLD-BIRTH TO AUD-OLD-VALUE.                          001533
076750     MOVE WS-NEW-BIRTH TO AUD-NEW-VALUE.                          001534
076800     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001535
076850 9900-WRITE-AUDIT-SUPV.                                           001536
076900     MOVE WS-OLD-SUPV TO AUD-OLD-VALUE.                           001537
076950     MOVE WS-NEW-SUPV TO AUD-NEW-VALUE.                           001538
077000     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001539
077050* Stamp the key, userid and timestamp and write the audit record  001540
077100 9950-COMPLETE-AUDIT-WRITE.                                       001541
077150     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP.           001542
077200     MOVE WS-KEY-ID    TO AUD-EMP-ID.                             001543
077250     MOVE WS-USERID    TO AUD-USERID.                             001544
077300     MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.                          001545
077350     ADD 1 TO WS-AUDIT-SEQ.                                       001546
077400     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NBR.                            001547
077450     PERFORM 9960-COMPUTE-AUDIT-CHECK.                            001548
077500     MOVE WS-CHECK-WORK TO AUD-CHECK-VAL.                         001549
077550     WRITE EMP-AUDIT-RECORD.                                      001550
077600     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK.                        001551
077650                                                                  001552
077700* Chain the check value - the prior record's check folded         001553
077750* with every byte of this record's content and its sequence       001554
077800* number, so an edited or missing line breaks the chain           001555
077850 9960-COMPUTE-AUDIT-CHECK.                                        001556
077900     MOVE WS-PRIOR-CHECK TO WS-CHECK-WORK.                        001557
077950     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1                       001558
078000             UNTIL WS-CHK-IDX > WS-AUDIT-BODY-LEN                 001559
078050         COMPUTE WS-CHECK-WORK = FUNCTION MOD (                   001560
078100             WS-CHECK-WORK * 31 + FUNCTION ORD (                  001561
078150             EMP-AUDIT-RECORD (WS-CHK-IDX:1)),                    001562
078200             WS-CHECK-MODULUS)                                    001563
078250     END-PERFORM.                                                 001564
078300     COMPUTE WS-CHECK-WORK = FUNCTION MOD (                       001565
078350         WS-CHECK-WORK + AUD-SEQ-NBR, WS-CHECK-MODULUS).          001566
