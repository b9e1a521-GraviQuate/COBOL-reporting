000250* add/change/delete records against EMPLOYEE-MASTER with the      000004
000300* same age-range and duplicate-key protections as the online      000005
000350* transaction, writes the change-audit log for every applied      000006
000400* change and prints an applied/rejected register. An add or       000007
000450* change may carry the employee's supervisor, held to the same    000008
000500* edits as online - an active employee, and no circular           000009
000550* reporting line; a change with no supervisor keeps the one on    000010
000600* file. An add, rehire or department change that would take       000011
000650* the department over its authorized headcount or salary budget   000012
000700* is applied with a warning on the register or rejected, as the   000013
000750* POSNPRM card directs. A transaction carrying an effective date  000014
000800* after the run date is held on EMPFUTR instead of applied, and   000015
000850* each night's run applies the held transactions whose date has   000016
000900* arrived before the feed; an X transaction cancels what is held  000017
000950* for the employee on the date it carries                         000018
001000 ENVIRONMENT DIVISION.                                            000019
001050 INPUT-OUTPUT SECTION.                                            000020
001100 FILE-CONTROL.                                                    000021
001150     SELECT EMP-TRANSACTIONS ASSIGN TO "EMPTXN"                   000022
001200         ORGANIZATION IS LINE SEQUENTIAL.                         000023
001250     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000024
001300         ORGANIZATION IS INDEXED                                  000025
001350         ACCESS MODE IS DYNAMIC                                   000026
001400         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000027
001450* Department master - read to validate a transaction's            000028
001500* department code                                                 000029
001550     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000030
001600         ORGANIZATION IS INDEXED                                  000031
001650         ACCESS MODE IS DYNAMIC                                   000032
001700         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000033
001750* Change-audit log - one record per field changed on the master   000034
001800     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000035
001850         ORGANIZATION IS LINE SEQUENTIAL                          000036
001900         FILE STATUS IS WS-AUDIT-STATUS.                          000037
001950* Leave-event file - a leave transaction opens its event          000038
002000* here, a rehire closes the open one                              000039
002050     SELECT LEAVE-EVENTS ASSIGN TO "LEAVEVT"                      000040
002100         ORGANIZATION IS INDEXED                                  000041
002150         ACCESS MODE IS DYNAMIC                                   000042
002200         RECORD KEY IS LEV-KEY OF LEAVE-EVENT-RECORD              000043
002250         FILE STATUS IS WS-LEV-STATUS.                            000044
002300* Reasonable-age control card (min/max). Optional so a shop       000045
002350* without one set up yet still gets a usable default              000046
002400     SELECT OPTIONAL AGE-RANGE ASSIGN TO "AGERANGE"               000047
002450         ORGANIZATION IS LINE SEQUENTIAL.                         000048
002500* Position-control card - W warns, R refuses. Optional; warn      000049
002550* when absent                                                     000050
002600     SELECT OPTIONAL POSITION-PARAMETERS ASSIGN TO "POSNPRM"      000051
002650         ORGANIZATION IS LINE SEQUENTIAL.                         000052
002700* Held future-dated transactions - loaded at start-up and         000053
002750* rewritten whenever a transaction is held, released or           000054
002800* cancelled, so a restarted step neither applies one twice nor    000055
002850* loses one. Optional; none held on the first run                 000056
002900     SELECT OPTIONAL EMP-FUTURE-TXNS ASSIGN TO "EMPFUTR"          000057
002950         ORGANIZATION IS LINE SEQUENTIAL.                         000058
003000* Printed applied/rejected register for this maintenance run      000059
003050     SELECT EMP-MAINT-REGISTER ASSIGN TO "EMPMREG"                000060
003100         ORGANIZATION IS LINE SEQUENTIAL.                         000061
003150* Transaction checkpoint - the position in the feed is            000062
003200* recorded as each transaction commits, the way PERFORM-UNTIL     000063
003250* checkpoints LOOPCKPT, so a resubmitted step resumes at the      000064
003300* first unapplied transaction instead of re-applying the feed     000065
003350     SELECT OPTIONAL TXN-CHECKPOINT ASSIGN TO "EMPBCKPT"          000066
003400         ORGANIZATION IS LINE SEQUENTIAL                          000067
003450         FILE STATUS IS WS-CKPT-STATUS.                           000068
003500* Run-level control-total log - every batch program appends its   000069
003550* records-read/written counts here for nightly reconciliation     000070
003600     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000071
003650         ORGANIZATION IS LINE SEQUENTIAL                          000072
003700         FILE STATUS IS WS-RUNLOG-STATUS.                         000073
003750* Processing calendar - bank holidays and per-step run            000074
003800* frequencies. Optional; without one every step runs nightly      000075
003850     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000076
003900         ORGANIZATION IS LINE SEQUENTIAL.                         000077
003950* Batch run-control file - each step records started/completed    000078
004000* status for tonight's run so a resubmitted job skips the         000079
004050* steps that already completed                                    000080
004100     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000081
004150         ORGANIZATION IS LINE SEQUENTIAL.                         000082
004200     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000083
004250         ORGANIZATION IS LINE SEQUENTIAL                          000084
004300         FILE STATUS IS WS-RUNCTL-STATUS.                         000085
004350 DATA DIVISION.                                                   000086
004400 FILE SECTION.                                                    000087
004450 FD  EMP-TRANSACTIONS.                                            000088
004500* Read INTO EMP-TRANSACTION-REC, where a released held            000089
004550* transaction is also staged                                      000090
004600 01  EMP-TXN-FILE-REC   PIC X(56).                                000091
004650 FD  EMP-FUTURE-TXNS.                                             000092
004700 01  EMP-FUTURE-FILE-REC PIC X(64).                               000093
004750 FD  EMPLOYEE-MASTER.                                             000094
004800 01  EMPLOYEE-MASTER-RECORD.                                      000095
004850     COPY EMPREC.                                                 000096
004900 FD  DEPARTMENT-MASTER.                                           000097
004950 01  DEPARTMENT-MASTER-RECORD.                                    000098
005000     COPY DEPTREC.                                                000099
005050 FD  EMP-AUDIT-LOG.                                               000100
005100 01  EMP-AUDIT-RECORD.                                            000101
005150     COPY AUDITREC.                                               000102
005200 FD  LEAVE-EVENTS.                                                000103
005250 01  LEAVE-EVENT-RECORD.                                          000104
005300     COPY LEAVEREC.                                               000105
005350 FD  AGE-RANGE.                                                   000106
005400 01  AGE-RANGE-REC.                                               000107
005450     05  CTL-MIN-AGE       PIC 99.                                000108
005500     05  CTL-MAX-AGE       PIC 99.                                000109
005550 FD  POSITION-PARAMETERS.                                         000110
005600 01  POSITION-PARAMETER-REC.                                      000111
005650     05  CTL-POSN-MODE    PIC X.                                  000112
005700 FD  EMP-MAINT-REGISTER.                                          000113
005750 01  EMP-MAINT-REG-LINE PIC X(80).                                000114
005800 FD  TXN-CHECKPOINT.                                              000115
005850 01  TXN-CHECKPOINT-REC.                                          000116
005900     05  CKPT-TXN-NBR    PIC 9(7).                                000117
005950     05  CKPT-TIMESTAMP  PIC 9(14).                               000118
006000     05  CKPT-RUN-STATUS PIC X.                                   000119
006050 FD  RUN-LOG.                                                     000120
006100 01  RUN-LOG-RECORD.                                              000121
006150     COPY RUNLOGREC.                                              000122
006200 FD  RUN-CONTROL-IN.                                              000123
006250 01  RUN-CONTROL-IN-REC.                                          000124
006300     COPY RUNCTLREC.                                              000125
006350 FD  RUN-CONTROL.                                                 000126
006400 01  RUN-CONTROL-REC.                                             000127
006450     COPY RUNCTLREC.                                              000128
006500 FD  PROCESS-CALENDAR.                                            000129
006550 01  PROCESS-CALENDAR-REC.                                        000130
006600     COPY CALREC.                                                 000131
006650 WORKING-STORAGE SECTION.                                         000132
006700* The transaction in hand - from the feed or released from hold   000133
006750 01  EMP-TRANSACTION-REC.                                         000134
006800     05  TXN-FUNCTION   PIC X.                                    000135
006850         88  TXN-FN-ADD     VALUE "A" "a".                        000136
006900         88  TXN-FN-CHANGE  VALUE "C" "c".                        000137
006950         88  TXN-FN-TERM    VALUE "D" "d" "T" "t".                000138
007000         88  TXN-FN-LEAVE   VALUE "L" "l".                        000139
007050         88  TXN-FN-REHIRE  VALUE "R" "r".                        000140
007100         88  TXN-FN-CANCEL  VALUE "X" "x".                        000141
007150     05  TXN-EMP-ID     PIC X(5).                                 000142
007200     05  TXN-EMP-NAME   PIC A(10).                                000143
007250     05  TXN-EMP-BIRTH  PIC 9(8).                                 000144
007300     05  TXN-EMP-DEPT   PIC X(3).                                 000145
007350* Leave start and expected-return dates, carried only on a        000146
007400* leave transaction                                               000147
007450     05  TXN-LEAVE-START  PIC 9(8).                               000148
007500     05  TXN-LEAVE-RETURN PIC 9(8).                               000149
007550* Supervisor EMP-ID, carried on an add or a change                000150
007600     05  TXN-EMP-SUPV     PIC X(5).                               000151
007650* Effective date - blank or not after the run date applies the    000152
007700* transaction tonight, a later date holds it until that night.    000153
007750* On a cancel, the effective date of the held transactions to     000154
007800* drop                                                            000155
007850     05  TXN-EFF-DATE     PIC 9(8).                               000156
007900* Run-control state - tonight's run date and whether this         000157
007950* step already completed for it                                   000158
008000 01  WS-RUNCTL-STATUS  PIC XX.                                    000159
008050 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000160
008100 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000161
008150     88  WS-RCTL-EOF   VALUE "Y".                                 000162
008200 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000163
008250     88  WS-STEP-DONE  VALUE "Y".                                 000164
008300     COPY RCSEVTAB.                                               000165
008350* Processing-calendar state for tonight's run                     000166
008400 01  WS-CAL-SKIP-SW    PIC X.                                     000167
008450     88  WS-CAL-SKIP   VALUE "Y".                                 000168
008500 01  WS-CAL-EOF-SW     PIC X.                                     000169
008550     88  WS-CAL-EOF    VALUE "Y".                                 000170
008600 01  WS-CAL-FREQ       PIC X.                                     000171
008650 01  WS-CAL-DAY        PIC 99.                                    000172
008700 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000173
008750 01  WS-CAL-INT-DATE   PIC 9(8).                                  000174
008800 01  WS-CAL-DOW        PIC 9.                                     000175
008850 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000176
008900 01  WS-RUNLOG-STATUS  PIC XX.                                    000177
008950 01  WS-AUDIT-STATUS   PIC XX.                                    000178
009000 01  WS-EOF-SW         PIC X VALUE "N".                           000179
009050     88  END-OF-TXNS   VALUE "Y".                                 000180
009100 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000181
009150 01  WS-APPLIED-CNT    PIC 9(5) VALUE ZERO.                       000182
009200 01  WS-REJECT-CNT     PIC 9(5) VALUE ZERO.                       000183
009250 01  WS-KEY-ID         PIC XXXXX.                                 000184
009300 01  WS-NEW-NAME       PIC A(10).                                 000185
009350 01  WS-NEW-AGE        PIC 99.                                    000186
009400 01  WS-OLD-NAME       PIC A(10).                                 000187
009450 01  WS-OLD-AGE        PIC 99.                                    000188
009500 01  WS-NEW-DEPT       PIC X(3).                                  000189
009550 01  WS-OLD-DEPT       PIC X(3).                                  000190
009600 01  WS-NEW-BIRTH      PIC 9(8).                                  000191
009650 01  WS-OLD-BIRTH      PIC 9(8).                                  000192
009700* Supervisor carried by the transaction, the one the row held     000193
009750* before it, and the upward walk of the proposed supervisor's     000194
009800* own chain that catches a circular line                          000195
009850 01  WS-NEW-SUPV       PIC X(5).                                  000196
009900 01  WS-OLD-SUPV       PIC X(5).                                  000197
009950 01  WS-SUPV-VALID-SW  PIC X.                                     000198
010000     88  WS-SUPV-VALID VALUE "Y".                                 000199
010050 01  WS-SUPV-REASON    PIC X(30).                                 000200
010100 78  WS-MAX-CHAIN-DEPTH VALUE 99.                                 000201
010150 01  WS-CHAIN-ID       PIC X(5).                                  000202
010200 01  WS-CHAIN-DEPTH    PIC 999.                                   000203
010250 01  WS-CIRCULAR-SW    PIC X.                                     000204
010300     88  WS-CIRCULAR   VALUE "Y".                                 000205
010350* Status being set by a terminate/leave/rehire transaction and    000206
010400* the status the row held before it                               000207
010450 01  WS-TARGET-STATUS  PIC X.                                     000208
010500 01  WS-OLD-STATUS     PIC X.                                     000209
010550* Run date and birth-date edit fields for the computed-age        000210
010600* validation against the AGERANGE limits                          000211
010650 01  WS-RUN-DATE-NUM   PIC 9(8).                                  000212
010700 01  WS-TEST-DATE      PIC 9(8).                                  000213
010750 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000214
010800     05  WS-TEST-YYYY  PIC 9(4).                                  000215
010850     05  WS-TEST-MM    PIC 99.                                    000216
010900     05  WS-TEST-DD    PIC 99.                                    000217
010950 01  WS-MONTH-DAYS     PIC 99.                                    000218
011000 01  WS-LEAP-REM       PIC 9(4).                                  000219
011050 01  WS-DATE-VALID-SW  PIC X.                                     000220
011100     88  WS-DATE-VALID VALUE "Y".                                 000221
011150 01  WS-CALC-AGE       PIC S999.                                  000222
011200* Batch runs carry no logged-on operator, so every audit record   000223
011250* this program writes is stamped with a fixed batch userid        000224
011300 01  WS-USERID         PIC X(8) VALUE "BATCH".                    000225
011350* Audit-chain state - the last sequence number and check          000226
011400* value on file, loaded at start-up and carried forward so        000227
011450* every audit record chains from the one before it                000228
011500 78  WS-CHECK-MODULUS  VALUE 999999937.                           000229
011550 78  WS-AUDIT-BODY-LEN VALUE 57.                                  000230
011600 01  WS-AUDIT-SEQ      PIC 9(7) VALUE ZERO.                       000231
011650 01  WS-PRIOR-CHECK    PIC 9(9) VALUE ZERO.                       000232
011700 01  WS-CHECK-WORK     PIC 9(12).                                 000233
011750 01  WS-CHK-IDX        PIC 99.                                    000234
011800 01  WS-CHAIN-EOF-SW   PIC X.                                     000235
011850     88  WS-CHAIN-EOF  VALUE "Y".                                 000236
011900 01  WS-TIMESTAMP      PIC 9(14).                                 000237
011950* Reasonable-age range, loaded once at start-up from AGERANGE     000238
012000 01  WS-MIN-AGE        PIC 99 VALUE 16.                           000239
012050 01  WS-MAX-AGE        PIC 99 VALUE 75.                           000240
012100 01  WS-AGE-VALID-SW   PIC X VALUE "N".                           000241
012150     88  WS-AGE-VALID  VALUE "Y".                                 000242
012200 01  WS-DEPT-VALID-SW  PIC X VALUE "N".                           000243
012250     88  WS-DEPT-VALID VALUE "Y".                                 000244
012300* Feed control-record state - the header's business date, the     000245
012350* trailer's record count, and the data records counted by the     000246
012400* validation pre-pass over the feed                               000247
012450 01  WS-FEED-VALID-SW  PIC X VALUE "N".                           000248
012500     88  WS-FEED-VALID VALUE "Y".                                 000249
012550 01  WS-HDR-SEEN-SW    PIC X VALUE "N".                           000250
012600     88  WS-HDR-SEEN   VALUE "Y".                                 000251
012650 01  WS-TRL-SEEN-SW    PIC X VALUE "N".                           000252
012700     88  WS-TRL-SEEN   VALUE "Y".                                 000253
012750 01  WS-FEED-DATE      PIC 9(8) VALUE ZERO.                       000254
012800 01  WS-TRL-COUNT      PIC 9(7) VALUE ZERO.                       000255
012850 01  WS-FEED-DATA-CNT  PIC 9(7) VALUE ZERO.                       000256
012900 01  WS-FEED-EOF-SW    PIC X VALUE "N".                           000257
012950     88  WS-FEED-EOF   VALUE "Y".                                 000258
013000 01  WS-DATE-DONE-SW   PIC X VALUE "N".                           000259
013050     88  WS-DATE-DONE  VALUE "Y".                                 000260
013100* Checkpoint/restart state - the data-transaction position        000261
013150* in the feed, the resume point recovered from the last           000262
013200* in-progress checkpoint, and the restart-skip count              000263
013250 01  WS-CKPT-STATUS    PIC XX.                                    000264
013300 01  WS-CKPT-EOF-SW    PIC X VALUE "N".                           000265
013350     88  WS-CKPT-EOF   VALUE "Y".                                 000266
013400 01  WS-TXN-NBR        PIC 9(7) VALUE ZERO.                       000267
013450 01  WS-RESUME-AFTER   PIC 9(7) VALUE ZERO.                       000268
013500 01  WS-LAST-CKPT-NBR  PIC 9(7) VALUE ZERO.                       000269
013550* "R" means a prior run was still in progress (abend, safe to     000270
013600* resume past it); "C" means it completed, so a new run           000271
013650* starts at the top of the feed                                   000272
013700 01  WS-LAST-CKPT-STATUS PIC X VALUE SPACE.                       000273
013750 01  WS-FOUND-CKPT-SW  PIC X VALUE "N".                           000274
013800     88  WS-FOUND-CKPT VALUE "Y".                                 000275
013850 01  WS-RESTART-SKIP-CNT PIC 9(7) VALUE ZERO.                     000276
013900* Leave dates carried from an edited leave transaction to         000277
013950* its event row                                                   000278
014000 01  WS-LEV-STATUS     PIC XX.                                    000279
014050 01  WS-LEV-EOF-SW     PIC X.                                     000280
014100     88  WS-LEV-EOF    VALUE "Y".                                 000281
014150 01  WS-LEAVE-START    PIC 9(8).                                  000282
014200 01  WS-LEAVE-RETURN   PIC 9(8).                                  000283
014250* Control-record image - HDR carries the business date, TRL       000284
014300* the count of data records between them                          000285
014350 01  WS-FEED-CTL-REC.                                             000286
014400     05  FCTL-TYPE     PIC X(3).                                  000287
014450     05  FCTL-DATE     PIC 9(8).                                  000288
014500 01  WS-FEED-CTL-X REDEFINES WS-FEED-CTL-REC.                     000289
014550     05  FILLER        PIC X(3).                                  000290
014600     05  FCTL-COUNT    PIC 9(7).                                  000291
014650     05  FILLER        PIC X.                                     000292
014700* Position control - the mode from POSNPRM, the department        000293
014750* and employee being placed, and the department's limits and      000294
014800* filled headcount and salary as projected with the employee      000295
014850 01  WS-POSN-MODE      PIC X VALUE "W".                           000296
014900     88  WS-POSN-REFUSE VALUE "R" "r".                            000297
014950 01  WS-POSN-DEPT      PIC X(3).                                  000298
015000 01  WS-POSN-EMP-ID    PIC X(5).                                  000299
015050 01  WS-POSN-REFUSED-SW PIC X.                                    000300
015100     88  WS-POSN-REFUSED VALUE "Y".                               000301
015150 01  WS-POSN-REASON    PIC X(30).                                 000302
015200 01  WS-POSN-AUTH      PIC 9(5).                                  000303
015250 01  WS-POSN-BUDGET    PIC 9(9)V99.                               000304
015300 01  WS-POSN-FILLED    PIC 9(5).                                  000305
015350 01  WS-POSN-PAYROLL   PIC 9(11)V99.                              000306
015400 01  WS-POSN-OWN-SAL   PIC 9(7)V99.                               000307
015450 01  WS-POSN-COUNTED-SW PIC X.                                    000308
015500     88  WS-POSN-COUNTED VALUE "Y".                               000309
015550 01  WS-POSN-EOF-SW    PIC X.                                     000310
015600     88  WS-POSN-EOF   VALUE "Y".                                 000311
015650 01  WS-POSN-WARN-CNT  PIC 9(5) VALUE ZERO.                       000312
015700* Held future-dated transactions as loaded from EMPFUTR. An       000313
015750* entry is the held record followed by its state - space still    000314
015800* held, R released tonight, X cancelled                           000315
015850 78  WS-MAX-HELD       VALUE 999.                                 000316
015900 01  WS-HELD-CNT       PIC 999 VALUE ZERO.                        000317
015950 01  WS-HELD-TABLE.                                               000318
016000     05  HELD-ENTRY OCCURS 0 TO WS-MAX-HELD TIMES                 000319
016050             DEPENDING ON WS-HELD-CNT.                            000320
016100         COPY FUTRREC.                                            000321
016150         10  HELD-STATE         PIC X.                            000322
016200 01  WS-HELD-IDX       PIC 999.                                   000323
016250 01  WS-SAVE-IDX       PIC 999.                                   000324
016300 01  WS-HELD-EOF-SW    PIC X VALUE "N".                           000325
016350     88  WS-HELD-EOF   VALUE "Y".                                 000326
016400 01  WS-RELEASING-SW   PIC X VALUE "N".                           000327
016450     88  WS-RELEASING  VALUE "Y".                                 000328
016500 01  WS-HOLD-CNT       PIC 9(5) VALUE ZERO.                       000329
016550 01  WS-RELEASE-CNT    PIC 9(5) VALUE ZERO.                       000330
016600 01  WS-CANCEL-CNT     PIC 9(5) VALUE ZERO.                       000331
016650 01  WS-CANCEL-HITS    PIC 999.                                   000332
016700* One register line per transaction - applied or rejected         000333
016750 01  WS-REG-HDG-1.                                                000334
016800     05  FILLER        PIC X(32)                                  000335
016850             VALUE "EMPLOYEE MAINTENANCE REGISTER".               000336
016900 01  WS-REG-HDG-2.                                                000337
016950     05  FILLER        PIC X(5)  VALUE "FN".                      000338
017000     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000339
017050     05  FILLER        PIC X(11) VALUE "DISPOSITION".             000340
017100     05  FILLER        PIC X(2)  VALUE SPACES.                    000341
017150     05  FILLER        PIC X(24) VALUE "REASON".                  000342
017200 01  WS-REG-DETAIL.                                               000343
017250     05  REG-FUNCTION  PIC X.                                     000344
017300     05  FILLER        PIC X(4) VALUE SPACES.                     000345
017350     05  REG-EMP-ID    PIC X(5).                                  000346
017400     05  FILLER        PIC X(3) VALUE SPACES.                     000347
017450     05  REG-DISP      PIC X(9).                                  000348
017500     05  FILLER        PIC X(4) VALUE SPACES.                     000349
017550     05  REG-REASON    PIC X(30).                                 000350
017600 01  WS-REG-FOOTER-1.                                             000351
017650     05  FILLER        PIC X(22) VALUE "TRANSACTIONS APPLIED:".   000352
017700     05  FTR-APPLIED   PIC ZZZZ9.                                 000353
017750 01  WS-REG-FOOTER-2.                                             000354
017800     05  FILLER        PIC X(22) VALUE "TRANSACTIONS REJECTED:".  000355
017850     05  FTR-REJECTED  PIC ZZZZ9.                                 000356
017900 01  WS-REG-FOOTER-3.                                             000357
017950     05  FILLER        PIC X(22) VALUE "RESTART SKIPS:".          000358
018000     05  FTR-RESTART   PIC ZZZZ9.                                 000359
018050 01  WS-REG-FOOTER-4.                                             000360
018100     05  FILLER        PIC X(22) VALUE "POSITION WARNINGS:".      000361
018150     05  FTR-POSN-WARN PIC ZZZZ9.                                 000362
018200 01  WS-REG-FOOTER-5.                                             000363
018250     05  FILLER        PIC X(22) VALUE "HELD FOR LATER DATE:".    000364
018300     05  FTR-HOLD      PIC ZZZZ9.                                 000365
018350 01  WS-REG-FOOTER-6.                                             000366
018400     05  FILLER        PIC X(22) VALUE "RELEASED FROM HOLD:".     000367
018450     05  FTR-RELEASE   PIC ZZZZ9.                                 000368
018500 01  WS-REG-FOOTER-7.                                             000369
018550     05  FILLER        PIC X(22) VALUE "HELD TXNS CANCELLED:".    000370
018600     05  FTR-CANCEL    PIC ZZZZ9.                                 000371
018650* Register reason for a held or cancelled transaction             000372
018700 01  WS-HOLD-REASON.                                              000373
018750     05  HRS-TEXT      PIC X(15).                                 000374
018800     05  HRS-DATE      PIC 9(8).                                  000375
018850 PROCEDURE DIVISION.                                              000376
018900 0000-MAIN.                                                       000377
018950     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM.         000378
019000     PERFORM 0100-CHECK-RUN-CONTROL.                              000379
019050     IF WS-STEP-DONE                                              000380
019100         DISPLAY "EMPMNTB step already completed for"             000381
019150             " tonight's run - skipping."                         000382
019200         STOP RUN                                                 000383
019250     END-IF.                                                      000384
019300     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000385
019350     IF WS-CAL-SKIP                                               000386
019400         STOP RUN                                                 000387
019450     END-IF.                                                      000388
019500     PERFORM 0200-MARK-STEP-STARTED.                              000389
019550     PERFORM 0300-VALIDATE-FEED-CONTROLS.                         000390
019600     IF NOT WS-FEED-VALID                                         000391
019650         DISPLAY "Feed control check failed - step abandoned."    000392
019700         MOVE "BADFEED" TO WS-STEP-REASON                         000393
019750         PERFORM 8900-MARK-STEP-COMPLETE                          000394
019800         STOP RUN                                                 000395
019850     END-IF.                                                      000396
019900     PERFORM 1000-RESTART-FROM-CHECKPOINT.                        000397
019950     PERFORM 0700-LOAD-AGE-RANGE.                                 000398
020000     PERFORM 0770-LOAD-POSITION-PARMS.                            000399
020050     PERFORM 0760-LOAD-AUDIT-CHAIN.                               000400
020100     OPEN INPUT EMP-TRANSACTIONS.                                 000401
020150     OPEN I-O EMPLOYEE-MASTER.                                    000402
020200     OPEN INPUT DEPARTMENT-MASTER.                                000403
020250     OPEN EXTEND EMP-AUDIT-LOG.                                   000404
020300     IF WS-AUDIT-STATUS = "35"                                    000405
020350         OPEN OUTPUT EMP-AUDIT-LOG                                000406
020400     END-IF.                                                      000407
020450     OPEN OUTPUT EMP-MAINT-REGISTER.                              000408
020500     OPEN EXTEND TXN-CHECKPOINT.                                  000409
020550     IF WS-CKPT-STATUS = "35"                                     000410
020600         OPEN OUTPUT TXN-CHECKPOINT                               000411
020650     END-IF.                                                      000412
020700     WRITE EMP-MAINT-REG-LINE FROM WS-REG-HDG-1.                  000413
020750     WRITE EMP-MAINT-REG-LINE FROM SPACES.                        000414
020800     WRITE EMP-MAINT-REG-LINE FROM WS-REG-HDG-2.                  000415
020850     WRITE EMP-MAINT-REG-LINE FROM SPACES.                        000416
020900     PERFORM 1500-LOAD-HELD-TRANSACTIONS.                         000417
020950     PERFORM 1600-RELEASE-DUE-TRANSACTIONS.                       000418
021000     PERFORM UNTIL END-OF-TXNS                                    000419
021050         READ EMP-TRANSACTIONS INTO EMP-TRANSACTION-REC           000420
021100             AT END                                               000421
021150                 SET END-OF-TXNS TO TRUE                          000422
021200             NOT AT END                                           000423
021250                 IF EMP-TRANSACTION-REC (1:3) = "HDR" OR          000424
021300                         EMP-TRANSACTION-REC (1:3) = "TRL"        000425
021350                     CONTINUE                                     000426
021400                 ELSE                                             000427
021450                     ADD 1 TO WS-TXN-NBR                          000428
021500                     IF WS-TXN-NBR <= WS-RESUME-AFTER             000429
021550                         ADD 1 TO WS-RESTART-SKIP-CNT             000430
021600                     ELSE                                         000431
021650                         PERFORM 2000-APPLY-TRANSACTION           000432
021700                         PERFORM 2900-WRITE-TXN-CHECKPOINT        000433
021750                     END-IF                                       000434
021800                 END-IF                                           000435
021850         END-READ                                                 000436
021900     END-PERFORM.                                                 000437
021950     PERFORM 7000-PRINT-REGISTER-TOTALS.                          000438
022000     CLOSE TXN-CHECKPOINT.                                        000439
022050     PERFORM 2950-WRITE-COMPLETION-CHECKPOINT.                    000440
022100     CLOSE EMP-TRANSACTIONS.                                      000441
022150     CLOSE EMPLOYEE-MASTER.                                       000442
022200     CLOSE DEPARTMENT-MASTER.                                     000443
022250     CLOSE EMP-AUDIT-LOG.                                         000444
022300     CLOSE EMP-MAINT-REGISTER.                                    000445
022350     PERFORM 8000-WRITE-RUN-LOG.                                  000446
022400     IF WS-REJECT-CNT > 0                                         000447
022450         MOVE "REJECTS" TO WS-STEP-REASON                         000448
022500     ELSE                                                         000449
022550     IF WS-POSN-WARN-CNT > 0                                      000450
022600         MOVE "EXCEPT" TO WS-STEP-REASON                          000451
022650     END-IF                                                       000452
022700     END-IF.                                                      000453
022750     PERFORM 8900-MARK-STEP-COMPLETE.                             000454
022800     PERFORM 8920-MARK-FEED-PROCESSED.                            000455
022850     STOP RUN.                                                    000456
022900* Walk the audit log once at start-up to pick up the last         000457
022950* record's sequence number and check value - the anchor this      000458
023000* session's first record chains from. Records from before the     000459
023050* chain fields existed leave the anchor at zero                   000460
023100 0760-LOAD-AUDIT-CHAIN.                                           000461
023150     MOVE "N" TO WS-CHAIN-EOF-SW.                                 000462
023200     OPEN INPUT EMP-AUDIT-LOG.                                    000463
023250     IF WS-AUDIT-STATUS = "35"                                    000464
023300         MOVE "Y" TO WS-CHAIN-EOF-SW                              000465
023350     END-IF.                                                      000466
023400     PERFORM UNTIL WS-CHAIN-EOF                                   000467
023450         READ EMP-AUDIT-LOG                                       000468
023500             AT END                                               000469
023550                 SET WS-CHAIN-EOF TO TRUE                         000470
023600             NOT AT END                                           000471
023650                 IF AUD-SEQ-NBR IS NUMERIC                        000472
023700                     MOVE AUD-SEQ-NBR TO WS-AUDIT-SEQ             000473
023750                 END-IF                                           000474
023800                 IF AUD-CHECK-VAL IS NUMERIC                      000475
023850                     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK         000476
023900                 END-IF                                           000477
023950         END-READ                                                 000478
024000     END-PERFORM.                                                 000479
024050     CLOSE EMP-AUDIT-LOG.                                         000480
024100* Load the reasonable-age range from AGERANGE. If the file is     000481
024150* absent default to 16-75                                         000482
024200 0700-LOAD-AGE-RANGE.                                             000483
024250     OPEN INPUT AGE-RANGE.                                        000484
024300     READ AGE-RANGE                                               000485
024350         AT END                                                   000486
024400             CONTINUE                                             000487
024450         NOT AT END                                               000488
024500             MOVE CTL-MIN-AGE TO WS-MIN-AGE                       000489
024550             MOVE CTL-MAX-AGE TO WS-MAX-AGE                       000490
024600     END-READ.                                                    000491
024650     CLOSE AGE-RANGE.                                             000492
024700* Load the position-control mode from POSNPRM. Anything but       000493
024750* R leaves the default of warn                                    000494
024800 0770-LOAD-POSITION-PARMS.                                        000495
024850     OPEN INPUT POSITION-PARAMETERS.                              000496
024900     READ POSITION-PARAMETERS                                     000497
024950         AT END                                                   000498
025000             CONTINUE                                             000499
025050         NOT AT END                                               000500
025100             IF CTL-POSN-MODE = "R" OR "r"                        000501
025150                 MOVE CTL-POSN-MODE TO WS-POSN-MODE               000502
025200             END-IF                                               000503
025250     END-READ.                                                    000504
025300     CLOSE POSITION-PARAMETERS.                                   000505
025350* Edit the transaction's birth date the same way the online       000506
025400* transaction edits a keyed one - numeric, a real past date,      000507
025450* and computing to an age within the AGERANGE limits. The         000508
025500* computed age is kept as the row's stored age                    000509
025550 0800-EDIT-TXN-AGE.                                               000510
025600     MOVE "N" TO WS-AGE-VALID-SW.                                 000511
025650     IF TXN-EMP-BIRTH IS NUMERIC                                  000512
025700         MOVE TXN-EMP-BIRTH TO WS-TEST-DATE                       000513
025750         PERFORM 0860-VALIDATE-DATE                               000514
025800         IF WS-DATE-VALID AND                                     000515
025850                 TXN-EMP-BIRTH <= WS-RUN-DATE-NUM                 000516
025900             COMPUTE WS-CALC-AGE =                                000517
025950                 (WS-RUN-DATE-NUM - TXN-EMP-BIRTH) / 10000        000518
026000             IF WS-CALC-AGE >= WS-MIN-AGE AND                     000519
026050                     WS-CALC-AGE <= WS-MAX-AGE                    000520
026100                 MOVE WS-CALC-AGE TO WS-NEW-AGE                   000521
026150                 MOVE TXN-EMP-BIRTH TO WS-NEW-BIRTH               000522
026200                 SET WS-AGE-VALID TO TRUE                         000523
026250             END-IF                                               000524
026300         END-IF                                                   000525
026350     END-IF.                                                      000526
026400* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000527
026450* February 29 allowed only in leap years                          000528
026500 0860-VALIDATE-DATE.                                              000529
026550     MOVE "N" TO WS-DATE-VALID-SW.                                000530
026600     IF WS-TEST-YYYY < 1 OR                                       000531
026650             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000532
026700         CONTINUE                                                 000533
026750     ELSE                                                         000534
026800         EVALUATE WS-TEST-MM                                      000535
026850             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000536
026900             WHEN 08 WHEN 10 WHEN 12                              000537
026950                 MOVE 31 TO WS-MONTH-DAYS                         000538
027000             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000539
027050                 MOVE 30 TO WS-MONTH-DAYS                         000540
027100             WHEN 02                                              000541
027150                 MOVE 28 TO WS-MONTH-DAYS                         000542
027200                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000543
027250                     TO WS-LEAP-REM                               000544
027300                 IF WS-LEAP-REM = ZERO                            000545
027350                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000546
027400                         TO WS-LEAP-REM                           000547
027450                     IF WS-LEAP-REM NOT = ZERO                    000548
027500                         MOVE 29 TO WS-MONTH-DAYS                 000549
027550                     ELSE                                         000550
027600                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000551
027650                             TO WS-LEAP-REM                       000552
027700                         IF WS-LEAP-REM = ZERO                    000553
027750                             MOVE 29 TO WS-MONTH-DAYS             000554
027800                         END-IF                                   000555
027850                     END-IF                                       000556
027900                 END-IF                                           000557
027950         END-EVALUATE                                             000558
028000         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000559
028050             SET WS-DATE-VALID TO TRUE                            000560
028100         END-IF                                                   000561
028150     END-IF.                                                      000562
028200* Edit the transaction's department code against the              000563
028250* department master                                               000564
028300 0900-EDIT-TXN-DEPT.                                              000565
028350     MOVE "N" TO WS-DEPT-VALID-SW.                                000566
028400     MOVE TXN-EMP-DEPT                                            000567
028450         TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.                000568
028500     READ DEPARTMENT-MASTER                                       000569
028550         INVALID KEY                                              000570
028600             CONTINUE                                             000571
028650         NOT INVALID KEY                                          000572
028700             MOVE TXN-EMP-DEPT TO WS-NEW-DEPT                     000573
028750             SET WS-DEPT-VALID TO TRUE                            000574
028800     END-READ.                                                    000575
028850* Edit the transaction's supervisor - blank passes, anything      000576
028900* else must be an active employee whose own reporting chain       000577
028950* does not lead back to the transaction's employee                000578
029000 0950-EDIT-TXN-SUPERVISOR.                                        000579
029050     MOVE "N" TO WS-SUPV-VALID-SW.                                000580
029100     MOVE SPACES TO WS-SUPV-REASON.                               000581
029150     MOVE TXN-EMP-SUPV TO WS-NEW-SUPV.                            000582
029200     IF WS-NEW-SUPV = SPACES                                      000583
029250         SET WS-SUPV-VALID TO TRUE                                000584
029300     ELSE                                                         000585
029350         MOVE WS-NEW-SUPV TO EMP-ID OF EMPLOYEE-MASTER-RECORD     000586
029400         READ EMPLOYEE-MASTER                                     000587
029450             INVALID KEY                                          000588
029500                 MOVE "SUPERVISOR NOT ON MASTER"                  000589
029550                     TO WS-SUPV-REASON                            000590
029600             NOT INVALID KEY                                      000591
029650                 IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD          000592
029700                         NOT = "A" AND NOT = SPACE                000593
029750                     MOVE "SUPERVISOR NOT ACTIVE"                 000594
029800                         TO WS-SUPV-REASON                        000595
029850                 ELSE                                             000596
029900                     PERFORM 0960-CHECK-SUPERVISOR-CHAIN          000597
029950                     IF WS-CIRCULAR                               000598
030000                         MOVE "CIRCULAR REPORTING LINE"           000599
030050                             TO WS-SUPV-REASON                    000600
030100                     ELSE                                         000601
030150                         SET WS-SUPV-VALID TO TRUE                000602
030200                     END-IF                                       000603
030250                 END-IF                                           000604
030300         END-READ                                                 000605
030350     END-IF.                                                      000606
030400* Walk up from the proposed supervisor through each               000607
030450* supervisor's supervisor. Reaching the transaction's employee    000608
030500* - or a chain deeper than any real one, which only a loop        000609
030550* already on file can produce - makes the line circular           000610
030600 0960-CHECK-SUPERVISOR-CHAIN.                                     000611
030650     MOVE "N" TO WS-CIRCULAR-SW.                                  000612
030700     MOVE ZERO TO WS-CHAIN-DEPTH.                                 000613
030750     MOVE WS-NEW-SUPV TO WS-CHAIN-ID.                             000614
030800     PERFORM UNTIL WS-CHAIN-ID = SPACES OR WS-CIRCULAR            000615
030850         IF WS-CHAIN-ID = WS-KEY-ID OR                            000616
030900                 WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH              000617
030950             SET WS-CIRCULAR TO TRUE                              000618
031000         ELSE                                                     000619
031050             ADD 1 TO WS-CHAIN-DEPTH                              000620
031100             MOVE WS-CHAIN-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD 000621
031150             READ EMPLOYEE-MASTER                                 000622
031200                 INVALID KEY                                      000623
031250                     MOVE SPACES TO WS-CHAIN-ID                   000624
031300                 NOT INVALID KEY                                  000625
031350                     MOVE EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD000626
031400                         TO WS-CHAIN-ID                           000627
031450             END-READ                                             000628
031500         END-IF                                                   000629
031550     END-PERFORM.                                                 000630
031600* Test placing WS-POSN-EMP-ID in department WS-POSN-DEPT          000631
031650* against the department's authorized headcount and salary        000632
031700* budget. Zero on both means the department has no limits.        000633
031750* Sets WS-POSN-REASON when a limit would be exceeded and, in      000634
031800* refuse mode, WS-POSN-REFUSED. Leaves the master positioned      000635
031850* away from any row the caller was holding                        000636
031900 0970-CHECK-POSITION-CONTROL.                                     000637
031950     MOVE "N" TO WS-POSN-REFUSED-SW.                              000638
032000     MOVE SPACES TO WS-POSN-REASON.                               000639
032050     MOVE ZERO TO WS-POSN-AUTH.                                   000640
032100     MOVE ZERO TO WS-POSN-BUDGET.                                 000641
032150     MOVE WS-POSN-DEPT TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.  000642
032200     READ DEPARTMENT-MASTER                                       000643
032250         INVALID KEY                                              000644
032300             CONTINUE                                             000645
032350         NOT INVALID KEY                                          000646
032400             MOVE DEPT-AUTH-HEADCOUNT OF DEPARTMENT-MASTER-RECORD 000647
032450                 TO WS-POSN-AUTH                                  000648
032500             MOVE DEPT-SALARY-BUDGET OF DEPARTMENT-MASTER-RECORD  000649
032550                 TO WS-POSN-BUDGET                                000650
032600     END-READ.                                                    000651
032650     IF WS-POSN-AUTH NOT = ZERO OR WS-POSN-BUDGET NOT = ZERO      000652
032700         PERFORM 0975-COUNT-DEPT-POSITIONS                        000653
032750     END-IF.                                                      000654
032800* Sweep the master for the department's filled positions -        000655
032850* every employee in it not terminated - and their salaries.       000656
032900* An employee already counted there takes no new position, so     000657
032950* only one coming in from outside is held to the limits           000658
033000 0975-COUNT-DEPT-POSITIONS.                                       000659
033050     MOVE ZERO TO WS-POSN-FILLED.                                 000660
033100     MOVE ZERO TO WS-POSN-PAYROLL.                                000661
033150     MOVE ZERO TO WS-POSN-OWN-SAL.                                000662
033200     MOVE "N" TO WS-POSN-COUNTED-SW.                              000663
033250     MOVE "N" TO WS-POSN-EOF-SW.                                  000664
033300     MOVE LOW-VALUES TO EMP-ID OF EMPLOYEE-MASTER-RECORD.         000665
033350     START EMPLOYEE-MASTER                                        000666
033400         KEY IS NOT LESS THAN EMP-ID OF EMPLOYEE-MASTER-RECORD    000667
033450         INVALID KEY                                              000668
033500             SET WS-POSN-EOF TO TRUE                              000669
033550     END-START.                                                   000670
033600     PERFORM UNTIL WS-POSN-EOF                                    000671
033650         READ EMPLOYEE-MASTER NEXT RECORD                         000672
033700             AT END                                               000673
033750                 SET WS-POSN-EOF TO TRUE                          000674
033800             NOT AT END                                           000675
033850                 PERFORM 0980-TALLY-POSITION                      000676
033900         END-READ                                                 000677
033950     END-PERFORM.                                                 000678
034000     IF NOT WS-POSN-COUNTED                                       000679
034050         ADD 1 TO WS-POSN-FILLED                                  000680
034100         ADD WS-POSN-OWN-SAL TO WS-POSN-PAYROLL                   000681
034150         PERFORM 0985-TEST-POSITION-LIMITS                        000682
034200     END-IF.                                                      000683
034250* Count one master row toward the department's filled             000684
034300* headcount and salary, noting the employee being placed          000685
034350 0980-TALLY-POSITION.                                             000686
034400     IF EMP-DEPT OF EMPLOYEE-MASTER-RECORD = WS-POSN-DEPT AND     000687
034450             EMP-STATUS OF EMPLOYEE-MASTER-RECORD NOT = "T"       000688
034500         ADD 1 TO WS-POSN-FILLED                                  000689
034550         ADD EMP-SALARY OF EMPLOYEE-MASTER-RECORD                 000690
034600             TO WS-POSN-PAYROLL                                   000691
034650         IF EMP-ID OF EMPLOYEE-MASTER-RECORD = WS-POSN-EMP-ID     000692
034700             SET WS-POSN-COUNTED TO TRUE                          000693
034750         END-IF                                                   000694
034800     END-IF.                                                      000695
034850     IF EMP-ID OF EMPLOYEE-MASTER-RECORD = WS-POSN-EMP-ID         000696
034900         MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD                000697
034950             TO WS-POSN-OWN-SAL                                   000698
035000     END-IF.                                                      000699
035050* Compare the projected headcount and salary with the limits      000700
035100 0985-TEST-POSITION-LIMITS.                                       000701
035150     IF WS-POSN-AUTH NOT = ZERO AND                               000702
035200             WS-POSN-FILLED > WS-POSN-AUTH                        000703
035250         MOVE "OVER DEPT HEADCOUNT" TO WS-POSN-REASON             000704
035300     END-IF.                                                      000705
035350     IF WS-POSN-BUDGET NOT = ZERO AND                             000706
035400             WS-POSN-PAYROLL > WS-POSN-BUDGET                     000707
035450         IF WS-POSN-REASON = SPACES                               000708
035500             MOVE "OVER DEPT SALARY BUDGET" TO WS-POSN-REASON     000709
035550         ELSE                                                     000710
035600             MOVE "OVER DEPT HEADCOUNT AND BUDGET"                000711
035650                 TO WS-POSN-REASON                                000712
035700         END-IF                                                   000713
035750     END-IF.                                                      000714
035800     IF WS-POSN-REASON NOT = SPACES AND WS-POSN-REFUSE            000715
035850         SET WS-POSN-REFUSED TO TRUE                              000716
035900     END-IF.                                                      000717
035950* Dispatch one transaction to the requested add/change/delete     000718
036000* paragraph and write its register line                           000719
036050 2000-APPLY-TRANSACTION.                                          000720
036100     ADD 1 TO WS-READ-CNT.                                        000721
036150     MOVE "N" TO WS-POSN-REFUSED-SW.                              000722
036200     MOVE SPACES TO WS-POSN-REASON.                               000723
036250     MOVE TXN-FUNCTION TO REG-FUNCTION.                           000724
036300     MOVE TXN-EMP-ID   TO REG-EMP-ID.                             000725
036350     MOVE TXN-EMP-ID   TO WS-KEY-ID.                              000726
036400     MOVE TXN-EMP-NAME TO WS-NEW-NAME.                            000727
036450     IF TXN-EFF-DATE IS NUMERIC AND                               000728
036500             TXN-EFF-DATE > WS-RUN-DATE-NUM AND                   000729
036550             NOT TXN-FN-CANCEL                                    000730
036600         PERFORM 2100-HOLD-TRANSACTION                            000731
036650     ELSE                                                         000732
036700         EVALUATE TRUE                                            000733
036750             WHEN TXN-FN-ADD                                      000734
036800                 PERFORM 3000-ADD-EMPLOYEE                        000735
036850             WHEN TXN-FN-CHANGE                                   000736
036900                 PERFORM 4000-CHANGE-EMPLOYEE                     000737
036950             WHEN TXN-FN-TERM                                     000738
037000                 MOVE "T" TO WS-TARGET-STATUS                     000739
037050                 PERFORM 5000-SET-EMPLOYEE-STATUS                 000740
037100             WHEN TXN-FN-LEAVE                                    000741
037150                 MOVE "L" TO WS-TARGET-STATUS                     000742
037200                 PERFORM 5000-SET-EMPLOYEE-STATUS                 000743
037250             WHEN TXN-FN-REHIRE                                   000744
037300                 MOVE "A" TO WS-TARGET-STATUS                     000745
037350                 PERFORM 5000-SET-EMPLOYEE-STATUS                 000746
037400             WHEN TXN-FN-CANCEL                                   000747
037450                 PERFORM 5500-CANCEL-HELD-TRANSACTION             000748
037500             WHEN OTHER                                           000749
037550                 MOVE "INVALID FUNCTION CODE" TO REG-REASON       000750
037600                 PERFORM 6000-REJECT-TRANSACTION                  000751
037650         END-EVALUATE                                             000752
037700     END-IF.                                                      000753
037750* A transaction dated after tonight - a known function with a     000754
037800* real effective date goes on hold; the edits against the master  000755
037850* run the night it is released                                    000756
037900 2100-HOLD-TRANSACTION.                                           000757
037950     MOVE TXN-EFF-DATE TO WS-TEST-DATE.                           000758
038000     PERFORM 0860-VALIDATE-DATE.                                  000759
038050     IF NOT (TXN-FN-ADD OR TXN-FN-CHANGE OR TXN-FN-TERM OR        000760
038100             TXN-FN-LEAVE OR TXN-FN-REHIRE)                       000761
038150         MOVE "INVALID FUNCTION CODE" TO REG-REASON               000762
038200         PERFORM 6000-REJECT-TRANSACTION                          000763
038250     ELSE                                                         000764
038300     IF NOT WS-DATE-VALID                                         000765
038350         MOVE "EFFECTIVE DATE UNUSABLE" TO REG-REASON             000766
038400         PERFORM 6000-REJECT-TRANSACTION                          000767
038450     ELSE                                                         000768
038500     IF WS-HELD-CNT = WS-MAX-HELD                                 000769
038550         MOVE "HELD FILE FULL" TO REG-REASON                      000770
038600         PERFORM 6000-REJECT-TRANSACTION                          000771
038650     ELSE                                                         000772
038700         ADD 1 TO WS-HELD-CNT                                     000773
038750         MOVE EMP-TRANSACTION-REC TO HELD-ENTRY (WS-HELD-CNT)     000774
038800         MOVE WS-RUN-DATE-NUM TO FUT-HELD-DATE (WS-HELD-CNT)      000775
038850         MOVE SPACE TO HELD-STATE (WS-HELD-CNT)                   000776
038900         PERFORM 1700-SAVE-HELD-TRANSACTIONS                      000777
038950         ADD 1 TO WS-HOLD-CNT                                     000778
039000         MOVE "HELD" TO REG-DISP                                  000779
039050         MOVE "HELD UNTIL" TO HRS-TEXT                            000780
039100         MOVE TXN-EFF-DATE TO HRS-DATE                            000781
039150         MOVE WS-HOLD-REASON TO REG-REASON                        000782
039200         WRITE EMP-MAINT-REG-LINE FROM WS-REG-DETAIL              000783
039250         MOVE SPACES TO REG-REASON                                000784
039300     END-IF                                                       000785
039350     END-IF                                                       000786
039400     END-IF.                                                      000787
039450* Add a new employee row keyed by EMP-ID                          000788
039500 3000-ADD-EMPLOYEE.                                               000789
039550     PERFORM 0800-EDIT-TXN-AGE.                                   000790
039600     PERFORM 0900-EDIT-TXN-DEPT.                                  000791
039650     PERFORM 0950-EDIT-TXN-SUPERVISOR.                            000792
039700     IF WS-DEPT-VALID                                             000793
039750         MOVE WS-KEY-ID TO WS-POSN-EMP-ID                         000794
039800         MOVE WS-NEW-DEPT TO WS-POSN-DEPT                         000795
039850         PERFORM 0970-CHECK-POSITION-CONTROL                      000796
039900     END-IF.                                                      000797
039950     IF NOT WS-AGE-VALID                                          000798
040000         MOVE "BIRTH DATE UNUSABLE" TO REG-REASON                 000799
040050         PERFORM 6000-REJECT-TRANSACTION                          000800
040100     ELSE                                                         000801
040150     IF NOT WS-DEPT-VALID                                         000802
040200         MOVE "DEPT NOT ON DEPT MASTER" TO REG-REASON             000803
040250         PERFORM 6000-REJECT-TRANSACTION                          000804
040300     ELSE                                                         000805
040350     IF NOT WS-SUPV-VALID                                         000806
040400         MOVE WS-SUPV-REASON TO REG-REASON                        000807
040450         PERFORM 6000-REJECT-TRANSACTION                          000808
040500     ELSE                                                         000809
040550     IF WS-POSN-REFUSED                                           000810
040600         MOVE WS-POSN-REASON TO REG-REASON                        000811
040650         PERFORM 6000-REJECT-TRANSACTION                          000812
040700     ELSE                                                         000813
040750         MOVE WS-KEY-ID   TO EMP-ID OF EMPLOYEE-MASTER-RECORD     000814
040800         MOVE WS-NEW-NAME TO EMP-NAME OF EMPLOYEE-MASTER-RECORD   000815
040850         MOVE WS-NEW-AGE  TO EMP-AGE OF EMPLOYEE-MASTER-RECORD    000816
040900         MOVE WS-NEW-BIRTH                                        000817
040950             TO EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD          000818
041000         MOVE "A" TO EMP-STATUS OF EMPLOYEE-MASTER-RECORD         000819
041050         MOVE ZERO TO EMP-SALARY OF EMPLOYEE-MASTER-RECORD        000820
041100         MOVE SPACES TO EMP-PAY-GRADE                             000821
041150             OF EMPLOYEE-MASTER-RECORD                            000822
041200         MOVE WS-NEW-DEPT TO EMP-DEPT OF EMPLOYEE-MASTER-RECORD   000823
041250         MOVE WS-NEW-SUPV                                         000824
041300             TO EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD          000825
041350         MOVE FUNCTION CURRENT-DATE (1:8)                         000826
041400             TO EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD            000827
041450         WRITE EMPLOYEE-MASTER-RECORD                             000828
041500             INVALID KEY                                          000829
041550                 MOVE "EMP-ID ALREADY EXISTS" TO REG-REASON       000830
041600                 PERFORM 6000-REJECT-TRANSACTION                  000831
041650             NOT INVALID KEY                                      000832
041700                 PERFORM 9100-AUDIT-ADD                           000833
041750                 PERFORM 6500-REGISTER-APPLIED                    000834
041800         END-WRITE                                                000835
041850     END-IF                                                       000836
041900     END-IF                                                       000837
041950     END-IF                                                       000838
042000     END-IF.                                                      000839
042050* Change EMP-NAME/EMP-AGE/EMP-DEPT on an existing employee row    000840
042100 4000-CHANGE-EMPLOYEE.                                            000841
042150     PERFORM 0800-EDIT-TXN-AGE.                                   000842
042200     PERFORM 0900-EDIT-TXN-DEPT.                                  000843
042250     PERFORM 0950-EDIT-TXN-SUPERVISOR.                            000844
042300     IF WS-DEPT-VALID                                             000845
042350         MOVE WS-KEY-ID TO WS-POSN-EMP-ID                         000846
042400         MOVE WS-NEW-DEPT TO WS-POSN-DEPT                         000847
042450         PERFORM 0970-CHECK-POSITION-CONTROL                      000848
042500     END-IF.                                                      000849
042550     IF NOT WS-AGE-VALID                                          000850
042600         MOVE "BIRTH DATE UNUSABLE" TO REG-REASON                 000851
042650         PERFORM 6000-REJECT-TRANSACTION                          000852
042700     ELSE                                                         000853
042750     IF NOT WS-DEPT-VALID                                         000854
042800         MOVE "DEPT NOT ON DEPT MASTER" TO REG-REASON             000855
042850         PERFORM 6000-REJECT-TRANSACTION                          000856
042900     ELSE                                                         000857
042950     IF NOT WS-SUPV-VALID                                         000858
043000         MOVE WS-SUPV-REASON TO REG-REASON                        000859
043050         PERFORM 6000-REJECT-TRANSACTION                          000860
043100     ELSE                                                         000861
043150     IF WS-POSN-REFUSED                                           000862
043200         MOVE WS-POSN-REASON TO REG-REASON                        000863
043250         PERFORM 6000-REJECT-TRANSACTION                          000864
043300     ELSE                                                         000865
043350         MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD       000866
043400         READ EMPLOYEE-MASTER                                     000867
043450             INVALID KEY                                          000868
043500                 MOVE "EMP-ID NOT FOUND" TO REG-REASON            000869
043550                 PERFORM 6000-REJECT-TRANSACTION                  000870
043600             NOT INVALID KEY                                      000871
043650                 MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD          000872
043700                     TO WS-OLD-NAME                               000873
043750                 MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD           000874
043800                     TO WS-OLD-AGE                                000875
043850                 MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD          000876
043900                     TO WS-OLD-DEPT                               000877
043950                 MOVE EMP-BIRTH-DATE OF                           000878
044000                     EMPLOYEE-MASTER-RECORD TO WS-OLD-BIRTH       000879
044050                 MOVE EMP-SUPERVISOR OF                           000880
044100                     EMPLOYEE-MASTER-RECORD TO WS-OLD-SUPV        000881
044150                 IF WS-NEW-SUPV = SPACES                          000882
044200                     MOVE WS-OLD-SUPV TO WS-NEW-SUPV              000883
044250                 END-IF                                           000884
044300                 MOVE WS-NEW-NAME TO EMP-NAME OF                  000885
044350                     EMPLOYEE-MASTER-RECORD                       000886
044400                 MOVE WS-NEW-AGE  TO EMP-AGE OF                   000887
044450                     EMPLOYEE-MASTER-RECORD                       000888
044500                 MOVE WS-NEW-BIRTH TO EMP-BIRTH-DATE OF           000889
044550                     EMPLOYEE-MASTER-RECORD                       000890
044600                 MOVE WS-NEW-DEPT TO EMP-DEPT OF                  000891
044650                     EMPLOYEE-MASTER-RECORD                       000892
044700                 MOVE WS-NEW-SUPV TO EMP-SUPERVISOR OF            000893
044750                     EMPLOYEE-MASTER-RECORD                       000894
044800                 MOVE FUNCTION CURRENT-DATE (1:8) TO              000895
044850                     EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD       000896
044900                 REWRITE EMPLOYEE-MASTER-RECORD                   000897
044950                     INVALID KEY                                  000898
045000                         MOVE "UNABLE TO REWRITE" TO REG-REASON   000899
045050                         PERFORM 6000-REJECT-TRANSACTION          000900
045100                     NOT INVALID KEY                              000901
045150                         PERFORM 9200-AUDIT-CHANGE                000902
045200                         PERFORM 6500-REGISTER-APPLIED            000903
045250                 END-REWRITE                                      000904
045300         END-READ                                                 000905
045350     END-IF                                                       000906
045400     END-IF                                                       000907
045450     END-IF                                                       000908
045500     END-IF.                                                      000909
045550* Terminate, put on leave, or rehire an employee by setting       000910
045600* the row's employment status - the row itself stays on the       000911
045650* master so downstream history keeps its subject. A leave         000912
045700* must carry a usable start and expected-return date for its      000913
045750* event row                                                       000914
045800 5000-SET-EMPLOYEE-STATUS.                                        000915
045850     MOVE "Y" TO WS-DATE-VALID-SW.                                000916
045900     IF WS-TARGET-STATUS = "L"                                    000917
045950         PERFORM 4800-EDIT-LEAVE-DATES                            000918
046000     END-IF.                                                      000919
046050     IF WS-TARGET-STATUS = "A"                                    000920
046100         PERFORM 5010-CHECK-REHIRE-POSITION                       000921
046150     END-IF.                                                      000922
046200     IF NOT WS-DATE-VALID                                         000923
046250         MOVE "LEAVE DATES UNUSABLE" TO REG-REASON                000924
046300         PERFORM 6000-REJECT-TRANSACTION                          000925
046350     ELSE                                                         000926
046400     IF WS-POSN-REFUSED                                           000927
046450         MOVE WS-POSN-REASON TO REG-REASON                        000928
046500         PERFORM 6000-REJECT-TRANSACTION                          000929
046550     ELSE                                                         000930
046600         PERFORM 5050-APPLY-STATUS-CHANGE                         000931
046650     END-IF                                                       000932
046700     END-IF.                                                      000933
046750* A rehire takes a position back in the employee's department,    000934
046800* so it is held to that department's limits. An EMP-ID not on     000935
046850* file is left for the apply to reject                            000936
046900 5010-CHECK-REHIRE-POSITION.                                      000937
046950     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          000938
047000     READ EMPLOYEE-MASTER                                         000939
047050         INVALID KEY                                              000940
047100             CONTINUE                                             000941
047150         NOT INVALID KEY                                          000942
047200             MOVE WS-KEY-ID TO WS-POSN-EMP-ID                     000943
047250             MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD              000944
047300                 TO WS-POSN-DEPT                                  000945
047350             PERFORM 0970-CHECK-POSITION-CONTROL                  000946
047400     END-READ.                                                    000947
047450* Both leave dates must be numeric, real calendar dates, with     000948
047500* the return not before the start                                 000949
047550 4800-EDIT-LEAVE-DATES.                                           000950
047600     MOVE "N" TO WS-DATE-VALID-SW.                                000951
047650     IF TXN-LEAVE-START IS NUMERIC AND                            000952
047700             TXN-LEAVE-RETURN IS NUMERIC                          000953
047750         MOVE TXN-LEAVE-START TO WS-TEST-DATE                     000954
047800         PERFORM 0860-VALIDATE-DATE                               000955
047850         IF WS-DATE-VALID                                         000956
047900             MOVE TXN-LEAVE-RETURN TO WS-TEST-DATE                000957
047950             PERFORM 0860-VALIDATE-DATE                           000958
048000         END-IF                                                   000959
048050         IF WS-DATE-VALID AND                                     000960
048100                 TXN-LEAVE-RETURN >= TXN-LEAVE-START              000961
048150             MOVE TXN-LEAVE-START TO WS-LEAVE-START               000962
048200             MOVE TXN-LEAVE-RETURN TO WS-LEAVE-RETURN             000963
048250         ELSE                                                     000964
048300             MOVE "N" TO WS-DATE-VALID-SW                         000965
048350         END-IF                                                   000966
048400     END-IF.                                                      000967
048450* Apply the edited status change to the master row                000968
048500 5050-APPLY-STATUS-CHANGE.                                        000969
048550     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          000970
048600     READ EMPLOYEE-MASTER                                         000971
048650         INVALID KEY                                              000972
048700             MOVE "EMP-ID NOT FOUND" TO REG-REASON                000973
048750             PERFORM 6000-REJECT-TRANSACTION                      000974
048800         NOT INVALID KEY                                          000975
048850             MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD            000976
048900                 TO WS-OLD-STATUS                                 000977
048950             MOVE WS-TARGET-STATUS                                000978
049000                 TO EMP-STATUS OF EMPLOYEE-MASTER-RECORD          000979
049050             MOVE FUNCTION CURRENT-DATE (1:8) TO                  000980
049100                 EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD           000981
049150             REWRITE EMPLOYEE-MASTER-RECORD                       000982
049200                 INVALID KEY                                      000983
049250                     MOVE "UNABLE TO REWRITE" TO REG-REASON       000984
049300                     PERFORM 6000-REJECT-TRANSACTION              000985
049350                 NOT INVALID KEY                                  000986
049400                     PERFORM 9400-AUDIT-STATUS                    000987
049450                     PERFORM 6500-REGISTER-APPLIED                000988
049500                     IF WS-TARGET-STATUS = "L"                    000989
049550                         PERFORM 5200-OPEN-LEAVE-EVENT            000990
049600                     END-IF                                       000991
049650                     IF WS-TARGET-STATUS = "A"                    000992
049700                         PERFORM 5300-CLOSE-LEAVE-EVENT           000993
049750                     END-IF                                       000994
049800             END-REWRITE                                          000995
049850     END-READ.                                                    000996
049900* Open the leave event - a rerun of the same start date           000997
049950* refreshes the row instead of duplicating it                     000998
050000 5200-OPEN-LEAVE-EVENT.                                           000999
050050     OPEN I-O LEAVE-EVENTS.                                       001000
050100     IF WS-LEV-STATUS = "35"                                      001001
050150         OPEN OUTPUT LEAVE-EVENTS                                 001002
050200         CLOSE LEAVE-EVENTS                                       001003
050250         OPEN I-O LEAVE-EVENTS                                    001004
050300     END-IF.                                                      001005
050350     MOVE WS-KEY-ID TO LEV-EMP-ID OF LEAVE-EVENT-RECORD.          001006
050400     MOVE WS-LEAVE-START                                          001007
050450         TO LEV-START-DATE OF LEAVE-EVENT-RECORD.                 001008
050500     MOVE WS-LEAVE-RETURN                                         001009
050550         TO LEV-RETURN-DATE OF LEAVE-EVENT-RECORD.                001010
050600     MOVE ZERO TO LEV-ACTUAL-RETURN OF LEAVE-EVENT-RECORD.        001011
050650     MOVE "O" TO LEV-STATUS OF LEAVE-EVENT-RECORD.                001012
050700     WRITE LEAVE-EVENT-RECORD                                     001013
050750         INVALID KEY                                              001014
050800             REWRITE LEAVE-EVENT-RECORD                           001015
050850         NOT INVALID KEY                                          001016
050900             CONTINUE                                             001017
050950     END-WRITE.                                                   001018
051000     CLOSE LEAVE-EVENTS.                                          001019
051050* A rehire closes the employee's open leave event with            001020
051100* today's date as the actual return                               001021
051150 5300-CLOSE-LEAVE-EVENT.                                          001022
051200     OPEN I-O LEAVE-EVENTS.                                       001023
051250     IF WS-LEV-STATUS NOT = "00"                                  001024
051300         CLOSE LEAVE-EVENTS                                       001025
051350     ELSE                                                         001026
051400         MOVE "N" TO WS-LEV-EOF-SW                                001027
051450         MOVE WS-KEY-ID TO LEV-EMP-ID OF LEAVE-EVENT-RECORD       001028
051500         MOVE LOW-VALUES                                          001029
051550             TO LEV-START-DATE OF LEAVE-EVENT-RECORD              001030
051600         START LEAVE-EVENTS                                       001031
051650             KEY >= LEV-KEY OF LEAVE-EVENT-RECORD                 001032
051700             INVALID KEY                                          001033
051750                 SET WS-LEV-EOF TO TRUE                           001034
051800         END-START                                                001035
051850         PERFORM UNTIL WS-LEV-EOF                                 001036
051900             READ LEAVE-EVENTS NEXT RECORD                        001037
051950                 AT END                                           001038
052000                     SET WS-LEV-EOF TO TRUE                       001039
052050                 NOT AT END                                       001040
052100                     IF LEV-EMP-ID OF LEAVE-EVENT-RECORD          001041
052150                             NOT = WS-KEY-ID                      001042
052200                         SET WS-LEV-EOF TO TRUE                   001043
052250                     ELSE                                         001044
052300                         IF LEV-STATUS                            001045
052350                                 OF LEAVE-EVENT-RECORD = "O"      001046
052400                             MOVE FUNCTION CURRENT-DATE (1:8)     001047
052450                                 TO LEV-ACTUAL-RETURN             001048
052500                                 OF LEAVE-EVENT-RECORD            001049
052550                             MOVE "C" TO LEV-STATUS               001050
052600                                 OF LEAVE-EVENT-RECORD            001051
052650                             REWRITE LEAVE-EVENT-RECORD           001052
052700                             SET WS-LEV-EOF TO TRUE               001053
052750                         END-IF                                   001054
052800                     END-IF                                       001055
052850             END-READ                                             001056
052900         END-PERFORM                                              001057
052950         CLOSE LEAVE-EVENTS                                       001058
053000     END-IF.                                                      001059
053050* Cancel every transaction held for the employee with the         001060
053100* effective date the cancel carries                               001061
053150 5500-CANCEL-HELD-TRANSACTION.                                    001062
053200     MOVE ZERO TO WS-CANCEL-HITS.                                 001063
053250     PERFORM VARYING WS-HELD-IDX FROM 1 BY 1                      001064
053300             UNTIL WS-HELD-IDX > WS-HELD-CNT                      001065
053350         IF HELD-STATE (WS-HELD-IDX) = SPACE AND                  001066
053400                 FUT-EMP-ID (WS-HELD-IDX) = TXN-EMP-ID AND        001067
053450                 FUT-EFF-DATE (WS-HELD-IDX) = TXN-EFF-DATE        001068
053500             MOVE "X" TO HELD-STATE (WS-HELD-IDX)                 001069
053550             ADD 1 TO WS-CANCEL-HITS                              001070
053600         END-IF                                                   001071
053650     END-PERFORM.                                                 001072
053700     IF WS-CANCEL-HITS = ZERO                                     001073
053750         MOVE "NO HELD TXN FOR THAT DATE" TO REG-REASON           001074
053800         PERFORM 6000-REJECT-TRANSACTION                          001075
053850     ELSE                                                         001076
053900         PERFORM 1700-SAVE-HELD-TRANSACTIONS                      001077
053950         ADD WS-CANCEL-HITS TO WS-CANCEL-CNT                      001078
054000         MOVE "CANCELLED" TO REG-DISP                             001079
054050         MOVE "HELD FOR" TO HRS-TEXT                              001080
054100         MOVE TXN-EFF-DATE TO HRS-DATE                            001081
054150         MOVE WS-HOLD-REASON TO REG-REASON                        001082
054200         WRITE EMP-MAINT-REG-LINE FROM WS-REG-DETAIL              001083
054250         MOVE SPACES TO REG-REASON                                001084
054300     END-IF.                                                      001085
054350* Write a rejected register line with its reason                  001086
054400 6000-REJECT-TRANSACTION.                                         001087
054450     ADD 1 TO WS-REJECT-CNT.                                      001088
054500     MOVE "REJECTED" TO REG-DISP.                                 001089
054550     WRITE EMP-MAINT-REG-LINE FROM WS-REG-DETAIL.                 001090
054600     MOVE SPACES TO REG-REASON.                                   001091
054650* Write an applied register line                                  001092
054700 6500-REGISTER-APPLIED.                                           001093
054750     ADD 1 TO WS-APPLIED-CNT.                                     001094
054800     MOVE "APPLIED" TO REG-DISP.                                  001095
054850     MOVE WS-POSN-REASON TO REG-REASON.                           001096
054900     IF WS-POSN-REASON NOT = SPACES                               001097
054950         ADD 1 TO WS-POSN-WARN-CNT                                001098
055000     ELSE                                                         001099
055050     IF WS-RELEASING                                              001100
055100         MOVE "RELEASED FROM HOLD" TO REG-REASON                  001101
055150     END-IF                                                       001102
055200     END-IF.                                                      001103
055250     WRITE EMP-MAINT-REG-LINE FROM WS-REG-DETAIL.                 001104
055300     MOVE SPACES TO REG-REASON.                                   001105
055350* Print applied/rejected totals at the foot of the register       001106
055400 7000-PRINT-REGISTER-TOTALS.                                      001107
055450     MOVE WS-APPLIED-CNT TO FTR-APPLIED.                          001108
055500     MOVE WS-REJECT-CNT  TO FTR-REJECTED.                         001109
055550     WRITE EMP-MAINT-REG-LINE FROM SPACES.                        001110
055600     WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-1.               001111
055650     WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-2.               001112
055700     IF WS-RESTART-SKIP-CNT > ZERO                                001113
055750         MOVE WS-RESTART-SKIP-CNT TO FTR-RESTART                  001114
055800         WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-3            001115
055850     END-IF.                                                      001116
055900     IF WS-POSN-WARN-CNT > ZERO                                   001117
055950         MOVE WS-POSN-WARN-CNT TO FTR-POSN-WARN                   001118
056000         WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-4            001119
056050     END-IF.                                                      001120
056100     IF WS-HOLD-CNT > ZERO                                        001121
056150         MOVE WS-HOLD-CNT TO FTR-HOLD                             001122
056200         WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-5            001123
056250     END-IF.                                                      001124
056300     IF WS-RELEASE-CNT > ZERO                                     001125
056350         MOVE WS-RELEASE-CNT TO FTR-RELEASE                       001126
056400         WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-6            001127
056450     END-IF.                                                      001128
056500     IF WS-CANCEL-CNT > ZERO                                      001129
056550         MOVE WS-CANCEL-CNT TO FTR-CANCEL                         001130
056600         WRITE EMP-MAINT-REG-LINE FROM WS-REG-FOOTER-7            001131
056650     END-IF.                                                      001132
056700* Write an audit record covering both fields set on an ADD        001133
056750 9100-AUDIT-ADD.                                                  001134
056800     MOVE SPACES TO WS-OLD-NAME.                                  001135
056850     MOVE ZERO   TO WS-OLD-AGE.                                   001136
056900     MOVE "EMP-NAME" TO AUD-FIELD.                                001137
056950     PERFORM 9900-WRITE-AUDIT-NAME.                               001138
057000     MOVE "EMP-AGE"  TO AUD-FIELD.                                001139
057050     PERFORM 9900-WRITE-AUDIT-AGE.                                001140
057100     MOVE SPACES TO WS-OLD-DEPT.                                  001141
057150     MOVE "EMP-DEPT" TO AUD-FIELD.                                001142
057200     PERFORM 9900-WRITE-AUDIT-DEPT.                               001143
057250     MOVE ZERO TO WS-OLD-BIRTH.                                   001144
057300     MOVE "EMP-BIRTH" TO AUD-FIELD.                               001145
057350     PERFORM 9900-WRITE-AUDIT-BIRTH.                              001146
057400     IF WS-NEW-SUPV NOT = SPACES                                  001147
057450         MOVE SPACES TO WS-OLD-SUPV                               001148
057500         MOVE "EMP-SUPV" TO AUD-FIELD                             001149
057550         PERFORM 9900-WRITE-AUDIT-SUPV                            001150
057600     END-IF.                                                      001151
057650     MOVE SPACE TO WS-OLD-STATUS.                                 001152
057700     MOVE "A"   TO WS-TARGET-STATUS.                              001153
057750     PERFORM 9400-AUDIT-STATUS.                                   001154
057800* Write an audit record for each field actually changed           001155
057850 9200-AUDIT-CHANGE.                                               001156
057900     IF WS-OLD-NAME NOT = WS-NEW-NAME                             001157
057950         MOVE "EMP-NAME" TO AUD-FIELD                             001158
058000         PERFORM 9900-WRITE-AUDIT-NAME                            001159
058050     END-IF.                                                      001160
058100     IF WS-OLD-AGE NOT = WS-NEW-AGE                               001161
058150         MOVE "EMP-AGE" TO AUD-FIELD                              001162
058200         PERFORM 9900-WRITE-AUDIT-AGE                             001163
058250     END-IF.                                                      001164
058300     IF WS-OLD-DEPT NOT = WS-NEW-DEPT                             001165
058350         MOVE "EMP-DEPT" TO AUD-FIELD                             001166
058400         PERFORM 9900-WRITE-AUDIT-DEPT                            001167
058450     END-IF.                                                      001168
058500     IF WS-OLD-BIRTH NOT = WS-NEW-BIRTH                           001169
058550         MOVE "EMP-BIRTH" TO AUD-FIELD                            001170
058600         PERFORM 9900-WRITE-AUDIT-BIRTH                           001171
058650     END-IF.                                                      001172
058700     IF WS-OLD-SUPV NOT = WS-NEW-SUPV                             001173
058750         MOVE "EMP-SUPV" TO AUD-FIELD                             001174
058800         PERFORM 9900-WRITE-AUDIT-SUPV                            001175
058850     END-IF.                                                      001176
058900* Write an audit record for a status change                       001177
058950 9400-AUDIT-STATUS.                                               001178
059000     MOVE "EMP-STATUS" TO AUD-FIELD.                              001179
059050     MOVE WS-OLD-STATUS    TO AUD-OLD-VALUE.                      001180
059100     MOVE WS-TARGET-STATUS TO AUD-NEW-VALUE.                      001181
059150     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001182
059200* Common audit-record writers for the name and age fields         001183
059250 9900-WRITE-AUDIT-NAME.                                           001184
059300     MOVE WS-OLD-NAME TO AUD-OLD-VALUE.                           001185
059350     MOVE WS-NEW-NAME TO AUD-NEW-VALUE.                           001186
059400     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001187
059450 9900-WRITE-AUDIT-AGE.                                            001188
059500     MOVE WS-OLD-AGE TO AUD-OLD-VALUE.                            001189
059550     MOVE WS-NEW-AGE TO AUD-NEW-VALUE.                            001190
059600     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001191
059650 9900-WRITE-AUDIT-DEPT.                                           001192
059700     MOVE WS-OLD-DEPT TO AUD-OLD-VALUE.                           001193
059750     MOVE WS-NEW-DEPT TO AUD-NEW-VALUE.                           001194
059800     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001195
059850 9900-WRITE-AUDIT-BIRTH.                                          001196
059900     MOVE WS-OLD-BIRTH TO AUD-OLD-VALUE.                          001197
059950     MOVE WS-NEW-BIRTH TO AUD-NEW-VALUE.                          001198
060000     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001199
060050 9900-WRITE-AUDIT-SUPV.                                           001200
060100     MOVE WS-OLD-SUPV TO AUD-OLD-VALUE.                           001201
060150     MOVE WS-NEW-SUPV TO AUD-NEW-VALUE.                           001202
060200     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           001203
060250* Stamp the key, userid and timestamp and write the audit record  001204
060300 9950-COMPLETE-AUDIT-WRITE.                                       001205
060350     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP.           001206
060400     MOVE WS-KEY-ID    TO AUD-EMP-ID.                             001207
060450     MOVE WS-USERID    TO AUD-USERID.                             001208
060500     MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.                          001209
060550     ADD 1 TO WS-AUDIT-SEQ.                                       001210
060600     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NBR.                            001211
060650     PERFORM 9960-COMPUTE-AUDIT-CHECK.                            001212
060700     MOVE WS-CHECK-WORK TO AUD-CHECK-VAL.                         001213
060750     WRITE EMP-AUDIT-RECORD.                                      001214
060800     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK.                        001215
060850* Append this run's records-read/records-written to the shared    001216
060900* run-log for the nightly batch-window reconciliation             001217
060950 8000-WRITE-RUN-LOG.                                              001218
061000     OPEN EXTEND RUN-LOG.                                         001219
061050     IF WS-RUNLOG-STATUS = "35"                                   001220
061100         OPEN OUTPUT RUN-LOG                                      001221
061150     END-IF.                                                      001222
061200     MOVE "EMPMNTB" TO RUNLOG-PROGRAM.                            001223
061250     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       001224
061300     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     001225
061350     MOVE WS-APPLIED-CNT TO RUNLOG-RECORDS-WRITTEN.               001226
061400     WRITE RUN-LOG-RECORD.                                        001227
061450     CLOSE RUN-LOG.                                               001228
061500* Resume from the last checkpoint, if there is one, by            001229
061550* reading every record on the checkpoint file and keeping the     001230
061600* last one seen. A checkpoint left by a normal completion         001231
061650* does not count as an in-progress run to resume                  001232
061700 1000-RESTART-FROM-CHECKPOINT.                                    001233
061750     OPEN INPUT TXN-CHECKPOINT.                                   001234
061800     IF WS-CKPT-STATUS = "35"                                     001235
061850         MOVE "Y" TO WS-CKPT-EOF-SW                               001236
061900     END-IF.                                                      001237
061950     PERFORM UNTIL WS-CKPT-EOF                                    001238
062000         READ TXN-CHECKPOINT                                      001239
062050             AT END                                               001240
062100                 SET WS-CKPT-EOF TO TRUE                          001241
062150             NOT AT END                                           001242
062200                 MOVE CKPT-TXN-NBR TO WS-LAST-CKPT-NBR            001243
062250                 MOVE CKPT-RUN-STATUS TO WS-LAST-CKPT-STATUS      001244
062300                 SET WS-FOUND-CKPT TO TRUE                        001245
062350         END-READ                                                 001246
062400     END-PERFORM.                                                 001247
062450     CLOSE TXN-CHECKPOINT.                                        001248
062500     IF WS-FOUND-CKPT AND WS-LAST-CKPT-STATUS = "R"               001249
062550         MOVE WS-LAST-CKPT-NBR TO WS-RESUME-AFTER                 001250
062600         DISPLAY "Resuming the HR feed after transaction "        001251
062650             WS-RESUME-AFTER "."                                  001252
062700     END-IF.                                                      001253
062750* Load the transactions held on EMPFUTR by earlier runs           001254
062800 1500-LOAD-HELD-TRANSACTIONS.                                     001255
062850     OPEN INPUT EMP-FUTURE-TXNS.                                  001256
062900     PERFORM UNTIL WS-HELD-EOF                                    001257
062950             OR WS-HELD-CNT = WS-MAX-HELD                         001258
063000         READ EMP-FUTURE-TXNS                                     001259
063050             AT END                                               001260
063100                 SET WS-HELD-EOF TO TRUE                          001261
063150             NOT AT END                                           001262
063200                 ADD 1 TO WS-HELD-CNT                             001263
063250                 MOVE EMP-FUTURE-FILE-REC                         001264
063300                     TO HELD-ENTRY (WS-HELD-CNT)                  001265
063350                 MOVE SPACE TO HELD-STATE (WS-HELD-CNT)           001266
063400         END-READ                                                 001267
063450     END-PERFORM.                                                 001268
063500     CLOSE EMP-FUTURE-TXNS.                                       001269
063550* Apply every held transaction whose effective date has           001270
063600* arrived, ahead of the feed and through the same edits, audit    001271
063650* and register as a feed transaction. Each is taken off the       001272
063700* held file as it is applied or rejected                          001273
063750 1600-RELEASE-DUE-TRANSACTIONS.                                   001274
063800     SET WS-RELEASING TO TRUE.                                    001275
063850     PERFORM VARYING WS-HELD-IDX FROM 1 BY 1                      001276
063900             UNTIL WS-HELD-IDX > WS-HELD-CNT                      001277
063950         IF HELD-STATE (WS-HELD-IDX) = SPACE AND                  001278
064000                 FUT-EFF-DATE (WS-HELD-IDX) <= WS-RUN-DATE-NUM    001279
064050             MOVE HELD-ENTRY (WS-HELD-IDX) (1:56)                 001280
064100                 TO EMP-TRANSACTION-REC                           001281
064150             MOVE "R" TO HELD-STATE (WS-HELD-IDX)                 001282
064200             ADD 1 TO WS-RELEASE-CNT                              001283
064250             PERFORM 2000-APPLY-TRANSACTION                       001284
064300             PERFORM 1700-SAVE-HELD-TRANSACTIONS                  001285
064350         END-IF                                                   001286
064400     END-PERFORM.                                                 001287
064450     MOVE "N" TO WS-RELEASING-SW.                                 001288
064500* Rewrite EMPFUTR with the transactions still held                001289
064550 1700-SAVE-HELD-TRANSACTIONS.                                     001290
064600     OPEN OUTPUT EMP-FUTURE-TXNS.                                 001291
064650     PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1                      001292
064700             UNTIL WS-SAVE-IDX > WS-HELD-CNT                      001293
064750         IF HELD-STATE (WS-SAVE-IDX) = SPACE                      001294
064800             MOVE HELD-ENTRY (WS-SAVE-IDX) (1:64)                 001295
064850                 TO EMP-FUTURE-FILE-REC                           001296
064900             WRITE EMP-FUTURE-FILE-REC                            001297
064950         END-IF                                                   001298
065000     END-PERFORM.                                                 001299
065050     CLOSE EMP-FUTURE-TXNS.                                       001300
065100* Append the feed position as an in-progress checkpoint once      001301
065150* the transaction in hand has committed                           001302
065200 2900-WRITE-TXN-CHECKPOINT.                                       001303
065250     MOVE WS-TXN-NBR TO CKPT-TXN-NBR.                             001304
065300     MOVE FUNCTION CURRENT-DATE (1:14) TO CKPT-TIMESTAMP.         001305
065350     MOVE "R" TO CKPT-RUN-STATUS.                                 001306
065400     WRITE TXN-CHECKPOINT-REC.                                    001307
065450* Reset the checkpoint file to a single run-complete sentinel     001308
065500* on normal completion, so the next feed night starts at the      001309
065550* top instead of resuming past the end                            001310
065600 2950-WRITE-COMPLETION-CHECKPOINT.                                001311
065650     OPEN OUTPUT TXN-CHECKPOINT.                                  001312
065700     MOVE WS-TXN-NBR TO CKPT-TXN-NBR.                             001313
065750     MOVE FUNCTION CURRENT-DATE (1:14) TO CKPT-TIMESTAMP.         001314
065800     MOVE "C" TO CKPT-RUN-STATUS.                                 001315
065850     WRITE TXN-CHECKPOINT-REC.                                    001316
065900     CLOSE TXN-CHECKPOINT.                                        001317
065950* Pre-pass over the feed before anything is applied - the         001318
066000* first record must be an HDR carrying tonight's business         001319
066050* date, the last a TRL whose count matches the data records       001320
066100* between them, and a date RUNCTL already shows processed is      001321
066150* refused, so a truncated transfer or a re-staged file fails      001322
066200* the step instead of processing without a murmur                 001323
066250 0300-VALIDATE-FEED-CONTROLS.                                     001324
066300     MOVE "N" TO WS-FEED-EOF-SW.                                  001325
066350     OPEN INPUT EMP-TRANSACTIONS.                                 001326
066400     PERFORM UNTIL WS-FEED-EOF                                    001327
066450         READ EMP-TRANSACTIONS INTO EMP-TRANSACTION-REC           001328
066500             AT END                                               001329
066550                 SET WS-FEED-EOF TO TRUE                          001330
066600             NOT AT END                                           001331
066650                 PERFORM 0310-CHECK-ONE-FEED-RECORD               001332
066700         END-READ                                                 001333
066750     END-PERFORM.                                                 001334
066800     CLOSE EMP-TRANSACTIONS.                                      001335
066850     PERFORM 0350-CHECK-FEED-TOTALS.                              001336
066900* Sort one feed record into header, trailer or data               001337
066950 0310-CHECK-ONE-FEED-RECORD.                                      001338
067000     MOVE EMP-TRANSACTION-REC (1:11) TO WS-FEED-CTL-REC.          001339
067050     EVALUATE FCTL-TYPE                                           001340
067100         WHEN "HDR"                                               001341
067150             SET WS-HDR-SEEN TO TRUE                              001342
067200             IF FCTL-DATE IS NUMERIC                              001343
067250                 MOVE FCTL-DATE TO WS-FEED-DATE                   001344
067300             END-IF                                               001345
067350         WHEN "TRL"                                               001346
067400             SET WS-TRL-SEEN TO TRUE                              001347
067450             IF FCTL-COUNT IS NUMERIC                             001348
067500                 MOVE FCTL-COUNT TO WS-TRL-COUNT                  001349
067550             END-IF                                               001350
067600         WHEN OTHER                                               001351
067650             ADD 1 TO WS-FEED-DATA-CNT                            001352
067700     END-EVALUATE.                                                001353
067750* The whole set of control checks - any failure abandons the      001354
067800* step before a record is applied                                 001355
067850 0350-CHECK-FEED-TOTALS.                                          001356
067900     MOVE "Y" TO WS-FEED-VALID-SW.                                001357
067950     IF NOT WS-HDR-SEEN                                           001358
068000         DISPLAY "EMPTXN feed carries no header record."          001359
068050         MOVE "N" TO WS-FEED-VALID-SW                             001360
068100     END-IF.                                                      001361
068150     IF NOT WS-TRL-SEEN                                           001362
068200         DISPLAY "EMPTXN feed carries no trailer record."         001363
068250         MOVE "N" TO WS-FEED-VALID-SW                             001364
068300     END-IF.                                                      001365
068350     IF WS-TRL-SEEN AND                                           001366
068400             WS-TRL-COUNT NOT = WS-FEED-DATA-CNT                  001367
068450         DISPLAY "EMPTXN trailer count " WS-TRL-COUNT             001368
068500             " does not match records read "                      001369
068550             WS-FEED-DATA-CNT "."                                 001370
068600         MOVE "N" TO WS-FEED-VALID-SW                             001371
068650     END-IF.                                                      001372
068700     IF WS-HDR-SEEN AND                                           001373
068750             WS-FEED-DATE NOT = WS-RUN-DATE-CTL                   001374
068800         DISPLAY "EMPTXN header date " WS-FEED-DATE               001375
068850             " is stale for run date " WS-RUN-DATE-CTL "."        001376
068900         MOVE "N" TO WS-FEED-VALID-SW                             001377
068950     END-IF.                                                      001378
069000     IF WS-HDR-SEEN AND WS-FEED-VALID                             001379
069050         PERFORM 0360-CHECK-DATE-PROCESSED                        001380
069100         IF WS-DATE-DONE                                          001381
069150             DISPLAY "EMPTXN business date " WS-FEED-DATE         001382
069200                 " was already processed per RUNCTL."             001383
069250             MOVE "N" TO WS-FEED-VALID-SW                         001384
069300         END-IF                                                   001385
069350     END-IF.                                                      001386
069400* Was this business date already consumed by a prior run          001387
069450 0360-CHECK-DATE-PROCESSED.                                       001388
069500     MOVE "N" TO WS-DATE-DONE-SW.                                 001389
069550     MOVE "N" TO WS-RCTL-EOF-SW.                                  001390
069600     OPEN INPUT RUN-CONTROL-IN.                                   001391
069650     PERFORM UNTIL WS-RCTL-EOF                                    001392
069700         READ RUN-CONTROL-IN                                      001393
069750             AT END                                               001394
069800                 SET WS-RCTL-EOF TO TRUE                          001395
069850             NOT AT END                                           001396
069900                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             001397
069950                         = WS-FEED-DATE AND                       001398
070000                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       001399
070050                         = "EMPTXN" AND                           001400
070100                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    001401
070150                     SET WS-DATE-DONE TO TRUE                     001402
070200                 END-IF                                           001403
070250         END-READ                                                 001404
070300     END-PERFORM.                                                 001405
070350     CLOSE RUN-CONTROL-IN.                                        001406
070400* Record the feed's business date as consumed, so the same        001407
070450* file re-staged tomorrow is refused                              001408
070500 8920-MARK-FEED-PROCESSED.                                        001409
070550     OPEN EXTEND RUN-CONTROL.                                     001410
070600     IF WS-RUNCTL-STATUS = "35"                                   001411
070650         OPEN OUTPUT RUN-CONTROL                                  001412
070700     END-IF.                                                      001413
070750     MOVE WS-FEED-DATE                                            001414
070800         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       001415
070850     MOVE "EMPTXN" TO RC-STEP-NAME OF RUN-CONTROL-REC.            001416
070900     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        001417
070950     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         001418
071000     MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC.                    001419
071050     MOVE FUNCTION CURRENT-DATE (1:14)                            001420
071100         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      001421
071150     WRITE RUN-CONTROL-REC.                                       001422
071200     CLOSE RUN-CONTROL.                                           001423
071250* Ask the processing calendar whether this step runs tonight -    001424
071300* a holiday date skips it, and a weekly/monthly/month-end         001425
071350* frequency skips the nights between. A skipped step writes a     001426
071400* K run-control record so the status report and the restart       001427
071450* logic still account for it. No calendar file, or no             001428
071500* frequency record for this step, means run nightly as before     001429
071550 0180-CHECK-PROCESS-CALENDAR.                                     001430
071600     MOVE "N" TO WS-CAL-SKIP-SW.                                  001431
071650     MOVE "N" TO WS-CAL-EOF-SW.                                   001432
071700     MOVE "D" TO WS-CAL-FREQ.                                     001433
071750     MOVE ZERO TO WS-CAL-DAY.                                     001434
071800     OPEN INPUT PROCESS-CALENDAR.                                 001435
071850     PERFORM UNTIL WS-CAL-EOF                                     001436
071900         READ PROCESS-CALENDAR                                    001437
071950             AT END                                               001438
072000                 SET WS-CAL-EOF TO TRUE                           001439
072050             NOT AT END                                           001440
072100                 IF CAL-REC-TYPE = "H" AND                        001441
072150                         CAL-DATE = WS-RUN-DATE-CTL               001442
072200                     SET WS-CAL-SKIP TO TRUE                      001443
072250                 END-IF                                           001444
072300                 IF CAL-REC-TYPE = "F" AND                        001445
072350                         CAL-STEP = "EMPMNTB"                     001446
072400                     MOVE CAL-FREQ TO WS-CAL-FREQ                 001447
072450                     MOVE CAL-DAY TO WS-CAL-DAY                   001448
072500                 END-IF                                           001449
072550         END-READ                                                 001450
072600     END-PERFORM.                                                 001451
072650     CLOSE PROCESS-CALENDAR.                                      001452
072700     IF NOT WS-CAL-SKIP                                           001453
072750         PERFORM 0190-TEST-STEP-FREQUENCY                         001454
072800     END-IF.                                                      001455
072850     IF WS-CAL-SKIP                                               001456
072900         MOVE "CALSKIP" TO WS-STEP-REASON                         001457
072950         PERFORM 8960-SET-RETURN-CODE                             001458
073000         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 001459
073050         PERFORM 8950-WRITE-RUN-CONTROL                           001460
073100         DISPLAY "EMPMNTB skipped per processing calendar."       001461
073150     END-IF.                                                      001462
073200* Does the step's frequency land on tonight - weekly runs on      001463
073250* its day of week, monthly on its day of month, month-end         001464
073300* when tomorrow is a new month                                    001465
073350 0190-TEST-STEP-FREQUENCY.                                        001466
073400     COMPUTE WS-CAL-INT-DATE =                                    001467
073450         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              001468
073500     EVALUATE WS-CAL-FREQ                                         001469
073550         WHEN "W"                                                 001470
073600             COMPUTE WS-CAL-DOW = FUNCTION MOD                    001471
073650                 (WS-CAL-INT-DATE - 1, 7) + 1                     001472
073700             IF WS-CAL-DOW NOT = WS-CAL-DAY                       001473
073750                 SET WS-CAL-SKIP TO TRUE                          001474
073800             END-IF                                               001475
073850         WHEN "M"                                                 001476
073900             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          001477
073950                 SET WS-CAL-SKIP TO TRUE                          001478
074000             END-IF                                               001479
074050         WHEN "E"                                                 001480
074100             COMPUTE WS-CAL-NEXT-DATE =                           001481
074150                 FUNCTION DATE-OF-INTEGER                         001482
074200                 (WS-CAL-INT-DATE + 1)                            001483
074250             IF WS-CAL-NEXT-DATE (5:2) =                          001484
074300                     WS-RUN-DATE-CTL (5:2)                        001485
074350                 SET WS-CAL-SKIP TO TRUE                          001486
074400             END-IF                                               001487
074450         WHEN OTHER                                               001488
074500             CONTINUE                                             001489
074550     END-EVALUATE.                                                001490
074600* See whether this step already completed for tonight's run       001491
074650 0100-CHECK-RUN-CONTROL.                                          001492
074700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         001493
074750     OPEN INPUT RUN-CONTROL-IN.                                   001494
074800     PERFORM UNTIL WS-RCTL-EOF                                    001495
074850         READ RUN-CONTROL-IN                                      001496
074900             AT END                                               001497
074950                 SET WS-RCTL-EOF TO TRUE                          001498
075000             NOT AT END                                           001499
075050                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             001500
075100                         = WS-RUN-DATE-CTL AND                    001501
075150                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       001502
075200                         = "EMPMNTB" AND                          001503
075250                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    001504
075300                     SET WS-STEP-DONE TO TRUE                     001505
075350                 END-IF                                           001506
075400         END-READ                                                 001507
075450     END-PERFORM.                                                 001508
075500     CLOSE RUN-CONTROL-IN.                                        001509
075550* Record this step as started for tonight's run                   001510
075600 0200-MARK-STEP-STARTED.                                          001511
075650     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    001512
075700     PERFORM 8950-WRITE-RUN-CONTROL.                              001513
075750* Record how this step ended for tonight's run - a C record       001514
075800* when its return code is below 8 (clean or warning), an F        001515
075850* record for a failure so a resubmitted night runs it again       001516
075900 8900-MARK-STEP-COMPLETE.                                         001517
075950     PERFORM 8960-SET-RETURN-CODE.                                001518
076000     IF WS-STEP-RC < 8                                            001519
076050         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 001520
076100     ELSE                                                         001521
076150         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 001522
076200     END-IF.                                                      001523
076250     PERFORM 8950-WRITE-RUN-CONTROL.                              001524
076300* Stamp and append one run-control record                         001525
076350 8950-WRITE-RUN-CONTROL.                                          001526
076400     OPEN EXTEND RUN-CONTROL.                                     001527
076450     IF WS-RUNCTL-STATUS = "35"                                   001528
076500         OPEN OUTPUT RUN-CONTROL                                  001529
076550     END-IF.                                                      001530
076600     MOVE WS-RUN-DATE-CTL                                         001531
076650         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       001532
076700     MOVE "EMPMNTB" TO RC-STEP-NAME OF RUN-CONTROL-REC.           001533
076750     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        001534
076800     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         001535
076850     MOVE FUNCTION CURRENT-DATE (1:14)                            001536
076900         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      001537
076950     WRITE RUN-CONTROL-REC.                                       001538
077000     CLOSE RUN-CONTROL.                                           001539
077050* Classify this step's reason through the shared severity         001540
077100* table and pass the standard return code back to the job         001541
077150* step. No reason set means a clean run; a reason missing         001542
077200* from the table is treated as abend-worthy                       001543
077250 8960-SET-RETURN-CODE.                                            001544
077300     IF WS-STEP-REASON = SPACES                                   001545
077350         MOVE "CLEAN" TO WS-STEP-REASON                           001546
077400     END-IF.                                                      001547
077450     MOVE 12 TO WS-STEP-RC.                                       001548
077500     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       001549
077550             UNTIL WS-SEV-IDX > WS-SEV-MAX                        001550
077600         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              001551
077650             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               001552
077700         END-IF                                                   001553
077750     END-PERFORM.                                                 001554
077800     MOVE WS-STEP-RC TO RETURN-CODE.                              001555
077850                                                                  001556
077900* Chain the check value - the prior record's check folded         001557
077950* with every byte of this record's content and its sequence       001558
078000* number, so an edited or missing line breaks the chain           001559
078050 9960-COMPUTE-AUDIT-CHECK.                                        001560
078100     MOVE WS-PRIOR-CHECK TO WS-CHECK-WORK.                        001561
078150     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1                       001562
078200             UNTIL WS-CHK-IDX > WS-AUDIT-BODY-LEN                 001563
078250         COMPUTE WS-CHECK-WORK = FUNCTION MOD (                   001564
078300             WS-CHECK-WORK * 31 + FUNCTION ORD (                  001565
078350             EMP-AUDIT-RECORD (WS-CHK-IDX:1)),                    001566
078400             WS-CHECK-MODULUS)                                    001567
078450     END-PERFORM.                                                 001568
078500     COMPUTE WS-CHECK-WORK = FUNCTION MOD (                       001569
078550         WS-CHECK-WORK + AUD-SEQ-NBR, WS-CHECK-MODULUS).          001570
