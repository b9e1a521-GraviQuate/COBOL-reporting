000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. PRIV-ANON.                                           000002
000200* Privacy anonymization of long-departed people - sweeps          000003
000250* EMPLOYEE-MASTER for employees terminated (status T) and         000004
000300* STUDENT-MASTER for students withdrawn or graduated (W or G)     000005
000350* longer ago than the retention years on the PRIVPRM card, and    000006
000400* replaces their personal fields with placeholders while the      000007
000450* EMP-ID and student id stay, so grade history, enrollments,      000008
000500* audit trails and statistics still join. An employee loses       000009
000550* name, birth date, age and salary; a student loses name. The     000010
000600* departure date is the employee row's effective date, which      000011
000650* the termination restamps, and for a student the end date of     000012
000700* the latest term enrolled on ENRLMAST. A row with no date to     000013
000750* go by is held and listed, never anonymized. Every employee      000014
000800* field replaced is written to EMPAUDIT in the usual field        000015
000850* format, and every student anonymized as an STU-ANON record      000016
000900* carrying the student id, all on the EMPAUDIT check-value        000017
000950* chain. The run mode defaults to trial - the register lists      000018
001000* who would be anonymized and nothing is touched until the        000019
001050* card says apply. The register carries ids only, so it never     000020
001100* becomes a copy of what was removed                              000021
001150 ENVIRONMENT DIVISION.                                            000022
001200 INPUT-OUTPUT SECTION.                                            000023
001250 FILE-CONTROL.                                                    000024
001300* Retention policy - run mode T trial or A apply, and the years   000025
001350* an employee and a student must have been gone. Optional; a      000026
001400* missing card runs a trial on the default years                  000027
001450     SELECT OPTIONAL PRIVACY-PARAMETERS ASSIGN TO "PRIVPRM"       000028
001500         ORGANIZATION IS LINE SEQUENTIAL.                         000029
001550     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000030
001600         ORGANIZATION IS INDEXED                                  000031
001650         ACCESS MODE IS DYNAMIC                                   000032
001700         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000033
001750     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000034
001800         ORGANIZATION IS INDEXED                                  000035
001850         ACCESS MODE IS DYNAMIC                                   000036
001900         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000037
001950* Enrollment and term masters - a student's departure date is     000038
002000* the end of the latest term they were enrolled in                000039
002050     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"                000040
002100         ORGANIZATION IS INDEXED                                  000041
002150         ACCESS MODE IS DYNAMIC                                   000042
002200         RECORD KEY IS ENRL-KEY OF ENROLLMENT-MASTER-RECORD.      000043
002250     SELECT TERM-MASTER ASSIGN TO "TERMMAST"                      000044
002300         ORGANIZATION IS INDEXED                                  000045
002350         ACCESS MODE IS DYNAMIC                                   000046
002400         RECORD KEY IS TERM-CODE OF TERM-MASTER-RECORD.           000047
002450* Change-audit log - one record per field replaced                000048
002500     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000049
002550         ORGANIZATION IS LINE SEQUENTIAL                          000050
002600         FILE STATUS IS WS-AUDIT-STATUS.                          000051
002650* Printed anonymization register                                  000052
002700     SELECT ANON-REGISTER ASSIGN TO "PRIVREG"                     000053
002750         ORGANIZATION IS LINE SEQUENTIAL.                         000054
002800* Run-level control-total log - every batch program appends its   000055
002850* records-read/written counts here for nightly reconciliation     000056
002900     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000057
002950         ORGANIZATION IS LINE SEQUENTIAL                          000058
003000         FILE STATUS IS WS-RUNLOG-STATUS.                         000059
003050 DATA DIVISION.                                                   000060
003100 FILE SECTION.                                                    000061
003150 FD  PRIVACY-PARAMETERS.                                          000062
003200 01  PRIVACY-PARAMETER-REC.                                       000063
003250     05  CTL-RUN-MODE   PIC X.                                    000064
003300     05  CTL-EMP-YEARS  PIC 99.                                   000065
003350     05  CTL-STU-YEARS  PIC 99.                                   000066
003400 FD  EMPLOYEE-MASTER.                                             000067
003450 01  EMPLOYEE-MASTER-RECORD.                                      000068
003500     COPY EMPREC.                                                 000069
003550 FD  STUDENT-MASTER.                                              000070
003600 01  STUDENT-MASTER-RECORD.                                       000071
003650     COPY STUREC.                                                 000072
003700 FD  ENROLLMENT-MASTER.                                           000073
003750 01  ENROLLMENT-MASTER-RECORD.                                    000074
003800     COPY ENRLREC.                                                000075
003850 FD  TERM-MASTER.                                                 000076
003900 01  TERM-MASTER-RECORD.                                          000077
003950     COPY TERMREC.                                                000078
004000 FD  EMP-AUDIT-LOG.                                               000079
004050 01  EMP-AUDIT-RECORD.                                            000080
004100     COPY AUDITREC.                                               000081
004150 FD  ANON-REGISTER.                                               000082
004200 01  ANON-REGISTER-LINE  PIC X(80).                               000083
004250 FD  RUN-LOG.                                                     000084
004300 01  RUN-LOG-RECORD.                                              000085
004350     COPY RUNLOGREC.                                              000086
004400 WORKING-STORAGE SECTION.                                         000087
004450 01  WS-RUNLOG-STATUS  PIC XX.                                    000088
004500 01  WS-AUDIT-STATUS   PIC XX.                                    000089
004550 01  WS-EOF-SW         PIC X VALUE "N".                           000090
004600     88  WS-AT-EOF     VALUE "Y".                                 000091
004650 01  WS-ENRL-EOF-SW    PIC X VALUE "N".                           000092
004700     88  WS-ENRL-EOF   VALUE "Y".                                 000093
004750 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000094
004800 01  WS-ANON-CNT       PIC 9(7) VALUE ZERO.                       000095
004850 01  WS-FAIL-CNT       PIC 9(5) VALUE ZERO.                       000096
004900 01  WS-EMP-READ-CNT   PIC 9(7) VALUE ZERO.                       000097
004950 01  WS-EMP-ANON-CNT   PIC 9(7) VALUE ZERO.                       000098
005000 01  WS-EMP-HELD-CNT   PIC 9(7) VALUE ZERO.                       000099
005050 01  WS-EMP-DONE-CNT   PIC 9(7) VALUE ZERO.                       000100
005100 01  WS-STU-READ-CNT   PIC 9(7) VALUE ZERO.                       000101
005150 01  WS-STU-ANON-CNT   PIC 9(7) VALUE ZERO.                       000102
005200 01  WS-STU-HELD-CNT   PIC 9(7) VALUE ZERO.                       000103
005250 01  WS-STU-DONE-CNT   PIC 9(7) VALUE ZERO.                       000104
005300* Run mode - trial unless the PRIVPRM card says apply             000105
005350 01  WS-RUN-MODE       PIC X VALUE "T".                           000106
005400     88  WS-APPLY-MODE VALUE "A".                                 000107
005450* Retention years - the card's values when numeric and above      000108
005500* zero, else the defaults                                         000109
005550 01  WS-EMP-YEARS      PIC 99 VALUE 7.                            000110
005600 01  WS-STU-YEARS      PIC 99 VALUE 7.                            000111
005650* Run date and the two cutoffs it yields - anyone who left on     000112
005700* or before a cutoff is due. 29 February steps back to the 28th   000113
005750* when the cutoff year is not a leap year                         000114
005800 01  WS-RUN-DATE       PIC 9(8).                                  000115
005850 01  WS-CUTOFF-WORK.                                              000116
005900     05  WS-CUT-YYYY   PIC 9(4).                                  000117
005950     05  WS-CUT-MM     PIC 99.                                    000118
006000     05  WS-CUT-DD     PIC 99.                                    000119
006050 01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-WORK PIC 9(8).             000120
006100 01  WS-EMP-CUTOFF     PIC 9(8).                                  000121
006150 01  WS-STU-CUTOFF     PIC 9(8).                                  000122
006200* A student's departure date, found from their enrollments        000123
006250 01  WS-LEFT-DATE      PIC 9(8).                                  000124
006300 01  WS-LAST-TERM      PIC X(6).                                  000125
006350* The placeholders the personal fields are overwritten with,      000126
006400* and the old value every anonymization audit record carries      000127
006450* in place of what was removed                                    000128
006500 01  WS-PLACEHOLDER    PIC X(10) VALUE "ANONYMIZED".              000129
006550 01  WS-REMOVED-VALUE  PIC X(10) VALUE "*REMOVED*".               000130
006600 01  WS-OLD-BIRTH      PIC 9(8).                                  000131
006650 01  WS-OLD-AGE        PIC 99.                                    000132
006700 01  WS-OLD-SALARY     PIC 9(7)V99.                               000133
006750 01  WS-BIRTH-DISP     PIC 9(8).                                  000134
006800 01  WS-AGE-DISP       PIC 99.                                    000135
006850 01  WS-SALARY-DISP    PIC 9(7).99.                               000136
006900* Audit-chain state - the last sequence number and check          000137
006950* value on file, loaded at start-up and carried forward so        000138
007000* every audit record chains from the one before it                000139
007050 78  WS-CHECK-MODULUS  VALUE 999999937.                           000140
007100 78  WS-AUDIT-BODY-LEN VALUE 57.                                  000141
007150 01  WS-AUDIT-SEQ      PIC 9(7) VALUE ZERO.                       000142
007200 01  WS-PRIOR-CHECK    PIC 9(9) VALUE ZERO.                       000143
007250 01  WS-CHECK-WORK     PIC 9(12).                                 000144
007300 01  WS-CHK-IDX        PIC 99.                                    000145
007350 01  WS-CHAIN-EOF-SW   PIC X.                                     000146
007400     88  WS-CHAIN-EOF  VALUE "Y".                                 000147
007450 01  WS-AUD-EMP-ID     PIC X(5).                                  000148
007500* Anonymization carries no logged-on operator, so every audit     000149
007550* record is stamped with a fixed privacy userid                   000150
007600 01  WS-USERID         PIC X(8) VALUE "PRIVACY".                  000151
007650* Register heading, policy, detail and footer lines               000152
007700 01  WS-HDG-1.                                                    000153
007750     05  FILLER        PIC X(38)                                  000154
007800             VALUE "PRIVACY ANONYMIZATION REGISTER -".            000155
007850     05  HDG-MODE      PIC X(10).                                 000156
007900     05  FILLER        PIC X(10) VALUE "RUN DATE ".               000157
007950     05  HDG-RUN-DATE  PIC 9(8).                                  000158
008000 01  WS-POLICY-LINE.                                              000159
008050     05  POL-WHO       PIC X(28).                                 000160
008100     05  FILLER        PIC X(17) VALUE "LEFT ON/BEFORE ".         000161
008150     05  POL-CUTOFF    PIC 9(8).                                  000162
008200     05  FILLER        PIC X(3)  VALUE " (".                      000163
008250     05  POL-YEARS     PIC Z9.                                    000164
008300     05  FILLER        PIC X(7)  VALUE " YEARS)".                 000165
008350 01  WS-HDG-2.                                                    000166
008400     05  FILLER        PIC X(5)  VALUE "TYPE".                    000167
008450     05  FILLER        PIC X(11) VALUE "ID".                      000168
008500     05  FILLER        PIC X(4)  VALUE "ST".                      000169
008550     05  FILLER        PIC X(8)  VALUE "UNIT".                    000170
008600     05  FILLER        PIC X(10) VALUE "LEFT".                    000171
008650     05  FILLER        PIC X(6)  VALUE "ACTION".                  000172
008700 01  WS-DETAIL-LINE.                                              000173
008750     05  DTL-TYPE      PIC X(3).                                  000174
008800     05  FILLER        PIC X(2) VALUE SPACES.                     000175
008850     05  DTL-ID        PIC X(9).                                  000176
008900     05  FILLER        PIC X(2) VALUE SPACES.                     000177
008950     05  DTL-STATUS    PIC X.                                     000178
009000     05  FILLER        PIC X(3) VALUE SPACES.                     000179
009050     05  DTL-UNIT      PIC X(6).                                  000180
009100     05  FILLER        PIC X(2) VALUE SPACES.                     000181
009150     05  DTL-LEFT      PIC X(8).                                  000182
009200     05  FILLER        PIC X(2) VALUE SPACES.                     000183
009250     05  DTL-ACTION    PIC X(30).                                 000184
009300 01  WS-FOOTER-LINE.                                              000185
009350     05  FTR-LABEL     PIC X(34).                                 000186
009400     05  FTR-COUNT     PIC ZZZZZZ9.                               000187
009450 01  WS-TRIAL-LINE     PIC X(40)                                  000188
009500         VALUE "TRIAL RUN - NO MASTER RECORD UPDATED".            000189
009550 PROCEDURE DIVISION.                                              000190
009600 0000-MAIN.                                                       000191
009650     PERFORM 0500-LOAD-POLICY.                                    000192
009700     PERFORM 0600-SET-CUTOFF-DATES.                               000193
009750     OPEN OUTPUT ANON-REGISTER.                                   000194
009800     PERFORM 1000-PRINT-HEADINGS.                                 000195
009850     IF WS-APPLY-MODE                                             000196
009900         PERFORM 0760-LOAD-AUDIT-CHAIN                            000197
009950         OPEN EXTEND EMP-AUDIT-LOG                                000198
010000         IF WS-AUDIT-STATUS = "35"                                000199
010050             OPEN OUTPUT EMP-AUDIT-LOG                            000200
010100         END-IF                                                   000201
010150     END-IF.                                                      000202
010200     PERFORM 2000-SWEEP-EMPLOYEE-MASTER.                          000203
010250     PERFORM 3000-SWEEP-STUDENT-MASTER.                           000204
010300     IF WS-APPLY-MODE                                             000205
010350         CLOSE EMP-AUDIT-LOG                                      000206
010400     END-IF.                                                      000207
010450     PERFORM 7000-PRINT-FOOTER.                                   000208
010500     CLOSE ANON-REGISTER.                                         000209
010550     PERFORM 8000-WRITE-RUN-LOG.                                  000210
010600     IF WS-FAIL-CNT > ZERO                                        000211
010650         MOVE 8 TO RETURN-CODE                                    000212
010700     END-IF.                                                      000213
010750     STOP RUN.                                                    000214
010800* Trial unless the policy card says apply; the retention years    000215
010850* are taken from the card when they are usable                    000216
010900 0500-LOAD-POLICY.                                                000217
010950     OPEN INPUT PRIVACY-PARAMETERS.                               000218
011000     READ PRIVACY-PARAMETERS                                      000219
011050         AT END                                                   000220
011100             CONTINUE                                             000221
011150         NOT AT END                                               000222
011200             IF CTL-RUN-MODE = "A" OR CTL-RUN-MODE = "a"          000223
011250                 MOVE "A" TO WS-RUN-MODE                          000224
011300             END-IF                                               000225
011350             IF CTL-EMP-YEARS IS NUMERIC AND                      000226
011400                     CTL-EMP-YEARS > ZERO                         000227
011450                 MOVE CTL-EMP-YEARS TO WS-EMP-YEARS               000228
011500             END-IF                                               000229
011550             IF CTL-STU-YEARS IS NUMERIC AND                      000230
011600                     CTL-STU-YEARS > ZERO                         000231
011650                 MOVE CTL-STU-YEARS TO WS-STU-YEARS               000232
011700             END-IF                                               000233
011750     END-READ.                                                    000234
011800     CLOSE PRIVACY-PARAMETERS.                                    000235
011850* The run date less each retention period in whole years          000236
011900 0600-SET-CUTOFF-DATES.                                           000237
011950     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000238
012000     MOVE WS-RUN-DATE TO WS-CUTOFF-NUM.                           000239
012050     SUBTRACT WS-EMP-YEARS FROM WS-CUT-YYYY.                      000240
012100     PERFORM 0650-ADJUST-LEAP-DAY.                                000241
012150     MOVE WS-CUTOFF-NUM TO WS-EMP-CUTOFF.                         000242
012200     MOVE WS-RUN-DATE TO WS-CUTOFF-NUM.                           000243
012250     SUBTRACT WS-STU-YEARS FROM WS-CUT-YYYY.                      000244
012300     PERFORM 0650-ADJUST-LEAP-DAY.                                000245
012350     MOVE WS-CUTOFF-NUM TO WS-STU-CUTOFF.                         000246
012400 0650-ADJUST-LEAP-DAY.                                            000247
012450     IF WS-CUT-MM = 2 AND WS-CUT-DD = 29                          000248
012500         IF FUNCTION MOD (WS-CUT-YYYY, 4) NOT = ZERO              000249
012550             OR (FUNCTION MOD (WS-CUT-YYYY, 100) = ZERO AND       000250
012600                 FUNCTION MOD (WS-CUT-YYYY, 400) NOT = ZERO)      000251
012650             MOVE 28 TO WS-CUT-DD                                 000252
012700         END-IF                                                   000253
012750     END-IF.                                                      000254
012800* Register headings, with the policy in force for this run        000255
012850 1000-PRINT-HEADINGS.                                             000256
012900     IF WS-APPLY-MODE                                             000257
012950         MOVE "APPLY" TO HDG-MODE                                 000258
013000     ELSE                                                         000259
013050         MOVE "TRIAL RUN" TO HDG-MODE                             000260
013100     END-IF.                                                      000261
013150     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000262
013200     WRITE ANON-REGISTER-LINE FROM WS-HDG-1.                      000263
013250     WRITE ANON-REGISTER-LINE FROM SPACES.                        000264
013300     MOVE "EMPLOYEES TERMINATED -" TO POL-WHO.                    000265
013350     MOVE WS-EMP-CUTOFF TO POL-CUTOFF.                            000266
013400     MOVE WS-EMP-YEARS TO POL-YEARS.                              000267
013450     WRITE ANON-REGISTER-LINE FROM WS-POLICY-LINE.                000268
013500     MOVE "STUDENTS WITHDRAWN/GRADUATED" TO POL-WHO.              000269
013550     MOVE WS-STU-CUTOFF TO POL-CUTOFF.                            000270
013600     MOVE WS-STU-YEARS TO POL-YEARS.                              000271
013650     WRITE ANON-REGISTER-LINE FROM WS-POLICY-LINE.                000272
013700     WRITE ANON-REGISTER-LINE FROM SPACES.                        000273
013750     WRITE ANON-REGISTER-LINE FROM WS-HDG-2.                      000274
013800     WRITE ANON-REGISTER-LINE FROM SPACES.                        000275
013850* One pass over the employee master - every terminated row        000276
013900* gone past the cutoff is anonymized, or listed on a trial        000277
013950 2000-SWEEP-EMPLOYEE-MASTER.                                      000278
014000     IF WS-APPLY-MODE                                             000279
014050         OPEN I-O EMPLOYEE-MASTER                                 000280
014100     ELSE                                                         000281
014150         OPEN INPUT EMPLOYEE-MASTER                               000282
014200     END-IF.                                                      000283
014250     MOVE "N" TO WS-EOF-SW.                                       000284
014300     PERFORM UNTIL WS-AT-EOF                                      000285
014350         READ EMPLOYEE-MASTER NEXT RECORD                         000286
014400             AT END                                               000287
014450                 SET WS-AT-EOF TO TRUE                            000288
014500             NOT AT END                                           000289
014550                 ADD 1 TO WS-READ-CNT                             000290
014600                 ADD 1 TO WS-EMP-READ-CNT                         000291
014650                 IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = "T"    000292
014700                     PERFORM 2100-CHECK-ONE-EMPLOYEE              000293
014750                 END-IF                                           000294
014800         END-READ                                                 000295
014850     END-PERFORM.                                                 000296
014900     CLOSE EMPLOYEE-MASTER.                                       000297
014950* A row already carrying the placeholder was done by an earlier   000298
015000* run; a row with no effective date is held for a person to       000299
015050* look at rather than anonymized on a guess                       000300
015100 2100-CHECK-ONE-EMPLOYEE.                                         000301
015150     IF EMP-NAME OF EMPLOYEE-MASTER-RECORD = WS-PLACEHOLDER       000302
015200         ADD 1 TO WS-EMP-DONE-CNT                                 000303
015250     ELSE                                                         000304
015300     IF EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD NOT NUMERIC        000305
015350         PERFORM 2150-HOLD-EMPLOYEE                               000306
015400     ELSE                                                         000307
015450     IF EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD = ZERO             000308
015500         PERFORM 2150-HOLD-EMPLOYEE                               000309
015550     ELSE                                                         000310
015600     IF EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD                    000311
015650             NOT > WS-EMP-CUTOFF                                  000312
015700         PERFORM 2200-ANONYMIZE-EMPLOYEE                          000313
015750     END-IF                                                       000314
015800     END-IF                                                       000315
015850     END-IF                                                       000316
015900     END-IF.                                                      000317
015950 2150-HOLD-EMPLOYEE.                                              000318
016000     ADD 1 TO WS-EMP-HELD-CNT.                                    000319
016050     PERFORM 2300-SET-EMPLOYEE-DETAIL.                            000320
016100     MOVE "NONE" TO DTL-LEFT.                                     000321
016150     MOVE "HELD - NO TERMINATION DATE" TO DTL-ACTION.             000322
016200     WRITE ANON-REGISTER-LINE FROM WS-DETAIL-LINE.                000323
016250* Register the employee, and on apply overwrite the personal      000324
016300* fields, restamp the row and write its audit records             000325
016350 2200-ANONYMIZE-EMPLOYEE.                                         000326
016400     ADD 1 TO WS-EMP-ANON-CNT.                                    000327
016450     ADD 1 TO WS-ANON-CNT.                                        000328
016500     PERFORM 2300-SET-EMPLOYEE-DETAIL.                            000329
016550     MOVE EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD TO DTL-LEFT.     000330
016600     IF WS-APPLY-MODE                                             000331
016650         MOVE EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD            000332
016700             TO WS-OLD-BIRTH                                      000333
016750         MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD TO WS-OLD-AGE     000334
016800         MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD                000335
016850             TO WS-OLD-SALARY                                     000336
016900         MOVE WS-PLACEHOLDER                                      000337
016950             TO EMP-NAME OF EMPLOYEE-MASTER-RECORD                000338
017000         MOVE ZERO TO EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD    000339
017050         MOVE ZERO TO EMP-AGE OF EMPLOYEE-MASTER-RECORD           000340
017100         MOVE ZERO TO EMP-SALARY OF EMPLOYEE-MASTER-RECORD        000341
017150         MOVE WS-RUN-DATE                                         000342
017200             TO EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD            000343
017250         REWRITE EMPLOYEE-MASTER-RECORD                           000344
017300             INVALID KEY                                          000345
017350                 DISPLAY "Unable to rewrite "                     000346
017400                     EMP-ID OF EMPLOYEE-MASTER-RECORD             000347
017450                 ADD 1 TO WS-FAIL-CNT                             000348
017500                 MOVE "REWRITE FAILED - NOT DONE" TO DTL-ACTION   000349
017550             NOT INVALID KEY                                      000350
017600                 PERFORM 9100-AUDIT-EMPLOYEE                      000351
017650                 MOVE "ANONYMIZED" TO DTL-ACTION                  000352
017700         END-REWRITE                                              000353
017750     ELSE                                                         000354
017800         MOVE "WOULD BE ANONYMIZED" TO DTL-ACTION                 000355
017850     END-IF.                                                      000356
017900     WRITE ANON-REGISTER-LINE FROM WS-DETAIL-LINE.                000357
017950 2300-SET-EMPLOYEE-DETAIL.                                        000358
018000     MOVE "EMP" TO DTL-TYPE.                                      000359
018050     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO DTL-ID.             000360
018100     MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD TO DTL-STATUS.     000361
018150     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD TO DTL-UNIT.         000362
018200* One pass over the student master - every withdrawn or           000363
018250* graduated student gone past the cutoff is anonymized, or        000364
018300* listed on a trial                                               000365
018350 3000-SWEEP-STUDENT-MASTER.                                       000366
018400     IF WS-APPLY-MODE                                             000367
018450         OPEN I-O STUDENT-MASTER                                  000368
018500     ELSE                                                         000369
018550         OPEN INPUT STUDENT-MASTER                                000370
018600     END-IF.                                                      000371
018650     OPEN INPUT ENROLLMENT-MASTER.                                000372
018700     OPEN INPUT TERM-MASTER.                                      000373
018750     MOVE "N" TO WS-EOF-SW.                                       000374
018800     PERFORM UNTIL WS-AT-EOF                                      000375
018850         READ STUDENT-MASTER NEXT RECORD                          000376
018900             AT END                                               000377
018950                 SET WS-AT-EOF TO TRUE                            000378
019000             NOT AT END                                           000379
019050                 ADD 1 TO WS-READ-CNT                             000380
019100                 ADD 1 TO WS-STU-READ-CNT                         000381
019150                 IF STU-MAST-STATUS OF STUDENT-MASTER-RECORD = "W"000382
019200                         OR "G"                                   000383
019250                     PERFORM 3100-CHECK-ONE-STUDENT               000384
019300                 END-IF                                           000385
019350         END-READ                                                 000386
019400     END-PERFORM.                                                 000387
019450     CLOSE STUDENT-MASTER.                                        000388
019500     CLOSE ENROLLMENT-MASTER.                                     000389
019550     CLOSE TERM-MASTER.                                           000390
019600* A student with no enrollment to date the departure by is held   000391
019650* and listed rather than anonymized                               000392
019700 3100-CHECK-ONE-STUDENT.                                          000393
019750     IF STU-MAST-NAME OF STUDENT-MASTER-RECORD = WS-PLACEHOLDER   000394
019800         ADD 1 TO WS-STU-DONE-CNT                                 000395
019850     ELSE                                                         000396
019900         PERFORM 3200-FIND-LAST-TERM-END                          000397
019950         IF WS-LEFT-DATE = ZERO                                   000398
020000             ADD 1 TO WS-STU-HELD-CNT                             000399
020050             PERFORM 3400-SET-STUDENT-DETAIL                      000400
020100             MOVE "NONE" TO DTL-LEFT                              000401
020150             MOVE "HELD - NO ENROLLMENT ON FILE" TO DTL-ACTION    000402
020200             WRITE ANON-REGISTER-LINE FROM WS-DETAIL-LINE         000403
020250         ELSE                                                     000404
020300         IF WS-LEFT-DATE NOT > WS-STU-CUTOFF                      000405
020350             PERFORM 3300-ANONYMIZE-STUDENT                       000406
020400         END-IF                                                   000407
020450         END-IF                                                   000408
020500     END-IF.                                                      000409
020550* Walk the student's enrollment rows and keep the latest end      000410
020600* date among the terms they sat; a term off the term master       000411
020650* gives no date                                                   000412
020700 3200-FIND-LAST-TERM-END.                                         000413
020750     MOVE ZERO TO WS-LEFT-DATE.                                   000414
020800     MOVE SPACES TO WS-LAST-TERM.                                 000415
020850     MOVE "N" TO WS-ENRL-EOF-SW.                                  000416
020900     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                    000417
020950         TO ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD.              000418
021000     MOVE LOW-VALUES TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD.    000419
021050     MOVE LOW-VALUES TO ENRL-COURSE OF ENROLLMENT-MASTER-RECORD.  000420
021100     START ENROLLMENT-MASTER                                      000421
021150         KEY >= ENRL-KEY OF ENROLLMENT-MASTER-RECORD              000422
021200         INVALID KEY                                              000423
021250             SET WS-ENRL-EOF TO TRUE                              000424
021300     END-START.                                                   000425
021350     PERFORM UNTIL WS-ENRL-EOF                                    000426
021400         READ ENROLLMENT-MASTER NEXT RECORD                       000427
021450             AT END                                               000428
021500                 SET WS-ENRL-EOF TO TRUE                          000429
021550             NOT AT END                                           000430
021600                 IF ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD NOT = 000431
021650                         STU-MAST-ID OF STUDENT-MASTER-RECORD     000432
021700                     SET WS-ENRL-EOF TO TRUE                      000433
021750                 ELSE                                             000434
021800                 IF ENRL-TERM OF ENROLLMENT-MASTER-RECORD NOT =   000435
021850                         WS-LAST-TERM                             000436
021900                     PERFORM 3250-NOTE-TERM-END                   000437
021950                 END-IF                                           000438
022000                 END-IF                                           000439
022050         END-READ                                                 000440
022100     END-PERFORM.                                                 000441
022150 3250-NOTE-TERM-END.                                              000442
022200     MOVE ENRL-TERM OF ENROLLMENT-MASTER-RECORD TO WS-LAST-TERM.  000443
022250     MOVE WS-LAST-TERM TO TERM-CODE OF TERM-MASTER-RECORD.        000444
022300     READ TERM-MASTER                                             000445
022350         INVALID KEY                                              000446
022400             CONTINUE                                             000447
022450         NOT INVALID KEY                                          000448
022500             IF TERM-END OF TERM-MASTER-RECORD IS NUMERIC AND     000449
022550                     TERM-END OF TERM-MASTER-RECORD > WS-LEFT-DATE000450
022600                 MOVE TERM-END OF TERM-MASTER-RECORD              000451
022650                     TO WS-LEFT-DATE                              000452
022700             END-IF                                               000453
022750     END-READ.                                                    000454
022800* Register the student, and on apply overwrite the name and       000455
022850* write the audit record                                          000456
022900 3300-ANONYMIZE-STUDENT.                                          000457
022950     ADD 1 TO WS-STU-ANON-CNT.                                    000458
023000     ADD 1 TO WS-ANON-CNT.                                        000459
023050     PERFORM 3400-SET-STUDENT-DETAIL.                             000460
023100     MOVE WS-LEFT-DATE TO DTL-LEFT.                               000461
023150     IF WS-APPLY-MODE                                             000462
023200         MOVE WS-PLACEHOLDER                                      000463
023250             TO STU-MAST-NAME OF STUDENT-MASTER-RECORD            000464
023300         REWRITE STUDENT-MASTER-RECORD                            000465
023350             INVALID KEY                                          000466
023400                 DISPLAY "Unable to rewrite "                     000467
023450                     STU-MAST-ID OF STUDENT-MASTER-RECORD         000468
023500                 ADD 1 TO WS-FAIL-CNT                             000469
023550                 MOVE "REWRITE FAILED - NOT DONE" TO DTL-ACTION   000470
023600             NOT INVALID KEY                                      000471
023650                 PERFORM 9200-AUDIT-STUDENT                       000472
023700                 MOVE "ANONYMIZED" TO DTL-ACTION                  000473
023750         END-REWRITE                                              000474
023800     ELSE                                                         000475
023850         MOVE "WOULD BE ANONYMIZED" TO DTL-ACTION                 000476
023900     END-IF.                                                      000477
023950     WRITE ANON-REGISTER-LINE FROM WS-DETAIL-LINE.                000478
024000 3400-SET-STUDENT-DETAIL.                                         000479
024050     MOVE "STU" TO DTL-TYPE.                                      000480
024100     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD TO DTL-ID.         000481
024150     MOVE STU-MAST-STATUS OF STUDENT-MASTER-RECORD TO DTL-STATUS. 000482
024200     MOVE STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD TO DTL-UNIT.  000483
024250* Counts at the foot of the register                              000484
024300 7000-PRINT-FOOTER.                                               000485
024350     WRITE ANON-REGISTER-LINE FROM SPACES.                        000486
024400     MOVE "EMPLOYEE RECORDS READ:" TO FTR-LABEL.                  000487
024450     MOVE WS-EMP-READ-CNT TO FTR-COUNT.                           000488
024500     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000489
024550     IF WS-APPLY-MODE                                             000490
024600         MOVE "EMPLOYEES ANONYMIZED:" TO FTR-LABEL                000491
024650     ELSE                                                         000492
024700         MOVE "EMPLOYEES TO BE ANONYMIZED:" TO FTR-LABEL          000493
024750     END-IF.                                                      000494
024800     MOVE WS-EMP-ANON-CNT TO FTR-COUNT.                           000495
024850     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000496
024900     MOVE "EMPLOYEES HELD - NO DATE:" TO FTR-LABEL.               000497
024950     MOVE WS-EMP-HELD-CNT TO FTR-COUNT.                           000498
025000     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000499
025050     MOVE "EMPLOYEES ANONYMIZED EARLIER:" TO FTR-LABEL.           000500
025100     MOVE WS-EMP-DONE-CNT TO FTR-COUNT.                           000501
025150     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000502
025200     MOVE "STUDENT RECORDS READ:" TO FTR-LABEL.                   000503
025250     MOVE WS-STU-READ-CNT TO FTR-COUNT.                           000504
025300     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000505
025350     IF WS-APPLY-MODE                                             000506
025400         MOVE "STUDENTS ANONYMIZED:" TO FTR-LABEL                 000507
025450     ELSE                                                         000508
025500         MOVE "STUDENTS TO BE ANONYMIZED:" TO FTR-LABEL           000509
025550     END-IF.                                                      000510
025600     MOVE WS-STU-ANON-CNT TO FTR-COUNT.                           000511
025650     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000512
025700     MOVE "STUDENTS HELD - NO DATE:" TO FTR-LABEL.                000513
025750     MOVE WS-STU-HELD-CNT TO FTR-COUNT.                           000514
025800     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000515
025850     MOVE "STUDENTS ANONYMIZED EARLIER:" TO FTR-LABEL.            000516
025900     MOVE WS-STU-DONE-CNT TO FTR-COUNT.                           000517
025950     WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE.                000518
026000     IF WS-FAIL-CNT > ZERO                                        000519
026050         MOVE "REWRITE FAILURES:" TO FTR-LABEL                    000520
026100         MOVE WS-FAIL-CNT TO FTR-COUNT                            000521
026150         WRITE ANON-REGISTER-LINE FROM WS-FOOTER-LINE             000522
026200     END-IF.                                                      000523
026250     IF NOT WS-APPLY-MODE                                         000524
026300         WRITE ANON-REGISTER-LINE FROM SPACES                     000525
026350         WRITE ANON-REGISTER-LINE FROM WS-TRIAL-LINE              000526
026400     END-IF.                                                      000527
026450* Walk the audit log once at start-up to pick up the last         000528
026500* record's sequence number and check value - the anchor this      000529
026550* run's first record chains from                                  000530
026600 0760-LOAD-AUDIT-CHAIN.                                           000531
026650     MOVE "N" TO WS-CHAIN-EOF-SW.                                 000532
026700     OPEN INPUT EMP-AUDIT-LOG.                                    000533
026750     IF WS-AUDIT-STATUS = "35"                                    000534
026800         MOVE "Y" TO WS-CHAIN-EOF-SW                              000535
026850     END-IF.                                                      000536
026900     PERFORM UNTIL WS-CHAIN-EOF                                   000537
026950         READ EMP-AUDIT-LOG                                       000538
027000             AT END                                               000539
027050                 SET WS-CHAIN-EOF TO TRUE                         000540
027100             NOT AT END                                           000541
027150                 IF AUD-SEQ-NBR IS NUMERIC                        000542
027200                     MOVE AUD-SEQ-NBR TO WS-AUDIT-SEQ             000543
027250                 END-IF                                           000544
027300                 IF AUD-CHECK-VAL IS NUMERIC                      000545
027350                     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK         000546
027400                 END-IF                                           000547
027450         END-READ                                                 000548
027500     END-PERFORM.                                                 000549
027550     CLOSE EMP-AUDIT-LOG.                                         000550
027600* One audit record per employee field replaced, in the format     000551
027650* maintenance writes, so recovery replays the anonymization and   000552
027700* the generation compare finds it accounted for. The old value    000553
027750* is never the personal data itself                               000554
027800 9100-AUDIT-EMPLOYEE.                                             000555
027850     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO WS-AUD-EMP-ID.      000556
027900     MOVE "EMP-NAME" TO AUD-FIELD.                                000557
027950     MOVE WS-REMOVED-VALUE TO AUD-OLD-VALUE.                      000558
028000     MOVE WS-PLACEHOLDER TO AUD-NEW-VALUE.                        000559
028050     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           000560
028100     IF WS-OLD-BIRTH NOT = ZERO                                   000561
028150         MOVE "EMP-BIRTH" TO AUD-FIELD                            000562
028200         MOVE WS-REMOVED-VALUE TO AUD-OLD-VALUE                   000563
028250         MOVE ZERO TO WS-BIRTH-DISP                               000564
028300         MOVE WS-BIRTH-DISP TO AUD-NEW-VALUE                      000565
028350         PERFORM 9950-COMPLETE-AUDIT-WRITE                        000566
028400     END-IF.                                                      000567
028450     IF WS-OLD-AGE NOT = ZERO                                     000568
028500         MOVE "EMP-AGE" TO AUD-FIELD                              000569
028550         MOVE WS-REMOVED-VALUE TO AUD-OLD-VALUE                   000570
028600         MOVE ZERO TO WS-AGE-DISP                                 000571
028650         MOVE WS-AGE-DISP TO AUD-NEW-VALUE                        000572
028700         PERFORM 9950-COMPLETE-AUDIT-WRITE                        000573
028750     END-IF.                                                      000574
028800     IF WS-OLD-SALARY NOT = ZERO                                  000575
028850         MOVE "EMP-SALARY" TO AUD-FIELD                           000576
028900         MOVE WS-REMOVED-VALUE TO AUD-OLD-VALUE                   000577
028950         MOVE ZERO TO WS-SALARY-DISP                              000578
029000         MOVE WS-SALARY-DISP TO AUD-NEW-VALUE                     000579
029050         PERFORM 9950-COMPLETE-AUDIT-WRITE                        000580
029100     END-IF.                                                      000581
029150* A student anonymization is one STU-ANON record with a blank     000582
029200* EMP-ID - the student id rides in the old value                  000583
029250 9200-AUDIT-STUDENT.                                              000584
029300     MOVE SPACES TO WS-AUD-EMP-ID.                                000585
029350     MOVE "STU-ANON" TO AUD-FIELD.                                000586
029400     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD TO AUD-OLD-VALUE.  000587
029450     MOVE WS-PLACEHOLDER TO AUD-NEW-VALUE.                        000588
029500     PERFORM 9950-COMPLETE-AUDIT-WRITE.                           000589
029550* Stamp the key, userid and timestamp and write the audit record  000590
029600 9950-COMPLETE-AUDIT-WRITE.                                       000591
029650     MOVE WS-AUD-EMP-ID TO AUD-EMP-ID.                            000592
029700     MOVE WS-USERID TO AUD-USERID.                                000593
029750     MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.          000594
029800     ADD 1 TO WS-AUDIT-SEQ.                                       000595
029850     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NBR.                            000596
029900     PERFORM 9960-COMPUTE-AUDIT-CHECK.                            000597
029950     MOVE WS-CHECK-WORK TO AUD-CHECK-VAL.                         000598
030000     WRITE EMP-AUDIT-RECORD.                                      000599
030050     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK.                        000600
030100* Chain the check value - the prior record's check folded         000601
030150* with every byte of this record's content and its sequence       000602
030200* number, so an edited or missing line breaks the chain           000603
030250 9960-COMPUTE-AUDIT-CHECK.                                        000604
030300     MOVE WS-PRIOR-CHECK TO WS-CHECK-WORK.                        000605
030350     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1                       000606
030400             UNTIL WS-CHK-IDX > WS-AUDIT-BODY-LEN                 000607
030450         COMPUTE WS-CHECK-WORK = FUNCTION MOD (                   000608
030500             WS-CHECK-WORK * 31 + FUNCTION ORD (                  000609
030550             EMP-AUDIT-RECORD (WS-CHK-IDX:1)),                    000610
030600             WS-CHECK-MODULUS)                                    000611
030650     END-PERFORM.                                                 000612
030700     COMPUTE WS-CHECK-WORK = FUNCTION MOD (                       000613
030750         WS-CHECK-WORK + AUD-SEQ-NBR, WS-CHECK-MODULUS).          000614
030800* Append this run's records-read/records-written to the shared    000615
030850* run-log for the nightly batch-window reconciliation             000616
030900 8000-WRITE-RUN-LOG.                                              000617
030950     OPEN EXTEND RUN-LOG.                                         000618
031000     IF WS-RUNLOG-STATUS = "35"                                   000619
031050         OPEN OUTPUT RUN-LOG                                      000620
031100     END-IF.                                                      000621
031150     MOVE "PRIVANON" TO RUNLOG-PROGRAM.                           000622
031200     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000623
031250     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000624
031300     MOVE WS-ANON-CNT TO RUNLOG-RECORDS-WRITTEN.                  000625
031350     WRITE RUN-LOG-RECORD.                                        000626
031400     CLOSE RUN-LOG.                                               000627
