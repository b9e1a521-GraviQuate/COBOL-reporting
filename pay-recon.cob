000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. PAY-RECON.                                           000002
000200* Payroll-bureau pay-register reconciliation - takes the          000003
000250* bureau's PAYREG register of what it paid for one pay period     000004
000300* and matches it by employee against EMPLOYEE-MASTER. Exceptions  000005
000350* are employees paid while terminated or on leave (leave is       000006
000400* unpaid here), paid but not on the master, paid more than once,  000007
000450* active employees the bureau did not pay, a gross outside the    000008
000500* RECONPRM tolerance of the master salary for one period, and a   000009
000550* bureau pay grade that differs from EMP-PAY-GRADE. A             000010
000600* termination or leave that began after the period end is not     000011
000650* an exception. Each employee with an exception is queued once    000012
000700* on EMPRSND so the next AUD-DELTA extract re-sends the current   000013
000750* master values to the bureau. The register must carry its        000014
000800* header and trailer, and its trailer count must agree, or the    000015
000850* run is abandoned with nothing queued                            000016
000900 ENVIRONMENT DIVISION.                                            000017
000950 INPUT-OUTPUT SECTION.                                            000018
001000 FILE-CONTROL.                                                    000019
001050* Bureau pay register - HDR with the period-end date, one         000020
001100* record per payment, TRL with the payment count                  000021
001150     SELECT PAY-REGISTER ASSIGN TO "PAYREG"                       000022
001200         ORGANIZATION IS LINE SEQUENTIAL.                         000023
001250* Payments as read, the sort work file, and the same payments     000024
001300* in employee order for the match against the master              000025
001350     SELECT PAY-UNSORTED ASSIGN TO "PAYRUNS"                      000026
001400         ORGANIZATION IS LINE SEQUENTIAL.                         000027
001450     SELECT PAY-SORT-WORK ASSIGN TO "PAYRSWK".                    000028
001500     SELECT PAY-SORTED ASSIGN TO "PAYRSRT"                        000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000031
001650         ORGANIZATION IS INDEXED                                  000032
001700         ACCESS MODE IS SEQUENTIAL                                000033
001750         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000034
001800* Leave-event file - the start of an open leave decides           000035
001850* whether the leave covered the period                            000036
001900     SELECT OPTIONAL LEAVE-EVENTS ASSIGN TO "LEAVEVT"             000037
001950         ORGANIZATION IS INDEXED                                  000038
002000         ACCESS MODE IS DYNAMIC                                   000039
002050         RECORD KEY IS LEV-KEY OF LEAVE-EVENT-RECORD              000040
002100         FILE STATUS IS WS-LEV-STATUS.                            000041
002150* Reconciliation control card - pay periods per year and the      000042
002200* tolerance in dollars on one period's gross. Optional;           000043
002250* defaults to 26 periods and a 1.00 tolerance                     000044
002300     SELECT OPTIONAL RECON-PARAMETERS ASSIGN TO "RECONPRM"        000045
002350         ORGANIZATION IS LINE SEQUENTIAL.                         000046
002400* Resend queue read by the next AUD-DELTA extract                 000047
002450     SELECT RESEND-QUEUE ASSIGN TO "EMPRSND"                      000048
002500         ORGANIZATION IS LINE SEQUENTIAL                          000049
002550         FILE STATUS IS WS-RSND-STATUS.                           000050
002600* Printed reconciliation exception report                         000051
002650     SELECT RECON-REPORT ASSIGN TO "RECONRPT"                     000052
002700         ORGANIZATION IS LINE SEQUENTIAL.                         000053
002750* Run-level control-total log - every batch program appends its   000054
002800* records-read/written counts here for nightly reconciliation     000055
002850     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000056
002900         ORGANIZATION IS LINE SEQUENTIAL                          000057
002950         FILE STATUS IS WS-RUNLOG-STATUS.                         000058
003000 DATA DIVISION.                                                   000059
003050 FILE SECTION.                                                    000060
003100 FD  PAY-REGISTER.                                                000061
003150 01  PAY-REGISTER-REC.                                            000062
003200     05  PREG-EMP-ID    PIC X(5).                                 000063
003250     05  PREG-GROSS     PIC 9(7)V99.                              000064
003300     05  PREG-GRADE     PIC X(2).                                 000065
003350 FD  PAY-UNSORTED.                                                000066
003400 01  PAY-UNSORTED-REC   PIC X(16).                                000067
003450 SD  PAY-SORT-WORK.                                               000068
003500 01  PAY-SORT-RECORD.                                             000069
003550     05  SRT-EMP-ID     PIC X(5).                                 000070
003600     05  FILLER         PIC X(11).                                000071
003650 FD  PAY-SORTED.                                                  000072
003700 01  PAY-SORTED-REC.                                              000073
003750     05  PAID-EMP-ID    PIC X(5).                                 000074
003800     05  PAID-GROSS     PIC 9(7)V99.                              000075
003850     05  PAID-GRADE     PIC X(2).                                 000076
003900 FD  EMPLOYEE-MASTER.                                             000077
003950 01  EMPLOYEE-MASTER-RECORD.                                      000078
004000     COPY EMPREC.                                                 000079
004050 FD  LEAVE-EVENTS.                                                000080
004100 01  LEAVE-EVENT-RECORD.                                          000081
004150     COPY LEAVEREC.                                               000082
004200 FD  RECON-PARAMETERS.                                            000083
004250 01  RECON-PARAMETER-REC.                                         000084
004300     05  CTL-PERIODS    PIC 99.                                   000085
004350     05  CTL-TOLERANCE  PIC 9(5)V99.                              000086
004400 FD  RESEND-QUEUE.                                                000087
004450 01  RESEND-QUEUE-REC.                                            000088
004500     05  RSND-EMP-ID    PIC X(5).                                 000089
004550 FD  RECON-REPORT.                                                000090
004600 01  RECON-REPORT-LINE  PIC X(80).                                000091
004650 FD  RUN-LOG.                                                     000092
004700 01  RUN-LOG-RECORD.                                              000093
004750     COPY RUNLOGREC.                                              000094
004800 WORKING-STORAGE SECTION.                                         000095
004850 01  WS-RUNLOG-STATUS  PIC XX.                                    000096
004900 01  WS-RSND-STATUS    PIC XX.                                    000097
004950 01  WS-LEV-STATUS     PIC XX.                                    000098
005000 01  WS-LEV-EOF-SW     PIC X.                                     000099
005050     88  WS-LEV-EOF    VALUE "Y".                                 000100
005100 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000101
005150 01  WS-PAID-CNT       PIC 9(7) VALUE ZERO.                       000102
005200 01  WS-EXCEPTION-CNT  PIC 9(7) VALUE ZERO.                       000103
005250 01  WS-QUEUED-CNT     PIC 9(7) VALUE ZERO.                       000104
005300 01  WS-PAID-TOTAL     PIC 9(9)V99 VALUE ZERO.                    000105
005350* Register controls - header period-end date and trailer count    000106
005400 01  WS-FEED-EOF-SW    PIC X VALUE "N".                           000107
005450     88  WS-FEED-EOF   VALUE "Y".                                 000108
005500 01  WS-HDR-SEEN-SW    PIC X VALUE "N".                           000109
005550     88  WS-HDR-SEEN   VALUE "Y".                                 000110
005600 01  WS-TRL-SEEN-SW    PIC X VALUE "N".                           000111
005650     88  WS-TRL-SEEN   VALUE "Y".                                 000112
005700 01  WS-FEED-VALID-SW  PIC X VALUE "N".                           000113
005750     88  WS-FEED-VALID VALUE "Y".                                 000114
005800 01  WS-TRL-COUNT      PIC 9(7) VALUE ZERO.                       000115
005850 01  WS-PERIOD-END     PIC 9(8) VALUE ZERO.                       000116
005900 01  WS-FEED-CTL-REC.                                             000117
005950     05  FCTL-TYPE     PIC X(3).                                  000118
006000     05  FCTL-DATE     PIC 9(8).                                  000119
006050 01  WS-FEED-CTL-X REDEFINES WS-FEED-CTL-REC.                     000120
006100     05  FILLER        PIC X(3).                                  000121
006150     05  FCTL-COUNT    PIC 9(7).                                  000122
006200     05  FILLER        PIC X.                                     000123
006250 01  WS-FEED-REASON    PIC X(40) VALUE SPACES.                    000124
006300* Reconciliation parameters                                       000125
006350 01  WS-PERIODS        PIC 99 VALUE 26.                           000126
006400 01  WS-TOLERANCE      PIC 9(5)V99 VALUE 1.00.                    000127
006450 01  WS-EXPECTED       PIC 9(7)V99.                               000128
006500 01  WS-GROSS-DIFF     PIC S9(7)V99.                              000129
006550* Match-merge state - each side's current key, high-values        000130
006600* once that side is exhausted                                     000131
006650 01  WS-PAID-KEY       PIC X(5).                                  000132
006700 01  WS-EMP-KEY        PIC X(5).                                  000133
006750 01  WS-EMP-PAID-SW    PIC X VALUE "N".                           000134
006800     88  WS-EMP-PAID   VALUE "Y".                                 000135
006850 01  WS-LAST-QUEUED-ID PIC X(5) VALUE SPACES.                     000136
006900 01  WS-COVERED-SW     PIC X.                                     000137
006950     88  WS-COVERED    VALUE "Y".                                 000138
007000* Report heading, detail and footer lines                         000139
007050 01  WS-HDG-1.                                                    000140
007100     05  FILLER        PIC X(44)                                  000141
007150             VALUE "BUREAU PAY-REGISTER RECONCILIATION - PERIOD". 000142
007200     05  HDG-PERIOD    PIC 9(8).                                  000143
007250 01  WS-HDG-2.                                                    000144
007300     05  FILLER        PIC X(7)  VALUE "EMP-ID".                  000145
007350     05  FILLER        PIC X(11) VALUE "NAME".                    000146
007400     05  FILLER        PIC X(3)  VALUE "ST".                      000147
007450     05  FILLER        PIC X(4)  VALUE "GRD".                     000148
007500     05  FILLER        PIC X(3)  VALUE "BUR".                     000149
007550     05  FILLER        PIC X(11) VALUE "  EXPECTED".              000150
007600     05  FILLER        PIC X(11) VALUE "      PAID".              000151
007650     05  FILLER        PIC X(28) VALUE "EXCEPTION".               000152
007700 01  WS-DETAIL-LINE.                                              000153
007750     05  DTL-EMP-ID    PIC X(5).                                  000154
007800     05  FILLER        PIC X(2) VALUE SPACES.                     000155
007850     05  DTL-NAME      PIC X(10).                                 000156
007900     05  FILLER        PIC X VALUE SPACE.                         000157
007950     05  DTL-STATUS    PIC X.                                     000158
008000     05  FILLER        PIC X(2) VALUE SPACES.                     000159
008050     05  DTL-GRADE     PIC X(2).                                  000160
008100     05  FILLER        PIC X(2) VALUE SPACES.                     000161
008150     05  DTL-BUR-GRADE PIC X(2).                                  000162
008200     05  FILLER        PIC X VALUE SPACE.                         000163
008250     05  DTL-EXPECTED-X PIC X(10).                                000164
008300     05  DTL-EXPECTED REDEFINES DTL-EXPECTED-X                    000165
008350                       PIC ZZZZZZ9.99.                            000166
008400     05  FILLER        PIC X VALUE SPACE.                         000167
008450     05  DTL-PAID-X    PIC X(10).                                 000168
008500     05  DTL-PAID REDEFINES DTL-PAID-X                            000169
008550                       PIC ZZZZZZ9.99.                            000170
008600     05  FILLER        PIC X VALUE SPACE.                         000171
008650     05  DTL-TEXT      PIC X(28).                                 000172
008700 01  WS-ABANDON-LINE.                                             000173
008750     05  FILLER        PIC X(20) VALUE "RUN ABANDONED - ".        000174
008800     05  ABN-REASON    PIC X(40).                                 000175
008850 01  WS-FOOTER-1.                                                 000176
008900     05  FILLER        PIC X(30) VALUE "PAYMENTS ON REGISTER:".   000177
008950     05  FTR-PAID      PIC ZZZZZZ9.                               000178
009000 01  WS-FOOTER-2.                                                 000179
009050     05  FILLER        PIC X(30) VALUE "GROSS PAID:".             000180
009100     05  FTR-PAID-TOTAL PIC ZZZZZZZZ9.99.                         000181
009150 01  WS-FOOTER-3.                                                 000182
009200     05  FILLER        PIC X(30) VALUE "EXCEPTIONS LISTED:".      000183
009250     05  FTR-EXCEPTIONS PIC ZZZZZZ9.                              000184
009300 01  WS-FOOTER-4.                                                 000185
009350     05  FILLER        PIC X(30) VALUE "QUEUED FOR RESEND:".      000186
009400     05  FTR-QUEUED    PIC ZZZZZZ9.                               000187
009450 PROCEDURE DIVISION.                                              000188
009500 0000-MAIN.                                                       000189
009550     PERFORM 0500-LOAD-RECON-PARMS.                               000190
009600     PERFORM 1000-VALIDATE-REGISTER.                              000191
009650     OPEN OUTPUT RECON-REPORT.                                    000192
009700     MOVE WS-PERIOD-END TO HDG-PERIOD.                            000193
009750     WRITE RECON-REPORT-LINE FROM WS-HDG-1.                       000194
009800     WRITE RECON-REPORT-LINE FROM SPACES.                         000195
009850     IF NOT WS-FEED-VALID                                         000196
009900         MOVE WS-FEED-REASON TO ABN-REASON                        000197
009950         WRITE RECON-REPORT-LINE FROM WS-ABANDON-LINE             000198
010000         CLOSE RECON-REPORT                                       000199
010050         DISPLAY "PAYREG " WS-FEED-REASON                         000200
010100             " - reconciliation abandoned."                       000201
010150         PERFORM 8000-WRITE-RUN-LOG                               000202
010200         MOVE 8 TO RETURN-CODE                                    000203
010250         STOP RUN                                                 000204
010300     END-IF.                                                      000205
010350     WRITE RECON-REPORT-LINE FROM WS-HDG-2.                       000206
010400     WRITE RECON-REPORT-LINE FROM SPACES.                         000207
010450     SORT PAY-SORT-WORK                                           000208
010500         ON ASCENDING KEY SRT-EMP-ID                              000209
010550         USING PAY-UNSORTED                                       000210
010600         GIVING PAY-SORTED.                                       000211
010650     PERFORM 2000-MATCH-REGISTER-TO-MASTER.                       000212
010700     MOVE WS-PAID-CNT TO FTR-PAID.                                000213
010750     MOVE WS-PAID-TOTAL TO FTR-PAID-TOTAL.                        000214
010800     MOVE WS-EXCEPTION-CNT TO FTR-EXCEPTIONS.                     000215
010850     MOVE WS-QUEUED-CNT TO FTR-QUEUED.                            000216
010900     WRITE RECON-REPORT-LINE FROM SPACES.                         000217
010950     WRITE RECON-REPORT-LINE FROM WS-FOOTER-1.                    000218
011000     WRITE RECON-REPORT-LINE FROM WS-FOOTER-2.                    000219
011050     WRITE RECON-REPORT-LINE FROM WS-FOOTER-3.                    000220
011100     WRITE RECON-REPORT-LINE FROM WS-FOOTER-4.                    000221
011150     CLOSE RECON-REPORT.                                          000222
011200     PERFORM 8000-WRITE-RUN-LOG.                                  000223
011250     IF WS-EXCEPTION-CNT > ZERO                                   000224
011300         MOVE 4 TO RETURN-CODE                                    000225
011350     END-IF.                                                      000226
011400     STOP RUN.                                                    000227
011450* Pay periods per year and the gross tolerance from RECONPRM;     000228
011500* a missing card or a zero or non-numeric field keeps the         000229
011550* default                                                         000230
011600 0500-LOAD-RECON-PARMS.                                           000231
011650     OPEN INPUT RECON-PARAMETERS.                                 000232
011700     READ RECON-PARAMETERS                                        000233
011750         AT END                                                   000234
011800             CONTINUE                                             000235
011850         NOT AT END                                               000236
011900             IF CTL-PERIODS IS NUMERIC AND CTL-PERIODS > ZERO     000237
011950                 MOVE CTL-PERIODS TO WS-PERIODS                   000238
012000             END-IF                                               000239
012050             IF CTL-TOLERANCE IS NUMERIC                          000240
012100                 MOVE CTL-TOLERANCE TO WS-TOLERANCE               000241
012150             END-IF                                               000242
012200     END-READ.                                                    000243
012250     CLOSE RECON-PARAMETERS.                                      000244
012300* Read the register once, checking the header and trailer and     000245
012350* copying each payment to the work file for the sort              000246
012400 1000-VALIDATE-REGISTER.                                          000247
012450     OPEN INPUT PAY-REGISTER.                                     000248
012500     OPEN OUTPUT PAY-UNSORTED.                                    000249
012550     PERFORM UNTIL WS-FEED-EOF                                    000250
012600         READ PAY-REGISTER                                        000251
012650             AT END                                               000252
012700                 SET WS-FEED-EOF TO TRUE                          000253
012750             NOT AT END                                           000254
012800                 PERFORM 1100-CHECK-ONE-REGISTER-RECORD           000255
012850         END-READ                                                 000256
012900     END-PERFORM.                                                 000257
012950     CLOSE PAY-REGISTER.                                          000258
013000     CLOSE PAY-UNSORTED.                                          000259
013050     MOVE "Y" TO WS-FEED-VALID-SW.                                000260
013100     IF NOT WS-HDR-SEEN                                           000261
013150         MOVE "CARRIES NO HEADER RECORD" TO WS-FEED-REASON        000262
013200         MOVE "N" TO WS-FEED-VALID-SW                             000263
013250     ELSE                                                         000264
013300     IF NOT WS-TRL-SEEN                                           000265
013350         MOVE "CARRIES NO TRAILER RECORD" TO WS-FEED-REASON       000266
013400         MOVE "N" TO WS-FEED-VALID-SW                             000267
013450     ELSE                                                         000268
013500     IF WS-TRL-COUNT NOT = WS-PAID-CNT                            000269
013550         MOVE "TRAILER COUNT DOES NOT MATCH PAYMENTS"             000270
013600             TO WS-FEED-REASON                                    000271
013650         MOVE "N" TO WS-FEED-VALID-SW                             000272
013700     END-IF                                                       000273
013750     END-IF                                                       000274
013800     END-IF.                                                      000275
013850* Sort one register record into header, trailer or payment        000276
013900 1100-CHECK-ONE-REGISTER-RECORD.                                  000277
013950     ADD 1 TO WS-READ-CNT.                                        000278
014000     MOVE PAY-REGISTER-REC (1:11) TO WS-FEED-CTL-REC.             000279
014050     EVALUATE FCTL-TYPE                                           000280
014100         WHEN "HDR"                                               000281
014150             SET WS-HDR-SEEN TO TRUE                              000282
014200             IF FCTL-DATE IS NUMERIC                              000283
014250                 MOVE FCTL-DATE TO WS-PERIOD-END                  000284
014300             END-IF                                               000285
014350         WHEN "TRL"                                               000286
014400             SET WS-TRL-SEEN TO TRUE                              000287
014450             IF FCTL-COUNT IS NUMERIC                             000288
014500                 MOVE FCTL-COUNT TO WS-TRL-COUNT                  000289
014550             END-IF                                               000290
014600         WHEN OTHER                                               000291
014650             ADD 1 TO WS-PAID-CNT                                 000292
014700             IF PREG-GROSS IS NUMERIC                             000293
014750                 ADD PREG-GROSS TO WS-PAID-TOTAL                  000294
014800             END-IF                                               000295
014850             MOVE PAY-REGISTER-REC TO PAY-UNSORTED-REC            000296
014900             WRITE PAY-UNSORTED-REC                               000297
014950     END-EVALUATE.                                                000298
015000* Walk the sorted payments and the master together in EMP-ID      000299
015050* order. A payment below the master key has no master row; a      000300
015100* master row below the payment key was not paid                   000301
015150 2000-MATCH-REGISTER-TO-MASTER.                                   000302
015200     OPEN INPUT PAY-SORTED.                                       000303
015250     OPEN INPUT EMPLOYEE-MASTER.                                  000304
015300     OPEN INPUT LEAVE-EVENTS.                                     000305
015350     OPEN EXTEND RESEND-QUEUE.                                    000306
015400     IF WS-RSND-STATUS = "35"                                     000307
015450         OPEN OUTPUT RESEND-QUEUE                                 000308
015500     END-IF.                                                      000309
015550     PERFORM 2100-READ-PAYMENT.                                   000310
015600     PERFORM 2200-READ-EMPLOYEE.                                  000311
015650     PERFORM UNTIL WS-PAID-KEY = HIGH-VALUES AND                  000312
015700             WS-EMP-KEY = HIGH-VALUES                             000313
015750         IF WS-PAID-KEY < WS-EMP-KEY                              000314
015800             PERFORM 3000-PAYMENT-WITHOUT-MASTER                  000315
015850             PERFORM 2100-READ-PAYMENT                            000316
015900         ELSE                                                     000317
015950         IF WS-PAID-KEY > WS-EMP-KEY                              000318
016000             IF NOT WS-EMP-PAID                                   000319
016050                 PERFORM 3200-CHECK-UNPAID-EMPLOYEE               000320
016100             END-IF                                               000321
016150             PERFORM 2200-READ-EMPLOYEE                           000322
016200         ELSE                                                     000323
016250             IF WS-EMP-PAID                                       000324
016300                 MOVE "PAID MORE THAN ONCE" TO DTL-TEXT           000325
016350                 PERFORM 3900-WRITE-PAID-EXCEPTION                000326
016400             ELSE                                                 000327
016450                 SET WS-EMP-PAID TO TRUE                          000328
016500                 PERFORM 3100-CHECK-PAID-EMPLOYEE                 000329
016550             END-IF                                               000330
016600             PERFORM 2100-READ-PAYMENT                            000331
016650         END-IF                                                   000332
016700         END-IF                                                   000333
016750     END-PERFORM.                                                 000334
016800     CLOSE PAY-SORTED.                                            000335
016850     CLOSE EMPLOYEE-MASTER.                                       000336
016900     CLOSE LEAVE-EVENTS.                                          000337
016950     CLOSE RESEND-QUEUE.                                          000338
017000 2100-READ-PAYMENT.                                               000339
017050     READ PAY-SORTED                                              000340
017100         AT END                                                   000341
017150             MOVE HIGH-VALUES TO WS-PAID-KEY                      000342
017200         NOT AT END                                               000343
017250             MOVE PAID-EMP-ID TO WS-PAID-KEY                      000344
017300     END-READ.                                                    000345
017350 2200-READ-EMPLOYEE.                                              000346
017400     MOVE "N" TO WS-EMP-PAID-SW.                                  000347
017450     READ EMPLOYEE-MASTER                                         000348
017500         AT END                                                   000349
017550             MOVE HIGH-VALUES TO WS-EMP-KEY                       000350
017600         NOT AT END                                               000351
017650             MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO WS-EMP-KEY  000352
017700     END-READ.                                                    000353
017750* Paid, but the bureau's id is not on the master                  000354
017800 3000-PAYMENT-WITHOUT-MASTER.                                     000355
017850     MOVE SPACES TO DTL-NAME.                                     000356
017900     MOVE SPACE TO DTL-STATUS.                                    000357
017950     MOVE SPACES TO DTL-GRADE.                                    000358
018000     MOVE "PAID - NOT ON MASTER" TO DTL-TEXT.                     000359
018050     MOVE SPACES TO DTL-EXPECTED-X.                               000360
018100     PERFORM 3950-WRITE-EXCEPTION-PAYMENT.                        000361
018150* A paid employee - terminated or on leave through the period     000362
018200* should not have been paid; otherwise the gross must be within   000363
018250* tolerance of one period's salary and the grade must agree       000364
018300 3100-CHECK-PAID-EMPLOYEE.                                        000365
018350     EVALUATE EMP-STATUS OF EMPLOYEE-MASTER-RECORD                000366
018400         WHEN "T"                                                 000367
018450             IF EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD            000368
018500                     <= WS-PERIOD-END                             000369
018550                 MOVE "PAID WHILE TERMINATED" TO DTL-TEXT         000370
018600                 PERFORM 3900-WRITE-PAID-EXCEPTION                000371
018650             END-IF                                               000372
018700         WHEN "L"                                                 000373
018750             PERFORM 3300-CHECK-LEAVE-COVERS-PERIOD               000374
018800             IF WS-COVERED                                        000375
018850                 MOVE "PAID WHILE ON UNPAID LEAVE" TO DTL-TEXT    000376
018900                 PERFORM 3900-WRITE-PAID-EXCEPTION                000377
018950             END-IF                                               000378
019000         WHEN OTHER                                               000379
019050             IF PAID-GROSS IS NOT NUMERIC                         000380
019100                 MOVE ZERO TO PAID-GROSS                          000381
019150             END-IF                                               000382
019200             COMPUTE WS-EXPECTED ROUNDED =                        000383
019250                 EMP-SALARY OF EMPLOYEE-MASTER-RECORD / WS-PERIODS000384
019300             COMPUTE WS-GROSS-DIFF = PAID-GROSS - WS-EXPECTED     000385
019350             IF WS-GROSS-DIFF < ZERO                              000386
019400                 COMPUTE WS-GROSS-DIFF = ZERO - WS-GROSS-DIFF     000387
019450             END-IF                                               000388
019500             IF WS-GROSS-DIFF > WS-TOLERANCE                      000389
019550                 MOVE "GROSS OUT OF TOLERANCE" TO DTL-TEXT        000390
019600                 PERFORM 3900-WRITE-PAID-EXCEPTION                000391
019650             END-IF                                               000392
019700             IF PAID-GRADE NOT =                                  000393
019750                     EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD      000394
019800                 MOVE "PAY GRADE DIFFERS FROM MASTER" TO DTL-TEXT 000395
019850                 PERFORM 3900-WRITE-PAID-EXCEPTION                000396
019900             END-IF                                               000397
019950     END-EVALUATE.                                                000398
020000* An active employee the bureau did not pay. Leave and            000399
020050* terminated rows are expected to be missing                      000400
020100 3200-CHECK-UNPAID-EMPLOYEE.                                      000401
020150     IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = "A" OR             000402
020200             EMP-STATUS OF EMPLOYEE-MASTER-RECORD = SPACE         000403
020250         MOVE "ACTIVE - NOT PAID" TO DTL-TEXT                     000404
020300         PERFORM 3400-FILL-MASTER-FIELDS                          000405
020350         MOVE SPACES TO DTL-BUR-GRADE                             000406
020400         MOVE SPACES TO DTL-PAID-X                                000407
020450         PERFORM 3990-WRITE-AND-QUEUE                             000408
020500     END-IF.                                                      000409
020550* Did the employee's open leave begin on or before the period     000410
020600* end? No open event on file is taken as the leave covering it    000411
020650 3300-CHECK-LEAVE-COVERS-PERIOD.                                  000412
020700     MOVE "Y" TO WS-COVERED-SW.                                   000413
020750     IF WS-LEV-STATUS = "00"                                      000414
020800         MOVE "N" TO WS-LEV-EOF-SW                                000415
020850         MOVE WS-EMP-KEY TO LEV-EMP-ID OF LEAVE-EVENT-RECORD      000416
020900         MOVE LOW-VALUES TO LEV-START-DATE OF LEAVE-EVENT-RECORD  000417
020950         START LEAVE-EVENTS                                       000418
021000             KEY >= LEV-KEY OF LEAVE-EVENT-RECORD                 000419
021050             INVALID KEY                                          000420
021100                 SET WS-LEV-EOF TO TRUE                           000421
021150         END-START                                                000422
021200         PERFORM UNTIL WS-LEV-EOF                                 000423
021250             READ LEAVE-EVENTS NEXT RECORD                        000424
021300                 AT END                                           000425
021350                     SET WS-LEV-EOF TO TRUE                       000426
021400                 NOT AT END                                       000427
021450                     IF LEV-EMP-ID OF LEAVE-EVENT-RECORD          000428
021500                             NOT = WS-EMP-KEY                     000429
021550                         SET WS-LEV-EOF TO TRUE                   000430
021600                     ELSE                                         000431
021650                         PERFORM 3310-CHECK-LEAVE-START           000432
021700                     END-IF                                       000433
021750             END-READ                                             000434
021800         END-PERFORM                                              000435
021850     END-IF.                                                      000436
021900* An open leave that began after the period end did not cover     000437
021950* it                                                              000438
022000 3310-CHECK-LEAVE-START.                                          000439
022050     IF LEV-STATUS OF LEAVE-EVENT-RECORD = "O" AND                000440
022100             LEV-START-DATE OF LEAVE-EVENT-RECORD > WS-PERIOD-END 000441
022150         MOVE "N" TO WS-COVERED-SW                                000442
022200     END-IF.                                                      000443
022250* Master-side columns of an exception line, with one period's     000444
022300* salary as the expected gross                                    000445
022350 3400-FILL-MASTER-FIELDS.                                         000446
022400     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO DTL-NAME.         000447
022450     MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD TO DTL-STATUS.     000448
022500     MOVE EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD TO DTL-GRADE.   000449
022550     COMPUTE WS-EXPECTED ROUNDED =                                000450
022600         EMP-SALARY OF EMPLOYEE-MASTER-RECORD / WS-PERIODS.       000451
022650     MOVE WS-EXPECTED TO DTL-EXPECTED.                            000452
022700* An exception on a payment matched to its master row             000453
022750 3900-WRITE-PAID-EXCEPTION.                                       000454
022800     PERFORM 3400-FILL-MASTER-FIELDS.                             000455
022850     PERFORM 3950-WRITE-EXCEPTION-PAYMENT.                        000456
022900 3950-WRITE-EXCEPTION-PAYMENT.                                    000457
022950     MOVE PAID-GRADE TO DTL-BUR-GRADE.                            000458
023000     IF PAID-GROSS IS NUMERIC                                     000459
023050         MOVE PAID-GROSS TO DTL-PAID                              000460
023100     ELSE                                                         000461
023150         MOVE SPACES TO DTL-PAID-X                                000462
023200     END-IF.                                                      000463
023250     PERFORM 3990-WRITE-AND-QUEUE.                                000464
023300* Print the exception and queue the employee for a resend -       000465
023350* once per employee however many exceptions they carry            000466
023400 3990-WRITE-AND-QUEUE.                                            000467
023450     IF WS-PAID-KEY < WS-EMP-KEY                                  000468
023500         MOVE WS-PAID-KEY TO DTL-EMP-ID                           000469
023550     ELSE                                                         000470
023600         MOVE WS-EMP-KEY TO DTL-EMP-ID                            000471
023650     END-IF.                                                      000472
023700     WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE.                 000473
023750     ADD 1 TO WS-EXCEPTION-CNT.                                   000474
023800     IF DTL-EMP-ID NOT = WS-LAST-QUEUED-ID                        000475
023850         MOVE DTL-EMP-ID TO RSND-EMP-ID                           000476
023900         WRITE RESEND-QUEUE-REC                                   000477
023950         MOVE DTL-EMP-ID TO WS-LAST-QUEUED-ID                     000478
024000         ADD 1 TO WS-QUEUED-CNT                                   000479
024050     END-IF.                                                      000480
024100* Append this run's records-read/records-written to the shared    000481
024150* run-log for the nightly batch-window reconciliation             000482
024200 8000-WRITE-RUN-LOG.                                              000483
024250     OPEN EXTEND RUN-LOG.                                         000484
024300     IF WS-RUNLOG-STATUS = "35"                                   000485
024350         OPEN OUTPUT RUN-LOG                                      000486
024400     END-IF.                                                      000487
024450     MOVE "PAYRECON" TO RUNLOG-PROGRAM.                           000488
024500     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000489
024550     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000490
024600     MOVE WS-EXCEPTION-CNT TO RUNLOG-RECORDS-WRITTEN.             000491
024650     WRITE RUN-LOG-RECORD.                                        000492
024700     CLOSE RUN-LOG.                                               000493
