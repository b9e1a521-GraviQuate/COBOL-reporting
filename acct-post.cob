000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. ACCT-POST.                                           000002
000200* Student-account payment and adjustment posting - applies the    000003
000250* bursar's transaction file of cashier payments and account       000004
000300* adjustments to STUDENT-ACCOUNT, writing a STUDENT-LEDGER row    000005
000350* for each under the account's next sequence number the same      000006
000400* way TUIT-BILL posts charges. Full edits up front, failures to   000007
000450* a suspense file with a printed applied/rejected register, and   000008
000500* RUNLOG counts for the nightly reconciliation                    000009
000550 ENVIRONMENT DIVISION.                                            000010
000600 INPUT-OUTPUT SECTION.                                            000011
000650 FILE-CONTROL.                                                    000012
000700     SELECT ACCT-TRANSACTIONS ASSIGN TO "ACCTTXN"                 000013
000750         ORGANIZATION IS LINE SEQUENTIAL.                         000014
000800* Student master - a posting needs a student on file              000015
000850     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000016
000900         ORGANIZATION IS INDEXED                                  000017
000950         ACCESS MODE IS DYNAMIC                                   000018
001000         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000019
001050* Student account balances and the ledger behind them             000020
001100     SELECT STUDENT-ACCOUNT ASSIGN TO "ACCTMAST"                  000021
001150         ORGANIZATION IS INDEXED                                  000022
001200         ACCESS MODE IS DYNAMIC                                   000023
001250         RECORD KEY IS ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD      000024
001300         FILE STATUS IS WS-ACCT-STATUS.                           000025
001350     SELECT STUDENT-LEDGER ASSIGN TO "STULEDG"                    000026
001400         ORGANIZATION IS INDEXED                                  000027
001450         ACCESS MODE IS DYNAMIC                                   000028
001500         RECORD KEY IS LDG-KEY OF STUDENT-LEDGER-RECORD           000029
001550         FILE STATUS IS WS-LDG-STATUS.                            000030
001600* Tonight's rejects, held for correction and resubmission         000031
001650     SELECT SUSPENSE-OUT ASSIGN TO "ACCTSUSP"                     000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* Printed applied/rejected register for this posting run          000034
001800     SELECT ACCT-REGISTER ASSIGN TO "ACCTREG"                     000035
001850         ORGANIZATION IS LINE SEQUENTIAL.                         000036
001900* Run-level control-total log - every batch program appends its   000037
001950* records-read/written counts here for nightly reconciliation     000038
002000     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000039
002050         ORGANIZATION IS LINE SEQUENTIAL                          000040
002100         FILE STATUS IS WS-RUNLOG-STATUS.                         000041
002150* Processing calendar - bank holidays and per-step run            000042
002200* frequencies. Optional; without one every step runs nightly      000043
002250     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000044
002300         ORGANIZATION IS LINE SEQUENTIAL.                         000045
002350* Batch run-control file - each step records started/completed    000046
002400* status for tonight's run so a resubmitted job skips the         000047
002450* steps that already completed                                    000048
002500     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000049
002550         ORGANIZATION IS LINE SEQUENTIAL.                         000050
002600     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000051
002650         ORGANIZATION IS LINE SEQUENTIAL                          000052
002700         FILE STATUS IS WS-RUNCTL-STATUS.                         000053
002750 DATA DIVISION.                                                   000054
002800 FILE SECTION.                                                    000055
002850 FD  ACCT-TRANSACTIONS.                                           000056
002900 01  ACCT-TRANSACTION-REC.                                        000057
002950     05  TXN-TYPE       PIC X.                                    000058
003000         88  TXN-PAYMENT     VALUE "P" "p".                       000059
003050         88  TXN-ADJUSTMENT  VALUE "A" "a".                       000060
003100     05  TXN-STU-ID     PIC X(9).                                 000061
003150* Adjustments carry D to charge the account or C to credit it;    000062
003200* a payment is always a credit                                    000063
003250     05  TXN-DR-CR      PIC X.                                    000064
003300     05  TXN-AMOUNT     PIC 9(7)V99.                              000065
003350* Date received - zero posts at the run date                      000066
003400     05  TXN-DATE       PIC 9(8).                                 000067
003450     05  TXN-REFERENCE  PIC X(10).                                000068
003500 FD  STUDENT-MASTER.                                              000069
003550 01  STUDENT-MASTER-RECORD.                                       000070
003600     COPY STUREC.                                                 000071
003650 FD  STUDENT-ACCOUNT.                                             000072
003700 01  STUDENT-ACCOUNT-RECORD.                                      000073
003750     COPY ACCTREC.                                                000074
003800 FD  STUDENT-LEDGER.                                              000075
003850 01  STUDENT-LEDGER-RECORD.                                       000076
003900     COPY LEDGREC.                                                000077
003950 FD  SUSPENSE-OUT.                                                000078
004000 01  SUSPENSE-OUT-REC    PIC X(38).                               000079
004050 FD  ACCT-REGISTER.                                               000080
004100 01  ACCT-REGISTER-LINE  PIC X(80).                               000081
004150 FD  RUN-LOG.                                                     000082
004200 01  RUN-LOG-RECORD.                                              000083
004250     COPY RUNLOGREC.                                              000084
004300 FD  PROCESS-CALENDAR.                                            000085
004350 01  PROCESS-CALENDAR-REC.                                        000086
004400     COPY CALREC.                                                 000087
004450 FD  RUN-CONTROL-IN.                                              000088
004500 01  RUN-CONTROL-IN-REC.                                          000089
004550     COPY RUNCTLREC.                                              000090
004600 FD  RUN-CONTROL.                                                 000091
004650 01  RUN-CONTROL-REC.                                             000092
004700     COPY RUNCTLREC.                                              000093
004750 WORKING-STORAGE SECTION.                                         000094
004800* Run-control state - tonight's run date and whether this         000095
004850* step already completed for it                                   000096
004900 01  WS-RUNCTL-STATUS  PIC XX.                                    000097
004950 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000098
005000 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000099
005050     88  WS-RCTL-EOF   VALUE "Y".                                 000100
005100 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000101
005150     88  WS-STEP-DONE  VALUE "Y".                                 000102
005200     COPY RCSEVTAB.                                               000103
005250* Processing-calendar state for tonight's run                     000104
005300 01  WS-CAL-SKIP-SW    PIC X.                                     000105
005350     88  WS-CAL-SKIP   VALUE "Y".                                 000106
005400 01  WS-CAL-EOF-SW     PIC X.                                     000107
005450     88  WS-CAL-EOF    VALUE "Y".                                 000108
005500 01  WS-CAL-FREQ       PIC X.                                     000109
005550 01  WS-CAL-DAY        PIC 99.                                    000110
005600 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000111
005650 01  WS-CAL-INT-DATE   PIC 9(8).                                  000112
005700 01  WS-CAL-DOW        PIC 9.                                     000113
005750 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000114
005800 01  WS-RUNLOG-STATUS  PIC XX.                                    000115
005850 01  WS-ACCT-STATUS    PIC XX.                                    000116
005900 01  WS-LDG-STATUS     PIC XX.                                    000117
005950 01  WS-EOF-SW         PIC X VALUE "N".                           000118
006000     88  END-OF-TXNS   VALUE "Y".                                 000119
006050 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000120
006100 01  WS-APPLIED-CNT    PIC 9(5) VALUE ZERO.                       000121
006150 01  WS-REJECT-CNT     PIC 9(5) VALUE ZERO.                       000122
006200 01  WS-PAYMENT-TOTAL  PIC 9(9)V99 VALUE ZERO.                    000123
006250 01  WS-ADJ-DR-TOTAL   PIC 9(9)V99 VALUE ZERO.                    000124
006300 01  WS-ADJ-CR-TOTAL   PIC 9(9)V99 VALUE ZERO.                    000125
006350 01  WS-REC-VALID-SW   PIC X.                                     000126
006400     88  WS-REC-VALID  VALUE "Y".                                 000127
006450 01  WS-ACCT-NEW-SW    PIC X.                                     000128
006500     88  WS-ACCT-NEW   VALUE "Y".                                 000129
006550* Direction and date the posting carries                          000130
006600 01  WS-POST-DR-CR     PIC X.                                     000131
006650 01  WS-POST-DATE      PIC 9(8).                                  000132
006700* Calendar-date edit fields for the date received                 000133
006750 01  WS-TEST-DATE      PIC 9(8).                                  000134
006800 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000135
006850     05  WS-TEST-YYYY  PIC 9(4).                                  000136
006900     05  WS-TEST-MM    PIC 99.                                    000137
006950     05  WS-TEST-DD    PIC 99.                                    000138
007000 01  WS-MONTH-DAYS     PIC 99.                                    000139
007050 01  WS-LEAP-REM       PIC 9(4).                                  000140
007100 01  WS-DATE-VALID-SW  PIC X.                                     000141
007150     88  WS-DATE-VALID VALUE "Y".                                 000142
007200* One register line per transaction - applied or rejected         000143
007250 01  WS-REG-HDG-1.                                                000144
007300     05  FILLER        PIC X(38)                                  000145
007350             VALUE "STUDENT ACCOUNT POSTING REGISTER".            000146
007400 01  WS-REG-HDG-2.                                                000147
007450     05  FILLER        PIC X(5)  VALUE "TYPE".                    000148
007500     05  FILLER        PIC X(11) VALUE "STUDENT ID".              000149
007550     05  FILLER        PIC X(4)  VALUE "D/C".                     000150
007600     05  FILLER        PIC X(12) VALUE "AMOUNT".                  000151
007650     05  FILLER        PIC X(12) VALUE "REFERENCE".               000152
007700     05  FILLER        PIC X(11) VALUE "DISPOSITION".             000153
007750     05  FILLER        PIC X(24) VALUE "REASON".                  000154
007800 01  WS-REG-DETAIL.                                               000155
007850     05  REG-TYPE      PIC X.                                     000156
007900     05  FILLER        PIC X(4) VALUE SPACES.                     000157
007950     05  REG-STU-ID    PIC X(9).                                  000158
008000     05  FILLER        PIC X(2) VALUE SPACES.                     000159
008050     05  REG-DR-CR     PIC X.                                     000160
008100     05  FILLER        PIC X(2) VALUE SPACES.                     000161
008150     05  REG-AMOUNT    PIC ZZZZZZ9.99.                            000162
008200     05  FILLER        PIC X(2) VALUE SPACES.                     000163
008250     05  REG-REFERENCE PIC X(10).                                 000164
008300     05  FILLER        PIC X(2) VALUE SPACES.                     000165
008350     05  REG-DISP      PIC X(9).                                  000166
008400     05  FILLER        PIC X(2) VALUE SPACES.                     000167
008450     05  REG-REASON    PIC X(24).                                 000168
008500 01  WS-REG-FOOTER-1.                                             000169
008550     05  FILLER        PIC X(22) VALUE "TRANSACTIONS APPLIED:".   000170
008600     05  FTR-APPLIED   PIC ZZZZ9.                                 000171
008650 01  WS-REG-FOOTER-2.                                             000172
008700     05  FILLER        PIC X(22) VALUE "TRANSACTIONS REJECTED:".  000173
008750     05  FTR-REJECTED  PIC ZZZZ9.                                 000174
008800 01  WS-REG-FOOTER-3.                                             000175
008850     05  FILLER        PIC X(22) VALUE "PAYMENTS POSTED:".        000176
008900     05  FTR-PAYMENTS  PIC ZZZZZZZZ9.99.                          000177
008950 01  WS-REG-FOOTER-4.                                             000178
009000     05  FILLER        PIC X(22) VALUE "ADJUSTMENTS - DEBIT:".    000179
009050     05  FTR-ADJ-DR    PIC ZZZZZZZZ9.99.                          000180
009100 01  WS-REG-FOOTER-5.                                             000181
009150     05  FILLER        PIC X(22) VALUE "ADJUSTMENTS - CREDIT:".   000182
009200     05  FTR-ADJ-CR    PIC ZZZZZZZZ9.99.                          000183
009250 PROCEDURE DIVISION.                                              000184
009300 0000-MAIN.                                                       000185
009350     PERFORM 0100-CHECK-RUN-CONTROL.                              000186
009400     IF WS-STEP-DONE                                              000187
009450         DISPLAY "ACCTPOST step already completed for"            000188
009500             " tonight's run - skipping."                         000189
009550         STOP RUN                                                 000190
009600     END-IF.                                                      000191
009650     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000192
009700     IF WS-CAL-SKIP                                               000193
009750         STOP RUN                                                 000194
009800     END-IF.                                                      000195
009850     PERFORM 0200-MARK-STEP-STARTED.                              000196
009900     OPEN INPUT ACCT-TRANSACTIONS.                                000197
009950     OPEN INPUT STUDENT-MASTER.                                   000198
010000     OPEN I-O STUDENT-ACCOUNT.                                    000199
010050     IF WS-ACCT-STATUS = "35"                                     000200
010100         OPEN OUTPUT STUDENT-ACCOUNT                              000201
010150         CLOSE STUDENT-ACCOUNT                                    000202
010200         OPEN I-O STUDENT-ACCOUNT                                 000203
010250     END-IF.                                                      000204
010300     OPEN I-O STUDENT-LEDGER.                                     000205
010350     IF WS-LDG-STATUS = "35"                                      000206
010400         OPEN OUTPUT STUDENT-LEDGER                               000207
010450         CLOSE STUDENT-LEDGER                                     000208
010500         OPEN I-O STUDENT-LEDGER                                  000209
010550     END-IF.                                                      000210
010600     OPEN OUTPUT SUSPENSE-OUT.                                    000211
010650     OPEN OUTPUT ACCT-REGISTER.                                   000212
010700     WRITE ACCT-REGISTER-LINE FROM WS-REG-HDG-1.                  000213
010750     WRITE ACCT-REGISTER-LINE FROM SPACES.                        000214
010800     WRITE ACCT-REGISTER-LINE FROM WS-REG-HDG-2.                  000215
010850     WRITE ACCT-REGISTER-LINE FROM SPACES.                        000216
010900     PERFORM UNTIL END-OF-TXNS                                    000217
010950         READ ACCT-TRANSACTIONS                                   000218
011000             AT END                                               000219
011050                 SET END-OF-TXNS TO TRUE                          000220
011100             NOT AT END                                           000221
011150                 PERFORM 2000-APPLY-TRANSACTION                   000222
011200         END-READ                                                 000223
011250     END-PERFORM.                                                 000224
011300     PERFORM 7000-PRINT-REGISTER-TOTALS.                          000225
011350     CLOSE ACCT-TRANSACTIONS.                                     000226
011400     CLOSE STUDENT-MASTER.                                        000227
011450     CLOSE STUDENT-ACCOUNT.                                       000228
011500     CLOSE STUDENT-LEDGER.                                        000229
011550     CLOSE SUSPENSE-OUT.                                          000230
011600     CLOSE ACCT-REGISTER.                                         000231
011650     PERFORM 8000-WRITE-RUN-LOG.                                  000232
011700     IF WS-REJECT-CNT > 0                                         000233
011750         MOVE "REJECTS" TO WS-STEP-REASON                         000234
011800     END-IF.                                                      000235
011850     PERFORM 8900-MARK-STEP-COMPLETE.                             000236
011900     STOP RUN.                                                    000237
011950* Edit one transaction and post it, or reject it with its         000238
012000* reason                                                          000239
012050 2000-APPLY-TRANSACTION.                                          000240
012100     ADD 1 TO WS-READ-CNT.                                        000241
012150     MOVE TXN-TYPE      TO REG-TYPE.                              000242
012200     MOVE TXN-STU-ID    TO REG-STU-ID.                            000243
012250     MOVE TXN-DR-CR     TO REG-DR-CR.                             000244
012300     MOVE TXN-REFERENCE TO REG-REFERENCE.                         000245
012350     IF TXN-AMOUNT IS NUMERIC                                     000246
012400         MOVE TXN-AMOUNT TO REG-AMOUNT                            000247
012450     ELSE                                                         000248
012500         MOVE ZERO TO REG-AMOUNT                                  000249
012550     END-IF.                                                      000250
012600     PERFORM 2500-EDIT-TRANSACTION.                               000251
012650     IF WS-REC-VALID                                              000252
012700         PERFORM 3000-POST-TRANSACTION                            000253
012750     ELSE                                                         000254
012800         PERFORM 6000-REJECT-TRANSACTION                          000255
012850     END-IF.                                                      000256
012900* Up-front edits - a recognized type, a student on file, a        000257
012950* positive amount, a debit/credit flag on adjustments and a       000258
013000* real calendar date when one is given                            000259
013050 2500-EDIT-TRANSACTION.                                           000260
013100     MOVE "Y" TO WS-REC-VALID-SW.                                 000261
013150     IF NOT TXN-PAYMENT AND NOT TXN-ADJUSTMENT                    000262
013200         MOVE "N" TO WS-REC-VALID-SW                              000263
013250         MOVE "INVALID TRANSACTION TYPE" TO REG-REASON            000264
013300     END-IF.                                                      000265
013350     IF WS-REC-VALID                                              000266
013400         MOVE TXN-STU-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD  000267
013450         READ STUDENT-MASTER                                      000268
013500             INVALID KEY                                          000269
013550                 MOVE "N" TO WS-REC-VALID-SW                      000270
013600                 MOVE "STU-ID NOT FOUND" TO REG-REASON            000271
013650         END-READ                                                 000272
013700     END-IF.                                                      000273
013750     IF WS-REC-VALID                                              000274
013800         IF TXN-AMOUNT IS NOT NUMERIC OR TXN-AMOUNT = ZERO        000275
013850             MOVE "N" TO WS-REC-VALID-SW                          000276
013900             MOVE "AMOUNT MISSING OR ZERO" TO REG-REASON          000277
013950         END-IF                                                   000278
014000     END-IF.                                                      000279
014050     IF WS-REC-VALID                                              000280
014100         IF TXN-PAYMENT                                           000281
014150             MOVE "C" TO WS-POST-DR-CR                            000282
014200         ELSE                                                     000283
014250             IF TXN-DR-CR = "D" OR TXN-DR-CR = "C"                000284
014300                 MOVE TXN-DR-CR TO WS-POST-DR-CR                  000285
014350             ELSE                                                 000286
014400                 MOVE "N" TO WS-REC-VALID-SW                      000287
014450                 MOVE "ADJUSTMENT NEEDS D OR C" TO REG-REASON     000288
014500             END-IF                                               000289
014550         END-IF                                                   000290
014600     END-IF.                                                      000291
014650     IF WS-REC-VALID                                              000292
014700         IF TXN-DATE IS NOT NUMERIC                               000293
014750             MOVE "N" TO WS-REC-VALID-SW                          000294
014800             MOVE "DATE NOT NUMERIC" TO REG-REASON                000295
014850         ELSE                                                     000296
014900             IF TXN-DATE = ZERO                                   000297
014950                 MOVE WS-RUN-DATE-CTL TO WS-POST-DATE             000298
015000             ELSE                                                 000299
015050                 MOVE TXN-DATE TO WS-TEST-DATE                    000300
015100                 PERFORM 0860-VALIDATE-DATE                       000301
015150                 IF WS-DATE-VALID AND                             000302
015200                         TXN-DATE NOT > WS-RUN-DATE-CTL           000303
015250                     MOVE TXN-DATE TO WS-POST-DATE                000304
015300                 ELSE                                             000305
015350                     MOVE "N" TO WS-REC-VALID-SW                  000306
015400                     MOVE "DATE INVALID OR FUTURE" TO REG-REASON  000307
015450                 END-IF                                           000308
015500             END-IF                                               000309
015550         END-IF                                                   000310
015600     END-IF.                                                      000311
015650* Post the payment or adjustment to the student's ledger under    000312
015700* the account's next sequence number and carry it into the        000313
015750* balance, opening the account on the student's first posting     000314
015800 3000-POST-TRANSACTION.                                           000315
015850     MOVE "N" TO WS-ACCT-NEW-SW.                                  000316
015900     MOVE TXN-STU-ID TO ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD.    000317
015950     READ STUDENT-ACCOUNT                                         000318
016000         INVALID KEY                                              000319
016050             SET WS-ACCT-NEW TO TRUE                              000320
016100             MOVE ZERO TO ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD  000321
016150             MOVE ZERO TO ACCT-LAST-SEQ OF STUDENT-ACCOUNT-RECORD 000322
016200     END-READ.                                                    000323
016250     ADD 1 TO ACCT-LAST-SEQ OF STUDENT-ACCOUNT-RECORD.            000324
016300     MOVE WS-RUN-DATE-CTL                                         000325
016350         TO ACCT-LAST-DATE OF STUDENT-ACCOUNT-RECORD.             000326
016400     IF WS-POST-DR-CR = "D"                                       000327
016450         ADD TXN-AMOUNT TO ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD 000328
016500     ELSE                                                         000329
016550         SUBTRACT TXN-AMOUNT                                      000330
016600             FROM ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD          000331
016650     END-IF.                                                      000332
016700     MOVE TXN-STU-ID TO LDG-STU-ID OF STUDENT-LEDGER-RECORD.      000333
016750     MOVE ACCT-LAST-SEQ OF STUDENT-ACCOUNT-RECORD                 000334
016800         TO LDG-SEQ OF STUDENT-LEDGER-RECORD.                     000335
016850     IF TXN-PAYMENT                                               000336
016900         MOVE "P" TO LDG-TYPE OF STUDENT-LEDGER-RECORD            000337
016950     ELSE                                                         000338
017000         MOVE "A" TO LDG-TYPE OF STUDENT-LEDGER-RECORD            000339
017050     END-IF.                                                      000340
017100     MOVE WS-POST-DR-CR TO LDG-DR-CR OF STUDENT-LEDGER-RECORD.    000341
017150     MOVE TXN-AMOUNT TO LDG-AMOUNT OF STUDENT-LEDGER-RECORD.      000342
017200     MOVE WS-POST-DATE TO LDG-DATE OF STUDENT-LEDGER-RECORD.      000343
017250     MOVE SPACES TO LDG-TERM OF STUDENT-LEDGER-RECORD.            000344
017300     MOVE SPACES TO LDG-COURSE OF STUDENT-LEDGER-RECORD.          000345
017350     MOVE TXN-REFERENCE TO LDG-REFERENCE OF STUDENT-LEDGER-RECORD.000346
017400     MOVE "BATCH" TO LDG-USERID OF STUDENT-LEDGER-RECORD.         000347
017450     WRITE STUDENT-LEDGER-RECORD                                  000348
017500         INVALID KEY                                              000349
017550             MOVE "LEDGER ROW EXISTS" TO REG-REASON               000350
017600             PERFORM 6000-REJECT-TRANSACTION                      000351
017650         NOT INVALID KEY                                          000352
017700             PERFORM 3100-UPDATE-ACCOUNT                          000353
017750     END-WRITE.                                                   000354
017800* Carry the posting into the account row and register it          000355
017850 3100-UPDATE-ACCOUNT.                                             000356
017900     IF WS-ACCT-NEW                                               000357
017950         WRITE STUDENT-ACCOUNT-RECORD                             000358
018000             INVALID KEY                                          000359
018050                 DISPLAY "ACCTPOST unable to open account "       000360
018100                     TXN-STU-ID                                   000361
018150         END-WRITE                                                000362
018200     ELSE                                                         000363
018250         REWRITE STUDENT-ACCOUNT-RECORD                           000364
018300             INVALID KEY                                          000365
018350                 DISPLAY "ACCTPOST unable to rewrite account "    000366
018400                     TXN-STU-ID                                   000367
018450         END-REWRITE                                              000368
018500     END-IF.                                                      000369
018550     EVALUATE TRUE                                                000370
018600         WHEN TXN-PAYMENT                                         000371
018650             ADD TXN-AMOUNT TO WS-PAYMENT-TOTAL                   000372
018700         WHEN WS-POST-DR-CR = "D"                                 000373
018750             ADD TXN-AMOUNT TO WS-ADJ-DR-TOTAL                    000374
018800         WHEN OTHER                                               000375
018850             ADD TXN-AMOUNT TO WS-ADJ-CR-TOTAL                    000376
018900     END-EVALUATE.                                                000377
018950     PERFORM 6500-REGISTER-APPLIED.                               000378
019000* Write a rejected register line with its reason and drop the     000379
019050* transaction to the suspense file for correction                 000380
019100 6000-REJECT-TRANSACTION.                                         000381
019150     ADD 1 TO WS-REJECT-CNT.                                      000382
019200     MOVE "REJECTED" TO REG-DISP.                                 000383
019250     WRITE ACCT-REGISTER-LINE FROM WS-REG-DETAIL.                 000384
019300     MOVE SPACES TO REG-REASON.                                   000385
019350     WRITE SUSPENSE-OUT-REC FROM ACCT-TRANSACTION-REC.            000386
019400* Write an applied register line                                  000387
019450 6500-REGISTER-APPLIED.                                           000388
019500     ADD 1 TO WS-APPLIED-CNT.                                     000389
019550     MOVE "APPLIED" TO REG-DISP.                                  000390
019600     MOVE SPACES TO REG-REASON.                                   000391
019650     WRITE ACCT-REGISTER-LINE FROM WS-REG-DETAIL.                 000392
019700* Print applied/rejected counts and posted amounts at the foot    000393
019750* of the register                                                 000394
019800 7000-PRINT-REGISTER-TOTALS.                                      000395
019850     MOVE WS-APPLIED-CNT   TO FTR-APPLIED.                        000396
019900     MOVE WS-REJECT-CNT    TO FTR-REJECTED.                       000397
019950     MOVE WS-PAYMENT-TOTAL TO FTR-PAYMENTS.                       000398
020000     MOVE WS-ADJ-DR-TOTAL  TO FTR-ADJ-DR.                         000399
020050     MOVE WS-ADJ-CR-TOTAL  TO FTR-ADJ-CR.                         000400
020100     WRITE ACCT-REGISTER-LINE FROM SPACES.                        000401
020150     WRITE ACCT-REGISTER-LINE FROM WS-REG-FOOTER-1.               000402
020200     WRITE ACCT-REGISTER-LINE FROM WS-REG-FOOTER-2.               000403
020250     WRITE ACCT-REGISTER-LINE FROM WS-REG-FOOTER-3.               000404
020300     WRITE ACCT-REGISTER-LINE FROM WS-REG-FOOTER-4.               000405
020350     WRITE ACCT-REGISTER-LINE FROM WS-REG-FOOTER-5.               000406
020400* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000407
020450* February 29 allowed only in leap years                          000408
020500 0860-VALIDATE-DATE.                                              000409
020550     MOVE "N" TO WS-DATE-VALID-SW.                                000410
020600     IF WS-TEST-YYYY < 1 OR                                       000411
020650             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000412
020700         CONTINUE                                                 000413
020750     ELSE                                                         000414
020800         EVALUATE WS-TEST-MM                                      000415
020850             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000416
020900             WHEN 08 WHEN 10 WHEN 12                              000417
020950                 MOVE 31 TO WS-MONTH-DAYS                         000418
021000             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000419
021050                 MOVE 30 TO WS-MONTH-DAYS                         000420
021100             WHEN 02                                              000421
021150                 MOVE 28 TO WS-MONTH-DAYS                         000422
021200                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000423
021250                     TO WS-LEAP-REM                               000424
021300                 IF WS-LEAP-REM = ZERO                            000425
021350                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000426
021400                         TO WS-LEAP-REM                           000427
021450                     IF WS-LEAP-REM NOT = ZERO                    000428
021500                         MOVE 29 TO WS-MONTH-DAYS                 000429
021550                     ELSE                                         000430
021600                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000431
021650                             TO WS-LEAP-REM                       000432
021700                         IF WS-LEAP-REM = ZERO                    000433
021750                             MOVE 29 TO WS-MONTH-DAYS             000434
021800                         END-IF                                   000435
021850                     END-IF                                       000436
021900                 END-IF                                           000437
021950         END-EVALUATE                                             000438
022000         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000439
022050             SET WS-DATE-VALID TO TRUE                            000440
022100         END-IF                                                   000441
022150     END-IF.                                                      000442
022200* Append this run's records-read/records-written to the shared    000443
022250* run-log for the nightly batch-window reconciliation             000444
022300 8000-WRITE-RUN-LOG.                                              000445
022350     OPEN EXTEND RUN-LOG.                                         000446
022400     IF WS-RUNLOG-STATUS = "35"                                   000447
022450         OPEN OUTPUT RUN-LOG                                      000448
022500     END-IF.                                                      000449
022550     MOVE "ACCTPOST" TO RUNLOG-PROGRAM.                           000450
022600     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000451
022650     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000452
022700     MOVE WS-APPLIED-CNT TO RUNLOG-RECORDS-WRITTEN.               000453
022750     WRITE RUN-LOG-RECORD.                                        000454
022800     CLOSE RUN-LOG.                                               000455
022850* Ask the processing calendar whether this step runs tonight -    000456
022900* a holiday date skips it, and a weekly/monthly/month-end         000457
022950* frequency skips the nights between. A skipped step writes a     000458
023000* K run-control record so the status report and the restart       000459
023050* logic still account for it. No calendar file, or no             000460
023100* frequency record for this step, means run nightly as before     000461
023150 0180-CHECK-PROCESS-CALENDAR.                                     000462
023200     MOVE "N" TO WS-CAL-SKIP-SW.                                  000463
023250     MOVE "N" TO WS-CAL-EOF-SW.                                   000464
023300     MOVE "D" TO WS-CAL-FREQ.                                     000465
023350     MOVE ZERO TO WS-CAL-DAY.                                     000466
023400     OPEN INPUT PROCESS-CALENDAR.                                 000467
023450     PERFORM UNTIL WS-CAL-EOF                                     000468
023500         READ PROCESS-CALENDAR                                    000469
023550             AT END                                               000470
023600                 SET WS-CAL-EOF TO TRUE                           000471
023650             NOT AT END                                           000472
023700                 IF CAL-REC-TYPE = "H" AND                        000473
023750                         CAL-DATE = WS-RUN-DATE-CTL               000474
023800                     SET WS-CAL-SKIP TO TRUE                      000475
023850                 END-IF                                           000476
023900                 IF CAL-REC-TYPE = "F" AND                        000477
023950                         CAL-STEP = "ACCTPOST"                    000478
024000                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000479
024050                     MOVE CAL-DAY TO WS-CAL-DAY                   000480
024100                 END-IF                                           000481
024150         END-READ                                                 000482
024200     END-PERFORM.                                                 000483
024250     CLOSE PROCESS-CALENDAR.                                      000484
024300     IF NOT WS-CAL-SKIP                                           000485
024350         PERFORM 0190-TEST-STEP-FREQUENCY                         000486
024400     END-IF.                                                      000487
024450     IF WS-CAL-SKIP                                               000488
024500         MOVE "CALSKIP" TO WS-STEP-REASON                         000489
024550         PERFORM 8960-SET-RETURN-CODE                             000490
024600         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000491
024650         PERFORM 8950-WRITE-RUN-CONTROL                           000492
024700         DISPLAY "ACCTPOST skipped per processing calendar."      000493
024750     END-IF.                                                      000494
024800* Does the step's frequency land on tonight - weekly runs on      000495
024850* its day of week, monthly on its day of month, month-end         000496
024900* when tomorrow is a new month                                    000497
024950 0190-TEST-STEP-FREQUENCY.                                        000498
025000     COMPUTE WS-CAL-INT-DATE =                                    000499
025050         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000500
025100     EVALUATE WS-CAL-FREQ                                         000501
025150         WHEN "W"                                                 000502
025200             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000503
025250                 (WS-CAL-INT-DATE - 1, 7) + 1                     000504
025300             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000505
025350                 SET WS-CAL-SKIP TO TRUE                          000506
025400             END-IF                                               000507
025450         WHEN "M"                                                 000508
025500             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000509
025550                 SET WS-CAL-SKIP TO TRUE                          000510
025600             END-IF                                               000511
025650         WHEN "E"                                                 000512
025700             COMPUTE WS-CAL-NEXT-DATE =                           000513
025750                 FUNCTION DATE-OF-INTEGER                         000514
025800                 (WS-CAL-INT-DATE + 1)                            000515
025850             IF WS-CAL-NEXT-DATE (5:2) =                          000516
025900                     WS-RUN-DATE-CTL (5:2)                        000517
025950                 SET WS-CAL-SKIP TO TRUE                          000518
026000             END-IF                                               000519
026050         WHEN OTHER                                               000520
026100             CONTINUE                                             000521
026150     END-EVALUATE.                                                000522
026200* See whether this step already completed for tonight's run       000523
026250 0100-CHECK-RUN-CONTROL.                                          000524
026300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000525
026350     OPEN INPUT RUN-CONTROL-IN.                                   000526
026400     PERFORM UNTIL WS-RCTL-EOF                                    000527
026450         READ RUN-CONTROL-IN                                      000528
026500             AT END                                               000529
026550                 SET WS-RCTL-EOF TO TRUE                          000530
026600             NOT AT END                                           000531
026650                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000532
026700                         = WS-RUN-DATE-CTL AND                    000533
026750                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000534
026800                         = "ACCTPOST" AND                         000535
026850                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000536
026900                     SET WS-STEP-DONE TO TRUE                     000537
026950                 END-IF                                           000538
027000         END-READ                                                 000539
027050     END-PERFORM.                                                 000540
027100     CLOSE RUN-CONTROL-IN.                                        000541
027150* Record this step as started for tonight's run                   000542
027200 0200-MARK-STEP-STARTED.                                          000543
027250     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000544
027300     PERFORM 8950-WRITE-RUN-CONTROL.                              000545
027350* Record how this step ended for tonight's run - a C record       000546
027400* when its return code is below 8 (clean or warning), an F        000547
027450* record for a failure so a resubmitted night runs it again       000548
027500 8900-MARK-STEP-COMPLETE.                                         000549
027550     PERFORM 8960-SET-RETURN-CODE.                                000550
027600     IF WS-STEP-RC < 8                                            000551
027650         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000552
027700     ELSE                                                         000553
027750         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000554
027800     END-IF.                                                      000555
027850     PERFORM 8950-WRITE-RUN-CONTROL.                              000556
027900* Stamp and append one run-control record                         000557
027950 8950-WRITE-RUN-CONTROL.                                          000558
028000     OPEN EXTEND RUN-CONTROL.                                     000559
028050     IF WS-RUNCTL-STATUS = "35"                                   000560
028100         OPEN OUTPUT RUN-CONTROL                                  000561
028150     END-IF.                                                      000562
028200     MOVE WS-RUN-DATE-CTL                                         000563
028250         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000564
028300     MOVE "ACCTPOST" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000565
028350     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000566
028400     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000567
028450     MOVE FUNCTION CURRENT-DATE (1:14)                            000568
028500         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000569
028550     WRITE RUN-CONTROL-REC.                                       000570
028600     CLOSE RUN-CONTROL.                                           000571
028650* Classify this step's reason through the shared severity         000572
028700* table and pass the standard return code back to the job         000573
028750* step. No reason set means a clean run; a reason missing         000574
028800* from the table is treated as abend-worthy                       000575
028850 8960-SET-RETURN-CODE.                                            000576
028900     IF WS-STEP-REASON = SPACES                                   000577
028950         MOVE "CLEAN" TO WS-STEP-REASON                           000578
029000     END-IF.                                                      000579
029050     MOVE 12 TO WS-STEP-RC.                                       000580
029100     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000581
029150             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000582
029200         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000583
029250             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000584
029300         END-IF                                                   000585
029350     END-PERFORM.                                                 000586
029400     MOVE WS-STEP-RC TO RETURN-CODE.                              000587
