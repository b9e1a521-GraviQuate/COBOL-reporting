000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. TUIT-BILL.                                           000002
000200* Nightly tuition billing run - charges every ENROLLMENT-MASTER   000003
000250* registration not yet billed at its course's COURSE-CREDITS      000004
000300* times the term's rate from TUITRATE, and credits back the       000005
000350* charge on every billed registration that has since been         000006
000400* dropped from the enrollment master. Each charge and credit      000007
000450* posts a row to the student's STUDENT-LEDGER and moves the       000008
000500* balance on STUDENT-ACCOUNT. BILLED-REGISTRATIONS remembers      000009
000550* what has been charged so a registration is billed once and a    000010
000600* drop is credited once. A registration whose term has no rate    000011
000650* or whose course is off the catalog is listed and left for a     000012
000700* later run                                                       000013
000750 ENVIRONMENT DIVISION.                                            000014
000800 INPUT-OUTPUT SECTION.                                            000015
000850 FILE-CONTROL.                                                    000016
000900     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"                000017
000950         ORGANIZATION IS INDEXED                                  000018
001000         ACCESS MODE IS DYNAMIC                                   000019
001050         RECORD KEY IS ENRL-KEY OF ENROLLMENT-MASTER-RECORD.      000020
001100* Course catalog - keyed reads give each registration's credits   000021
001150     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000022
001200         ORGANIZATION IS INDEXED                                  000023
001250         ACCESS MODE IS DYNAMIC                                   000024
001300         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000025
001350* Tuition rate per credit hour by term                            000026
001400     SELECT OPTIONAL TUITION-RATES ASSIGN TO "TUITRATE"           000027
001450         ORGANIZATION IS LINE SEQUENTIAL.                         000028
001500* Registrations already charged, and their drop credits           000029
001550     SELECT BILLED-REGISTRATIONS ASSIGN TO "BILLMAST"             000030
001600         ORGANIZATION IS INDEXED                                  000031
001650         ACCESS MODE IS DYNAMIC                                   000032
001700         RECORD KEY IS BILL-KEY OF BILLED-REGISTRATION-RECORD     000033
001750         FILE STATUS IS WS-BILL-STATUS.                           000034
001800* Student account balances and the ledger behind them             000035
001850     SELECT STUDENT-ACCOUNT ASSIGN TO "ACCTMAST"                  000036
001900         ORGANIZATION IS INDEXED                                  000037
001950         ACCESS MODE IS DYNAMIC                                   000038
002000         RECORD KEY IS ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD      000039
002050         FILE STATUS IS WS-ACCT-STATUS.                           000040
002100     SELECT STUDENT-LEDGER ASSIGN TO "STULEDG"                    000041
002150         ORGANIZATION IS INDEXED                                  000042
002200         ACCESS MODE IS DYNAMIC                                   000043
002250         RECORD KEY IS LDG-KEY OF STUDENT-LEDGER-RECORD           000044
002300         FILE STATUS IS WS-LDG-STATUS.                            000045
002350* Printed billing register - every charge, credit and             000046
002400* registration held back, with totals                             000047
002450     SELECT BILLING-REGISTER ASSIGN TO "BILLREG"                  000048
002500         ORGANIZATION IS LINE SEQUENTIAL.                         000049
002550* Run-level control-total log - every batch program appends its   000050
002600* records-read/written counts here for nightly reconciliation     000051
002650     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000052
002700         ORGANIZATION IS LINE SEQUENTIAL                          000053
002750         FILE STATUS IS WS-RUNLOG-STATUS.                         000054
002800* Processing calendar - bank holidays and per-step run            000055
002850* frequencies. Optional; without one every step runs nightly      000056
002900     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000057
002950         ORGANIZATION IS LINE SEQUENTIAL.                         000058
003000* Batch run-control file - each step records started/completed    000059
003050* status for tonight's run so a resubmitted job skips the         000060
003100* steps that already completed                                    000061
003150     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000062
003200         ORGANIZATION IS LINE SEQUENTIAL.                         000063
003250     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000064
003300         ORGANIZATION IS LINE SEQUENTIAL                          000065
003350         FILE STATUS IS WS-RUNCTL-STATUS.                         000066
003400 DATA DIVISION.                                                   000067
003450 FILE SECTION.                                                    000068
003500 FD  ENROLLMENT-MASTER.                                           000069
003550 01  ENROLLMENT-MASTER-RECORD.                                    000070
003600     COPY ENRLREC.                                                000071
003650 FD  COURSE-CATALOG.                                              000072
003700 01  COURSE-CATALOG-RECORD.                                       000073
003750     COPY CRSREC.                                                 000074
003800 FD  TUITION-RATES.                                               000075
003850 01  TUITION-RATE-RECORD.                                         000076
003900     COPY TUITREC.                                                000077
003950 FD  BILLED-REGISTRATIONS.                                        000078
004000 01  BILLED-REGISTRATION-RECORD.                                  000079
004050     COPY BILLREC.                                                000080
004100 FD  STUDENT-ACCOUNT.                                             000081
004150 01  STUDENT-ACCOUNT-RECORD.                                      000082
004200     COPY ACCTREC.                                                000083
004250 FD  STUDENT-LEDGER.                                              000084
004300 01  STUDENT-LEDGER-RECORD.                                       000085
004350     COPY LEDGREC.                                                000086
004400 FD  BILLING-REGISTER.                                            000087
004450 01  BILLING-REGISTER-LINE  PIC X(80).                            000088
004500 FD  RUN-LOG.                                                     000089
004550 01  RUN-LOG-RECORD.                                              000090
004600     COPY RUNLOGREC.                                              000091
004650 FD  PROCESS-CALENDAR.                                            000092
004700 01  PROCESS-CALENDAR-REC.                                        000093
004750     COPY CALREC.                                                 000094
004800 FD  RUN-CONTROL-IN.                                              000095
004850 01  RUN-CONTROL-IN-REC.                                          000096
004900     COPY RUNCTLREC.                                              000097
004950 FD  RUN-CONTROL.                                                 000098
005000 01  RUN-CONTROL-REC.                                             000099
005050     COPY RUNCTLREC.                                              000100
005100 WORKING-STORAGE SECTION.                                         000101
005150* Run-control state - tonight's run date and whether this         000102
005200* step already completed for it                                   000103
005250 01  WS-RUNCTL-STATUS  PIC XX.                                    000104
005300 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000105
005350 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000106
005400     88  WS-RCTL-EOF   VALUE "Y".                                 000107
005450 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000108
005500     88  WS-STEP-DONE  VALUE "Y".                                 000109
005550     COPY RCSEVTAB.                                               000110
005600* Processing-calendar state for tonight's run                     000111
005650 01  WS-CAL-SKIP-SW    PIC X.                                     000112
005700     88  WS-CAL-SKIP   VALUE "Y".                                 000113
005750 01  WS-CAL-EOF-SW     PIC X.                                     000114
005800     88  WS-CAL-EOF    VALUE "Y".                                 000115
005850 01  WS-CAL-FREQ       PIC X.                                     000116
005900 01  WS-CAL-DAY        PIC 99.                                    000117
005950 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000118
006000 01  WS-CAL-INT-DATE   PIC 9(8).                                  000119
006050 01  WS-CAL-DOW        PIC 9.                                     000120
006100 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000121
006150 01  WS-RUNLOG-STATUS  PIC XX.                                    000122
006200 01  WS-BILL-STATUS    PIC XX.                                    000123
006250 01  WS-ACCT-STATUS    PIC XX.                                    000124
006300 01  WS-LDG-STATUS     PIC XX.                                    000125
006350 01  WS-EOF-SW         PIC X VALUE "N".                           000126
006400     88  WS-AT-EOF     VALUE "Y".                                 000127
006450 01  WS-BILL-EOF-SW    PIC X VALUE "N".                           000128
006500     88  WS-BILL-EOF   VALUE "Y".                                 000129
006550 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000130
006600 01  WS-WRITE-CNT      PIC 9(7) VALUE ZERO.                       000131
006650 01  WS-CHARGE-CNT     PIC 9(5) VALUE ZERO.                       000132
006700 01  WS-CREDIT-CNT     PIC 9(5) VALUE ZERO.                       000133
006750 01  WS-HELD-CNT       PIC 9(5) VALUE ZERO.                       000134
006800 01  WS-CHARGE-TOTAL   PIC 9(9)V99 VALUE ZERO.                    000135
006850 01  WS-CREDIT-TOTAL   PIC 9(9)V99 VALUE ZERO.                    000136
006900* Tuition rate table loaded from TUITRATE                         000137
006950 01  WS-RATE-EOF-SW    PIC X VALUE "N".                           000138
007000     88  WS-RATE-EOF   VALUE "Y".                                 000139
007050 78  WS-MAX-RATES      VALUE 200.                                 000140
007100 01  WS-RATE-CNT       PIC 999 VALUE ZERO.                        000141
007150 01  WS-RATE-TABLE.                                               000142
007200     05  RATE-ENTRY OCCURS 0 TO WS-MAX-RATES TIMES                000143
007250             DEPENDING ON WS-RATE-CNT.                            000144
007300         10  RATE-TERM     PIC X(6).                              000145
007350         10  RATE-AMOUNT   PIC 9(5)V99.                           000146
007400 01  WS-RATE-IDX       PIC 999.                                   000147
007450 01  WS-RATE-FOUND-SW  PIC X.                                     000148
007500     88  WS-RATE-FOUND VALUE "Y".                                 000149
007550 01  WS-TERM-RATE      PIC 9(5)V99.                               000150
007600* Whether a billed row is being reused for a re-registration      000151
007650 01  WS-REBILL-SW      PIC X.                                     000152
007700     88  WS-REBILL     VALUE "Y".                                 000153
007750* One ledger posting - filled in before 5000-POST-TO-LEDGER       000154
007800 01  WS-POST-STU-ID    PIC X(9).                                  000155
007850 01  WS-POST-TYPE      PIC X.                                     000156
007900 01  WS-POST-DR-CR     PIC X.                                     000157
007950 01  WS-POST-AMOUNT    PIC 9(7)V99.                               000158
008000 01  WS-POST-TERM      PIC X(6).                                  000159
008050 01  WS-POST-COURSE    PIC X(6).                                  000160
008100 01  WS-POST-OK-SW     PIC X.                                     000161
008150     88  WS-POST-OK    VALUE "Y".                                 000162
008200 01  WS-ACCT-NEW-SW    PIC X.                                     000163
008250     88  WS-ACCT-NEW   VALUE "Y".                                 000164
008300* Register heading, detail and footer lines                       000165
008350 01  WS-HDG-1.                                                    000166
008400     05  FILLER        PIC X(37)                                  000167
008450             VALUE "TUITION BILLING REGISTER - RUN DATE: ".       000168
008500     05  HDG-RUN-DATE  PIC 9(8).                                  000169
008550 01  WS-HDG-2.                                                    000170
008600     05  FILLER        PIC X(11) VALUE "STUDENT ID".              000171
008650     05  FILLER        PIC X(8)  VALUE "TERM".                    000172
008700     05  FILLER        PIC X(8)  VALUE "COURSE".                  000173
008750     05  FILLER        PIC X(5)  VALUE "CRS".                     000174
008800     05  FILLER        PIC X(10) VALUE "RATE".                    000175
008850     05  FILLER        PIC X(13) VALUE "AMOUNT".                  000176
008900     05  FILLER        PIC X(20) VALUE "ACTION".                  000177
008950 01  WS-DETAIL-LINE.                                              000178
009000     05  DTL-STU-ID    PIC X(9).                                  000179
009050     05  FILLER        PIC X(2) VALUE SPACES.                     000180
009100     05  DTL-TERM      PIC X(6).                                  000181
009150     05  FILLER        PIC X(2) VALUE SPACES.                     000182
009200     05  DTL-COURSE    PIC X(6).                                  000183
009250     05  FILLER        PIC X(2) VALUE SPACES.                     000184
009300     05  DTL-CREDITS   PIC Z9.                                    000185
009350     05  FILLER        PIC X(2) VALUE SPACES.                     000186
009400     05  DTL-RATE      PIC ZZZZ9.99.                              000187
009450     05  FILLER        PIC X(2) VALUE SPACES.                     000188
009500     05  DTL-AMOUNT    PIC ZZZZZZ9.99.                            000189
009550     05  FILLER        PIC X(3) VALUE SPACES.                     000190
009600     05  DTL-ACTION    PIC X(20).                                 000191
009650 01  WS-FOOTER-1.                                                 000192
009700     05  FILLER        PIC X(22) VALUE "CHARGES POSTED:".         000193
009750     05  FTR-CHARGE-CNT PIC ZZZZ9.                                000194
009800     05  FILLER        PIC X(4) VALUE SPACES.                     000195
009850     05  FTR-CHARGE-AMT PIC ZZZZZZZZ9.99.                         000196
009900 01  WS-FOOTER-2.                                                 000197
009950     05  FILLER        PIC X(22) VALUE "DROP CREDITS POSTED:".    000198
010000     05  FTR-CREDIT-CNT PIC ZZZZ9.                                000199
010050     05  FILLER        PIC X(4) VALUE SPACES.                     000200
010100     05  FTR-CREDIT-AMT PIC ZZZZZZZZ9.99.                         000201
010150 01  WS-FOOTER-3.                                                 000202
010200     05  FILLER        PIC X(22) VALUE "HELD - NOT BILLED:".      000203
010250     05  FTR-HELD-CNT  PIC ZZZZ9.                                 000204
010300 PROCEDURE DIVISION.                                              000205
010350 0000-MAIN.                                                       000206
010400     PERFORM 0100-CHECK-RUN-CONTROL.                              000207
010450     IF WS-STEP-DONE                                              000208
010500         DISPLAY "TUITBILL step already completed for"            000209
010550             " tonight's run - skipping."                         000210
010600         STOP RUN                                                 000211
010650     END-IF.                                                      000212
010700     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000213
010750     IF WS-CAL-SKIP                                               000214
010800         STOP RUN                                                 000215
010850     END-IF.                                                      000216
010900     PERFORM 0200-MARK-STEP-STARTED.                              000217
010950     PERFORM 1000-LOAD-TUITION-RATES.                             000218
011000     OPEN INPUT ENROLLMENT-MASTER.                                000219
011050     OPEN INPUT COURSE-CATALOG.                                   000220
011100     OPEN I-O BILLED-REGISTRATIONS.                               000221
011150     IF WS-BILL-STATUS = "35"                                     000222
011200         OPEN OUTPUT BILLED-REGISTRATIONS                         000223
011250         CLOSE BILLED-REGISTRATIONS                               000224
011300         OPEN I-O BILLED-REGISTRATIONS                            000225
011350     END-IF.                                                      000226
011400     OPEN I-O STUDENT-ACCOUNT.                                    000227
011450     IF WS-ACCT-STATUS = "35"                                     000228
011500         OPEN OUTPUT STUDENT-ACCOUNT                              000229
011550         CLOSE STUDENT-ACCOUNT                                    000230
011600         OPEN I-O STUDENT-ACCOUNT                                 000231
011650     END-IF.                                                      000232
011700     OPEN I-O STUDENT-LEDGER.                                     000233
011750     IF WS-LDG-STATUS = "35"                                      000234
011800         OPEN OUTPUT STUDENT-LEDGER                               000235
011850         CLOSE STUDENT-LEDGER                                     000236
011900         OPEN I-O STUDENT-LEDGER                                  000237
011950     END-IF.                                                      000238
012000     OPEN OUTPUT BILLING-REGISTER.                                000239
012050     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000240
012100     WRITE BILLING-REGISTER-LINE FROM WS-HDG-1.                   000241
012150     WRITE BILLING-REGISTER-LINE FROM SPACES.                     000242
012200     WRITE BILLING-REGISTER-LINE FROM WS-HDG-2.                   000243
012250     WRITE BILLING-REGISTER-LINE FROM SPACES.                     000244
012300     PERFORM UNTIL WS-AT-EOF                                      000245
012350         READ ENROLLMENT-MASTER NEXT RECORD                       000246
012400             AT END                                               000247
012450                 SET WS-AT-EOF TO TRUE                            000248
012500             NOT AT END                                           000249
012550                 ADD 1 TO WS-READ-CNT                             000250
012600                 PERFORM 2000-CHECK-REGISTRATION                  000251
012650         END-READ                                                 000252
012700     END-PERFORM.                                                 000253
012750     PERFORM 3000-CREDIT-DROPS.                                   000254
012800     PERFORM 7000-PRINT-REGISTER-TOTALS.                          000255
012850     CLOSE ENROLLMENT-MASTER.                                     000256
012900     CLOSE COURSE-CATALOG.                                        000257
012950     CLOSE BILLED-REGISTRATIONS.                                  000258
013000     CLOSE STUDENT-ACCOUNT.                                       000259
013050     CLOSE STUDENT-LEDGER.                                        000260
013100     CLOSE BILLING-REGISTER.                                      000261
013150     PERFORM 8000-WRITE-RUN-LOG.                                  000262
013200     IF WS-HELD-CNT > 0                                           000263
013250         MOVE "EXCEPT" TO WS-STEP-REASON                          000264
013300     END-IF.                                                      000265
013350     PERFORM 8900-MARK-STEP-COMPLETE.                             000266
013400     STOP RUN.                                                    000267
013450* Load the term/rate rows from TUITRATE                           000268
013500 1000-LOAD-TUITION-RATES.                                         000269
013550     OPEN INPUT TUITION-RATES.                                    000270
013600     PERFORM UNTIL WS-RATE-EOF                                    000271
013650             OR WS-RATE-CNT = WS-MAX-RATES                        000272
013700         READ TUITION-RATES                                       000273
013750             AT END                                               000274
013800                 SET WS-RATE-EOF TO TRUE                          000275
013850             NOT AT END                                           000276
013900                 IF TUIT-TERM NOT = SPACES AND                    000277
013950                         TUIT-RATE IS NUMERIC                     000278
014000                     ADD 1 TO WS-RATE-CNT                         000279
014050                     MOVE TUIT-TERM TO RATE-TERM (WS-RATE-CNT)    000280
014100                     MOVE TUIT-RATE TO RATE-AMOUNT (WS-RATE-CNT)  000281
014150                 END-IF                                           000282
014200         END-READ                                                 000283
014250     END-PERFORM.                                                 000284
014300     CLOSE TUITION-RATES.                                         000285
014350* A registration with no billed row, or whose billed row was      000286
014400* credited back on an earlier drop, is charged now                000287
014450 2000-CHECK-REGISTRATION.                                         000288
014500     MOVE "N" TO WS-REBILL-SW.                                    000289
014550     MOVE ENRL-KEY OF ENROLLMENT-MASTER-RECORD                    000290
014600         TO BILL-KEY OF BILLED-REGISTRATION-RECORD.               000291
014650     READ BILLED-REGISTRATIONS                                    000292
014700         INVALID KEY                                              000293
014750             PERFORM 2100-CHARGE-REGISTRATION                     000294
014800         NOT INVALID KEY                                          000295
014850             IF BILL-STATUS OF BILLED-REGISTRATION-RECORD = "D"   000296
014900                 SET WS-REBILL TO TRUE                            000297
014950                 PERFORM 2100-CHARGE-REGISTRATION                 000298
015000             END-IF                                               000299
015050     END-READ.                                                    000300
015100* Price the registration at credits times the term rate and       000301
015150* charge it - a course off the catalog or a term with no rate     000302
015200* holds the registration for a later run                          000303
015250 2100-CHARGE-REGISTRATION.                                        000304
015300     MOVE ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD TO DTL-STU-ID.  000305
015350     MOVE ENRL-TERM OF ENROLLMENT-MASTER-RECORD TO DTL-TERM.      000306
015400     MOVE ENRL-COURSE OF ENROLLMENT-MASTER-RECORD TO DTL-COURSE.  000307
015450     MOVE ZERO TO DTL-CREDITS.                                    000308
015500     MOVE ZERO TO DTL-RATE.                                       000309
015550     MOVE ZERO TO DTL-AMOUNT.                                     000310
015600     MOVE "N" TO WS-RATE-FOUND-SW.                                000311
015650     MOVE ENRL-COURSE OF ENROLLMENT-MASTER-RECORD                 000312
015700         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000313
015750     READ COURSE-CATALOG                                          000314
015800         INVALID KEY                                              000315
015850             MOVE "HELD - NO COURSE" TO DTL-ACTION                000316
015900         NOT INVALID KEY                                          000317
015950             MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD         000318
016000                 TO DTL-CREDITS                                   000319
016050             PERFORM 2200-FIND-TERM-RATE                          000320
016100             IF NOT WS-RATE-FOUND                                 000321
016150                 MOVE "HELD - NO TERM RATE" TO DTL-ACTION         000322
016200             END-IF                                               000323
016250     END-READ.                                                    000324
016300     IF WS-RATE-FOUND                                             000325
016350         PERFORM 2300-WRITE-BILLED-ROW                            000326
016400     ELSE                                                         000327
016450         ADD 1 TO WS-HELD-CNT                                     000328
016500         WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE          000329
016550     END-IF.                                                      000330
016600* Record the registration as billed, post the charge and list     000331
016650* it on the register                                              000332
016700 2300-WRITE-BILLED-ROW.                                           000333
016750     MOVE "Y" TO WS-POST-OK-SW.                                   000334
016800     MOVE ENRL-KEY OF ENROLLMENT-MASTER-RECORD                    000335
016850         TO BILL-KEY OF BILLED-REGISTRATION-RECORD.               000336
016900     MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD                 000337
016950         TO BILL-CREDITS OF BILLED-REGISTRATION-RECORD.           000338
017000     MOVE WS-TERM-RATE TO BILL-RATE OF BILLED-REGISTRATION-RECORD.000339
017050     COMPUTE BILL-AMOUNT OF BILLED-REGISTRATION-RECORD ROUNDED =  000340
017100         COURSE-CREDITS OF COURSE-CATALOG-RECORD * WS-TERM-RATE.  000341
017150     MOVE "B" TO BILL-STATUS OF BILLED-REGISTRATION-RECORD.       000342
017200     MOVE WS-RUN-DATE-CTL                                         000343
017250         TO BILL-DATE OF BILLED-REGISTRATION-RECORD.              000344
017300     MOVE ZERO TO BILL-DROP-DATE OF BILLED-REGISTRATION-RECORD.   000345
017350     IF WS-REBILL                                                 000346
017400         REWRITE BILLED-REGISTRATION-RECORD                       000347
017450             INVALID KEY                                          000348
017500                 MOVE "N" TO WS-POST-OK-SW                        000349
017550         END-REWRITE                                              000350
017600     ELSE                                                         000351
017650         WRITE BILLED-REGISTRATION-RECORD                         000352
017700             INVALID KEY                                          000353
017750                 MOVE "N" TO WS-POST-OK-SW                        000354
017800         END-WRITE                                                000355
017850     END-IF.                                                      000356
017900     IF WS-POST-OK                                                000357
017950         MOVE ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD             000358
018000             TO WS-POST-STU-ID                                    000359
018050         MOVE "C" TO WS-POST-TYPE                                 000360
018100         MOVE "D" TO WS-POST-DR-CR                                000361
018150         MOVE BILL-AMOUNT OF BILLED-REGISTRATION-RECORD           000362
018200             TO WS-POST-AMOUNT                                    000363
018250         MOVE ENRL-TERM OF ENROLLMENT-MASTER-RECORD               000364
018300             TO WS-POST-TERM                                      000365
018350         MOVE ENRL-COURSE OF ENROLLMENT-MASTER-RECORD             000366
018400             TO WS-POST-COURSE                                    000367
018450         PERFORM 5000-POST-TO-LEDGER                              000368
018500         ADD 1 TO WS-CHARGE-CNT                                   000369
018550         ADD WS-POST-AMOUNT TO WS-CHARGE-TOTAL                    000370
018600         MOVE WS-TERM-RATE TO DTL-RATE                            000371
018650         MOVE WS-POST-AMOUNT TO DTL-AMOUNT                        000372
018700         MOVE "CHARGED" TO DTL-ACTION                             000373
018750     ELSE                                                         000374
018800         ADD 1 TO WS-HELD-CNT                                     000375
018850         MOVE "HELD - BILLED ROW" TO DTL-ACTION                   000376
018900     END-IF.                                                      000377
018950     WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE.             000378
019000* Look up the registration's term on the rate table               000379
019050 2200-FIND-TERM-RATE.                                             000380
019100     MOVE "N" TO WS-RATE-FOUND-SW.                                000381
019150     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1                      000382
019200             UNTIL WS-RATE-IDX > WS-RATE-CNT                      000383
019250         IF RATE-TERM (WS-RATE-IDX) =                             000384
019300                 ENRL-TERM OF ENROLLMENT-MASTER-RECORD            000385
019350             MOVE RATE-AMOUNT (WS-RATE-IDX) TO WS-TERM-RATE       000386
019400             SET WS-RATE-FOUND TO TRUE                            000387
019450             EXIT PERFORM                                         000388
019500         END-IF                                                   000389
019550     END-PERFORM.                                                 000390
019600* Walk the billed registrations - one still billed whose          000391
019650* registration has left the enrollment master was dropped, and    000392
019700* its charge is credited back in full                             000393
019750 3000-CREDIT-DROPS.                                               000394
019800     MOVE LOW-VALUES TO BILL-KEY OF BILLED-REGISTRATION-RECORD.   000395
019850     START BILLED-REGISTRATIONS                                   000396
019900         KEY >= BILL-KEY OF BILLED-REGISTRATION-RECORD            000397
019950         INVALID KEY                                              000398
020000             SET WS-BILL-EOF TO TRUE                              000399
020050     END-START.                                                   000400
020100     PERFORM UNTIL WS-BILL-EOF                                    000401
020150         READ BILLED-REGISTRATIONS NEXT RECORD                    000402
020200             AT END                                               000403
020250                 SET WS-BILL-EOF TO TRUE                          000404
020300             NOT AT END                                           000405
020350                 IF BILL-STATUS OF BILLED-REGISTRATION-RECORD     000406
020400                         = "B"                                    000407
020450                     PERFORM 3100-CHECK-STILL-REGISTERED          000408
020500                 END-IF                                           000409
020550         END-READ                                                 000410
020600     END-PERFORM.                                                 000411
020650* Credit back a billed registration no longer on file             000412
020700 3100-CHECK-STILL-REGISTERED.                                     000413
020750     MOVE BILL-KEY OF BILLED-REGISTRATION-RECORD                  000414
020800         TO ENRL-KEY OF ENROLLMENT-MASTER-RECORD.                 000415
020850     READ ENROLLMENT-MASTER                                       000416
020900         INVALID KEY                                              000417
020950             PERFORM 3200-CREDIT-ONE-DROP                         000418
021000         NOT INVALID KEY                                          000419
021050             CONTINUE                                             000420
021100     END-READ.                                                    000421
021150* Mark the billed row dropped and post the credit                 000422
021200 3200-CREDIT-ONE-DROP.                                            000423
021250     MOVE "D" TO BILL-STATUS OF BILLED-REGISTRATION-RECORD.       000424
021300     MOVE WS-RUN-DATE-CTL                                         000425
021350         TO BILL-DROP-DATE OF BILLED-REGISTRATION-RECORD.         000426
021400     REWRITE BILLED-REGISTRATION-RECORD                           000427
021450         INVALID KEY                                              000428
021500             DISPLAY "TUITBILL unable to rewrite billed row "     000429
021550                 BILL-KEY OF BILLED-REGISTRATION-RECORD           000430
021600         NOT INVALID KEY                                          000431
021650             MOVE BILL-STU-ID OF BILLED-REGISTRATION-RECORD       000432
021700                 TO WS-POST-STU-ID                                000433
021750             MOVE "R" TO WS-POST-TYPE                             000434
021800             MOVE "C" TO WS-POST-DR-CR                            000435
021850             MOVE BILL-AMOUNT OF BILLED-REGISTRATION-RECORD       000436
021900                 TO WS-POST-AMOUNT                                000437
021950             MOVE BILL-TERM OF BILLED-REGISTRATION-RECORD         000438
022000                 TO WS-POST-TERM                                  000439
022050             MOVE BILL-COURSE OF BILLED-REGISTRATION-RECORD       000440
022100                 TO WS-POST-COURSE                                000441
022150             PERFORM 5000-POST-TO-LEDGER                          000442
022200             ADD 1 TO WS-CREDIT-CNT                               000443
022250             ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL                000444
022300             MOVE WS-POST-STU-ID TO DTL-STU-ID                    000445
022350             MOVE WS-POST-TERM TO DTL-TERM                        000446
022400             MOVE WS-POST-COURSE TO DTL-COURSE                    000447
022450             MOVE BILL-CREDITS OF BILLED-REGISTRATION-RECORD      000448
022500                 TO DTL-CREDITS                                   000449
022550             MOVE BILL-RATE OF BILLED-REGISTRATION-RECORD         000450
022600                 TO DTL-RATE                                      000451
022650             MOVE WS-POST-AMOUNT TO DTL-AMOUNT                    000452
022700             MOVE "DROP CREDITED" TO DTL-ACTION                   000453
022750             WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE      000454
022800     END-REWRITE.                                                 000455
022850* Post one row to the student's ledger under the account's        000456
022900* next sequence number and carry it into the account balance,     000457
022950* opening the account on the student's first posting              000458
023000 5000-POST-TO-LEDGER.                                             000459
023050     MOVE "N" TO WS-ACCT-NEW-SW.                                  000460
023100     MOVE WS-POST-STU-ID TO ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD.000461
023150     READ STUDENT-ACCOUNT                                         000462
023200         INVALID KEY                                              000463
023250             SET WS-ACCT-NEW TO TRUE                              000464
023300             MOVE ZERO TO ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD  000465
023350             MOVE ZERO TO ACCT-LAST-SEQ OF STUDENT-ACCOUNT-RECORD 000466
023400     END-READ.                                                    000467
023450     ADD 1 TO ACCT-LAST-SEQ OF STUDENT-ACCOUNT-RECORD.            000468
023500     MOVE WS-RUN-DATE-CTL                                         000469
023550         TO ACCT-LAST-DATE OF STUDENT-ACCOUNT-RECORD.             000470
023600     IF WS-POST-DR-CR = "D"                                       000471
023650         ADD WS-POST-AMOUNT                                       000472
023700             TO ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD            000473
023750     ELSE                                                         000474
023800         SUBTRACT WS-POST-AMOUNT                                  000475
023850             FROM ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD          000476
023900     END-IF.                                                      000477
023950     MOVE WS-POST-STU-ID TO LDG-STU-ID OF STUDENT-LEDGER-RECORD.  000478
024000     MOVE ACCT-LAST-SEQ OF STUDENT-ACCOUNT-RECORD                 000479
024050         TO LDG-SEQ OF STUDENT-LEDGER-RECORD.                     000480
024100     MOVE WS-POST-TYPE TO LDG-TYPE OF STUDENT-LEDGER-RECORD.      000481
024150     MOVE WS-POST-DR-CR TO LDG-DR-CR OF STUDENT-LEDGER-RECORD.    000482
024200     MOVE WS-POST-AMOUNT TO LDG-AMOUNT OF STUDENT-LEDGER-RECORD.  000483
024250     MOVE WS-RUN-DATE-CTL TO LDG-DATE OF STUDENT-LEDGER-RECORD.   000484
024300     MOVE WS-POST-TERM TO LDG-TERM OF STUDENT-LEDGER-RECORD.      000485
024350     MOVE WS-POST-COURSE TO LDG-COURSE OF STUDENT-LEDGER-RECORD.  000486
024400     MOVE SPACES TO LDG-REFERENCE OF STUDENT-LEDGER-RECORD.       000487
024450     MOVE "BATCH" TO LDG-USERID OF STUDENT-LEDGER-RECORD.         000488
024500     WRITE STUDENT-LEDGER-RECORD                                  000489
024550         INVALID KEY                                              000490
024600             DISPLAY "TUITBILL unable to write ledger row "       000491
024650                 LDG-KEY OF STUDENT-LEDGER-RECORD                 000492
024700         NOT INVALID KEY                                          000493
024750             ADD 1 TO WS-WRITE-CNT                                000494
024800     END-WRITE.                                                   000495
024850     IF WS-ACCT-NEW                                               000496
024900         WRITE STUDENT-ACCOUNT-RECORD                             000497
024950             INVALID KEY                                          000498
025000                 DISPLAY "TUITBILL unable to open account "       000499
025050                     WS-POST-STU-ID                               000500
025100         END-WRITE                                                000501
025150     ELSE                                                         000502
025200         REWRITE STUDENT-ACCOUNT-RECORD                           000503
025250             INVALID KEY                                          000504
025300                 DISPLAY "TUITBILL unable to rewrite account "    000505
025350                     WS-POST-STU-ID                               000506
025400         END-REWRITE                                              000507
025450     END-IF.                                                      000508
025500* Print the charge/credit/held totals under the register          000509
025550 7000-PRINT-REGISTER-TOTALS.                                      000510
025600     MOVE WS-CHARGE-CNT   TO FTR-CHARGE-CNT.                      000511
025650     MOVE WS-CHARGE-TOTAL TO FTR-CHARGE-AMT.                      000512
025700     MOVE WS-CREDIT-CNT   TO FTR-CREDIT-CNT.                      000513
025750     MOVE WS-CREDIT-TOTAL TO FTR-CREDIT-AMT.                      000514
025800     MOVE WS-HELD-CNT     TO FTR-HELD-CNT.                        000515
025850     WRITE BILLING-REGISTER-LINE FROM SPACES.                     000516
025900     WRITE BILLING-REGISTER-LINE FROM WS-FOOTER-1.                000517
025950     WRITE BILLING-REGISTER-LINE FROM WS-FOOTER-2.                000518
026000     WRITE BILLING-REGISTER-LINE FROM WS-FOOTER-3.                000519
026050* Append this run's records-read/records-written to the shared    000520
026100* run-log for the nightly batch-window reconciliation             000521
026150 8000-WRITE-RUN-LOG.                                              000522
026200     OPEN EXTEND RUN-LOG.                                         000523
026250     IF WS-RUNLOG-STATUS = "35"                                   000524
026300         OPEN OUTPUT RUN-LOG                                      000525
026350     END-IF.                                                      000526
026400     MOVE "TUITBILL" TO RUNLOG-PROGRAM.                           000527
026450     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000528
026500     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000529
026550     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000530
026600     WRITE RUN-LOG-RECORD.                                        000531
026650     CLOSE RUN-LOG.                                               000532
026700* Ask the processing calendar whether this step runs tonight -    000533
026750* a holiday date skips it, and a weekly/monthly/month-end         000534
026800* frequency skips the nights between. A skipped step writes a     000535
026850* K run-control record so the status report and the restart       000536
026900* logic still account for it. No calendar file, or no             000537
026950* frequency record for this step, means run nightly as before     000538
027000 0180-CHECK-PROCESS-CALENDAR.                                     000539
027050     MOVE "N" TO WS-CAL-SKIP-SW.                                  000540
027100     MOVE "N" TO WS-CAL-EOF-SW.                                   000541
027150     MOVE "D" TO WS-CAL-FREQ.                                     000542
027200     MOVE ZERO TO WS-CAL-DAY.                                     000543
027250     OPEN INPUT PROCESS-CALENDAR.                                 000544
027300     PERFORM UNTIL WS-CAL-EOF                                     000545
027350         READ PROCESS-CALENDAR                                    000546
027400             AT END                                               000547
027450                 SET WS-CAL-EOF TO TRUE                           000548
027500             NOT AT END                                           000549
027550                 IF CAL-REC-TYPE = "H" AND                        000550
027600                         CAL-DATE = WS-RUN-DATE-CTL               000551
027650                     SET WS-CAL-SKIP TO TRUE                      000552
027700                 END-IF                                           000553
027750                 IF CAL-REC-TYPE = "F" AND                        000554
027800                         CAL-STEP = "TUITBILL"                    000555
027850                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000556
027900                     MOVE CAL-DAY TO WS-CAL-DAY                   000557
027950                 END-IF                                           000558
028000         END-READ                                                 000559
028050     END-PERFORM.                                                 000560
028100     CLOSE PROCESS-CALENDAR.                                      000561
028150     IF NOT WS-CAL-SKIP                                           000562
028200         PERFORM 0190-TEST-STEP-FREQUENCY                         000563
028250     END-IF.                                                      000564
028300     IF WS-CAL-SKIP                                               000565
028350         MOVE "CALSKIP" TO WS-STEP-REASON                         000566
028400         PERFORM 8960-SET-RETURN-CODE                             000567
028450         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000568
028500         PERFORM 8950-WRITE-RUN-CONTROL                           000569
028550         DISPLAY "TUITBILL skipped per processing calendar."      000570
028600     END-IF.                                                      000571
028650* Does the step's frequency land on tonight - weekly runs on      000572
028700* its day of week, monthly on its day of month, month-end         000573
028750* when tomorrow is a new month                                    000574
028800 0190-TEST-STEP-FREQUENCY.                                        000575
028850     COMPUTE WS-CAL-INT-DATE =                                    000576
028900         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000577
028950     EVALUATE WS-CAL-FREQ                                         000578
029000         WHEN "W"                                                 000579
029050             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000580
029100                 (WS-CAL-INT-DATE - 1, 7) + 1                     000581
029150             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000582
029200                 SET WS-CAL-SKIP TO TRUE                          000583
029250             END-IF                                               000584
029300         WHEN "M"                                                 000585
029350             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000586
029400                 SET WS-CAL-SKIP TO TRUE                          000587
029450             END-IF                                               000588
029500         WHEN "E"                                                 000589
029550             COMPUTE WS-CAL-NEXT-DATE =                           000590
029600                 FUNCTION DATE-OF-INTEGER                         000591
029650                 (WS-CAL-INT-DATE + 1)                            000592
029700             IF WS-CAL-NEXT-DATE (5:2) =                          000593
029750                     WS-RUN-DATE-CTL (5:2)                        000594
029800                 SET WS-CAL-SKIP TO TRUE                          000595
029850             END-IF                                               000596
029900         WHEN OTHER                                               000597
029950             CONTINUE                                             000598
030000     END-EVALUATE.                                                000599
030050* See whether this step already completed for tonight's run       000600
030100 0100-CHECK-RUN-CONTROL.                                          000601
030150     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000602
030200     OPEN INPUT RUN-CONTROL-IN.                                   000603
030250     PERFORM UNTIL WS-RCTL-EOF                                    000604
030300         READ RUN-CONTROL-IN                                      000605
030350             AT END                                               000606
030400                 SET WS-RCTL-EOF TO TRUE                          000607
030450             NOT AT END                                           000608
030500                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000609
030550                         = WS-RUN-DATE-CTL AND                    000610
030600                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000611
030650                         = "TUITBILL" AND                         000612
030700                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000613
030750                     SET WS-STEP-DONE TO TRUE                     000614
030800                 END-IF                                           000615
030850         END-READ                                                 000616
030900     END-PERFORM.                                                 000617
030950     CLOSE RUN-CONTROL-IN.                                        000618
031000* Record this step as started for tonight's run                   000619
031050 0200-MARK-STEP-STARTED.                                          000620
031100     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000621
031150     PERFORM 8950-WRITE-RUN-CONTROL.                              000622
031200* Record how this step ended for tonight's run - a C record       000623
031250* when its return code is below 8 (clean or warning), an F        000624
031300* record for a failure so a resubmitted night runs it again       000625
031350 8900-MARK-STEP-COMPLETE.                                         000626
031400     PERFORM 8960-SET-RETURN-CODE.                                000627
031450     IF WS-STEP-RC < 8                                            000628
031500         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000629
031550     ELSE                                                         000630
031600         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000631
031650     END-IF.                                                      000632
031700     PERFORM 8950-WRITE-RUN-CONTROL.                              000633
031750* Stamp and append one run-control record                         000634
031800 8950-WRITE-RUN-CONTROL.                                          000635
031850     OPEN EXTEND RUN-CONTROL.                                     000636
031900     IF WS-RUNCTL-STATUS = "35"                                   000637
031950         OPEN OUTPUT RUN-CONTROL                                  000638
032000     END-IF.                                                      000639
032050     MOVE WS-RUN-DATE-CTL                                         000640
032100         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000641
032150     MOVE "TUITBILL" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000642
032200     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000643
032250     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000644
032300     MOVE FUNCTION CURRENT-DATE (1:14)                            000645
032350         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000646
032400     WRITE RUN-CONTROL-REC.                                       000647
032450     CLOSE RUN-CONTROL.                                           000648
032500* Classify this step's reason through the shared severity         000649
032550* table and pass the standard return code back to the job         000650
032600* step. No reason set means a clean run; a reason missing         000651
032650* from the table is treated as abend-worthy                       000652
032700 8960-SET-RETURN-CODE.                                            000653
032750     IF WS-STEP-REASON = SPACES                                   000654
032800         MOVE "CLEAN" TO WS-STEP-REASON                           000655
032850     END-IF.                                                      000656
032900     MOVE 12 TO WS-STEP-RC.                                       000657
032950     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000658
033000             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000659
033050         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000660
033100             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000661
033150         END-IF                                                   000662
033200     END-PERFORM.                                                 000663
033250     MOVE WS-STEP-RC TO RETURN-CODE.                              000664
