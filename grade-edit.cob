000450* reject register saying why each failed. Last night's            000008
000500* suspense file, corrected by the registrar's office, is read     000009
000550* after the new transactions so fixed rejects feed back into      000010
000600* the cycle automatically. Each reject is also logged to          000011
000650* EXCPLOG for the morning exception digest, which ages a          000012
000700* reject still unfixed from the first night it appeared           000013
000750 ENVIRONMENT DIVISION.                                            000014
000800 INPUT-OUTPUT SECTION.                                            000015
000850 FILE-CONTROL.                                                    000016
000900     SELECT GRADE-TRANSACTIONS ASSIGN TO "GRDTXN"                 000017
000950         ORGANIZATION IS LINE SEQUENTIAL.                         000018
001000* Prior night's suspense, resubmitted automatically. Optional     000019
001050* so the first night of the cycle runs without one                000020
001100     SELECT OPTIONAL SUSPENSE-IN ASSIGN TO "GRDSUSPI"             000021
001150         ORGANIZATION IS LINE SEQUENTIAL.                         000022
001200* Clean transactions handed to the grading step                   000023
001250     SELECT CLEAN-TRANSACTIONS ASSIGN TO "GRDCLEAN"               000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Tonight's rejects, held for correction and resubmission         000026
001400     SELECT SUSPENSE-OUT ASSIGN TO "GRDSUSPO"                     000027
001450         ORGANIZATION IS LINE SEQUENTIAL.                         000028
001500* Printed reject register                                         000029
001550     SELECT REJECT-REGISTER ASSIGN TO "GRDREJ"                    000030
001600         ORGANIZATION IS LINE SEQUENTIAL.                         000031
001650* Run-level control-total log - every batch program appends its   000032
001700* records-read/written counts here for nightly reconciliation     000033
001750     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000034
001800         ORGANIZATION IS LINE SEQUENTIAL                          000035
001850         FILE STATUS IS WS-RUNLOG-STATUS.                         000036
001900* Operations exception log - the morning exception digest         000037
001950* gathers every listed exception from here                        000038
002000     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000039
002050         ORGANIZATION IS LINE SEQUENTIAL                          000040
002100         FILE STATUS IS WS-EXCP-STATUS.                           000041
002150* Course catalog - keyed reads validate each transaction's        000042
002200* course code against the catalog                                 000043
002250     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000044
002300         ORGANIZATION IS INDEXED                                  000045
002350         ACCESS MODE IS DYNAMIC                                   000046
002400         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000047
002450* Enrollment master - keyed reads verify the transaction's        000048
002500* student is registered for the course this term                  000049
002550     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"                000050
002600         ORGANIZATION IS INDEXED                                  000051
002650         ACCESS MODE IS DYNAMIC                                   000052
002700         RECORD KEY IS ENRL-KEY OF ENROLLMENT-MASTER-RECORD.      000053
002750* Term master - keyed reads validate the transaction's term:      000054
002800* new grades must land in an open term, corrections in any        000055
002850* term the master knows                                           000056
002900     SELECT TERM-MASTER ASSIGN TO "TERMMAST"                      000057
002950         ORGANIZATION IS INDEXED                                  000058
003000         ACCESS MODE IS DYNAMIC                                   000059
003050         RECORD KEY IS TERM-CODE OF TERM-MASTER-RECORD.           000060
003100* Current term - optional, defaults to the run year/month when    000061
003150* no control card is present                                      000062
003200     SELECT OPTIONAL TERM-CONTROL ASSIGN TO "GRDTERM"             000063
003250         ORGANIZATION IS LINE SEQUENTIAL.                         000064
003300* Processing calendar - bank holidays and per-step run            000065
003350* frequencies. Optional; without one every step runs nightly      000066
003400     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000067
003450         ORGANIZATION IS LINE SEQUENTIAL.                         000068
003500* Batch run-control file - each step records started/completed    000069
003550* status for tonight's run so a resubmitted job skips the         000070
003600* steps that already completed                                    000071
003650     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000072
003700         ORGANIZATION IS LINE SEQUENTIAL.                         000073
003750     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000074
003800         ORGANIZATION IS LINE SEQUENTIAL                          000075
003850         FILE STATUS IS WS-RUNCTL-STATUS.                         000076
003900 DATA DIVISION.                                                   000077
003950 FILE SECTION.                                                    000078
004000 FD  GRADE-TRANSACTIONS.                                          000079
004050 01  GRADE-TRANSACTION-REC.                                       000080
004100     05  STU-ID      PIC X(9).                                    000081
004150     05  STU-COURSE  PIC X(6).                                    000082
004200     05  STU-GRADE   PIC 999.                                     000083
004250* Action space or N = new grade, C = correction superseding the   000084
004300* posted history record for the student/term/course               000085
004350     05  STU-ACTION  PIC X.                                       000086
004400* Term being corrected - blank on a correction means the          000087
004450* current term                                                    000088
004500     05  STU-CORR-TERM PIC X(6).                                  000089
004550 FD  SUSPENSE-IN.                                                 000090
004600 01  SUSPENSE-IN-REC.                                             000091
004650     05  SUSP-IN-STU-ID     PIC X(9).                             000092
004700     05  SUSP-IN-COURSE     PIC X(6).                             000093
004750     05  SUSP-IN-STU-GRADE  PIC 999.                              000094
004800     05  SUSP-IN-ACTION     PIC X.                                000095
004850     05  SUSP-IN-CORR-TERM  PIC X(6).                             000096
004900 FD  CLEAN-TRANSACTIONS.                                          000097
004950 01  CLEAN-TRANSACTION-REC.                                       000098
005000     05  CLEAN-STU-ID     PIC X(9).                               000099
005050     05  CLEAN-COURSE     PIC X(6).                               000100
005100     05  CLEAN-STU-GRADE  PIC 999.                                000101
005150     05  CLEAN-ACTION     PIC X.                                  000102
005200     05  CLEAN-CORR-TERM  PIC X(6).                               000103
005250 FD  SUSPENSE-OUT.                                                000104
005300 01  SUSPENSE-OUT-REC.                                            000105
005350     05  SUSP-OUT-STU-ID    PIC X(9).                             000106
005400     05  SUSP-OUT-COURSE    PIC X(6).                             000107
005450     05  SUSP-OUT-STU-GRADE PIC 999.                              000108
005500     05  SUSP-OUT-ACTION    PIC X.                                000109
005550     05  SUSP-OUT-CORR-TERM PIC X(6).                             000110
005600 FD  REJECT-REGISTER.                                             000111
005650 01  REJECT-REGISTER-LINE  PIC X(80).                             000112
005700 FD  COURSE-CATALOG.                                              000113
005750 01  COURSE-CATALOG-RECORD.                                       000114
005800     COPY CRSREC.                                                 000115
005850 FD  ENROLLMENT-MASTER.                                           000116
005900 01  ENROLLMENT-MASTER-RECORD.                                    000117
005950     COPY ENRLREC.                                                000118
006000 FD  TERM-MASTER.                                                 000119
006050 01  TERM-MASTER-RECORD.                                          000120
006100     COPY TERMREC.                                                000121
006150 FD  TERM-CONTROL.                                                000122
006200 01  TERM-CONTROL-REC.                                            000123
006250     05  CTL-TERM    PIC X(6).                                    000124
006300 FD  RUN-LOG.                                                     000125
006350 01  RUN-LOG-RECORD.                                              000126
006400     COPY RUNLOGREC.                                              000127
006450 FD  EXCP-LOG.                                                    000128
006500 01  EXCP-LOG-REC.                                                000129
006550     COPY EXCPREC.                                                000130
006600 FD  RUN-CONTROL-IN.                                              000131
006650 01  RUN-CONTROL-IN-REC.                                          000132
006700     COPY RUNCTLREC.                                              000133
006750 FD  RUN-CONTROL.                                                 000134
006800 01  RUN-CONTROL-REC.                                             000135
006850     COPY RUNCTLREC.                                              000136
006900 FD  PROCESS-CALENDAR.                                            000137
006950 01  PROCESS-CALENDAR-REC.                                        000138
007000     COPY CALREC.                                                 000139
007050 WORKING-STORAGE SECTION.                                         000140
007100* Run-control state - tonight's run date and whether this         000141
007150* step already completed for it                                   000142
007200 01  WS-RUNCTL-STATUS  PIC XX.                                    000143
007250 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000144
007300 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000145
007350     88  WS-RCTL-EOF   VALUE "Y".                                 000146
007400 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000147
007450     88  WS-STEP-DONE  VALUE "Y".                                 000148
007500     COPY RCSEVTAB.                                               000149
007550* Processing-calendar state for tonight's run                     000150
007600 01  WS-CAL-SKIP-SW    PIC X.                                     000151
007650     88  WS-CAL-SKIP   VALUE "Y".                                 000152
007700 01  WS-CAL-EOF-SW     PIC X.                                     000153
007750     88  WS-CAL-EOF    VALUE "Y".                                 000154
007800 01  WS-CAL-FREQ       PIC X.                                     000155
007850 01  WS-CAL-DAY        PIC 99.                                    000156
007900 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000157
007950 01  WS-CAL-INT-DATE   PIC 9(8).                                  000158
008000 01  WS-CAL-DOW        PIC 9.                                     000159
008050 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000160
008100 01  WS-RUNLOG-STATUS  PIC XX.                                    000161
008150* Exception-log state - items logged for the digest this run      000162
008200 01  WS-EXCP-STATUS    PIC XX.                                    000163
008250 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000164
008300 01  WS-EOF-SW         PIC X VALUE "N".                           000165
008350     88  WS-AT-EOF     VALUE "Y".                                 000166
008400 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000167
008450 01  WS-CLEAN-CNT      PIC 9(7) VALUE ZERO.                       000168
008500 01  WS-SUSPENSE-CNT   PIC 9(7) VALUE ZERO.                       000169
008550* The record under edit, moved here so new transactions and       000170
008600* resubmitted suspense records go through the same edits          000171
008650 01  WS-EDIT-REC.                                                 000172
008700     05  EDIT-STU-ID     PIC X(9).                                000173
008750     05  EDIT-COURSE     PIC X(6).                                000174
008800     05  EDIT-STU-GRADE  PIC 999.                                 000175
008850     05  EDIT-ACTION     PIC X.                                   000176
008900         88  EDIT-NEW-GRADE  VALUE SPACE "N".                     000177
008950         88  EDIT-CORRECTION VALUE "C".                           000178
009000     05  EDIT-CORR-TERM  PIC X(6).                                000179
009050 01  WS-REJECT-REASON  PIC X(25).                                 000180
009100* Current term, the term every transaction this run grades        000181
009150* against - the enrollment check keys on it                       000182
009200 01  WS-TERM           PIC X(6) VALUE SPACES.                     000183
009250* Feed control-record state - the header's business date, the     000184
009300* trailer's record count, and the data records counted by the     000185
009350* validation pre-pass over the feed                               000186
009400 01  WS-FEED-VALID-SW  PIC X VALUE "N".                           000187
009450     88  WS-FEED-VALID VALUE "Y".                                 000188
009500 01  WS-HDR-SEEN-SW    PIC X VALUE "N".                           000189
009550     88  WS-HDR-SEEN   VALUE "Y".                                 000190
009600 01  WS-TRL-SEEN-SW    PIC X VALUE "N".                           000191
009650     88  WS-TRL-SEEN   VALUE "Y".                                 000192
009700 01  WS-FEED-DATE      PIC 9(8) VALUE ZERO.                       000193
009750 01  WS-TRL-COUNT      PIC 9(7) VALUE ZERO.                       000194
009800 01  WS-FEED-DATA-CNT  PIC 9(7) VALUE ZERO.                       000195
009850 01  WS-FEED-EOF-SW    PIC X VALUE "N".                           000196
009900     88  WS-FEED-EOF   VALUE "Y".                                 000197
009950 01  WS-DATE-DONE-SW   PIC X VALUE "N".                           000198
010000     88  WS-DATE-DONE  VALUE "Y".                                 000199
010050* Control-record image - HDR carries the business date, TRL       000200
010100* the count of data records between them                          000201
010150 01  WS-FEED-CTL-REC.                                             000202
010200     05  FCTL-TYPE     PIC X(3).                                  000203
010250     05  FCTL-DATE     PIC 9(8).                                  000204
010300 01  WS-FEED-CTL-X REDEFINES WS-FEED-CTL-REC.                     000205
010350     05  FILLER        PIC X(3).                                  000206
010400     05  FCTL-COUNT    PIC 9(7).                                  000207
010450     05  FILLER        PIC X.                                     000208
010500 01  WS-REC-VALID-SW   PIC X.                                     000209
010550     88  WS-REC-VALID  VALUE "Y".                                 000210
010600* Student-id shape check fields - an id is well formed when its   000211
010650* first character is a letter and the rest of its trimmed         000212
010700* length is all digits                                            000213
010750 01  WS-ID-LEN         PIC 9.                                     000214
010800 01  WS-ID-IDX         PIC 9.                                     000215
010850* Reject register heading, detail and footer lines                000216
010900 01  WS-HDG-1.                                                    000217
010950     05  FILLER        PIC X(33)                                  000218
011000             VALUE "GRADE TRANSACTION REJECT REGISTER".           000219
011050 01  WS-HDG-2.                                                    000220
011100     05  FILLER        PIC X(11) VALUE "STUDENT ID".              000221
011150     05  FILLER        PIC X(8)  VALUE "COURSE".                  000222
011200     05  FILLER        PIC X(7)  VALUE "GRADE".                   000223
011250     05  FILLER        PIC X(25) VALUE "REASON".                  000224
011300 01  WS-DETAIL-LINE.                                              000225
011350     05  DTL-STU-ID    PIC X(9).                                  000226
011400     05  FILLER        PIC X(2) VALUE SPACES.                     000227
011450     05  DTL-COURSE    PIC X(6).                                  000228
011500     05  FILLER        PIC X(2) VALUE SPACES.                     000229
011550     05  DTL-GRADE     PIC X(3).                                  000230
011600     05  FILLER        PIC X(4) VALUE SPACES.                     000231
011650     05  DTL-REASON    PIC X(25).                                 000232
011700 01  WS-FOOTER-1.                                                 000233
011750     05  FILLER        PIC X(22) VALUE "TRANSACTIONS READ:".      000234
011800     05  FTR-READ-CNT  PIC ZZZZZZ9.                               000235
011850 01  WS-FOOTER-2.                                                 000236
011900     05  FILLER        PIC X(22) VALUE "PASSED TO GRADING:".      000237
011950     05  FTR-CLEAN-CNT PIC ZZZZZZ9.                               000238
012000 01  WS-FOOTER-3.                                                 000239
012050     05  FILLER        PIC X(22) VALUE "DROPPED TO SUSPENSE:".    000240
012100     05  FTR-SUSP-CNT  PIC ZZZZZZ9.                               000241
012150 PROCEDURE DIVISION.                                              000242
012200 0000-MAIN.                                                       000243
012250     PERFORM 0100-CHECK-RUN-CONTROL.                              000244
012300     IF WS-STEP-DONE                                              000245
012350         DISPLAY "GRDEDIT step already completed for"             000246
012400             " tonight's run - skipping."                         000247
012450         PERFORM 0150-CARRY-SUSPENSE-FORWARD                      000248
012500         STOP RUN                                                 000249
012550     END-IF.                                                      000250
012600     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000251
012650     IF WS-CAL-SKIP                                               000252
012700         PERFORM 0150-CARRY-SUSPENSE-FORWARD                      000253
012750* The clean file still holds the prior night's records, and a     000254
012800* grading step running tonight on its own frequency would         000255
012850* re-process them - stale corrections would re-apply and          000256
012900* duplicate their audit records - so it is emptied along with     000257
012950* rolling the suspense generation                                 000258
013000         OPEN OUTPUT CLEAN-TRANSACTIONS                           000259
013050         CLOSE CLEAN-TRANSACTIONS                                 000260
013100         STOP RUN                                                 000261
013150     END-IF.                                                      000262
013200     PERFORM 0200-MARK-STEP-STARTED.                              000263
013250     PERFORM 0300-VALIDATE-FEED-CONTROLS.                         000264
013300     IF NOT WS-FEED-VALID                                         000265
013350         DISPLAY "Feed control check failed - step abandoned."    000266
013400         MOVE "BADFEED" TO WS-STEP-REASON                         000267
013450         PERFORM 8900-MARK-STEP-COMPLETE                          000268
013500         STOP RUN                                                 000269
013550     END-IF.                                                      000270
013600     OPEN INPUT GRADE-TRANSACTIONS.                               000271
013650     OPEN INPUT SUSPENSE-IN.                                      000272
013700     PERFORM 1500-GET-CURRENT-TERM.                               000273
013750     OPEN INPUT COURSE-CATALOG.                                   000274
013800     OPEN INPUT ENROLLMENT-MASTER.                                000275
013850     OPEN INPUT TERM-MASTER.                                      000276
013900     OPEN OUTPUT CLEAN-TRANSACTIONS.                              000277
013950     OPEN OUTPUT SUSPENSE-OUT.                                    000278
014000     OPEN OUTPUT REJECT-REGISTER.                                 000279
014050     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000280
014100     WRITE REJECT-REGISTER-LINE FROM WS-HDG-1.                    000281
014150     WRITE REJECT-REGISTER-LINE FROM SPACES.                      000282
014200     WRITE REJECT-REGISTER-LINE FROM WS-HDG-2.                    000283
014250     WRITE REJECT-REGISTER-LINE FROM SPACES.                      000284
014300     PERFORM UNTIL WS-AT-EOF                                      000285
014350         READ GRADE-TRANSACTIONS                                  000286
014400             AT END                                               000287
014450                 SET WS-AT-EOF TO TRUE                            000288
014500             NOT AT END                                           000289
014550                 IF GRADE-TRANSACTION-REC (1:3) = "HDR" OR        000290
014600                         GRADE-TRANSACTION-REC (1:3) = "TRL"      000291
014650                     CONTINUE                                     000292
014700                 ELSE                                             000293
014750                     MOVE GRADE-TRANSACTION-REC                   000294
014800                         TO WS-EDIT-REC                           000295
014850                     PERFORM 2000-EDIT-ONE-RECORD                 000296
014900                 END-IF                                           000297
014950         END-READ                                                 000298
015000     END-PERFORM.                                                 000299
015050     MOVE "N" TO WS-EOF-SW.                                       000300
015100     PERFORM UNTIL WS-AT-EOF                                      000301
015150         READ SUSPENSE-IN                                         000302
015200             AT END                                               000303
015250                 SET WS-AT-EOF TO TRUE                            000304
015300             NOT AT END                                           000305
015350                 MOVE SUSPENSE-IN-REC TO WS-EDIT-REC              000306
015400                 PERFORM 2000-EDIT-ONE-RECORD                     000307
015450         END-READ                                                 000308
015500     END-PERFORM.                                                 000309
015550     PERFORM 7000-PRINT-REGISTER-TOTALS.                          000310
015600     CLOSE GRADE-TRANSACTIONS.                                    000311
015650     CLOSE SUSPENSE-IN.                                           000312
015700     CLOSE COURSE-CATALOG.                                        000313
015750     CLOSE ENROLLMENT-MASTER.                                     000314
015800     CLOSE TERM-MASTER.                                           000315
015850     CLOSE CLEAN-TRANSACTIONS.                                    000316
015900     CLOSE SUSPENSE-OUT.                                          000317
015950     CLOSE REJECT-REGISTER.                                       000318
016000     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000319
016050     PERFORM 8000-WRITE-RUN-LOG.                                  000320
016100     IF WS-SUSPENSE-CNT > 0                                       000321
016150         MOVE "REJECTS" TO WS-STEP-REASON                         000322
016200     END-IF.                                                      000323
016250     PERFORM 8900-MARK-STEP-COMPLETE.                             000324
016300     PERFORM 8920-MARK-FEED-PROCESSED.                            000325
016350     STOP RUN.                                                    000326
016400* A skipped rerun still owns tonight's new suspense generation,   000327
016450* so the prior generation's uncorrected rejects are copied        000328
016500* forward instead of being lost from the correction cycle         000329
016550 0150-CARRY-SUSPENSE-FORWARD.                                     000330
016600     OPEN INPUT SUSPENSE-IN.                                      000331
016650     OPEN OUTPUT SUSPENSE-OUT.                                    000332
016700     PERFORM UNTIL WS-AT-EOF                                      000333
016750         READ SUSPENSE-IN                                         000334
016800             AT END                                               000335
016850                 SET WS-AT-EOF TO TRUE                            000336
016900             NOT AT END                                           000337
016950                 MOVE SUSPENSE-IN-REC TO SUSPENSE-OUT-REC         000338
017000                 WRITE SUSPENSE-OUT-REC                           000339
017050         END-READ                                                 000340
017100     END-PERFORM.                                                 000341
017150     CLOSE SUSPENSE-IN.                                           000342
017200     CLOSE SUSPENSE-OUT.                                          000343
017250* Run every edit against the record in WS-EDIT-REC and route it   000344
017300* to the clean file or to suspense with a register line           000345
017350 2000-EDIT-ONE-RECORD.                                            000346
017400     ADD 1 TO WS-READ-CNT.                                        000347
017450     MOVE "Y" TO WS-REC-VALID-SW.                                 000348
017500     MOVE SPACES TO WS-REJECT-REASON.                             000349
017550     PERFORM 3000-EDIT-STUDENT-ID.                                000350
017600     IF WS-REC-VALID                                              000351
017650         PERFORM 3200-EDIT-COURSE                                 000352
017700     END-IF.                                                      000353
017750     IF WS-REC-VALID                                              000354
017800         PERFORM 3300-EDIT-COURSE-CATALOG                         000355
017850     END-IF.                                                      000356
017900     IF WS-REC-VALID                                              000357
017950         PERFORM 3400-EDIT-ENROLLMENT                             000358
018000     END-IF.                                                      000359
018050     IF WS-REC-VALID                                              000360
018100         PERFORM 3600-EDIT-ACTION                                 000361
018150     END-IF.                                                      000362
018200     IF WS-REC-VALID                                              000363
018250         PERFORM 3700-EDIT-TERM                                   000364
018300     END-IF.                                                      000365
018350     IF WS-REC-VALID                                              000366
018400         PERFORM 3500-EDIT-GRADE                                  000367
018450     END-IF.                                                      000368
018500     IF WS-REC-VALID                                              000369
018550         ADD 1 TO WS-CLEAN-CNT                                    000370
018600         IF EDIT-CORRECTION AND EDIT-CORR-TERM = SPACES           000371
018650             MOVE WS-TERM TO EDIT-CORR-TERM                       000372
018700         END-IF                                                   000373
018750         MOVE WS-EDIT-REC TO CLEAN-TRANSACTION-REC                000374
018800         WRITE CLEAN-TRANSACTION-REC                              000375
018850     ELSE                                                         000376
018900         ADD 1 TO WS-SUSPENSE-CNT                                 000377
018950         MOVE WS-EDIT-REC TO SUSPENSE-OUT-REC                     000378
019000         WRITE SUSPENSE-OUT-REC                                   000379
019050         MOVE EDIT-STU-ID TO DTL-STU-ID                           000380
019100         MOVE EDIT-COURSE TO DTL-COURSE                           000381
019150         MOVE WS-EDIT-REC (16:3) TO DTL-GRADE                     000382
019200         MOVE WS-REJECT-REASON TO DTL-REASON                      000383
019250         WRITE REJECT-REGISTER-LINE FROM WS-DETAIL-LINE           000384
019300         MOVE 2 TO EXC-PRIORITY                                   000385
019350         MOVE SPACES TO EXC-KEY                                   000386
019400         STRING EDIT-STU-ID " " EDIT-COURSE                       000387
019450             DELIMITED BY SIZE INTO EXC-KEY                       000388
019500         MOVE ZERO TO EXC-OPEN-DATE                               000389
019550         MOVE SPACES TO EXC-TEXT                                  000390
019600         STRING "GRADE " DTL-GRADE " - " DTL-REASON               000391
019650             DELIMITED BY SIZE INTO EXC-TEXT                      000392
019700         PERFORM 8150-WRITE-EXCEPTION-ITEM                        000393
019750     END-IF.                                                      000394
019800* A well-formed student id is non-blank, starts with a letter     000395
019850* and is all digits through its trimmed length with no            000396
019900* embedded blanks                                                 000397
019950 3000-EDIT-STUDENT-ID.                                            000398
020000     IF EDIT-STU-ID = SPACES                                      000399
020050         MOVE "N" TO WS-REC-VALID-SW                              000400
020100         MOVE "STUDENT ID BLANK" TO WS-REJECT-REASON              000401
020150     ELSE                                                         000402
020200         MOVE ZERO TO WS-ID-LEN                                   000403
020250         PERFORM VARYING WS-ID-IDX FROM 9 BY -1                   000404
020300                 UNTIL WS-ID-IDX < 1                              000405
020350             IF EDIT-STU-ID (WS-ID-IDX:1) NOT = SPACE             000406
020400                 MOVE WS-ID-IDX TO WS-ID-LEN                      000407
020450                 EXIT PERFORM                                     000408
020500             END-IF                                               000409
020550         END-PERFORM                                              000410
020600         IF WS-ID-LEN < 2 OR                                      000411
020650                 EDIT-STU-ID (1:1) IS NOT ALPHABETIC OR           000412
020700                 EDIT-STU-ID (1:1) = SPACE                        000413
020750             MOVE "N" TO WS-REC-VALID-SW                          000414
020800             MOVE "STUDENT ID MALFORMED" TO WS-REJECT-REASON      000415
020850         ELSE                                                     000416
020900             PERFORM VARYING WS-ID-IDX FROM 2 BY 1                000417
020950                     UNTIL WS-ID-IDX > WS-ID-LEN                  000418
021000                 IF EDIT-STU-ID (WS-ID-IDX:1) IS NOT NUMERIC      000419
021050                     MOVE "N" TO WS-REC-VALID-SW                  000420
021100                     MOVE "STUDENT ID MALFORMED"                  000421
021150                         TO WS-REJECT-REASON                      000422
021200                     EXIT PERFORM                                 000423
021250                 END-IF                                           000424
021300             END-PERFORM                                          000425
021350         END-IF                                                   000426
021400     END-IF.                                                      000427
021450* Every transaction must say which course it grades               000428
021500 3200-EDIT-COURSE.                                                000429
021550     IF EDIT-COURSE = SPACES                                      000430
021600         MOVE "N" TO WS-REC-VALID-SW                              000431
021650         MOVE "COURSE BLANK" TO WS-REJECT-REASON                  000432
021700     END-IF.                                                      000433
021750* The course must be on the course catalog and still active -     000434
021800* a mistyped or retired course code goes to suspense instead      000435
021850* of landing in the grade history as free text                    000436
021900 3300-EDIT-COURSE-CATALOG.                                        000437
021950     MOVE EDIT-COURSE                                             000438
022000         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000439
022050     READ COURSE-CATALOG                                          000440
022100         INVALID KEY                                              000441
022150             MOVE "N" TO WS-REC-VALID-SW                          000442
022200             MOVE "COURSE NOT ON CATALOG" TO WS-REJECT-REASON     000443
022250         NOT INVALID KEY                                          000444
022300* A correction may reference a course retired since the           000445
022350* original grade posted, so only new grades insist on an          000446
022400* active catalog entry                                            000447
022450             IF COURSE-ACTIVE OF COURSE-CATALOG-RECORD            000448
022500                     NOT = "A" AND NOT EDIT-CORRECTION            000449
022550                 MOVE "N" TO WS-REC-VALID-SW                      000450
022600                 MOVE "COURSE INACTIVE" TO WS-REJECT-REASON       000451
022650             END-IF                                               000452
022700     END-READ.                                                    000453
022750* The student must hold a registration on the enrollment          000454
022800* master for this course and the current term - a grade with      000455
022850* no registration behind it goes to suspense so the registrar     000456
022900* can sort out which side is wrong                                000457
022950 3400-EDIT-ENROLLMENT.                                            000458
023000     MOVE EDIT-STU-ID                                             000459
023050         TO ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD.              000460
023100     IF EDIT-CORRECTION AND EDIT-CORR-TERM NOT = SPACES           000461
023150         MOVE EDIT-CORR-TERM                                      000462
023200             TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD             000463
023250     ELSE                                                         000464
023300         MOVE WS-TERM                                             000465
023350             TO ENRL-TERM OF ENROLLMENT-MASTER-RECORD             000466
023400     END-IF.                                                      000467
023450     MOVE EDIT-COURSE                                             000468
023500         TO ENRL-COURSE OF ENROLLMENT-MASTER-RECORD.              000469
023550     READ ENROLLMENT-MASTER                                       000470
023600         INVALID KEY                                              000471
023650             MOVE "N" TO WS-REC-VALID-SW                          000472
023700             MOVE "NOT ENROLLED FOR TERM" TO WS-REJECT-REASON     000473
023750         NOT INVALID KEY                                          000474
023800             CONTINUE                                             000475
023850     END-READ.                                                    000476
023900* The action must be blank or N for a new grade, or C for a       000477
023950* correction superseding the posted history record                000478
024000 3600-EDIT-ACTION.                                                000479
024050     IF EDIT-NEW-GRADE OR EDIT-CORRECTION                         000480
024100         CONTINUE                                                 000481
024150     ELSE                                                         000482
024200         MOVE "N" TO WS-REC-VALID-SW                              000483
024250         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON           000484
024300     END-IF.                                                      000485
024350* The transaction's term must be on the term master. A new        000486
024400* grade must also land in an open term - a mistyped term no       000487
024450* longer creates a phantom term, and a late straggler for a       000488
024500* closed term falls to suspense. Corrections may reference a      000489
024550* closed term, since appeals arrive after close-out               000490
024600 3700-EDIT-TERM.                                                  000491
024650     IF EDIT-CORRECTION AND EDIT-CORR-TERM NOT = SPACES           000492
024700         MOVE EDIT-CORR-TERM                                      000493
024750             TO TERM-CODE OF TERM-MASTER-RECORD                   000494
024800     ELSE                                                         000495
024850         MOVE WS-TERM                                             000496
024900             TO TERM-CODE OF TERM-MASTER-RECORD                   000497
024950     END-IF.                                                      000498
025000     READ TERM-MASTER                                             000499
025050         INVALID KEY                                              000500
025100             MOVE "N" TO WS-REC-VALID-SW                          000501
025150             MOVE "TERM NOT ON TERM MASTER" TO WS-REJECT-REASON   000502
025200         NOT INVALID KEY                                          000503
025250             IF TERM-STATUS OF TERM-MASTER-RECORD = "C" AND       000504
025300                     NOT EDIT-CORRECTION                          000505
025350                 MOVE "N" TO WS-REC-VALID-SW                      000506
025400                 MOVE "TERM CLOSED" TO WS-REJECT-REASON           000507
025450             END-IF                                               000508
025500     END-READ.                                                    000509
025550* Read the current-term control card, defaulting to the run       000510
025600* year/month when it is missing or empty                          000511
025650 1500-GET-CURRENT-TERM.                                           000512
025700     OPEN INPUT TERM-CONTROL.                                     000513
025750     READ TERM-CONTROL                                            000514
025800         AT END                                                   000515
025850             CONTINUE                                             000516
025900         NOT AT END                                               000517
025950             IF CTL-TERM NOT = SPACES                             000518
026000                 MOVE CTL-TERM TO WS-TERM                         000519
026050             END-IF                                               000520
026100     END-READ.                                                    000521
026150     CLOSE TERM-CONTROL.                                          000522
026200     IF WS-TERM = SPACES                                          000523
026250         MOVE FUNCTION CURRENT-DATE (1:6) TO WS-TERM              000524
026300     END-IF.                                                      000525
026350* The grade must be all digits and no more than 100               000526
026400 3500-EDIT-GRADE.                                                 000527
026450     IF EDIT-STU-GRADE IS NOT NUMERIC                             000528
026500         MOVE "N" TO WS-REC-VALID-SW                              000529
026550         MOVE "GRADE NOT NUMERIC" TO WS-REJECT-REASON             000530
026600     ELSE                                                         000531
026650         IF EDIT-STU-GRADE > 100                                  000532
026700             MOVE "N" TO WS-REC-VALID-SW                          000533
026750             MOVE "GRADE OVER 100" TO WS-REJECT-REASON            000534
026800         END-IF                                                   000535
026850     END-IF.                                                      000536
026900* Print the read/clean/suspense totals under the register         000537
026950 7000-PRINT-REGISTER-TOTALS.                                      000538
027000     MOVE WS-READ-CNT     TO FTR-READ-CNT.                        000539
027050     MOVE WS-CLEAN-CNT    TO FTR-CLEAN-CNT.                       000540
027100     MOVE WS-SUSPENSE-CNT TO FTR-SUSP-CNT.                        000541
027150     WRITE REJECT-REGISTER-LINE FROM SPACES.                      000542
027200     WRITE REJECT-REGISTER-LINE FROM WS-FOOTER-1.                 000543
027250     WRITE REJECT-REGISTER-LINE FROM WS-FOOTER-2.                 000544
027300     WRITE REJECT-REGISTER-LINE FROM WS-FOOTER-3.                 000545
027350* Append this run's records-read/records-written to the shared    000546
027400* run-log for the nightly batch-window reconciliation             000547
027450 8000-WRITE-RUN-LOG.                                              000548
027500     OPEN EXTEND RUN-LOG.                                         000549
027550     IF WS-RUNLOG-STATUS = "35"                                   000550
027600         OPEN OUTPUT RUN-LOG                                      000551
027650     END-IF.                                                      000552
027700     MOVE "GRDEDIT" TO RUNLOG-PROGRAM.                            000553
027750     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000554
027800     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000555
027850     MOVE WS-CLEAN-CNT TO RUNLOG-RECORDS-WRITTEN.                 000556
027900     WRITE RUN-LOG-RECORD.                                        000557
027950     CLOSE RUN-LOG.                                               000558
028000* Open the operations exception log for this run's items          000559
028050 8100-OPEN-EXCEPTION-LOG.                                         000560
028100     OPEN EXTEND EXCP-LOG.                                        000561
028150     IF WS-EXCP-STATUS = "35"                                     000562
028200         OPEN OUTPUT EXCP-LOG                                     000563
028250     END-IF.                                                      000564
028300     MOVE ZERO TO WS-EXCP-CNT.                                    000565
028350* Log one exception item for the morning digest - the caller      000566
028400* has set its priority, key, open date and text                   000567
028450 8150-WRITE-EXCEPTION-ITEM.                                       000568
028500     MOVE "GRDREJ" TO EXC-SOURCE.                                 000569
028550     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000570
028600     MOVE "I" TO EXC-REC-TYPE.                                    000571
028650     MOVE ZERO TO EXC-COUNT.                                      000572
028700     WRITE EXCP-LOG-REC.                                          000573
028750     ADD 1 TO WS-EXCP-CNT.                                        000574
028800* Close the run on the exception log with its item count          000575
028850 8190-CLOSE-EXCEPTION-LOG.                                        000576
028900     MOVE "GRDREJ" TO EXC-SOURCE.                                 000577
028950     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000578
029000     MOVE "T" TO EXC-REC-TYPE.                                    000579
029050     MOVE ZERO TO EXC-PRIORITY.                                   000580
029100     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000581
029150     MOVE SPACES TO EXC-KEY.                                      000582
029200     MOVE ZERO TO EXC-OPEN-DATE.                                  000583
029250     MOVE SPACES TO EXC-TEXT.                                     000584
029300     WRITE EXCP-LOG-REC.                                          000585
029350     CLOSE EXCP-LOG.                                              000586
029400* Pre-pass over the feed before anything is applied - the         000587
029450* first record must be an HDR carrying tonight's business         000588
029500* date, the last a TRL whose count matches the data records       000589
029550* between them, and a date RUNCTL already shows processed is      000590
029600* refused, so a truncated transfer or a re-staged file fails      000591
029650* the step instead of processing without a murmur                 000592
029700 0300-VALIDATE-FEED-CONTROLS.                                     000593
029750     MOVE "N" TO WS-FEED-EOF-SW.                                  000594
029800     OPEN INPUT GRADE-TRANSACTIONS.                               000595
029850     PERFORM UNTIL WS-FEED-EOF                                    000596
029900         READ GRADE-TRANSACTIONS                                  000597
029950             AT END                                               000598
030000                 SET WS-FEED-EOF TO TRUE                          000599
030050             NOT AT END                                           000600
030100                 PERFORM 0310-CHECK-ONE-FEED-RECORD               000601
030150         END-READ                                                 000602
030200     END-PERFORM.                                                 000603
030250     CLOSE GRADE-TRANSACTIONS.                                    000604
030300     PERFORM 0350-CHECK-FEED-TOTALS.                              000605
030350* Sort one feed record into header, trailer or data               000606
030400 0310-CHECK-ONE-FEED-RECORD.                                      000607
030450     MOVE GRADE-TRANSACTION-REC (1:11) TO WS-FEED-CTL-REC.        000608
030500     EVALUATE FCTL-TYPE                                           000609
030550         WHEN "HDR"                                               000610
030600             SET WS-HDR-SEEN TO TRUE                              000611
030650             IF FCTL-DATE IS NUMERIC                              000612
030700                 MOVE FCTL-DATE TO WS-FEED-DATE                   000613
030750             END-IF                                               000614
030800         WHEN "TRL"                                               000615
030850             SET WS-TRL-SEEN TO TRUE                              000616
030900             IF FCTL-COUNT IS NUMERIC                             000617
030950                 MOVE FCTL-COUNT TO WS-TRL-COUNT                  000618
031000             END-IF                                               000619
031050         WHEN OTHER                                               000620
031100             ADD 1 TO WS-FEED-DATA-CNT                            000621
031150     END-EVALUATE.                                                000622
031200* The whole set of control checks - any failure abandons the      000623
031250* step before a record is applied                                 000624
031300 0350-CHECK-FEED-TOTALS.                                          000625
031350     MOVE "Y" TO WS-FEED-VALID-SW.                                000626
031400     IF NOT WS-HDR-SEEN                                           000627
031450         DISPLAY "GRDTXN feed carries no header record."          000628
031500         MOVE "N" TO WS-FEED-VALID-SW                             000629
031550     END-IF.                                                      000630
031600     IF NOT WS-TRL-SEEN                                           000631
031650         DISPLAY "GRDTXN feed carries no trailer record."         000632
031700         MOVE "N" TO WS-FEED-VALID-SW                             000633
031750     END-IF.                                                      000634
031800     IF WS-TRL-SEEN AND                                           000635
031850             WS-TRL-COUNT NOT = WS-FEED-DATA-CNT                  000636
031900         DISPLAY "GRDTXN trailer count " WS-TRL-COUNT             000637
031950             " does not match records read "                      000638
032000             WS-FEED-DATA-CNT "."                                 000639
032050         MOVE "N" TO WS-FEED-VALID-SW                             000640
032100     END-IF.                                                      000641
032150     IF WS-HDR-SEEN AND                                           000642
032200             WS-FEED-DATE NOT = WS-RUN-DATE-CTL                   000643
032250         DISPLAY "GRDTXN header date " WS-FEED-DATE               000644
032300             " is stale for run date " WS-RUN-DATE-CTL "."        000645
032350         MOVE "N" TO WS-FEED-VALID-SW                             000646
032400     END-IF.                                                      000647
032450     IF WS-HDR-SEEN AND WS-FEED-VALID                             000648
032500         PERFORM 0360-CHECK-DATE-PROCESSED                        000649
032550         IF WS-DATE-DONE                                          000650
032600             DISPLAY "GRDTXN business date " WS-FEED-DATE         000651
032650                 " was already processed per RUNCTL."             000652
032700             MOVE "N" TO WS-FEED-VALID-SW                         000653
032750         END-IF                                                   000654
032800     END-IF.                                                      000655
032850* Was this business date already consumed by a prior run          000656
032900 0360-CHECK-DATE-PROCESSED.                                       000657
032950     MOVE "N" TO WS-DATE-DONE-SW.                                 000658
033000     MOVE "N" TO WS-RCTL-EOF-SW.                                  000659
033050     OPEN INPUT RUN-CONTROL-IN.                                   000660
033100     PERFORM UNTIL WS-RCTL-EOF                                    000661
033150         READ RUN-CONTROL-IN                                      000662
033200             AT END                                               000663
033250                 SET WS-RCTL-EOF TO TRUE                          000664
033300             NOT AT END                                           000665
033350                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000666
033400                         = WS-FEED-DATE AND                       000667
033450                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000668
033500                         = "GRDTXN" AND                           000669
033550                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000670
033600                     SET WS-DATE-DONE TO TRUE                     000671
033650                 END-IF                                           000672
033700         END-READ                                                 000673
033750     END-PERFORM.                                                 000674
033800     CLOSE RUN-CONTROL-IN.                                        000675
033850* Record the feed's business date as consumed, so the same        000676
033900* file re-staged tomorrow is refused                              000677
033950 8920-MARK-FEED-PROCESSED.                                        000678
034000     OPEN EXTEND RUN-CONTROL.                                     000679
034050     IF WS-RUNCTL-STATUS = "35"                                   000680
034100         OPEN OUTPUT RUN-CONTROL                                  000681
034150     END-IF.                                                      000682
034200     MOVE WS-FEED-DATE                                            000683
034250         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000684
034300     MOVE "GRDTXN" TO RC-STEP-NAME OF RUN-CONTROL-REC.            000685
034350     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000686
034400     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000687
034450     MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC.                    000688
034500     MOVE FUNCTION CURRENT-DATE (1:14)                            000689
034550         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000690
034600     WRITE RUN-CONTROL-REC.                                       000691
034650     CLOSE RUN-CONTROL.                                           000692
034700* Ask the processing calendar whether this step runs tonight -    000693
034750* a holiday date skips it, and a weekly/monthly/month-end         000694
034800* frequency skips the nights between. A skipped step writes a     000695
034850* K run-control record so the status report and the restart       000696
034900* logic still account for it. No calendar file, or no             000697
034950* frequency record for this step, means run nightly as before     000698
035000 0180-CHECK-PROCESS-CALENDAR.                                     000699
035050     MOVE "N" TO WS-CAL-SKIP-SW.                                  000700
035100     MOVE "N" TO WS-CAL-EOF-SW.                                   000701
035150     MOVE "D" TO WS-CAL-FREQ.                                     000702
035200     MOVE ZERO TO WS-CAL-DAY.                                     000703
035250     OPEN INPUT PROCESS-CALENDAR.                                 000704
035300     PERFORM UNTIL WS-CAL-EOF                                     000705
035350         READ PROCESS-CALENDAR                                    000706
035400             AT END                                               000707
035450                 SET WS-CAL-EOF TO TRUE                           000708
035500             NOT AT END                                           000709
035550                 IF CAL-REC-TYPE = "H" AND                        000710
035600                         CAL-DATE = WS-RUN-DATE-CTL               000711
035650                     SET WS-CAL-SKIP TO TRUE                      000712
035700                 END-IF                                           000713
035750                 IF CAL-REC-TYPE = "F" AND                        000714
035800                         CAL-STEP = "GRDEDIT"                     000715
035850                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000716
035900                     MOVE CAL-DAY TO WS-CAL-DAY                   000717
035950                 END-IF                                           000718
036000         END-READ                                                 000719
036050     END-PERFORM.                                                 000720
036100     CLOSE PROCESS-CALENDAR.                                      000721
036150     IF NOT WS-CAL-SKIP                                           000722
036200         PERFORM 0190-TEST-STEP-FREQUENCY                         000723
036250     END-IF.                                                      000724
036300     IF WS-CAL-SKIP                                               000725
036350         MOVE "CALSKIP" TO WS-STEP-REASON                         000726
036400         PERFORM 8960-SET-RETURN-CODE                             000727
036450         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000728
036500         PERFORM 8950-WRITE-RUN-CONTROL                           000729
036550         DISPLAY "GRDEDIT skipped per processing calendar."       000730
036600     END-IF.                                                      000731
036650* Does the step's frequency land on tonight - weekly runs on      000732
036700* its day of week, monthly on its day of month, month-end         000733
036750* when tomorrow is a new month                                    000734
036800 0190-TEST-STEP-FREQUENCY.                                        000735
036850     COMPUTE WS-CAL-INT-DATE =                                    000736
036900         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000737
036950     EVALUATE WS-CAL-FREQ                                         000738
037000         WHEN "W"                                                 000739
037050             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000740
037100                 (WS-CAL-INT-DATE - 1, 7) + 1                     000741
037150             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000742
037200                 SET WS-CAL-SKIP TO TRUE                          000743
037250             END-IF                                               000744
037300         WHEN "M"                                                 000745
037350             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000746
037400                 SET WS-CAL-SKIP TO TRUE                          000747
037450             END-IF                                               000748
037500         WHEN "E"                                                 000749
037550             COMPUTE WS-CAL-NEXT-DATE =                           000750
037600                 FUNCTION DATE-OF-INTEGER                         000751
037650                 (WS-CAL-INT-DATE + 1)                            000752
037700             IF WS-CAL-NEXT-DATE (5:2) =                          000753
037750                     WS-RUN-DATE-CTL (5:2)                        000754
037800                 SET WS-CAL-SKIP TO TRUE                          000755
037850             END-IF                                               000756
037900         WHEN OTHER                                               000757
037950             CONTINUE                                             000758
038000     END-EVALUATE.                                                000759
038050* See whether this step already completed for tonight's run       000760
038100 0100-CHECK-RUN-CONTROL.                                          000761
038150     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000762
038200     OPEN INPUT RUN-CONTROL-IN.                                   000763
038250     PERFORM UNTIL WS-RCTL-EOF                                    000764
038300         READ RUN-CONTROL-IN                                      000765
038350             AT END                                               000766
038400                 SET WS-RCTL-EOF TO TRUE                          000767
038450             NOT AT END                                           000768
038500                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000769
038550                         = WS-RUN-DATE-CTL AND                    000770
038600                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000771
038650                         = "GRDEDIT" AND                          000772
038700                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000773
038750                     SET WS-STEP-DONE TO TRUE                     000774
038800                 END-IF                                           000775
038850         END-READ                                                 000776
038900     END-PERFORM.                                                 000777
038950     CLOSE RUN-CONTROL-IN.                                        000778
039000* Record this step as started for tonight's run                   000779
039050 0200-MARK-STEP-STARTED.                                          000780
039100     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000781
039150     PERFORM 8950-WRITE-RUN-CONTROL.                              000782
039200* Record how this step ended for tonight's run - a C record       000783
039250* when its return code is below 8 (clean or warning), an F        000784
039300* record for a failure so a resubmitted night runs it again       000785
039350 8900-MARK-STEP-COMPLETE.                                         000786
039400     PERFORM 8960-SET-RETURN-CODE.                                000787
039450     IF WS-STEP-RC < 8                                            000788
039500         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000789
039550     ELSE                                                         000790
039600         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000791
039650     END-IF.                                                      000792
039700     PERFORM 8950-WRITE-RUN-CONTROL.                              000793
039750* Stamp and append one run-control record                         000794
039800 8950-WRITE-RUN-CONTROL.                                          000795
039850     OPEN EXTEND RUN-CONTROL.                                     000796
039900     IF WS-RUNCTL-STATUS = "35"                                   000797
039950         OPEN OUTPUT RUN-CONTROL                                  000798
040000     END-IF.                                                      000799
040050     MOVE WS-RUN-DATE-CTL                                         000800
040100         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000801
040150     MOVE "GRDEDIT" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000802
040200     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000803
040250     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000804
040300     MOVE FUNCTION CURRENT-DATE (1:14)                            000805
040350         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000806
040400     WRITE RUN-CONTROL-REC.                                       000807
040450     CLOSE RUN-CONTROL.                                           000808
040500* Classify this step's reason through the shared severity         000809
040550* table and pass the standard return code back to the job         000810
040600* step. No reason set means a clean run; a reason missing         000811
040650* from the table is treated as abend-worthy                       000812
040700 8960-SET-RETURN-CODE.                                            000813
040750     IF WS-STEP-REASON = SPACES                                   000814
040800         MOVE "CLEAN" TO WS-STEP-REASON                           000815
040850     END-IF.                                                      000816
040900     MOVE 12 TO WS-STEP-RC.                                       000817
040950     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000818
041000             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000819
041050         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000820
041100             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000821
041150         END-IF                                                   000822
041200     END-PERFORM.                                                 000823
041250     MOVE WS-STEP-RC TO RETURN-CODE.                              000824
