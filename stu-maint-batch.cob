000350* HR feed: full edits up front, failures to a suspense file       000006
000400* with a printed reject register, and RUNLOG counts for the       000007
000450* nightly reconciliation, so enrollment-season spreadsheets       000008
000500* stop being keyed in by hand. Adds and changes may carry the     000009
000550* student's declared program, which must be on PROGREQ; a         000010
000600* graduate action is refused unless the student's latest          000011
000650* DEGREE-AUDIT result for that program is cleared. Each           000012
000700* rejected transaction is also logged to EXCPLOG for the          000013
000750* morning exception digest                                        000014
000800 ENVIRONMENT DIVISION.                                            000015
000850 INPUT-OUTPUT SECTION.                                            000016
000900 FILE-CONTROL.                                                    000017
000950     SELECT ADM-TRANSACTIONS ASSIGN TO "ADMTXN"                   000018
001000         ORGANIZATION IS LINE SEQUENTIAL.                         000019
001050     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000020
001100         ORGANIZATION IS INDEXED                                  000021
001150         ACCESS MODE IS DYNAMIC                                   000022
001200         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000023
001250* Degree-program requirements - the program codes a student       000024
001300* may declare                                                     000025
001350     SELECT OPTIONAL PROGRAM-REQUIREMENTS ASSIGN TO "PROGREQ"     000026
001400         ORGANIZATION IS LINE SEQUENTIAL.                         000027
001450* Degree-audit results - a graduate action needs a cleared row.   000028
001500* Optional so a shop that has not run the audit yet still runs,   000029
001550* refusing every graduate action                                  000030
001600     SELECT OPTIONAL DEGREE-RESULTS ASSIGN TO "DEGRSLT"           000031
001650         ORGANIZATION IS INDEXED                                  000032
001700         ACCESS MODE IS DYNAMIC                                   000033
001750         RECORD KEY IS DEG-STU-ID OF DEGREE-RESULT-RECORD         000034
001800         FILE STATUS IS WS-DEG-STATUS.                            000035
001850* Tonight's rejects, held for correction and resubmission         000036
001900     SELECT SUSPENSE-OUT ASSIGN TO "ADMSUSP"                      000037
001950         ORGANIZATION IS LINE SEQUENTIAL.                         000038
002000* Printed applied/rejected register for this maintenance run      000039
002050     SELECT ADM-REGISTER ASSIGN TO "ADMREG"                       000040
002100         ORGANIZATION IS LINE SEQUENTIAL.                         000041
002150* Run-level control-total log - every batch program appends its   000042
002200* records-read/written counts here for nightly reconciliation     000043
002250     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000044
002300         ORGANIZATION IS LINE SEQUENTIAL                          000045
002350         FILE STATUS IS WS-RUNLOG-STATUS.                         000046
002400* Operations exception log - the morning exception digest         000047
002450* gathers every listed exception from here                        000048
002500     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000049
002550         ORGANIZATION IS LINE SEQUENTIAL                          000050
002600         FILE STATUS IS WS-EXCP-STATUS.                           000051
002650* Processing calendar - bank holidays and per-step run            000052
002700* frequencies. Optional; without one every step runs nightly      000053
002750     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000054
002800         ORGANIZATION IS LINE SEQUENTIAL.                         000055
002850* Batch run-control file - each step records started/completed    000056
002900* status for tonight's run so a resubmitted job skips the         000057
002950* steps that already completed                                    000058
003000     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000059
003050         ORGANIZATION IS LINE SEQUENTIAL.                         000060
003100     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000061
003150         ORGANIZATION IS LINE SEQUENTIAL                          000062
003200         FILE STATUS IS WS-RUNCTL-STATUS.                         000063
003250 DATA DIVISION.                                                   000064
003300 FILE SECTION.                                                    000065
003350 FD  ADM-TRANSACTIONS.                                            000066
003400 01  ADM-TRANSACTION-REC.                                         000067
003450     05  TXN-FUNCTION   PIC X.                                    000068
003500         88  TXN-FN-ADD       VALUE "A" "a".                      000069
003550         88  TXN-FN-CHANGE    VALUE "C" "c".                      000070
003600         88  TXN-FN-WITHDRAW  VALUE "W" "w".                      000071
003650         88  TXN-FN-GRADUATE  VALUE "G" "g".                      000072
003700     05  TXN-STU-ID     PIC X(9).                                 000073
003750     05  TXN-STU-NAME   PIC X(20).                                000074
003800     05  TXN-PROGRAM    PIC X(6).                                 000075
003850 FD  STUDENT-MASTER.                                              000076
003900 01  STUDENT-MASTER-RECORD.                                       000077
003950     COPY STUREC.                                                 000078
004000 FD  PROGRAM-REQUIREMENTS.                                        000079
004050 01  PROGRAM-REQUIREMENT-REC.                                     000080
004100     COPY PROGREC.                                                000081
004150 FD  DEGREE-RESULTS.                                              000082
004200 01  DEGREE-RESULT-RECORD.                                        000083
004250     COPY DEGREC.                                                 000084
004300 FD  SUSPENSE-OUT.                                                000085
004350 01  SUSPENSE-OUT-REC.                                            000086
004400     05  SUSP-FUNCTION  PIC X.                                    000087
004450     05  SUSP-STU-ID    PIC X(9).                                 000088
004500     05  SUSP-STU-NAME  PIC X(20).                                000089
004550     05  SUSP-PROGRAM   PIC X(6).                                 000090
004600 FD  ADM-REGISTER.                                                000091
004650 01  ADM-REGISTER-LINE  PIC X(80).                                000092
004700 FD  RUN-LOG.                                                     000093
004750 01  RUN-LOG-RECORD.                                              000094
004800     COPY RUNLOGREC.                                              000095
004850 FD  EXCP-LOG.                                                    000096
004900 01  EXCP-LOG-REC.                                                000097
004950     COPY EXCPREC.                                                000098
005000 FD  RUN-CONTROL-IN.                                              000099
005050 01  RUN-CONTROL-IN-REC.                                          000100
005100     COPY RUNCTLREC.                                              000101
005150 FD  RUN-CONTROL.                                                 000102
005200 01  RUN-CONTROL-REC.                                             000103
005250     COPY RUNCTLREC.                                              000104
005300 FD  PROCESS-CALENDAR.                                            000105
005350 01  PROCESS-CALENDAR-REC.                                        000106
005400     COPY CALREC.                                                 000107
005450 WORKING-STORAGE SECTION.                                         000108
005500* Run-control state - tonight's run date and whether this         000109
005550* step already completed for it                                   000110
005600 01  WS-RUNCTL-STATUS  PIC XX.                                    000111
005650 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000112
005700 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000113
005750     88  WS-RCTL-EOF   VALUE "Y".                                 000114
005800 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000115
005850     88  WS-STEP-DONE  VALUE "Y".                                 000116
005900     COPY RCSEVTAB.                                               000117
005950* Processing-calendar state for tonight's run                     000118
006000 01  WS-CAL-SKIP-SW    PIC X.                                     000119
006050     88  WS-CAL-SKIP   VALUE "Y".                                 000120
006100 01  WS-CAL-EOF-SW     PIC X.                                     000121
006150     88  WS-CAL-EOF    VALUE "Y".                                 000122
006200 01  WS-CAL-FREQ       PIC X.                                     000123
006250 01  WS-CAL-DAY        PIC 99.                                    000124
006300 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000125
006350 01  WS-CAL-INT-DATE   PIC 9(8).                                  000126
006400 01  WS-CAL-DOW        PIC 9.                                     000127
006450 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000128
006500 01  WS-RUNLOG-STATUS  PIC XX.                                    000129
006550* Exception-log state - items logged for the digest this run      000130
006600 01  WS-EXCP-STATUS    PIC XX.                                    000131
006650 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000132
006700 01  WS-EOF-SW         PIC X VALUE "N".                           000133
006750     88  END-OF-TXNS   VALUE "Y".                                 000134
006800 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000135
006850 01  WS-APPLIED-CNT    PIC 9(5) VALUE ZERO.                       000136
006900 01  WS-REJECT-CNT     PIC 9(5) VALUE ZERO.                       000137
006950 01  WS-REC-VALID-SW   PIC X.                                     000138
007000     88  WS-REC-VALID  VALUE "Y".                                 000139
007050* Status being set by a withdraw/graduate transaction             000140
007100 01  WS-TARGET-STATUS  PIC X.                                     000141
007150* Declarable program codes loaded from PROGREQ                    000142
007200 01  WS-PROG-EOF-SW    PIC X VALUE "N".                           000143
007250     88  WS-PROG-EOF   VALUE "Y".                                 000144
007300 78  WS-MAX-PROGRAMS   VALUE 50.                                  000145
007350 01  WS-PGM-CNT        PIC 99 VALUE ZERO.                         000146
007400 01  WS-PGM-TABLE.                                                000147
007450     05  PGM-ENTRY OCCURS 0 TO WS-MAX-PROGRAMS TIMES              000148
007500             DEPENDING ON WS-PGM-CNT.                             000149
007550         10  PGM-CODE        PIC X(6).                            000150
007600 01  WS-PGM-IDX        PIC 99.                                    000151
007650 01  WS-PGM-FOUND-SW   PIC X.                                     000152
007700     88  WS-PGM-FOUND  VALUE "Y".                                 000153
007750* Degree-audit check on a graduate action                         000154
007800 01  WS-DEG-STATUS     PIC XX.                                    000155
007850 01  WS-GRAD-OK-SW     PIC X.                                     000156
007900     88  WS-GRAD-OK    VALUE "Y".                                 000157
007950* Student-id shape check fields - an id is well formed when its   000158
008000* first character is a letter and the rest of its trimmed         000159
008050* length is all digits                                            000160
008100 01  WS-ID-LEN         PIC 9.                                     000161
008150 01  WS-ID-IDX         PIC 9.                                     000162
008200* One register line per transaction - applied or rejected         000163
008250 01  WS-REG-HDG-1.                                                000164
008300     05  FILLER        PIC X(32)                                  000165
008350             VALUE "ADMISSIONS FEED REGISTER".                    000166
008400 01  WS-REG-HDG-2.                                                000167
008450     05  FILLER        PIC X(5)  VALUE "FN".                      000168
008500     05  FILLER        PIC X(12) VALUE "STUDENT ID".              000169
008550     05  FILLER        PIC X(11) VALUE "DISPOSITION".             000170
008600     05  FILLER        PIC X(2)  VALUE SPACES.                    000171
008650     05  FILLER        PIC X(24) VALUE "REASON".                  000172
008700 01  WS-REG-DETAIL.                                               000173
008750     05  REG-FUNCTION  PIC X.                                     000174
008800     05  FILLER        PIC X(4) VALUE SPACES.                     000175
008850     05  REG-STU-ID    PIC X(9).                                  000176
008900     05  FILLER        PIC X(3) VALUE SPACES.                     000177
008950     05  REG-DISP      PIC X(9).                                  000178
009000     05  FILLER        PIC X(4) VALUE SPACES.                     000179
009050     05  REG-REASON    PIC X(30).                                 000180
009100 01  WS-REG-FOOTER-1.                                             000181
009150     05  FILLER        PIC X(22) VALUE "TRANSACTIONS APPLIED:".   000182
009200     05  FTR-APPLIED   PIC ZZZZ9.                                 000183
009250 01  WS-REG-FOOTER-2.                                             000184
009300     05  FILLER        PIC X(22) VALUE "TRANSACTIONS REJECTED:".  000185
009350     05  FTR-REJECTED  PIC ZZZZ9.                                 000186
009400 PROCEDURE DIVISION.                                              000187
009450 0000-MAIN.                                                       000188
009500     PERFORM 0100-CHECK-RUN-CONTROL.                              000189
009550     IF WS-STEP-DONE                                              000190
009600         DISPLAY "STUMNTB step already completed for"             000191
009650             " tonight's run - skipping."                         000192
009700         STOP RUN                                                 000193
009750     END-IF.                                                      000194
009800     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000195
009850     IF WS-CAL-SKIP                                               000196
009900         STOP RUN                                                 000197
009950     END-IF.                                                      000198
010000     PERFORM 0200-MARK-STEP-STARTED.                              000199
010050     PERFORM 1000-LOAD-PROGRAMS.                                  000200
010100     OPEN INPUT ADM-TRANSACTIONS.                                 000201
010150     OPEN I-O STUDENT-MASTER.                                     000202
010200     OPEN INPUT DEGREE-RESULTS.                                   000203
010250     OPEN OUTPUT SUSPENSE-OUT.                                    000204
010300     OPEN OUTPUT ADM-REGISTER.                                    000205
010350     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000206
010400     WRITE ADM-REGISTER-LINE FROM WS-REG-HDG-1.                   000207
010450     WRITE ADM-REGISTER-LINE FROM SPACES.                         000208
010500     WRITE ADM-REGISTER-LINE FROM WS-REG-HDG-2.                   000209
010550     WRITE ADM-REGISTER-LINE FROM SPACES.                         000210
010600     PERFORM UNTIL END-OF-TXNS                                    000211
010650         READ ADM-TRANSACTIONS                                    000212
010700             AT END                                               000213
010750                 SET END-OF-TXNS TO TRUE                          000214
010800             NOT AT END                                           000215
010850                 PERFORM 2000-APPLY-TRANSACTION                   000216
010900         END-READ                                                 000217
010950     END-PERFORM.                                                 000218
011000     PERFORM 7000-PRINT-REGISTER-TOTALS.                          000219
011050     CLOSE ADM-TRANSACTIONS.                                      000220
011100     CLOSE STUDENT-MASTER.                                        000221
011150     CLOSE DEGREE-RESULTS.                                        000222
011200     CLOSE SUSPENSE-OUT.                                          000223
011250     CLOSE ADM-REGISTER.                                          000224
011300     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000225
011350     PERFORM 8000-WRITE-RUN-LOG.                                  000226
011400     IF WS-REJECT-CNT > 0                                         000227
011450         MOVE "REJECTS" TO WS-STEP-REASON                         000228
011500     END-IF.                                                      000229
011550     PERFORM 8900-MARK-STEP-COMPLETE.                             000230
011600     STOP RUN.                                                    000231
011650* Load the program codes from the PROGREQ program records         000232
011700 1000-LOAD-PROGRAMS.                                              000233
011750     OPEN INPUT PROGRAM-REQUIREMENTS.                             000234
011800     PERFORM UNTIL WS-PROG-EOF                                    000235
011850         READ PROGRAM-REQUIREMENTS                                000236
011900             AT END                                               000237
011950                 SET WS-PROG-EOF TO TRUE                          000238
012000             NOT AT END                                           000239
012050                 IF PROG-REC-TYPE = "P" AND                       000240
012100                         WS-PGM-CNT < WS-MAX-PROGRAMS             000241
012150                     ADD 1 TO WS-PGM-CNT                          000242
012200                     MOVE PROG-CODE TO PGM-CODE (WS-PGM-CNT)      000243
012250                 END-IF                                           000244
012300         END-READ                                                 000245
012350     END-PERFORM.                                                 000246
012400     CLOSE PROGRAM-REQUIREMENTS.                                  000247
012450* Dispatch one transaction to the requested paragraph after       000248
012500* the up-front edits, and write its register line                 000249
012550 2000-APPLY-TRANSACTION.                                          000250
012600     ADD 1 TO WS-READ-CNT.                                        000251
012650     MOVE TXN-FUNCTION TO REG-FUNCTION.                           000252
012700     MOVE TXN-STU-ID   TO REG-STU-ID.                             000253
012750     PERFORM 2500-EDIT-TRANSACTION.                               000254
012800     IF NOT WS-REC-VALID                                          000255
012850         PERFORM 6000-REJECT-TRANSACTION                          000256
012900     ELSE                                                         000257
012950         EVALUATE TRUE                                            000258
013000             WHEN TXN-FN-ADD                                      000259
013050                 PERFORM 3000-ADD-STUDENT                         000260
013100             WHEN TXN-FN-CHANGE                                   000261
013150                 PERFORM 4000-CHANGE-STUDENT                      000262
013200             WHEN TXN-FN-WITHDRAW                                 000263
013250                 MOVE "W" TO WS-TARGET-STATUS                     000264
013300                 PERFORM 5000-SET-STUDENT-STATUS                  000265
013350             WHEN TXN-FN-GRADUATE                                 000266
013400                 MOVE "G" TO WS-TARGET-STATUS                     000267
013450                 PERFORM 5000-SET-STUDENT-STATUS                  000268
013500         END-EVALUATE                                             000269
013550     END-IF.                                                      000270
013600* Up-front edits - a recognized function, a well-formed           000271
013650* student id, a name on the actions that carry one, and a         000272
013700* declared program, when given, that is on PROGREQ                000273
013750 2500-EDIT-TRANSACTION.                                           000274
013800     MOVE "Y" TO WS-REC-VALID-SW.                                 000275
013850     IF TXN-FN-ADD OR TXN-FN-CHANGE OR TXN-FN-WITHDRAW            000276
013900             OR TXN-FN-GRADUATE                                   000277
013950         CONTINUE                                                 000278
014000     ELSE                                                         000279
014050         MOVE "N" TO WS-REC-VALID-SW                              000280
014100         MOVE "INVALID FUNCTION CODE" TO REG-REASON               000281
014150     END-IF.                                                      000282
014200     IF WS-REC-VALID                                              000283
014250         PERFORM 2600-EDIT-STUDENT-ID                             000284
014300     END-IF.                                                      000285
014350     IF WS-REC-VALID AND (TXN-FN-ADD OR TXN-FN-CHANGE)            000286
014400         IF TXN-STU-NAME = SPACES                                 000287
014450             MOVE "N" TO WS-REC-VALID-SW                          000288
014500             MOVE "STUDENT NAME BLANK" TO REG-REASON              000289
014550         END-IF                                                   000290
014600     END-IF.                                                      000291
014650     IF WS-REC-VALID AND (TXN-FN-ADD OR TXN-FN-CHANGE) AND        000292
014700             TXN-PROGRAM NOT = SPACES                             000293
014750         PERFORM 2700-FIND-PROGRAM                                000294
014800         IF NOT WS-PGM-FOUND                                      000295
014850             MOVE "N" TO WS-REC-VALID-SW                          000296
014900             MOVE "PROGRAM NOT ON PROGREQ" TO REG-REASON          000297
014950         END-IF                                                   000298
015000     END-IF.                                                      000299
015050* A well-formed student id is non-blank, starts with a letter     000300
015100* and is all digits through its trimmed length with no            000301
015150* embedded blanks - the same shape GRADE-EDIT holds grade         000302
015200* transactions to                                                 000303
015250 2600-EDIT-STUDENT-ID.                                            000304
015300     IF TXN-STU-ID = SPACES                                       000305
015350         MOVE "N" TO WS-REC-VALID-SW                              000306
015400         MOVE "STUDENT ID BLANK" TO REG-REASON                    000307
015450     ELSE                                                         000308
015500         MOVE ZERO TO WS-ID-LEN                                   000309
015550         PERFORM VARYING WS-ID-IDX FROM 9 BY -1                   000310
015600                 UNTIL WS-ID-IDX < 1                              000311
015650             IF TXN-STU-ID (WS-ID-IDX:1) NOT = SPACE              000312
015700                 MOVE WS-ID-IDX TO WS-ID-LEN                      000313
015750                 EXIT PERFORM                                     000314
015800             END-IF                                               000315
015850         END-PERFORM                                              000316
015900         IF WS-ID-LEN < 2 OR                                      000317
015950                 TXN-STU-ID (1:1) IS NOT ALPHABETIC OR            000318
016000                 TXN-STU-ID (1:1) = SPACE                         000319
016050             MOVE "N" TO WS-REC-VALID-SW                          000320
016100             MOVE "STUDENT ID MALFORMED" TO REG-REASON            000321
016150         ELSE                                                     000322
016200             PERFORM VARYING WS-ID-IDX FROM 2 BY 1                000323
016250                     UNTIL WS-ID-IDX > WS-ID-LEN                  000324
016300                 IF TXN-STU-ID (WS-ID-IDX:1) IS NOT NUMERIC       000325
016350                     MOVE "N" TO WS-REC-VALID-SW                  000326
016400                     MOVE "STUDENT ID MALFORMED"                  000327
016450                         TO REG-REASON                            000328
016500                     EXIT PERFORM                                 000329
016550                 END-IF                                           000330
016600             END-PERFORM                                          000331
016650         END-IF                                                   000332
016700     END-IF.                                                      000333
016750* Is the transaction's program on the program table               000334
016800 2700-FIND-PROGRAM.                                               000335
016850     MOVE "N" TO WS-PGM-FOUND-SW.                                 000336
016900     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000337
016950             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000338
017000         IF PGM-CODE (WS-PGM-IDX) = TXN-PROGRAM                   000339
017050             SET WS-PGM-FOUND TO TRUE                             000340
017100             EXIT PERFORM                                         000341
017150         END-IF                                                   000342
017200     END-PERFORM.                                                 000343
017250* Add a new student row keyed by STU-MAST-ID, enrolled            000344
017300 3000-ADD-STUDENT.                                                000345
017350     MOVE TXN-STU-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.     000346
017400     MOVE TXN-STU-NAME                                            000347
017450         TO STU-MAST-NAME OF STUDENT-MASTER-RECORD.               000348
017500     MOVE "E" TO STU-MAST-STATUS OF STUDENT-MASTER-RECORD.        000349
017550     MOVE TXN-PROGRAM                                             000350
017600         TO STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD.            000351
017650     WRITE STUDENT-MASTER-RECORD                                  000352
017700         INVALID KEY                                              000353
017750             MOVE "STU-ID ALREADY EXISTS" TO REG-REASON           000354
017800             PERFORM 6000-REJECT-TRANSACTION                      000355
017850         NOT INVALID KEY                                          000356
017900             PERFORM 6500-REGISTER-APPLIED                        000357
017950     END-WRITE.                                                   000358
018000* Change the name on an existing student row, and the             000359
018050* declared program when the transaction carries one               000360
018100 4000-CHANGE-STUDENT.                                             000361
018150     MOVE TXN-STU-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.     000362
018200     READ STUDENT-MASTER                                          000363
018250         INVALID KEY                                              000364
018300             MOVE "STU-ID NOT FOUND" TO REG-REASON                000365
018350             PERFORM 6000-REJECT-TRANSACTION                      000366
018400         NOT INVALID KEY                                          000367
018450             MOVE TXN-STU-NAME TO STU-MAST-NAME OF                000368
018500                 STUDENT-MASTER-RECORD                            000369
018550             IF TXN-PROGRAM NOT = SPACES                          000370
018600                 MOVE TXN-PROGRAM TO STU-MAST-PROGRAM OF          000371
018650                     STUDENT-MASTER-RECORD                        000372
018700             END-IF                                               000373
018750             REWRITE STUDENT-MASTER-RECORD                        000374
018800                 INVALID KEY                                      000375
018850                     MOVE "UNABLE TO REWRITE" TO REG-REASON       000376
018900                     PERFORM 6000-REJECT-TRANSACTION              000377
018950                 NOT INVALID KEY                                  000378
019000                     PERFORM 6500-REGISTER-APPLIED                000379
019050             END-REWRITE                                          000380
019100     END-READ.                                                    000381
019150* Withdraw or graduate a student by setting the row's             000382
019200* enrollment status - the row itself stays on the master so       000383
019250* grade history keeps its subject. A graduate action needs        000384
019300* the student to have cleared the degree audit                    000385
019350 5000-SET-STUDENT-STATUS.                                         000386
019400     MOVE TXN-STU-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.     000387
019450     READ STUDENT-MASTER                                          000388
019500         INVALID KEY                                              000389
019550             MOVE "STU-ID NOT FOUND" TO REG-REASON                000390
019600             PERFORM 6000-REJECT-TRANSACTION                      000391
019650         NOT INVALID KEY                                          000392
019700             MOVE "Y" TO WS-GRAD-OK-SW                            000393
019750             IF WS-TARGET-STATUS = "G"                            000394
019800                 PERFORM 5100-CHECK-DEGREE-AUDIT                  000395
019850             END-IF                                               000396
019900             IF NOT WS-GRAD-OK                                    000397
019950                 PERFORM 6000-REJECT-TRANSACTION                  000398
020000             ELSE                                                 000399
020050                 MOVE WS-TARGET-STATUS                            000400
020100                     TO STU-MAST-STATUS OF STUDENT-MASTER-RECORD  000401
020150                 REWRITE STUDENT-MASTER-RECORD                    000402
020200                     INVALID KEY                                  000403
020250                         MOVE "UNABLE TO REWRITE" TO REG-REASON   000404
020300                         PERFORM 6000-REJECT-TRANSACTION          000405
020350                     NOT INVALID KEY                              000406
020400                         PERFORM 6500-REGISTER-APPLIED            000407
020450                 END-REWRITE                                      000408
020500             END-IF                                               000409
020550     END-READ.                                                    000410
020600* The student's degree-audit row must exist, be for the           000411
020650* student's current declared program, and be cleared              000412
020700 5100-CHECK-DEGREE-AUDIT.                                         000413
020750     IF STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD = SPACES        000414
020800         MOVE "N" TO WS-GRAD-OK-SW                                000415
020850         MOVE "NO DECLARED PROGRAM" TO REG-REASON                 000416
020900     ELSE                                                         000417
020950         IF WS-DEG-STATUS NOT = "00" AND                          000418
021000                 WS-DEG-STATUS NOT = "05"                         000419
021050             MOVE "N" TO WS-GRAD-OK-SW                            000420
021100             MOVE "DEGREE AUDIT NOT ON FILE" TO REG-REASON        000421
021150         ELSE                                                     000422
021200             PERFORM 5150-READ-DEGREE-RESULT                      000423
021250         END-IF                                                   000424
021300     END-IF.                                                      000425
021350* Read and judge the student's latest audit result                000426
021400 5150-READ-DEGREE-RESULT.                                         000427
021450     MOVE TXN-STU-ID TO DEG-STU-ID OF DEGREE-RESULT-RECORD.       000428
021500     READ DEGREE-RESULTS                                          000429
021550         INVALID KEY                                              000430
021600             MOVE "N" TO WS-GRAD-OK-SW                            000431
021650             MOVE "DEGREE AUDIT NOT ON FILE" TO REG-REASON        000432
021700         NOT INVALID KEY                                          000433
021750             IF DEG-PROGRAM OF DEGREE-RESULT-RECORD NOT =         000434
021800                     STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD    000435
021850                 MOVE "N" TO WS-GRAD-OK-SW                        000436
021900                 MOVE "AUDIT IS FOR ANOTHER PROGRAM"              000437
021950                     TO REG-REASON                                000438
022000             ELSE                                                 000439
022050                 IF DEG-CLEARED OF DEGREE-RESULT-RECORD           000440
022100                         NOT = "Y"                                000441
022150                     MOVE "N" TO WS-GRAD-OK-SW                    000442
022200                     MOVE "DEGREE AUDIT NOT CLEARED"              000443
022250                         TO REG-REASON                            000444
022300                 END-IF                                           000445
022350             END-IF                                               000446
022400     END-READ.                                                    000447
022450* Write a rejected register line with its reason and drop the     000448
022500* transaction to the suspense file for correction                 000449
022550 6000-REJECT-TRANSACTION.                                         000450
022600     ADD 1 TO WS-REJECT-CNT.                                      000451
022650     MOVE "REJECTED" TO REG-DISP.                                 000452
022700     WRITE ADM-REGISTER-LINE FROM WS-REG-DETAIL.                  000453
022750     MOVE 2 TO EXC-PRIORITY.                                      000454
022800     MOVE SPACES TO EXC-KEY.                                      000455
022850     STRING TXN-FUNCTION " " TXN-STU-ID                           000456
022900         DELIMITED BY SIZE INTO EXC-KEY.                          000457
022950     MOVE ZERO TO EXC-OPEN-DATE.                                  000458
023000     MOVE REG-REASON TO EXC-TEXT.                                 000459
023050     PERFORM 8150-WRITE-EXCEPTION-ITEM.                           000460
023100     MOVE SPACES TO REG-REASON.                                   000461
023150     MOVE TXN-FUNCTION TO SUSP-FUNCTION.                          000462
023200     MOVE TXN-STU-ID   TO SUSP-STU-ID.                            000463
023250     MOVE TXN-STU-NAME TO SUSP-STU-NAME.                          000464
023300     MOVE TXN-PROGRAM  TO SUSP-PROGRAM.                           000465
023350     WRITE SUSPENSE-OUT-REC.                                      000466
023400* Write an applied register line                                  000467
023450 6500-REGISTER-APPLIED.                                           000468
023500     ADD 1 TO WS-APPLIED-CNT.                                     000469
023550     MOVE "APPLIED" TO REG-DISP.                                  000470
023600     MOVE SPACES TO REG-REASON.                                   000471
023650     WRITE ADM-REGISTER-LINE FROM WS-REG-DETAIL.                  000472
023700* Print applied/rejected totals at the foot of the register       000473
023750 7000-PRINT-REGISTER-TOTALS.                                      000474
023800     MOVE WS-APPLIED-CNT TO FTR-APPLIED.                          000475
023850     MOVE WS-REJECT-CNT  TO FTR-REJECTED.                         000476
023900     WRITE ADM-REGISTER-LINE FROM SPACES.                         000477
023950     WRITE ADM-REGISTER-LINE FROM WS-REG-FOOTER-1.                000478
024000     WRITE ADM-REGISTER-LINE FROM WS-REG-FOOTER-2.                000479
024050* Append this run's records-read/records-written to the shared    000480
024100* run-log for the nightly batch-window reconciliation             000481
024150 8000-WRITE-RUN-LOG.                                              000482
024200     OPEN EXTEND RUN-LOG.                                         000483
024250     IF WS-RUNLOG-STATUS = "35"                                   000484
024300         OPEN OUTPUT RUN-LOG                                      000485
024350     END-IF.                                                      000486
024400     MOVE "STUMNTB" TO RUNLOG-PROGRAM.                            000487
024450     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000488
024500     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000489
024550     MOVE WS-APPLIED-CNT TO RUNLOG-RECORDS-WRITTEN.               000490
024600     WRITE RUN-LOG-RECORD.                                        000491
024650     CLOSE RUN-LOG.                                               000492
024700* Open the operations exception log for this run's items          000493
024750 8100-OPEN-EXCEPTION-LOG.                                         000494
024800     OPEN EXTEND EXCP-LOG.                                        000495
024850     IF WS-EXCP-STATUS = "35"                                     000496
024900         OPEN OUTPUT EXCP-LOG                                     000497
024950     END-IF.                                                      000498
025000     MOVE ZERO TO WS-EXCP-CNT.                                    000499
025050* Log one exception item for the morning digest - the caller      000500
025100* has set its priority, key, open date and text                   000501
025150 8150-WRITE-EXCEPTION-ITEM.                                       000502
025200     MOVE "ADMREG" TO EXC-SOURCE.                                 000503
025250     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000504
025300     MOVE "I" TO EXC-REC-TYPE.                                    000505
025350     MOVE ZERO TO EXC-COUNT.                                      000506
025400     WRITE EXCP-LOG-REC.                                          000507
025450     ADD 1 TO WS-EXCP-CNT.                                        000508
025500* Close the run on the exception log with its item count          000509
025550 8190-CLOSE-EXCEPTION-LOG.                                        000510
025600     MOVE "ADMREG" TO EXC-SOURCE.                                 000511
025650     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000512
025700     MOVE "T" TO EXC-REC-TYPE.                                    000513
025750     MOVE ZERO TO EXC-PRIORITY.                                   000514
025800     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000515
025850     MOVE SPACES TO EXC-KEY.                                      000516
025900     MOVE ZERO TO EXC-OPEN-DATE.                                  000517
025950     MOVE SPACES TO EXC-TEXT.                                     000518
026000     WRITE EXCP-LOG-REC.                                          000519
026050     CLOSE EXCP-LOG.                                              000520
026100* Ask the processing calendar whether this step runs tonight -    000521
026150* a holiday date skips it, and a weekly/monthly/month-end         000522
026200* frequency skips the nights between. A skipped step writes a     000523
026250* K run-control record so the status report and the restart       000524
026300* logic still account for it. No calendar file, or no             000525
026350* frequency record for this step, means run nightly as before     000526
026400 0180-CHECK-PROCESS-CALENDAR.                                     000527
026450     MOVE "N" TO WS-CAL-SKIP-SW.                                  000528
026500     MOVE "N" TO WS-CAL-EOF-SW.                                   000529
026550     MOVE "D" TO WS-CAL-FREQ.                                     000530
026600     MOVE ZERO TO WS-CAL-DAY.                                     000531
026650     OPEN INPUT PROCESS-CALENDAR.                                 000532
026700     PERFORM UNTIL WS-CAL-EOF                                     000533
026750         READ PROCESS-CALENDAR                                    000534
026800             AT END                                               000535
026850                 SET WS-CAL-EOF TO TRUE                           000536
026900             NOT AT END                                           000537
026950                 IF CAL-REC-TYPE = "H" AND                        000538
027000                         CAL-DATE = WS-RUN-DATE-CTL               000539
027050                     SET WS-CAL-SKIP TO TRUE                      000540
027100                 END-IF                                           000541
027150                 IF CAL-REC-TYPE = "F" AND                        000542
027200                         CAL-STEP = "STUMNTB"                     000543
027250                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000544
027300                     MOVE CAL-DAY TO WS-CAL-DAY                   000545
027350                 END-IF                                           000546
027400         END-READ                                                 000547
027450     END-PERFORM.                                                 000548
027500     CLOSE PROCESS-CALENDAR.                                      000549
027550     IF NOT WS-CAL-SKIP                                           000550
027600         PERFORM 0190-TEST-STEP-FREQUENCY                         000551
027650     END-IF.                                                      000552
027700     IF WS-CAL-SKIP                                               000553
027750         MOVE "CALSKIP" TO WS-STEP-REASON                         000554
027800         PERFORM 8960-SET-RETURN-CODE                             000555
027850         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000556
027900         PERFORM 8950-WRITE-RUN-CONTROL                           000557
027950         DISPLAY "STUMNTB skipped per processing calendar."       000558
028000     END-IF.                                                      000559
028050* Does the step's frequency land on tonight - weekly runs on      000560
028100* its day of week, monthly on its day of month, month-end         000561
028150* when tomorrow is a new month                                    000562
028200 0190-TEST-STEP-FREQUENCY.                                        000563
028250     COMPUTE WS-CAL-INT-DATE =                                    000564
028300         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000565
028350     EVALUATE WS-CAL-FREQ                                         000566
028400         WHEN "W"                                                 000567
028450             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000568
028500                 (WS-CAL-INT-DATE - 1, 7) + 1                     000569
028550             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000570
028600                 SET WS-CAL-SKIP TO TRUE                          000571
028650             END-IF                                               000572
028700         WHEN "M"                                                 000573
028750             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000574
028800                 SET WS-CAL-SKIP TO TRUE                          000575
028850             END-IF                                               000576
028900         WHEN "E"                                                 000577
028950             COMPUTE WS-CAL-NEXT-DATE =                           000578
029000                 FUNCTION DATE-OF-INTEGER                         000579
029050                 (WS-CAL-INT-DATE + 1)                            000580
029100             IF WS-CAL-NEXT-DATE (5:2) =                          000581
029150                     WS-RUN-DATE-CTL (5:2)                        000582
029200                 SET WS-CAL-SKIP TO TRUE                          000583
029250             END-IF                                               000584
029300         WHEN OTHER                                               000585
029350             CONTINUE                                             000586
029400     END-EVALUATE.                                                000587
029450* See whether this step already completed for tonight's run       000588
029500 0100-CHECK-RUN-CONTROL.                                          000589
029550     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000590
029600     OPEN INPUT RUN-CONTROL-IN.                                   000591
029650     PERFORM UNTIL WS-RCTL-EOF                                    000592
029700         READ RUN-CONTROL-IN                                      000593
029750             AT END                                               000594
029800                 SET WS-RCTL-EOF TO TRUE                          000595
029850             NOT AT END                                           000596
029900                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000597
029950                         = WS-RUN-DATE-CTL AND                    000598
030000                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000599
030050                         = "STUMNTB" AND                          000600
030100                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000601
030150                     SET WS-STEP-DONE TO TRUE                     000602
030200                 END-IF                                           000603
030250         END-READ                                                 000604
030300     END-PERFORM.                                                 000605
030350     CLOSE RUN-CONTROL-IN.                                        000606
030400* Record this step as started for tonight's run                   000607
030450 0200-MARK-STEP-STARTED.                                          000608
030500     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000609
030550     PERFORM 8950-WRITE-RUN-CONTROL.                              000610
030600* Record how this step ended for tonight's run - a C record       000611
030650* when its return code is below 8 (clean or warning), an F        000612
030700* record for a failure so a resubmitted night runs it again       000613
030750 8900-MARK-STEP-COMPLETE.                                         000614
030800     PERFORM 8960-SET-RETURN-CODE.                                000615
030850     IF WS-STEP-RC < 8                                            000616
030900         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000617
030950     ELSE                                                         000618
031000         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000619
031050     END-IF.                                                      000620
031100     PERFORM 8950-WRITE-RUN-CONTROL.                              000621
031150* Stamp and append one run-control record                         000622
031200 8950-WRITE-RUN-CONTROL.                                          000623
031250     OPEN EXTEND RUN-CONTROL.                                     000624
031300     IF WS-RUNCTL-STATUS = "35"                                   000625
031350         OPEN OUTPUT RUN-CONTROL                                  000626
031400     END-IF.                                                      000627
031450     MOVE WS-RUN-DATE-CTL                                         000628
031500         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000629
031550     MOVE "STUMNTB" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000630
031600     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000631
031650     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000632
031700     MOVE FUNCTION CURRENT-DATE (1:14)                            000633
031750         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000634
031800     WRITE RUN-CONTROL-REC.                                       000635
031850     CLOSE RUN-CONTROL.                                           000636
031900* Classify this step's reason through the shared severity         000637
031950* table and pass the standard return code back to the job         000638
032000* step. No reason set means a clean run; a reason missing         000639
032050* from the table is treated as abend-worthy                       000640
032100 8960-SET-RETURN-CODE.                                            000641
032150     IF WS-STEP-REASON = SPACES                                   000642
032200         MOVE "CLEAN" TO WS-STEP-REASON                           000643
032250     END-IF.                                                      000644
032300     MOVE 12 TO WS-STEP-RC.                                       000645
032350     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000646
032400             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000647
032450         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000648
032500             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000649
032550         END-IF                                                   000650
032600     END-PERFORM.                                                 000651
032650     MOVE WS-STEP-RC TO RETURN-CODE.                              000652
