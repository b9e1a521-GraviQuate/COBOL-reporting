000250* bureau's inbound EMPACK file against the EMPSENT log of what    000004
000300* each extract sent, marks each sent item acknowledged or         000005
000350* rejected, prints the unacknowledged and rejected items aged     000006
000400* by days outstanding (logging each to EXCPLOG for the morning    000007
000450* exception digest), and queues RESENDRQ-carded items onto        000008
000500* EMPRSND so the next AUD-DELTA extract re-sends them without     000009
000550* anyone hand-editing the DELTACTL cutoff                         000010
000600 ENVIRONMENT DIVISION.                                            000011
000650 INPUT-OUTPUT SECTION.                                            000012
000700 FILE-CONTROL.                                                    000013
000750* Inbound acknowledgment file from the bureau. Optional so a      000014
000800* day with no return file still ages the outstanding items        000015
000850     SELECT OPTIONAL ACK-FILE ASSIGN TO "EMPACK"                  000016
000900         ORGANIZATION IS LINE SEQUENTIAL.                         000017
000950     SELECT OPTIONAL EMP-SENT-LOG ASSIGN TO "EMPSENT"             000018
001000         ORGANIZATION IS LINE SEQUENTIAL.                         000019
001050* Work file for the rewrite of the sent log with the matched      000020
001100* acknowledgment statuses                                         000021
001150     SELECT SENT-WORK ASSIGN TO "EMPSENTW"                        000022
001200         ORGANIZATION IS LINE SEQUENTIAL.                         000023
001250* Operator resend requests - one EMP-ID per card                  000024
001300     SELECT OPTIONAL RESEND-REQUESTS ASSIGN TO "RESENDRQ"         000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Resend queue handed to the next AUD-DELTA extract               000027
001450     SELECT RESEND-QUEUE ASSIGN TO "EMPRSND"                      000028
001500         ORGANIZATION IS LINE SEQUENTIAL                          000029
001550         FILE STATUS IS WS-RSND-STATUS.                           000030
001600* Printed aging report                                            000031
001650     SELECT ACK-REPORT ASSIGN TO "EMPACKR"                        000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* Run-level control-total log - every batch program appends its   000034
001800* records-read/written counts here for nightly reconciliation     000035
001850     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000036
001900         ORGANIZATION IS LINE SEQUENTIAL                          000037
001950         FILE STATUS IS WS-RUNLOG-STATUS.                         000038
002000* Operations exception log - the morning exception digest         000039
002050* gathers every listed exception from here                        000040
002100     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000041
002150         ORGANIZATION IS LINE SEQUENTIAL                          000042
002200         FILE STATUS IS WS-EXCP-STATUS.                           000043
002250 DATA DIVISION.                                                   000044
002300 FILE SECTION.                                                    000045
002350 FD  ACK-FILE.                                                    000046
002400 01  ACK-FILE-REC.                                                000047
002450     05  ACK-EMP-ID     PIC X(5).                                 000048
002500     05  ACK-TIMESTAMP  PIC 9(14).                                000049
002550* A = applied by the bureau, R = rejected                         000050
002600     05  ACK-STATUS     PIC X.                                    000051
002650 FD  EMP-SENT-LOG.                                                000052
002700 01  EMP-SENT-RECORD.                                             000053
002750     COPY SENTREC.                                                000054
002800 FD  SENT-WORK.                                                   000055
002850* Pass-through image of one sent-log record, kept as a plain      000056
002900* buffer so the SENT- names stay unambiguous                      000057
002950 01  SENT-WORK-REC      PIC X(29).                                000058
003000 FD  RESEND-REQUESTS.                                             000059
003050 01  RESEND-REQUEST-REC.                                          000060
003100     05  REQ-EMP-ID     PIC X(5).                                 000061
003150 FD  RESEND-QUEUE.                                                000062
003200 01  RESEND-QUEUE-REC.                                            000063
003250     05  RSND-EMP-ID    PIC X(5).                                 000064
003300 FD  ACK-REPORT.                                                  000065
003350 01  ACK-REPORT-LINE    PIC X(80).                                000066
003400 FD  RUN-LOG.                                                     000067
003450 01  RUN-LOG-RECORD.                                              000068
003500     COPY RUNLOGREC.                                              000069
003550 FD  EXCP-LOG.                                                    000070
003600 01  EXCP-LOG-REC.                                                000071
003650     COPY EXCPREC.                                                000072
003700 WORKING-STORAGE SECTION.                                         000073
003750 01  WS-RUNLOG-STATUS  PIC XX.                                    000074
003800* Exception-log state - items logged for the digest this run      000075
003850 01  WS-EXCP-STATUS    PIC XX.                                    000076
003900 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000077
003950 01  WS-RSND-STATUS    PIC XX.                                    000078
004000 01  WS-EOF-SW         PIC X VALUE "N".                           000079
004050     88  WS-AT-EOF     VALUE "Y".                                 000080
004100 01  WS-SENT-READ-CNT  PIC 9(7) VALUE ZERO.                       000081
004150 01  WS-MATCHED-CNT    PIC 9(7) VALUE ZERO.                       000082
004200 01  WS-OUTSTAND-CNT   PIC 9(7) VALUE ZERO.                       000083
004250 01  WS-REJECTED-CNT   PIC 9(7) VALUE ZERO.                       000084
004300 01  WS-REQUEUED-CNT   PIC 9(5) VALUE ZERO.                       000085
004350* The bureau's acknowledgments, loaded into the table and         000086
004400* matched by employee id and sent timestamp                       000087
004450 78  WS-MAX-ACKS       VALUE 999.                                 000088
004500 01  WS-ACK-CNT        PIC 999 VALUE ZERO.                        000089
004550 01  WS-ACK-TABLE.                                                000090
004600     05  ACK-ENTRY OCCURS 0 TO WS-MAX-ACKS TIMES                  000091
004650             DEPENDING ON WS-ACK-CNT.                             000092
004700         10  ACK-TAB-EMP-ID PIC X(5).                             000093
004750         10  ACK-TAB-TS     PIC 9(14).                            000094
004800         10  ACK-TAB-STATUS PIC X.                                000095
004850 01  WS-ACK-IDX        PIC 999.                                   000096
004900 01  WS-ACK-HIT        PIC 999.                                   000097
004950* Age computation - days between the sent date and today          000098
005000 01  WS-TODAY-NUM      PIC 9(8).                                  000099
005050 01  WS-AGE-DAYS       PIC S9(7).                                 000100
005100* Report heading, detail and footer lines                         000101
005150 01  WS-HDG-1.                                                    000102
005200     05  FILLER        PIC X(36)                                  000103
005250             VALUE "BUREAU ACKNOWLEDGMENT AGING REPORT".          000104
005300 01  WS-HDG-2.                                                    000105
005350     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000106
005400     05  FILLER        PIC X(4)  VALUE "FN".                      000107
005450     05  FILLER        PIC X(10) VALUE "SENT".                    000108
005500     05  FILLER        PIC X(13) VALUE "STATE".                   000109
005550     05  FILLER        PIC X(8)  VALUE "AGE DAYS".                000110
005600 01  WS-DETAIL-LINE.                                              000111
005650     05  DTL-EMP-ID    PIC X(5).                                  000112
005700     05  FILLER        PIC X(3) VALUE SPACES.                     000113
005750     05  DTL-ACTION    PIC X.                                     000114
005800     05  FILLER        PIC X(3) VALUE SPACES.                     000115
005850     05  DTL-SENT-DATE PIC 9(8).                                  000116
005900     05  FILLER        PIC X(2) VALUE SPACES.                     000117
005950     05  DTL-STATE     PIC X(11).                                 000118
006000     05  FILLER        PIC X(2) VALUE SPACES.                     000119
006050     05  DTL-AGE       PIC ZZZZZZ9.                               000120
006100 01  WS-FOOTER-1.                                                 000121
006150     05  FILLER        PIC X(24) VALUE "ACKS MATCHED THIS RUN:".  000122
006200     05  FTR-MATCHED   PIC ZZZZZZ9.                               000123
006250 01  WS-FOOTER-2.                                                 000124
006300     05  FILLER        PIC X(24) VALUE "STILL OUTSTANDING:".      000125
006350     05  FTR-OUTSTAND  PIC ZZZZZZ9.                               000126
006400 01  WS-FOOTER-3.                                                 000127
006450     05  FILLER        PIC X(24) VALUE "REJECTED BY BUREAU:".     000128
006500     05  FTR-REJECTED  PIC ZZZZZZ9.                               000129
006550 01  WS-FOOTER-4.                                                 000130
006600     05  FILLER        PIC X(24) VALUE "QUEUED FOR RESEND:".      000131
006650     05  FTR-REQUEUED  PIC ZZZZ9.                                 000132
006700 PROCEDURE DIVISION.                                              000133
006750 0000-MAIN.                                                       000134
006800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.            000135
006850     PERFORM 1000-LOAD-ACK-FILE.                                  000136
006900     PERFORM 2000-MATCH-ACKS-TO-SENT-LOG.                         000137
006950     PERFORM 3000-PRINT-AGING-REPORT.                             000138
007000     PERFORM 4000-QUEUE-RESEND-REQUESTS.                          000139
007050     PERFORM 8000-WRITE-RUN-LOG.                                  000140
007100     STOP RUN.                                                    000141
007150* Load the bureau's acknowledgment file into the table            000142
007200 1000-LOAD-ACK-FILE.                                              000143
007250     OPEN INPUT ACK-FILE.                                         000144
007300     PERFORM UNTIL WS-AT-EOF                                      000145
007350             OR WS-ACK-CNT = WS-MAX-ACKS                          000146
007400         READ ACK-FILE                                            000147
007450             AT END                                               000148
007500                 SET WS-AT-EOF TO TRUE                            000149
007550             NOT AT END                                           000150
007600                 ADD 1 TO WS-ACK-CNT                              000151
007650                 MOVE ACK-EMP-ID                                  000152
007700                     TO ACK-TAB-EMP-ID (WS-ACK-CNT)               000153
007750                 MOVE ACK-TIMESTAMP                               000154
007800                     TO ACK-TAB-TS (WS-ACK-CNT)                   000155
007850                 MOVE ACK-STATUS                                  000156
007900                     TO ACK-TAB-STATUS (WS-ACK-CNT)               000157
007950         END-READ                                                 000158
008000     END-PERFORM.                                                 000159
008050     CLOSE ACK-FILE.                                              000160
008100* Copy the sent log through the work file, marking each row       000161
008150* the acknowledgment table matches, then copy it back             000162
008200 2000-MATCH-ACKS-TO-SENT-LOG.                                     000163
008250     MOVE "N" TO WS-EOF-SW.                                       000164
008300     OPEN INPUT EMP-SENT-LOG.                                     000165
008350     OPEN OUTPUT SENT-WORK.                                       000166
008400     PERFORM UNTIL WS-AT-EOF                                      000167
008450         READ EMP-SENT-LOG                                        000168
008500             AT END                                               000169
008550                 SET WS-AT-EOF TO TRUE                            000170
008600             NOT AT END                                           000171
008650                 PERFORM 2100-MARK-IF-ACKNOWLEDGED                000172
008700                 MOVE EMP-SENT-RECORD TO SENT-WORK-REC            000173
008750                 WRITE SENT-WORK-REC                              000174
008800         END-READ                                                 000175
008850     END-PERFORM.                                                 000176
008900     CLOSE EMP-SENT-LOG.                                          000177
008950     CLOSE SENT-WORK.                                             000178
009000     MOVE "N" TO WS-EOF-SW.                                       000179
009050     OPEN INPUT SENT-WORK.                                        000180
009100     OPEN OUTPUT EMP-SENT-LOG.                                    000181
009150     PERFORM UNTIL WS-AT-EOF                                      000182
009200         READ SENT-WORK                                           000183
009250             AT END                                               000184
009300                 SET WS-AT-EOF TO TRUE                            000185
009350             NOT AT END                                           000186
009400                 MOVE SENT-WORK-REC TO EMP-SENT-RECORD            000187
009450                 WRITE EMP-SENT-RECORD                            000188
009500         END-READ                                                 000189
009550     END-PERFORM.                                                 000190
009600     CLOSE SENT-WORK.                                             000191
009650     CLOSE EMP-SENT-LOG.                                          000192
009700 2100-MARK-IF-ACKNOWLEDGED.                                       000193
009750     MOVE ZERO TO WS-ACK-HIT.                                     000194
009800     PERFORM VARYING WS-ACK-IDX FROM 1 BY 1                       000195
009850             UNTIL WS-ACK-IDX > WS-ACK-CNT                        000196
009900         IF ACK-TAB-EMP-ID (WS-ACK-IDX) = SENT-EMP-ID AND         000197
009950                 ACK-TAB-TS (WS-ACK-IDX) = SENT-TIMESTAMP         000198
010000             MOVE WS-ACK-IDX TO WS-ACK-HIT                        000199
010050             EXIT PERFORM                                         000200
010100         END-IF                                                   000201
010150     END-PERFORM.                                                 000202
010200     IF WS-ACK-HIT > ZERO AND SENT-ACK-STATUS = SPACE             000203
010250         ADD 1 TO WS-MATCHED-CNT                                  000204
010300         IF ACK-TAB-STATUS (WS-ACK-HIT) = "R"                     000205
010350             MOVE "R" TO SENT-ACK-STATUS                          000206
010400         ELSE                                                     000207
010450             MOVE "A" TO SENT-ACK-STATUS                          000208
010500         END-IF                                                   000209
010550     END-IF.                                                      000210
010600* One line per sent item the bureau has not applied - still       000211
010650* outstanding or rejected - aged by days since the extract        000212
010700 3000-PRINT-AGING-REPORT.                                         000213
010750     OPEN OUTPUT ACK-REPORT.                                      000214
010800     WRITE ACK-REPORT-LINE FROM WS-HDG-1.                         000215
010850     WRITE ACK-REPORT-LINE FROM SPACES.                           000216
010900     WRITE ACK-REPORT-LINE FROM WS-HDG-2.                         000217
010950     WRITE ACK-REPORT-LINE FROM SPACES.                           000218
011000     MOVE "N" TO WS-EOF-SW.                                       000219
011050     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000220
011100     OPEN INPUT EMP-SENT-LOG.                                     000221
011150     PERFORM UNTIL WS-AT-EOF                                      000222
011200         READ EMP-SENT-LOG                                        000223
011250             AT END                                               000224
011300                 SET WS-AT-EOF TO TRUE                            000225
011350             NOT AT END                                           000226
011400                 ADD 1 TO WS-SENT-READ-CNT                        000227
011450                 IF SENT-ACK-STATUS NOT = "A"                     000228
011500                     PERFORM 3100-PRINT-AGED-ITEM                 000229
011550                 END-IF                                           000230
011600         END-READ                                                 000231
011650     END-PERFORM.                                                 000232
011700     CLOSE EMP-SENT-LOG.                                          000233
011750     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000234
011800     MOVE WS-MATCHED-CNT  TO FTR-MATCHED.                         000235
011850     MOVE WS-OUTSTAND-CNT TO FTR-OUTSTAND.                        000236
011900     MOVE WS-REJECTED-CNT TO FTR-REJECTED.                        000237
011950     WRITE ACK-REPORT-LINE FROM SPACES.                           000238
012000     WRITE ACK-REPORT-LINE FROM WS-FOOTER-1.                      000239
012050     WRITE ACK-REPORT-LINE FROM WS-FOOTER-2.                      000240
012100     WRITE ACK-REPORT-LINE FROM WS-FOOTER-3.                      000241
012150     CLOSE ACK-REPORT.                                            000242
012200 3100-PRINT-AGED-ITEM.                                            000243
012250     MOVE SENT-EMP-ID TO DTL-EMP-ID.                              000244
012300     MOVE SENT-ACTION TO DTL-ACTION.                              000245
012350     MOVE SENT-DATE   TO DTL-SENT-DATE.                           000246
012400     IF SENT-ACK-STATUS = "R"                                     000247
012450         ADD 1 TO WS-REJECTED-CNT                                 000248
012500         MOVE "REJECTED" TO DTL-STATE                             000249
012550         MOVE 2 TO EXC-PRIORITY                                   000250
012600         MOVE "REJECTED BY PAYROLL BUREAU" TO EXC-TEXT            000251
012650     ELSE                                                         000252
012700         ADD 1 TO WS-OUTSTAND-CNT                                 000253
012750         MOVE "OUTSTANDING" TO DTL-STATE                          000254
012800         MOVE 3 TO EXC-PRIORITY                                   000255
012850         MOVE "AWAITING PAYROLL BUREAU ACK" TO EXC-TEXT           000256
012900     END-IF.                                                      000257
012950     IF SENT-DATE IS NUMERIC AND SENT-DATE > 19000101             000258
013000         COMPUTE WS-AGE-DAYS =                                    000259
013050             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -            000260
013100             FUNCTION INTEGER-OF-DATE (SENT-DATE)                 000261
013150         MOVE SENT-DATE TO EXC-OPEN-DATE                          000262
013200     ELSE                                                         000263
013250         MOVE ZERO TO WS-AGE-DAYS                                 000264
013300         MOVE ZERO TO EXC-OPEN-DATE                               000265
013350     END-IF.                                                      000266
013400     MOVE WS-AGE-DAYS TO DTL-AGE.                                 000267
013450     WRITE ACK-REPORT-LINE FROM WS-DETAIL-LINE.                   000268
013500     MOVE SPACES TO EXC-KEY.                                      000269
013550     STRING SENT-EMP-ID " " SENT-ACTION " " SENT-DATE             000270
013600         DELIMITED BY SIZE INTO EXC-KEY.                          000271
013650     PERFORM 8150-WRITE-EXCEPTION-ITEM.                           000272
013700* Queue each RESENDRQ card onto the resend file for the next      000273
013750* extract - the queue is appended, and AUD-DELTA empties it       000274
013800* after sending                                                   000275
013850 4000-QUEUE-RESEND-REQUESTS.                                      000276
013900     MOVE "N" TO WS-EOF-SW.                                       000277
013950     OPEN INPUT RESEND-REQUESTS.                                  000278
014000     OPEN EXTEND RESEND-QUEUE.                                    000279
014050     IF WS-RSND-STATUS = "35"                                     000280
014100         OPEN OUTPUT RESEND-QUEUE                                 000281
014150     END-IF.                                                      000282
014200     PERFORM UNTIL WS-AT-EOF                                      000283
014250         READ RESEND-REQUESTS                                     000284
014300             AT END                                               000285
014350                 SET WS-AT-EOF TO TRUE                            000286
014400             NOT AT END                                           000287
014450                 IF REQ-EMP-ID NOT = SPACES                       000288
014500                     ADD 1 TO WS-REQUEUED-CNT                     000289
014550                     MOVE REQ-EMP-ID TO RSND-EMP-ID               000290
014600                     WRITE RESEND-QUEUE-REC                       000291
014650                 END-IF                                           000292
014700         END-READ                                                 000293
014750     END-PERFORM.                                                 000294
014800     CLOSE RESEND-REQUESTS.                                       000295
014850     CLOSE RESEND-QUEUE.                                          000296
014900     IF WS-REQUEUED-CNT > ZERO                                    000297
014950         OPEN EXTEND ACK-REPORT                                   000298
015000         MOVE WS-REQUEUED-CNT TO FTR-REQUEUED                     000299
015050         WRITE ACK-REPORT-LINE FROM WS-FOOTER-4                   000300
015100         CLOSE ACK-REPORT                                         000301
015150     END-IF.                                                      000302
015200* Append this run's records-read/records-written to the shared    000303
015250* run-log for the nightly batch-window reconciliation             000304
015300 8000-WRITE-RUN-LOG.                                              000305
015350     OPEN EXTEND RUN-LOG.                                         000306
015400     IF WS-RUNLOG-STATUS = "35"                                   000307
015450         OPEN OUTPUT RUN-LOG                                      000308
015500     END-IF.                                                      000309
015550     MOVE "EMPACKR" TO RUNLOG-PROGRAM.                            000310
015600     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000311
015650     MOVE WS-SENT-READ-CNT TO RUNLOG-RECORDS-READ.                000312
015700     MOVE WS-MATCHED-CNT TO RUNLOG-RECORDS-WRITTEN.               000313
015750     WRITE RUN-LOG-RECORD.                                        000314
015800     CLOSE RUN-LOG.                                               000315
015850* Open the operations exception log for this run's items          000316
015900 8100-OPEN-EXCEPTION-LOG.                                         000317
015950     OPEN EXTEND EXCP-LOG.                                        000318
016000     IF WS-EXCP-STATUS = "35"                                     000319
016050         OPEN OUTPUT EXCP-LOG                                     000320
016100     END-IF.                                                      000321
016150     MOVE ZERO TO WS-EXCP-CNT.                                    000322
016200* Log one exception item for the morning digest - the caller      000323
016250* has set its priority, key, open date and text                   000324
016300 8150-WRITE-EXCEPTION-ITEM.                                       000325
016350     MOVE "EMPACKR" TO EXC-SOURCE.                                000326
016400     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000327
016450     MOVE "I" TO EXC-REC-TYPE.                                    000328
016500     MOVE ZERO TO EXC-COUNT.                                      000329
016550     WRITE EXCP-LOG-REC.                                          000330
016600     ADD 1 TO WS-EXCP-CNT.                                        000331
016650* Close the run on the exception log with its item count          000332
016700 8190-CLOSE-EXCEPTION-LOG.                                        000333
016750     MOVE "EMPACKR" TO EXC-SOURCE.                                000334
016800     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000335
016850     MOVE "T" TO EXC-REC-TYPE.                                    000336
016900     MOVE ZERO TO EXC-PRIORITY.                                   000337
016950     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000338
017000     MOVE SPACES TO EXC-KEY.                                      000339
017050     MOVE ZERO TO EXC-OPEN-DATE.                                  000340
017100     MOVE SPACES TO EXC-TEXT.                                     000341
017150     WRITE EXCP-LOG-REC.                                          000342
017200     CLOSE EXCP-LOG.                                              000343
