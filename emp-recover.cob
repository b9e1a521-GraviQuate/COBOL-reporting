002950 01  WS-APPLIED-CNT    PIC 9(7) VALUE ZERO.                       000058
003000 01  WS-ADDED-CNT      PIC 9(7) VALUE ZERO.                       000059
003050 01  WS-UNKNOWN-CNT    PIC 9(7) VALUE ZERO.                       000060
003100 01  WS-STUDENT-CNT    PIC 9(7) VALUE ZERO.                       000061
003150 01  WS-FINAL-CNT      PIC 9(7) VALUE ZERO.                       000062
003200* Replay cutoff - audit records at or before it are skipped       000063
003250 01  WS-CUTOFF-TS      PIC 9(14) VALUE ZERO.                      000064
003300* Reassembly of a replayed salary - the audit value carries       000065
003350* the edited 9999999.99 image                                     000066
003400 01  WS-RCV-SAL-CHARS  PIC X(9).                                  000067
003450 01  WS-RCV-SAL-NUM REDEFINES WS-RCV-SAL-CHARS                    000068
003500                       PIC 9(7)V99.                               000069
003550 PROCEDURE DIVISION.                                              000070
003600 0000-MAIN.                                                       000071
003650     PERFORM 0500-LOAD-RECOVERY-PARMS.                            000072
003700     PERFORM 1000-RELOAD-FROM-BACKUP.                             000073
003750     PERFORM 2000-REPLAY-AUDIT-TRAIL.                             000074
003800     PERFORM 3000-COUNT-FINAL-MASTER.                             000075
003850     PERFORM 7000-PRINT-RECOVERY-SUMMARY.                         000076
003900     PERFORM 8000-WRITE-RUN-LOG.                                  000077
003950     STOP RUN.                                                    000078
004000* Load the backup's cutoff timestamp; without one the whole       000079
004050* audit trail replays                                             000080
004100 0500-LOAD-RECOVERY-PARMS.                                        000081
004150     OPEN INPUT RECOVERY-PARAMETERS.                              000082
004200     READ RECOVERY-PARAMETERS                                     000083
004250         AT END                                                   000084
004300             CONTINUE                                             000085
004350         NOT AT END                                               000086
004400             IF CTL-CUTOFF-TS IS NUMERIC                          000087
004450                 MOVE CTL-CUTOFF-TS TO WS-CUTOFF-TS               000088
004500             END-IF                                               000089
004550     END-READ.                                                    000090
004600     CLOSE RECOVERY-PARAMETERS.                                   000091
004650     IF WS-CUTOFF-TS = ZERO                                       000092
004700         DISPLAY "No RCVRPRM cutoff - the whole audit trail"      000093
004750             " will replay."                                      000094
004800     END-IF.                                                      000095
004850* Rebuild the indexed master from the restored backup - the       000096
004900* backup is in key order, so it loads straight back               000097
004950 1000-RELOAD-FROM-BACKUP.                                         000098
005000     OPEN INPUT EMP-BACKUP.                                       000099
005050     OPEN OUTPUT EMPLOYEE-MASTER.                                 000100
005100     PERFORM UNTIL WS-AT-EOF                                      000101
005150         READ EMP-BACKUP                                          000102
005200             AT END                                               000103
005250                 SET WS-AT-EOF TO TRUE                            000104
005300             NOT AT END                                           000105
005350                 ADD 1 TO WS-BACKUP-CNT                           000106
005400                 MOVE EMP-BACKUP-RECORD                           000107
005450                     TO EMPLOYEE-MASTER-RECORD                    000108
005500                 WRITE EMPLOYEE-MASTER-RECORD                     000109
005550                     INVALID KEY                                  000110
005600                         DISPLAY "Out-of-sequence or duplicate"   000111
005650                             " key on backup: "                   000112
005700                             EMP-ID OF EMP-BACKUP-RECORD          000113
005750                     NOT INVALID KEY                              000114
005800                         ADD 1 TO WS-RELOAD-CNT                   000115
005850                 END-WRITE                                        000116
005900         END-READ                                                 000117
005950     END-PERFORM.                                                 000118
006000     CLOSE EMP-BACKUP.                                            000119
006050     CLOSE EMPLOYEE-MASTER.                                       000120
006100* Replay every audit record newer than the cutoff, in the         000121
006150* order the log holds them. A student anonymization record        000122
006200* names no employee and is passed over                            000123
006250 2000-REPLAY-AUDIT-TRAIL.                                         000124
006300     MOVE "N" TO WS-EOF-SW.                                       000125
006350     OPEN INPUT EMP-AUDIT-LOG.                                    000126
006400     OPEN I-O EMPLOYEE-MASTER.                                    000127
006450     PERFORM UNTIL WS-AT-EOF                                      000128
006500         READ EMP-AUDIT-LOG                                       000129
006550             AT END                                               000130
006600                 SET WS-AT-EOF TO TRUE                            000131
006650             NOT AT END                                           000132
006700                 ADD 1 TO WS-AUDIT-CNT                            000133
006750                 IF AUD-FIELD = "STU-ANON"                        000134
006800                     ADD 1 TO WS-STUDENT-CNT                      000135
006850                 ELSE                                             000136
006900                 IF AUD-TIMESTAMP IS NUMERIC AND                  000137
006950                         AUD-TIMESTAMP > WS-CUTOFF-TS             000138
007000                     PERFORM 2100-APPLY-AUDIT-RECORD              000139
007050                 ELSE                                             000140
007100                     ADD 1 TO WS-SKIPPED-CNT                      000141
007150                 END-IF                                           000142
007200                 END-IF                                           000143
007250         END-READ                                                 000144
007300     END-PERFORM.                                                 000145
007350     CLOSE EMP-AUDIT-LOG.                                         000146
007400     CLOSE EMPLOYEE-MASTER.                                       000147
007450* Apply one audit record - a key already on the master takes      000148
007500* the field change in place; a key not on it yet is the start     000149
007550* of a replayed add and gets a fresh row                          000150
007600 2100-APPLY-AUDIT-RECORD.                                         000151
007650     MOVE AUD-EMP-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.         000152
007700     READ EMPLOYEE-MASTER                                         000153
007750         INVALID KEY                                              000154
007800             PERFORM 2200-START-REPLAYED-ADD                      000155
007850             PERFORM 2300-APPLY-FIELD-CHANGE                      000156
007900             WRITE EMPLOYEE-MASTER-RECORD                         000157
007950                 INVALID KEY                                      000158
008000                     DISPLAY "Unable to add " AUD-EMP-ID          000159
008050                         " during replay."                        000160
008100                 NOT INVALID KEY                                  000161
008150                     ADD 1 TO WS-ADDED-CNT                        000162
008200                     ADD 1 TO WS-APPLIED-CNT                      000163
008250             END-WRITE                                            000164
008300         NOT INVALID KEY                                          000165
008350             PERFORM 2300-APPLY-FIELD-CHANGE                      000166
008400             REWRITE EMPLOYEE-MASTER-RECORD                       000167
008450                 INVALID KEY                                      000168
008500                     DISPLAY "Unable to rewrite " AUD-EMP-ID      000169
008550                         " during replay."                        000170
008600                 NOT INVALID KEY                                  000171
008650                     ADD 1 TO WS-APPLIED-CNT                      000172
008700             END-REWRITE                                          000173
008750     END-READ.                                                    000174
008800* A fresh row for an add being replayed - the audit records       000175
008850* that follow fill in its fields                                  000176
008900 2200-START-REPLAYED-ADD.                                         000177
008950     MOVE AUD-EMP-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.         000178
009000     MOVE SPACES TO EMP-NAME OF EMPLOYEE-MASTER-RECORD.           000179
009050     MOVE ZERO   TO EMP-AGE OF EMPLOYEE-MASTER-RECORD.            000180
009100     MOVE ZERO   TO EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD.     000181
009150     MOVE SPACES TO EMP-DEPT OF EMPLOYEE-MASTER-RECORD.           000182
009200     MOVE "A"    TO EMP-STATUS OF EMPLOYEE-MASTER-RECORD.         000183
009250     MOVE ZERO   TO EMP-SALARY OF EMPLOYEE-MASTER-RECORD.         000184
009300     MOVE SPACES TO EMP-PAY-GRADE                                 000185
009350         OF EMPLOYEE-MASTER-RECORD.                               000186
009400     MOVE SPACES TO EMP-SUPERVISOR                                000187
009450         OF EMPLOYEE-MASTER-RECORD.                               000188
009500     MOVE AUD-TIMESTAMP (1:8)                                     000189
009550         TO EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD.               000190
009600* Re-apply one field change from its audit record - the new       000191
009650* value lands in the field the record names, and the row's        000192
009700* effective date follows the audit timestamp                      000193
009750 2300-APPLY-FIELD-CHANGE.                                         000194
009800     EVALUATE AUD-FIELD                                           000195
009850         WHEN "EMP-NAME"                                          000196
009900             MOVE AUD-NEW-VALUE (1:10)                            000197
009950                 TO EMP-NAME OF EMPLOYEE-MASTER-RECORD            000198
010000         WHEN "EMP-AGE"                                           000199
010050             IF AUD-NEW-VALUE (1:2) IS NUMERIC                    000200
010100                 MOVE AUD-NEW-VALUE (1:2)                         000201
010150                     TO EMP-AGE OF EMPLOYEE-MASTER-RECORD         000202
010200             END-IF                                               000203
010250         WHEN "EMP-DEPT"                                          000204
010300             MOVE AUD-NEW-VALUE (1:3)                             000205
010350                 TO EMP-DEPT OF EMPLOYEE-MASTER-RECORD            000206
010400         WHEN "EMP-BIRTH"                                         000207
010450             IF AUD-NEW-VALUE (1:8) IS NUMERIC                    000208
010500                 MOVE AUD-NEW-VALUE (1:8)                         000209
010550                     TO EMP-BIRTH-DATE                            000210
010600                     OF EMPLOYEE-MASTER-RECORD                    000211
010650             END-IF                                               000212
010700         WHEN "EMP-STATUS"                                        000213
010750             MOVE AUD-NEW-VALUE (1:1)                             000214
010800                 TO EMP-STATUS OF EMPLOYEE-MASTER-RECORD          000215
010850         WHEN "EMP-SALARY"                                        000216
010900             MOVE AUD-NEW-VALUE (1:7)                             000217
010950                 TO WS-RCV-SAL-CHARS (1:7)                        000218
011000             MOVE AUD-NEW-VALUE (9:2)                             000219
011050                 TO WS-RCV-SAL-CHARS (8:2)                        000220
011100             IF WS-RCV-SAL-CHARS IS NUMERIC                       000221
011150                 MOVE WS-RCV-SAL-NUM                              000222
011200                     TO EMP-SALARY OF EMPLOYEE-MASTER-RECORD      000223
011250             END-IF                                               000224
011300         WHEN "EMP-GRADE"                                         000225
011350             MOVE AUD-NEW-VALUE (1:2)                             000226
011400                 TO EMP-PAY-GRADE                                 000227
011450                 OF EMPLOYEE-MASTER-RECORD                        000228
011500         WHEN "EMP-SUPV"                                          000229
011550             MOVE AUD-NEW-VALUE (1:5)                             000230
011600                 TO EMP-SUPERVISOR                                000231
011650                 OF EMPLOYEE-MASTER-RECORD                        000232
011700* The pay effective date of a back-dated salary change is not     000233
011750* carried on the master row                                       000234
011800         WHEN "EMP-PAYEFF"                                        000235
011850             CONTINUE                                             000236
011900         WHEN OTHER                                               000237
011950             ADD 1 TO WS-UNKNOWN-CNT                              000238
012000     END-EVALUATE.                                                000239
012050     IF AUD-TIMESTAMP IS NUMERIC                                  000240
012100         MOVE AUD-TIMESTAMP (1:8)                                 000241
012150             TO EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD            000242
012200     END-IF.                                                      000243
012250* Count the rebuilt master for the comparison summary             000244
012300 3000-COUNT-FINAL-MASTER.                                         000245
012350     MOVE "N" TO WS-EOF-SW.                                       000246
012400     OPEN INPUT EMPLOYEE-MASTER.                                  000247
012450     PERFORM UNTIL WS-AT-EOF                                      000248
012500         READ EMPLOYEE-MASTER NEXT RECORD                         000249
012550             AT END                                               000250
012600                 SET WS-AT-EOF TO TRUE                            000251
012650             NOT AT END                                           000252
012700                 ADD 1 TO WS-FINAL-CNT                            000253
012750         END-READ                                                 000254
012800     END-PERFORM.                                                 000255
012850     CLOSE EMPLOYEE-MASTER.                                       000256
012900* The operator's comparison summary - the final count should      000257
012950* equal the backup count plus the adds replayed                   000258
013000 7000-PRINT-RECOVERY-SUMMARY.                                     000259
013050     DISPLAY "EMPLOYEE MASTER FORWARD RECOVERY".                  000260
013100     DISPLAY "Replay cutoff:          " WS-CUTOFF-TS.             000261
013150     DISPLAY "Backup records read:    " WS-BACKUP-CNT.            000262
013200     DISPLAY "Records reloaded:       " WS-RELOAD-CNT.            000263
013250     DISPLAY "Audit records read:     " WS-AUDIT-CNT.             000264
013300     DISPLAY "At/before cutoff:       " WS-SKIPPED-CNT.           000265
013350     DISPLAY "Changes re-applied:     " WS-APPLIED-CNT.           000266
013400     DISPLAY "Adds replayed:          " WS-ADDED-CNT.             000267
013450     DISPLAY "Unknown audit fields:   " WS-UNKNOWN-CNT.           000268
013500     DISPLAY "Student records passed: " WS-STUDENT-CNT.           000269
013550     DISPLAY "Master records now:     " WS-FINAL-CNT.             000270
013600* Append this run's records-read/records-written to the shared    000271
013650* run-log for the nightly batch-window reconciliation             000272
013700 8000-WRITE-RUN-LOG.                                              000273
013750     OPEN EXTEND RUN-LOG.                                         000274
013800     IF WS-RUNLOG-STATUS = "35"                                   000275
013850         OPEN OUTPUT RUN-LOG                                      000276
013900     END-IF.                                                      000277
013950     MOVE "EMPRECOV" TO RUNLOG-PROGRAM.                           000278
014000     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000279
014050     MOVE WS-AUDIT-CNT TO RUNLOG-RECORDS-READ.                    000280
014100     MOVE WS-APPLIED-CNT TO RUNLOG-RECORDS-WRITTEN.               000281
014150     WRITE RUN-LOG-RECORD.                                        000282
014200     CLOSE RUN-LOG.                                               000283
