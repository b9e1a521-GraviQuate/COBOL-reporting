003050     88  WS-RCTL-EOF   VALUE "Y".                                 000060
003100 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000061
003150     88  WS-STEP-DONE  VALUE "Y".                                 000062
003200     COPY RCSEVTAB.                                               000063
003250* Processing-calendar state for tonight's run                     000064
003300 01  WS-CAL-SKIP-SW    PIC X.                                     000065
003350     88  WS-CAL-SKIP   VALUE "Y".                                 000066
003400 01  WS-CAL-EOF-SW     PIC X.                                     000067
003450     88  WS-CAL-EOF    VALUE "Y".                                 000068
003500 01  WS-CAL-FREQ       PIC X.                                     000069
003550 01  WS-CAL-DAY        PIC 99.                                    000070
003600 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000071
003650 01  WS-CAL-INT-DATE   PIC 9(8).                                  000072
003700 01  WS-CAL-DOW        PIC 9.                                     000073
003750 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000074
003800 01  WS-RUNLOG-STATUS  PIC XX.                                    000075
003850 01  WS-EOF-SW         PIC X VALUE "N".                           000076
003900     88  END-OF-MASTER VALUE "Y".                                 000077
003950 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000078
004000 01  WS-WRITE-CNT      PIC 9(7) VALUE ZERO.                       000079
004050 PROCEDURE DIVISION.                                              000080
004100 0000-MAIN.                                                       000081
004150     PERFORM 0100-CHECK-RUN-CONTROL.                              000082
004200* The unload is idempotent and a resubmitted night allocates a    000083
004250* fresh backup generation either way, so it always runs again     000084
004300* rather than leaving tonight's generation cataloged empty        000085
004350     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000086
004400     IF WS-CAL-SKIP                                               000087
004450         STOP RUN                                                 000088
004500     END-IF.                                                      000089
004550     PERFORM 0200-MARK-STEP-STARTED.                              000090
004600     OPEN INPUT EMPLOYEE-MASTER.                                  000091
004650     OPEN OUTPUT EMP-BACKUP.                                      000092
004700     PERFORM UNTIL END-OF-MASTER                                  000093
004750         READ EMPLOYEE-MASTER NEXT RECORD                         000094
004800             AT END                                               000095
004850                 SET END-OF-MASTER TO TRUE                        000096
004900             NOT AT END                                           000097
004950                 ADD 1 TO WS-READ-CNT                             000098
005000                 MOVE EMPLOYEE-MASTER-RECORD                      000099
005050                     TO EMP-BACKUP-RECORD                         000100
005100                 WRITE EMP-BACKUP-RECORD                          000101
005150                 ADD 1 TO WS-WRITE-CNT                            000102
005200         END-READ                                                 000103
005250     END-PERFORM.                                                 000104
005300     CLOSE EMPLOYEE-MASTER.                                       000105
005350     CLOSE EMP-BACKUP.                                            000106
005400     DISPLAY "EMPLOYEE MASTER UNLOAD".                            000107
005450     DISPLAY "Records read:    " WS-READ-CNT.                     000108
005500     DISPLAY "Records backed:  " WS-WRITE-CNT.                    000109
005550     IF WS-READ-CNT NOT = WS-WRITE-CNT                            000110
005600         DISPLAY "READ/WRITTEN MISMATCH - BACKUP SUSPECT"         000111
005650         MOVE "BACKUP" TO WS-STEP-REASON                          000112
005700     END-IF.                                                      000113
005750     PERFORM 8000-WRITE-RUN-LOG.                                  000114
005800     PERFORM 8900-MARK-STEP-COMPLETE.                             000115
005850     STOP RUN.                                                    000116
005900* Append this run's records-read/records-written to the shared    000117
005950* run-log for the nightly batch-window reconciliation             000118
006000 8000-WRITE-RUN-LOG.                                              000119
006050     OPEN EXTEND RUN-LOG.                                         000120
006100     IF WS-RUNLOG-STATUS = "35"                                   000121
006150         OPEN OUTPUT RUN-LOG                                      000122
006200     END-IF.                                                      000123
006250     MOVE "EMPUNLD" TO RUNLOG-PROGRAM.                            000124
006300     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000125
006350     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000126
006400     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000127
006450     WRITE RUN-LOG-RECORD.                                        000128
006500     CLOSE RUN-LOG.                                               000129
006550* Ask the processing calendar whether this step runs tonight -    000130
006600* a holiday date skips it, and a weekly/monthly/month-end         000131
006650* frequency skips the nights between. A skipped step writes a     000132
006700* K run-control record so the status report and the restart       000133
006750* logic still account for it. No calendar file, or no             000134
006800* frequency record for this step, means run nightly as before     000135
006850 0180-CHECK-PROCESS-CALENDAR.                                     000136
006900     MOVE "N" TO WS-CAL-SKIP-SW.                                  000137
006950     MOVE "N" TO WS-CAL-EOF-SW.                                   000138
007000     MOVE "D" TO WS-CAL-FREQ.                                     000139
007050     MOVE ZERO TO WS-CAL-DAY.                                     000140
007100     OPEN INPUT PROCESS-CALENDAR.                                 000141
007150     PERFORM UNTIL WS-CAL-EOF                                     000142
007200         READ PROCESS-CALENDAR                                    000143
007250             AT END                                               000144
007300                 SET WS-CAL-EOF TO TRUE                           000145
007350             NOT AT END                                           000146
007400                 IF CAL-REC-TYPE = "H" AND                        000147
007450                         CAL-DATE = WS-RUN-DATE-CTL               000148
007500                     SET WS-CAL-SKIP TO TRUE                      000149
007550                 END-IF                                           000150
007600                 IF CAL-REC-TYPE = "F" AND                        000151
007650                         CAL-STEP = "EMPUNLD"                     000152
007700                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000153
007750                     MOVE CAL-DAY TO WS-CAL-DAY                   000154
007800                 END-IF                                           000155
007850         END-READ                                                 000156
007900     END-PERFORM.                                                 000157
007950     CLOSE PROCESS-CALENDAR.                                      000158
008000     IF NOT WS-CAL-SKIP                                           000159
008050         PERFORM 0190-TEST-STEP-FREQUENCY                         000160
008100     END-IF.                                                      000161
008150     IF WS-CAL-SKIP                                               000162
008200         MOVE "CALSKIP" TO WS-STEP-REASON                         000163
008250         PERFORM 8960-SET-RETURN-CODE                             000164
008300         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000165
008350         PERFORM 8950-WRITE-RUN-CONTROL                           000166
008400         DISPLAY "EMPUNLD skipped per processing calendar."       000167
008450     END-IF.                                                      000168
008500* Does the step's frequency land on tonight - weekly runs on      000169
008550* its day of week, monthly on its day of month, month-end         000170
008600* when tomorrow is a new month                                    000171
008650 0190-TEST-STEP-FREQUENCY.                                        000172
008700     COMPUTE WS-CAL-INT-DATE =                                    000173
008750         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000174
008800     EVALUATE WS-CAL-FREQ                                         000175
008850         WHEN "W"                                                 000176
008900             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000177
008950                 (WS-CAL-INT-DATE - 1, 7) + 1                     000178
009000             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000179
009050                 SET WS-CAL-SKIP TO TRUE                          000180
009100             END-IF                                               000181
009150         WHEN "M"                                                 000182
009200             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000183
009250                 SET WS-CAL-SKIP TO TRUE                          000184
009300             END-IF                                               000185
009350         WHEN "E"                                                 000186
009400             COMPUTE WS-CAL-NEXT-DATE =                           000187
009450                 FUNCTION DATE-OF-INTEGER                         000188
009500                 (WS-CAL-INT-DATE + 1)                            000189
009550             IF WS-CAL-NEXT-DATE (5:2) =                          000190
009600                     WS-RUN-DATE-CTL (5:2)                        000191
009650                 SET WS-CAL-SKIP TO TRUE                          000192
009700             END-IF                                               000193
009750         WHEN OTHER                                               000194
009800             CONTINUE                                             000195
009850     END-EVALUATE.                                                000196
009900* See whether this step already completed for tonight's run       000197
009950 0100-CHECK-RUN-CONTROL.                                          000198
010000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000199
010050     OPEN INPUT RUN-CONTROL-IN.                                   000200
010100     PERFORM UNTIL WS-RCTL-EOF                                    000201
010150         READ RUN-CONTROL-IN                                      000202
010200             AT END                                               000203
010250                 SET WS-RCTL-EOF TO TRUE                          000204
010300             NOT AT END                                           000205
010350                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000206
010400                         = WS-RUN-DATE-CTL AND                    000207
010450                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000208
010500                         = "EMPUNLD" AND                          000209
010550                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000210
010600                     SET WS-STEP-DONE TO TRUE                     000211
010650                 END-IF                                           000212
010700         END-READ                                                 000213
010750     END-PERFORM.                                                 000214
010800     CLOSE RUN-CONTROL-IN.                                        000215
010850* Record this step as started for tonight's run                   000216
010900 0200-MARK-STEP-STARTED.                                          000217
010950     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000218
011000     PERFORM 8950-WRITE-RUN-CONTROL.                              000219
011050* Record how this step ended for tonight's run - a C record       000220
011100* when its return code is below 8 (clean or warning), an F        000221
011150* record for a failure so a resubmitted night runs it again       000222
011200 8900-MARK-STEP-COMPLETE.                                         000223
011250     PERFORM 8960-SET-RETURN-CODE.                                000224
011300     IF WS-STEP-RC < 8                                            000225
011350         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000226
011400     ELSE                                                         000227
011450         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000228
011500     END-IF.                                                      000229
011550     PERFORM 8950-WRITE-RUN-CONTROL.                              000230
011600* Stamp and append one run-control record                         000231
011650 8950-WRITE-RUN-CONTROL.                                          000232
011700     OPEN EXTEND RUN-CONTROL.                                     000233
011750     IF WS-RUNCTL-STATUS = "35"                                   000234
011800         OPEN OUTPUT RUN-CONTROL                                  000235
011850     END-IF.                                                      000236
011900     MOVE WS-RUN-DATE-CTL                                         000237
011950         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000238
012000     MOVE "EMPUNLD" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000239
012050     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000240
012100     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000241
012150     MOVE FUNCTION CURRENT-DATE (1:14)                            000242
012200         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000243
012250     WRITE RUN-CONTROL-REC.                                       000244
012300     CLOSE RUN-CONTROL.                                           000245
012350* Classify this step's reason through the shared severity         000246
012400* table and pass the standard return code back to the job         000247
012450* step. No reason set means a clean run; a reason missing         000248
012500* from the table is treated as abend-worthy                       000249
012550 8960-SET-RETURN-CODE.                                            000250
012600     IF WS-STEP-REASON = SPACES                                   000251
012650         MOVE "CLEAN" TO WS-STEP-REASON                           000252
012700     END-IF.                                                      000253
012750     MOVE 12 TO WS-STEP-RC.                                       000254
012800     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000255
012850             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000256
012900         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000257
012950             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000258
013000         END-IF                                                   000259
013050     END-PERFORM.                                                 000260
013100     MOVE WS-STEP-RC TO RETURN-CODE.                              000261
