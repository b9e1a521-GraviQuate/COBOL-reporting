000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. AR-AGING.                                            000002
000200* Aged student receivables for the bursar - every STUDENT-ACCOUNT 000003
000250* with a balance owed, split into current, 31-60, 61-90 and over  000004
000300* 90 days by the date of the STUDENT-LEDGER debits still unpaid.  000005
000350* Payments and other credits are applied to the oldest debits     000006
000400* first, so what remains open is the most recent charging. The    000007
000450* aging date is the run date                                      000008
000500 ENVIRONMENT DIVISION.                                            000009
000550 INPUT-OUTPUT SECTION.                                            000010
000600 FILE-CONTROL.                                                    000011
000650     SELECT STUDENT-ACCOUNT ASSIGN TO "ACCTMAST"                  000012
000700         ORGANIZATION IS INDEXED                                  000013
000750         ACCESS MODE IS SEQUENTIAL                                000014
000800         RECORD KEY IS ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD      000015
000850         FILE STATUS IS WS-ACCT-STATUS.                           000016
000900     SELECT STUDENT-LEDGER ASSIGN TO "STULEDG"                    000017
000950         ORGANIZATION IS INDEXED                                  000018
001000         ACCESS MODE IS DYNAMIC                                   000019
001050         RECORD KEY IS LDG-KEY OF STUDENT-LEDGER-RECORD           000020
001100         FILE STATUS IS WS-LDG-STATUS.                            000021
001150* Student master - keyed reads put the name on each line          000022
001200     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000023
001250         ORGANIZATION IS INDEXED                                  000024
001300         ACCESS MODE IS DYNAMIC                                   000025
001350         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000026
001400* Printed aged-receivables report                                 000027
001450     SELECT AGING-REPORT ASSIGN TO "ARAGING"                      000028
001500         ORGANIZATION IS LINE SEQUENTIAL.                         000029
001550* Run-level control-total log - every batch program appends its   000030
001600* records-read/written counts here for nightly reconciliation     000031
001650     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000032
001700         ORGANIZATION IS LINE SEQUENTIAL                          000033
001750         FILE STATUS IS WS-RUNLOG-STATUS.                         000034
001800 DATA DIVISION.                                                   000035
001850 FILE SECTION.                                                    000036
001900 FD  STUDENT-ACCOUNT.                                             000037
001950 01  STUDENT-ACCOUNT-RECORD.                                      000038
002000     COPY ACCTREC.                                                000039
002050 FD  STUDENT-LEDGER.                                              000040
002100 01  STUDENT-LEDGER-RECORD.                                       000041
002150     COPY LEDGREC.                                                000042
002200 FD  STUDENT-MASTER.                                              000043
002250 01  STUDENT-MASTER-RECORD.                                       000044
002300     COPY STUREC.                                                 000045
002350 FD  AGING-REPORT.                                                000046
002400 01  AGING-REPORT-LINE  PIC X(80).                                000047
002450 FD  RUN-LOG.                                                     000048
002500 01  RUN-LOG-RECORD.                                              000049
002550     COPY RUNLOGREC.                                              000050
002600 WORKING-STORAGE SECTION.                                         000051
002650 01  WS-RUNLOG-STATUS   PIC XX.                                   000052
002700 01  WS-ACCT-STATUS     PIC XX.                                   000053
002750 01  WS-LDG-STATUS      PIC XX.                                   000054
002800 01  WS-EOF-SW          PIC X VALUE "N".                          000055
002850     88  WS-AT-EOF      VALUE "Y".                                000056
002900 01  WS-LDG-EOF-SW      PIC X.                                    000057
002950     88  WS-LDG-EOF     VALUE "Y".                                000058
003000 01  WS-READ-CNT        PIC 9(7) VALUE ZERO.                      000059
003050 01  WS-AGED-CNT        PIC 9(7) VALUE ZERO.                      000060
003100 01  WS-CREDIT-BAL-CNT  PIC 9(7) VALUE ZERO.                      000061
003150 01  WS-RUN-DATE        PIC 9(8).                                 000062
003200 01  WS-RUN-INT-DATE    PIC 9(8).                                 000063
003250 01  WS-AGE-DAYS        PIC S9(7).                                000064
003300* One student's debits in ledger order, and the credits still     000065
003350* to be applied against them oldest first                         000066
003400 78  WS-MAX-DEBITS      VALUE 500.                                000067
003450 01  WS-DEBIT-CNT       PIC 999 VALUE ZERO.                       000068
003500 01  WS-DEBIT-TABLE.                                              000069
003550     05  DEBIT-ENTRY OCCURS 0 TO WS-MAX-DEBITS TIMES              000070
003600             DEPENDING ON WS-DEBIT-CNT.                           000071
003650         10  DEBIT-DATE    PIC 9(8).                              000072
003700         10  DEBIT-OPEN    PIC 9(7)V99.                           000073
003750 01  WS-DEBIT-IDX       PIC 999.                                  000074
003800 01  WS-CREDIT-POOL     PIC 9(9)V99.                              000075
003850* Aging buckets - current, 31-60, 61-90, over 90 - for the        000076
003900* student and for the report                                      000077
003950 01  WS-STU-BUCKETS.                                              000078
004000     05  WS-STU-BUCKET  PIC 9(9)V99 OCCURS 4 TIMES.               000079
004050 01  WS-TOT-BUCKETS.                                              000080
004100     05  WS-TOT-BUCKET  PIC 9(9)V99 OCCURS 4 TIMES.               000081
004150 01  WS-BUCKET-IDX      PIC 9.                                    000082
004200 01  WS-STU-TOTAL       PIC 9(9)V99.                              000083
004250 01  WS-GRAND-TOTAL     PIC 9(9)V99 VALUE ZERO.                   000084
004300* Report heading, detail and footer lines                         000085
004350 01  WS-HDG-1.                                                    000086
004400     05  FILLER         PIC X(38)                                 000087
004450             VALUE "AGED STUDENT RECEIVABLES - AS OF: ".          000088
004500     05  HDG-RUN-DATE   PIC 9(8).                                 000089
004550 01  WS-HDG-2.                                                    000090
004600     05  FILLER         PIC X(10) VALUE "STUDENT ID".             000091
004650     05  FILLER         PIC X(14) VALUE "NAME".                   000092
004700     05  FILLER         PIC X(11) VALUE "    CURRENT".            000093
004750     05  FILLER         PIC X(11) VALUE "      31-60".            000094
004800     05  FILLER         PIC X(11) VALUE "      61-90".            000095
004850     05  FILLER         PIC X(11) VALUE "    OVER 90".            000096
004900     05  FILLER         PIC X(11) VALUE "      TOTAL".            000097
004950 01  WS-DETAIL-LINE.                                              000098
005000     05  DTL-STU-ID     PIC X(9).                                 000099
005050     05  FILLER         PIC X VALUE SPACE.                        000100
005100     05  DTL-STU-NAME   PIC X(14).                                000101
005150     05  DTL-BUCKETS.                                             000102
005200         10  DTL-BUCKET OCCURS 4 TIMES.                           000103
005250             15  FILLER      PIC X VALUE SPACE.                   000104
005300             15  DTL-AMOUNT  PIC ZZZZZZ9.99.                      000105
005350     05  FILLER         PIC X VALUE SPACE.                        000106
005400     05  DTL-TOTAL      PIC ZZZZZZ9.99.                           000107
005450 01  WS-TOTAL-LINE.                                               000108
005500     05  FILLER         PIC X(24) VALUE "REPORT TOTALS".          000109
005550     05  TTL-BUCKETS.                                             000110
005600         10  TTL-BUCKET OCCURS 4 TIMES.                           000111
005650             15  FILLER      PIC X VALUE SPACE.                   000112
005700             15  TTL-AMOUNT  PIC ZZZZZZ9.99.                      000113
005750     05  FILLER         PIC X VALUE SPACE.                        000114
005800     05  TTL-TOTAL      PIC ZZZZZZ9.99.                           000115
005850 01  WS-FOOTER-1.                                                 000116
005900     05  FILLER         PIC X(26) VALUE "ACCOUNTS READ:".         000117
005950     05  FTR-READ-CNT   PIC ZZZZZZ9.                              000118
006000 01  WS-FOOTER-2.                                                 000119
006050     05  FILLER         PIC X(26)                                 000120
006100             VALUE "ACCOUNTS WITH BALANCE DUE:".                  000121
006150     05  FTR-AGED-CNT   PIC ZZZZZZ9.                              000122
006200 01  WS-FOOTER-3.                                                 000123
006250     05  FILLER         PIC X(26) VALUE "ACCOUNTS IN CREDIT:".    000124
006300     05  FTR-CREDIT-CNT PIC ZZZZZZ9.                              000125
006350 PROCEDURE DIVISION.                                              000126
006400 0000-MAIN.                                                       000127
006450     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000128
006500     COMPUTE WS-RUN-INT-DATE =                                    000129
006550         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).                  000130
006600     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1                    000131
006650             UNTIL WS-BUCKET-IDX > 4                              000132
006700         MOVE ZERO TO WS-TOT-BUCKET (WS-BUCKET-IDX)               000133
006750     END-PERFORM.                                                 000134
006800     OPEN INPUT STUDENT-ACCOUNT.                                  000135
006850     IF WS-ACCT-STATUS NOT = "00"                                 000136
006900         SET WS-AT-EOF TO TRUE                                    000137
006950     END-IF.                                                      000138
007000     OPEN INPUT STUDENT-LEDGER.                                   000139
007050     OPEN INPUT STUDENT-MASTER.                                   000140
007100     OPEN OUTPUT AGING-REPORT.                                    000141
007150     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000142
007200     WRITE AGING-REPORT-LINE FROM WS-HDG-1.                       000143
007250     WRITE AGING-REPORT-LINE FROM SPACES.                         000144
007300     WRITE AGING-REPORT-LINE FROM WS-HDG-2.                       000145
007350     WRITE AGING-REPORT-LINE FROM SPACES.                         000146
007400     PERFORM UNTIL WS-AT-EOF                                      000147
007450         READ STUDENT-ACCOUNT NEXT RECORD                         000148
007500             AT END                                               000149
007550                 SET WS-AT-EOF TO TRUE                            000150
007600             NOT AT END                                           000151
007650                 ADD 1 TO WS-READ-CNT                             000152
007700                 EVALUATE TRUE                                    000153
007750                     WHEN ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD  000154
007800                             > ZERO                               000155
007850                         PERFORM 2000-AGE-ONE-ACCOUNT             000156
007900                     WHEN ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD  000157
007950                             < ZERO                               000158
008000                         ADD 1 TO WS-CREDIT-BAL-CNT               000159
008050                     WHEN OTHER                                   000160
008100                         CONTINUE                                 000161
008150                 END-EVALUATE                                     000162
008200         END-READ                                                 000163
008250     END-PERFORM.                                                 000164
008300     PERFORM 7000-PRINT-REPORT-TOTALS.                            000165
008350     CLOSE STUDENT-ACCOUNT.                                       000166
008400     CLOSE STUDENT-LEDGER.                                        000167
008450     CLOSE STUDENT-MASTER.                                        000168
008500     CLOSE AGING-REPORT.                                          000169
008550     PERFORM 8000-WRITE-RUN-LOG.                                  000170
008600     STOP RUN.                                                    000171
008650* Load the student's debits and total credits from the ledger,    000172
008700* apply the credits oldest debit first, and age what is left      000173
008750 2000-AGE-ONE-ACCOUNT.                                            000174
008800     ADD 1 TO WS-AGED-CNT.                                        000175
008850     MOVE ZERO TO WS-DEBIT-CNT.                                   000176
008900     MOVE ZERO TO WS-CREDIT-POOL.                                 000177
008950     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1                    000178
009000             UNTIL WS-BUCKET-IDX > 4                              000179
009050         MOVE ZERO TO WS-STU-BUCKET (WS-BUCKET-IDX)               000180
009100     END-PERFORM.                                                 000181
009150     MOVE ZERO TO WS-STU-TOTAL.                                   000182
009200     MOVE "N" TO WS-LDG-EOF-SW.                                   000183
009250     MOVE ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD                   000184
009300         TO LDG-STU-ID OF STUDENT-LEDGER-RECORD.                  000185
009350     MOVE ZERO TO LDG-SEQ OF STUDENT-LEDGER-RECORD.               000186
009400     START STUDENT-LEDGER                                         000187
009450         KEY >= LDG-KEY OF STUDENT-LEDGER-RECORD                  000188
009500         INVALID KEY                                              000189
009550             SET WS-LDG-EOF TO TRUE                               000190
009600     END-START.                                                   000191
009650     PERFORM UNTIL WS-LDG-EOF                                     000192
009700         READ STUDENT-LEDGER NEXT RECORD                          000193
009750             AT END                                               000194
009800                 SET WS-LDG-EOF TO TRUE                           000195
009850             NOT AT END                                           000196
009900                 IF LDG-STU-ID OF STUDENT-LEDGER-RECORD NOT =     000197
009950                         ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD    000198
010000                     SET WS-LDG-EOF TO TRUE                       000199
010050                 ELSE                                             000200
010100                     PERFORM 2100-LOAD-LEDGER-ROW                 000201
010150                 END-IF                                           000202
010200         END-READ                                                 000203
010250     END-PERFORM.                                                 000204
010300     PERFORM VARYING WS-DEBIT-IDX FROM 1 BY 1                     000205
010350             UNTIL WS-DEBIT-IDX > WS-DEBIT-CNT                    000206
010400         PERFORM 2200-APPLY-CREDITS                               000207
010450         PERFORM 2300-BUCKET-DEBIT                                000208
010500     END-PERFORM.                                                 000209
010550     MOVE ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD TO DTL-STU-ID.    000210
010600     MOVE ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD                   000211
010650         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000212
010700     READ STUDENT-MASTER                                          000213
010750         INVALID KEY                                              000214
010800             MOVE "(NOT ON FILE)" TO DTL-STU-NAME                 000215
010850         NOT INVALID KEY                                          000216
010900             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000217
010950                 TO DTL-STU-NAME                                  000218
011000     END-READ.                                                    000219
011050     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1                    000220
011100             UNTIL WS-BUCKET-IDX > 4                              000221
011150         MOVE WS-STU-BUCKET (WS-BUCKET-IDX)                       000222
011200             TO DTL-AMOUNT (WS-BUCKET-IDX)                        000223
011250         ADD WS-STU-BUCKET (WS-BUCKET-IDX)                        000224
011300             TO WS-TOT-BUCKET (WS-BUCKET-IDX)                     000225
011350     END-PERFORM.                                                 000226
011400     MOVE WS-STU-TOTAL TO DTL-TOTAL.                              000227
011450     ADD WS-STU-TOTAL TO WS-GRAND-TOTAL.                          000228
011500     WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.                 000229
011550* A debit joins the table in ledger order; a credit adds to the   000230
011600* pool applied against the debits                                 000231
011650 2100-LOAD-LEDGER-ROW.                                            000232
011700     IF LDG-DR-CR OF STUDENT-LEDGER-RECORD = "D"                  000233
011750         IF WS-DEBIT-CNT < WS-MAX-DEBITS                          000234
011800             ADD 1 TO WS-DEBIT-CNT                                000235
011850             MOVE LDG-DATE OF STUDENT-LEDGER-RECORD               000236
011900                 TO DEBIT-DATE (WS-DEBIT-CNT)                     000237
011950             MOVE LDG-AMOUNT OF STUDENT-LEDGER-RECORD             000238
012000                 TO DEBIT-OPEN (WS-DEBIT-CNT)                     000239
012050         ELSE                                                     000240
012100             ADD LDG-AMOUNT OF STUDENT-LEDGER-RECORD              000241
012150                 TO DEBIT-OPEN (WS-DEBIT-CNT)                     000242
012200         END-IF                                                   000243
012250     ELSE                                                         000244
012300         ADD LDG-AMOUNT OF STUDENT-LEDGER-RECORD                  000245
012350             TO WS-CREDIT-POOL                                    000246
012400     END-IF.                                                      000247
012450* Use up the credit pool against this debit                       000248
012500 2200-APPLY-CREDITS.                                              000249
012550     IF WS-CREDIT-POOL >= DEBIT-OPEN (WS-DEBIT-IDX)               000250
012600         SUBTRACT DEBIT-OPEN (WS-DEBIT-IDX) FROM WS-CREDIT-POOL   000251
012650         MOVE ZERO TO DEBIT-OPEN (WS-DEBIT-IDX)                   000252
012700     ELSE                                                         000253
012750         SUBTRACT WS-CREDIT-POOL FROM DEBIT-OPEN (WS-DEBIT-IDX)   000254
012800         MOVE ZERO TO WS-CREDIT-POOL                              000255
012850     END-IF.                                                      000256
012900* Age what is left of this debit from its posting date            000257
012950 2300-BUCKET-DEBIT.                                               000258
013000     IF DEBIT-OPEN (WS-DEBIT-IDX) > ZERO                          000259
013050         COMPUTE WS-AGE-DAYS = WS-RUN-INT-DATE -                  000260
013100             FUNCTION INTEGER-OF-DATE (DEBIT-DATE (WS-DEBIT-IDX)) 000261
013150         EVALUATE TRUE                                            000262
013200             WHEN WS-AGE-DAYS <= 30                               000263
013250                 MOVE 1 TO WS-BUCKET-IDX                          000264
013300             WHEN WS-AGE-DAYS <= 60                               000265
013350                 MOVE 2 TO WS-BUCKET-IDX                          000266
013400             WHEN WS-AGE-DAYS <= 90                               000267
013450                 MOVE 3 TO WS-BUCKET-IDX                          000268
013500             WHEN OTHER                                           000269
013550                 MOVE 4 TO WS-BUCKET-IDX                          000270
013600         END-EVALUATE                                             000271
013650         ADD DEBIT-OPEN (WS-DEBIT-IDX)                            000272
013700             TO WS-STU-BUCKET (WS-BUCKET-IDX)                     000273
013750         ADD DEBIT-OPEN (WS-DEBIT-IDX) TO WS-STU-TOTAL            000274
013800     END-IF.                                                      000275
013850* Print the bucket totals and the account counts                  000276
013900 7000-PRINT-REPORT-TOTALS.                                        000277
013950     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1                    000278
014000             UNTIL WS-BUCKET-IDX > 4                              000279
014050         MOVE WS-TOT-BUCKET (WS-BUCKET-IDX)                       000280
014100             TO TTL-AMOUNT (WS-BUCKET-IDX)                        000281
014150     END-PERFORM.                                                 000282
014200     MOVE WS-GRAND-TOTAL    TO TTL-TOTAL.                         000283
014250     MOVE WS-READ-CNT       TO FTR-READ-CNT.                      000284
014300     MOVE WS-AGED-CNT       TO FTR-AGED-CNT.                      000285
014350     MOVE WS-CREDIT-BAL-CNT TO FTR-CREDIT-CNT.                    000286
014400     WRITE AGING-REPORT-LINE FROM SPACES.                         000287
014450     WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.                  000288
014500     WRITE AGING-REPORT-LINE FROM SPACES.                         000289
014550     WRITE AGING-REPORT-LINE FROM WS-FOOTER-1.                    000290
014600     WRITE AGING-REPORT-LINE FROM WS-FOOTER-2.                    000291
014650     WRITE AGING-REPORT-LINE FROM WS-FOOTER-3.                    000292
014700* Append this run's records-read/records-written to the shared    000293
014750* run-log for the nightly batch-window reconciliation             000294
014800 8000-WRITE-RUN-LOG.                                              000295
014850     OPEN EXTEND RUN-LOG.                                         000296
014900     IF WS-RUNLOG-STATUS = "35"                                   000297
014950         OPEN OUTPUT RUN-LOG                                      000298
015000     END-IF.                                                      000299
015050     MOVE "ARAGING" TO RUNLOG-PROGRAM.                            000300
015100     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000301
015150     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000302
015200     MOVE WS-AGED-CNT TO RUNLOG-RECORDS-WRITTEN.                  000303
015250     WRITE RUN-LOG-RECORD.                                        000304
015300     CLOSE RUN-LOG.                                               000305
