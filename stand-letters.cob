000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. STAND-LETTERS.                                       000002
000200* Academic-standing letter run - reads the just-closed term's     000003
000250* STANDING-MASTER rows and prints a one-page letter for every     000004
000300* student whose standing code has letter text on LTRTMPL, the     000005
000350* dean's office's maintainable template of body lines per         000006
000400* standing code (D dean's list, G good standing, P probation,     000007
000450* X dismissal). A code with no template lines gets no letter.     000008
000500* Each letter addresses the student by the STUDENT-MASTER name,   000009
000550* and every letter produced is appended to the LTRLOG mailing     000010
000600* log as proof the student was notified. The term comes from      000011
000650* STATTERM, else the current GRDTERM, else the run year/month,    000012
000700* the same way ACAD-STANDING picks it                             000013
000750 ENVIRONMENT DIVISION.                                            000014
000800 INPUT-OUTPUT SECTION.                                            000015
000850 FILE-CONTROL.                                                    000016
000900* Standing master - walked for the term's rows                    000017
000950     SELECT STANDING-MASTER ASSIGN TO "STNDMAST"                  000018
001000         ORGANIZATION IS INDEXED                                  000019
001050         ACCESS MODE IS DYNAMIC                                   000020
001100         RECORD KEY IS STAND-KEY OF STANDING-MASTER-RECORD.       000021
001150* Student master - keyed reads address each letter                000022
001200     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000023
001250         ORGANIZATION IS INDEXED                                  000024
001300         ACCESS MODE IS DYNAMIC                                   000025
001350         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000026
001400* Letter text per standing code - one body line per record, in    000027
001450* the order the lines print                                       000028
001500     SELECT OPTIONAL LETTER-TEMPLATE ASSIGN TO "LTRTMPL"          000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Requested standing term - optional                              000031
001650     SELECT OPTIONAL STAT-TERM-CARD ASSIGN TO "STATTERM"          000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* Current term - optional, the fallback when no STATTERM card     000034
001800* is present                                                      000035
001850     SELECT OPTIONAL TERM-CONTROL ASSIGN TO "GRDTERM"             000036
001900         ORGANIZATION IS LINE SEQUENTIAL.                         000037
001950* Print-ready letters, one page per student                       000038
002000     SELECT LETTER-FILE ASSIGN TO "LTRFILE"                       000039
002050         ORGANIZATION IS LINE SEQUENTIAL.                         000040
002100* Mailing log - one line per letter produced, kept across runs    000041
002150     SELECT MAILING-LOG ASSIGN TO "LTRLOG"                        000042
002200         ORGANIZATION IS LINE SEQUENTIAL                          000043
002250         FILE STATUS IS WS-MLOG-STATUS.                           000044
002300* Printed register of letters produced and rows passed over       000045
002350     SELECT LETTER-REGISTER ASSIGN TO "LTRREG"                    000046
002400         ORGANIZATION IS LINE SEQUENTIAL.                         000047
002450* Run-level control-total log - every batch program appends its   000048
002500* records-read/written counts here for nightly reconciliation     000049
002550     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000050
002600         ORGANIZATION IS LINE SEQUENTIAL                          000051
002650         FILE STATUS IS WS-RUNLOG-STATUS.                         000052
002700 DATA DIVISION.                                                   000053
002750 FILE SECTION.                                                    000054
002800 FD  STANDING-MASTER.                                             000055
002850 01  STANDING-MASTER-RECORD.                                      000056
002900     COPY STNDREC.                                                000057
002950 FD  STUDENT-MASTER.                                              000058
003000 01  STUDENT-MASTER-RECORD.                                       000059
003050     COPY STUREC.                                                 000060
003100 FD  LETTER-TEMPLATE.                                             000061
003150 01  LETTER-TEMPLATE-REC.                                         000062
003200     05  TMPL-CODE      PIC X.                                    000063
003250     05  FILLER         PIC X.                                    000064
003300     05  TMPL-TEXT      PIC X(70).                                000065
003350 FD  STAT-TERM-CARD.                                              000066
003400 01  STAT-TERM-REC.                                               000067
003450     05  CTL-STAT-TERM  PIC X(6).                                 000068
003500 FD  TERM-CONTROL.                                                000069
003550 01  TERM-CONTROL-REC.                                            000070
003600     05  CTL-TERM    PIC X(6).                                    000071
003650 FD  LETTER-FILE.                                                 000072
003700 01  LETTER-LINE       PIC X(80).                                 000073
003750 FD  MAILING-LOG.                                                 000074
003800 01  MAILING-LOG-REC.                                             000075
003850     05  MLOG-STU-ID     PIC X(9).                                000076
003900     05  MLOG-TERM       PIC X(6).                                000077
003950     05  MLOG-CODE       PIC X.                                   000078
004000     05  MLOG-STU-NAME   PIC X(20).                               000079
004050     05  MLOG-TIMESTAMP  PIC 9(14).                               000080
004100 FD  LETTER-REGISTER.                                             000081
004150 01  LETTER-REGISTER-LINE  PIC X(80).                             000082
004200 FD  RUN-LOG.                                                     000083
004250 01  RUN-LOG-RECORD.                                              000084
004300     COPY RUNLOGREC.                                              000085
004350 WORKING-STORAGE SECTION.                                         000086
004400 01  WS-RUNLOG-STATUS   PIC XX.                                   000087
004450 01  WS-MLOG-STATUS     PIC XX.                                   000088
004500 01  WS-EOF-SW          PIC X VALUE "N".                          000089
004550     88  WS-AT-EOF      VALUE "Y".                                000090
004600 01  WS-READ-CNT        PIC 9(7) VALUE ZERO.                      000091
004650 01  WS-LETTER-CNT      PIC 9(5) VALUE ZERO.                      000092
004700 01  WS-NO-TEXT-CNT     PIC 9(5) VALUE ZERO.                      000093
004750* Letters produced per standing code                              000094
004800 01  WS-DEANS-CNT       PIC 9(5) VALUE ZERO.                      000095
004850 01  WS-GOOD-CNT        PIC 9(5) VALUE ZERO.                      000096
004900 01  WS-PROB-CNT        PIC 9(5) VALUE ZERO.                      000097
004950 01  WS-DISM-CNT        PIC 9(5) VALUE ZERO.                      000098
005000* The term whose letters are being produced                       000099
005050 01  WS-STAT-TERM       PIC X(6) VALUE SPACES.                    000100
005100* Letter text loaded from LTRTMPL, each line with its code        000101
005150 01  WS-TMPL-EOF-SW     PIC X VALUE "N".                          000102
005200     88  WS-TMPL-EOF    VALUE "Y".                                000103
005250 78  WS-MAX-TMPL-LINES  VALUE 200.                                000104
005300 01  WS-TMPL-CNT        PIC 999 VALUE ZERO.                       000105
005350 01  WS-TMPL-TABLE.                                               000106
005400     05  TMPL-ENTRY OCCURS 0 TO WS-MAX-TMPL-LINES TIMES           000107
005450             DEPENDING ON WS-TMPL-CNT.                            000108
005500         10  TMPL-TAB-CODE  PIC X.                                000109
005550         10  TMPL-TAB-TEXT  PIC X(70).                            000110
005600 01  WS-TMPL-IDX        PIC 999.                                  000111
005650 01  WS-HAS-TEXT-SW     PIC X.                                    000112
005700     88  WS-HAS-TEXT    VALUE "Y".                                000113
005750 01  WS-STU-NAME        PIC X(20).                                000114
005800* Letter date spelled out from the run date                       000115
005850 01  WS-RUN-DATE        PIC 9(8).                                 000116
005900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         000117
005950     05  WS-RUN-YYYY    PIC 9(4).                                 000118
006000     05  WS-RUN-MM      PIC 99.                                   000119
006050     05  WS-RUN-DD      PIC 99.                                   000120
006100 01  WS-MONTH-NAMES.                                              000121
006150     05  FILLER         PIC X(36)                                 000122
006200             VALUE "JANUARY  FEBRUARY MARCH    APRIL    ".        000123
006250     05  FILLER         PIC X(36)                                 000124
006300             VALUE "MAY      JUNE     JULY     AUGUST   ".        000125
006350     05  FILLER         PIC X(36)                                 000126
006400             VALUE "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".        000127
006450 01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.                     000128
006500     05  WS-MONTH-NAME  PIC X(9) OCCURS 12 TIMES.                 000129
006550* Letter heading lines                                            000130
006600 01  WS-LTR-DATE-LINE.                                            000131
006650     05  FILLER         PIC X(50) VALUE SPACES.                   000132
006700     05  LTR-DAY        PIC Z9.                                   000133
006750     05  FILLER         PIC X VALUE SPACE.                        000134
006800     05  LTR-MONTH      PIC X(9).                                 000135
006850     05  FILLER         PIC X VALUE SPACE.                        000136
006900     05  LTR-YEAR       PIC 9(4).                                 000137
006950 01  WS-LTR-NAME-LINE.                                            000138
007000     05  LTR-STU-NAME   PIC X(20).                                000139
007050 01  WS-LTR-ID-LINE.                                              000140
007100     05  FILLER         PIC X(12) VALUE "STUDENT ID: ".           000141
007150     05  LTR-STU-ID     PIC X(9).                                 000142
007200 01  WS-LTR-RE-LINE.                                              000143
007250     05  FILLER         PIC X(29)                                 000144
007300             VALUE "RE: ACADEMIC STANDING - TERM ".               000145
007350     05  LTR-TERM       PIC X(6).                                 000146
007400 01  WS-LTR-DEAR-LINE.                                            000147
007450     05  FILLER         PIC X(5) VALUE "DEAR ".                   000148
007500     05  LTR-DEAR-NAME  PIC X(21).                                000149
007550 01  WS-LTR-BODY-LINE.                                            000150
007600     05  LTR-BODY-TEXT  PIC X(70).                                000151
007650* Register heading, detail and footer lines                       000152
007700 01  WS-HDG-1.                                                    000153
007750     05  FILLER         PIC X(34)                                 000154
007800             VALUE "STANDING LETTER REGISTER - TERM: ".           000155
007850     05  HDG-TERM       PIC X(6).                                 000156
007900 01  WS-HDG-2.                                                    000157
007950     05  FILLER         PIC X(11) VALUE "STUDENT ID".             000158
008000     05  FILLER         PIC X(22) VALUE "STUDENT NAME".           000159
008050     05  FILLER         PIC X(6)  VALUE "CODE".                   000160
008100     05  FILLER         PIC X(20) VALUE "DISPOSITION".            000161
008150 01  WS-DETAIL-LINE.                                              000162
008200     05  DTL-STU-ID     PIC X(9).                                 000163
008250     05  FILLER         PIC X(2) VALUE SPACES.                    000164
008300     05  DTL-STU-NAME   PIC X(20).                                000165
008350     05  FILLER         PIC X(2) VALUE SPACES.                    000166
008400     05  DTL-CODE       PIC X.                                    000167
008450     05  FILLER         PIC X(5) VALUE SPACES.                    000168
008500     05  DTL-DISP       PIC X(20).                                000169
008550 01  WS-FOOTER-1.                                                 000170
008600     05  FILLER         PIC X(26) VALUE "DEAN'S LIST LETTERS:".   000171
008650     05  FTR-DEANS-CNT  PIC ZZZZ9.                                000172
008700 01  WS-FOOTER-2.                                                 000173
008750     05  FILLER         PIC X(26) VALUE "GOOD STANDING LETTERS:". 000174
008800     05  FTR-GOOD-CNT   PIC ZZZZ9.                                000175
008850 01  WS-FOOTER-3.                                                 000176
008900     05  FILLER         PIC X(26) VALUE "PROBATION LETTERS:".     000177
008950     05  FTR-PROB-CNT   PIC ZZZZ9.                                000178
009000 01  WS-FOOTER-4.                                                 000179
009050     05  FILLER         PIC X(26) VALUE "DISMISSAL LETTERS:".     000180
009100     05  FTR-DISM-CNT   PIC ZZZZ9.                                000181
009150 01  WS-FOOTER-5.                                                 000182
009200     05  FILLER         PIC X(26) VALUE "NO LETTER TEXT:".        000183
009250     05  FTR-NO-TEXT-CNT PIC ZZZZ9.                               000184
009300 PROCEDURE DIVISION.                                              000185
009350 0000-MAIN.                                                       000186
009400     PERFORM 1000-LOAD-TEMPLATE.                                  000187
009450     PERFORM 1500-GET-STAT-TERM.                                  000188
009500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000189
009550     MOVE WS-RUN-DD TO LTR-DAY.                                   000190
009600     MOVE WS-MONTH-NAME (WS-RUN-MM) TO LTR-MONTH.                 000191
009650     MOVE WS-RUN-YYYY TO LTR-YEAR.                                000192
009700     OPEN INPUT STANDING-MASTER.                                  000193
009750     OPEN INPUT STUDENT-MASTER.                                   000194
009800     OPEN OUTPUT LETTER-FILE.                                     000195
009850     OPEN OUTPUT LETTER-REGISTER.                                 000196
009900     OPEN EXTEND MAILING-LOG.                                     000197
009950     IF WS-MLOG-STATUS = "35"                                     000198
010000         OPEN OUTPUT MAILING-LOG                                  000199
010050     END-IF.                                                      000200
010100     MOVE WS-STAT-TERM TO HDG-TERM.                               000201
010150     WRITE LETTER-REGISTER-LINE FROM WS-HDG-1.                    000202
010200     WRITE LETTER-REGISTER-LINE FROM SPACES.                      000203
010250     WRITE LETTER-REGISTER-LINE FROM WS-HDG-2.                    000204
010300     WRITE LETTER-REGISTER-LINE FROM SPACES.                      000205
010350     PERFORM UNTIL WS-AT-EOF                                      000206
010400         READ STANDING-MASTER NEXT RECORD                         000207
010450             AT END                                               000208
010500                 SET WS-AT-EOF TO TRUE                            000209
010550             NOT AT END                                           000210
010600                 ADD 1 TO WS-READ-CNT                             000211
010650                 IF STAND-TERM OF STANDING-MASTER-RECORD          000212
010700                         = WS-STAT-TERM                           000213
010750                     PERFORM 2000-PROCESS-STANDING-ROW            000214
010800                 END-IF                                           000215
010850         END-READ                                                 000216
010900     END-PERFORM.                                                 000217
010950     PERFORM 7000-PRINT-REGISTER-TOTALS.                          000218
011000     CLOSE STANDING-MASTER.                                       000219
011050     CLOSE STUDENT-MASTER.                                        000220
011100     CLOSE LETTER-FILE.                                           000221
011150     CLOSE LETTER-REGISTER.                                       000222
011200     CLOSE MAILING-LOG.                                           000223
011250     PERFORM 8000-WRITE-RUN-LOG.                                  000224
011300     STOP RUN.                                                    000225
011350* Load the letter text, keeping each line with its standing       000226
011400* code. Lines past the table size are dropped with a warning      000227
011450 1000-LOAD-TEMPLATE.                                              000228
011500     OPEN INPUT LETTER-TEMPLATE.                                  000229
011550     PERFORM UNTIL WS-TMPL-EOF                                    000230
011600         READ LETTER-TEMPLATE                                     000231
011650             AT END                                               000232
011700                 SET WS-TMPL-EOF TO TRUE                          000233
011750             NOT AT END                                           000234
011800                 IF WS-TMPL-CNT < WS-MAX-TMPL-LINES               000235
011850                     ADD 1 TO WS-TMPL-CNT                         000236
011900                     MOVE TMPL-CODE TO TMPL-TAB-CODE (WS-TMPL-CNT)000237
011950                     MOVE TMPL-TEXT TO TMPL-TAB-TEXT (WS-TMPL-CNT)000238
012000                 ELSE                                             000239
012050                     DISPLAY "LTRTMPL over " WS-MAX-TMPL-LINES    000240
012100                         " lines - remainder ignored."            000241
012150                     SET WS-TMPL-EOF TO TRUE                      000242
012200                 END-IF                                           000243
012250         END-READ                                                 000244
012300     END-PERFORM.                                                 000245
012350     CLOSE LETTER-TEMPLATE.                                       000246
012400* The requested term comes from STATTERM, else GRDTERM, else      000247
012450* the run year/month                                              000248
012500 1500-GET-STAT-TERM.                                              000249
012550     OPEN INPUT STAT-TERM-CARD.                                   000250
012600     READ STAT-TERM-CARD                                          000251
012650         AT END                                                   000252
012700             CONTINUE                                             000253
012750         NOT AT END                                               000254
012800             IF CTL-STAT-TERM NOT = SPACES                        000255
012850                 MOVE CTL-STAT-TERM TO WS-STAT-TERM               000256
012900             END-IF                                               000257
012950     END-READ.                                                    000258
013000     CLOSE STAT-TERM-CARD.                                        000259
013050     IF WS-STAT-TERM = SPACES                                     000260
013100         OPEN INPUT TERM-CONTROL                                  000261
013150         READ TERM-CONTROL                                        000262
013200             AT END                                               000263
013250                 CONTINUE                                         000264
013300             NOT AT END                                           000265
013350                 IF CTL-TERM NOT = SPACES                         000266
013400                     MOVE CTL-TERM TO WS-STAT-TERM                000267
013450                 END-IF                                           000268
013500         END-READ                                                 000269
013550         CLOSE TERM-CONTROL                                       000270
013600     END-IF.                                                      000271
013650     IF WS-STAT-TERM = SPACES                                     000272
013700         MOVE FUNCTION CURRENT-DATE (1:6) TO WS-STAT-TERM         000273
013750     END-IF.                                                      000274
013800* One standing row of the term - a letter when its code has       000275
013850* template text, otherwise a register line saying why not         000276
013900 2000-PROCESS-STANDING-ROW.                                       000277
013950     PERFORM 2100-FETCH-STUDENT-NAME.                             000278
014000     MOVE STAND-STU-ID OF STANDING-MASTER-RECORD TO DTL-STU-ID.   000279
014050     MOVE WS-STU-NAME TO DTL-STU-NAME.                            000280
014100     MOVE STAND-CODE OF STANDING-MASTER-RECORD TO DTL-CODE.       000281
014150     MOVE "N" TO WS-HAS-TEXT-SW.                                  000282
014200     PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1                      000283
014250             UNTIL WS-TMPL-IDX > WS-TMPL-CNT                      000284
014300         IF TMPL-TAB-CODE (WS-TMPL-IDX) =                         000285
014350                 STAND-CODE OF STANDING-MASTER-RECORD             000286
014400             SET WS-HAS-TEXT TO TRUE                              000287
014450             EXIT PERFORM                                         000288
014500         END-IF                                                   000289
014550     END-PERFORM.                                                 000290
014600     IF WS-HAS-TEXT                                               000291
014650         PERFORM 3000-PRINT-LETTER                                000292
014700         PERFORM 4000-LOG-LETTER                                  000293
014750         MOVE "LETTER PRODUCED" TO DTL-DISP                       000294
014800     ELSE                                                         000295
014850         ADD 1 TO WS-NO-TEXT-CNT                                  000296
014900         MOVE "NO LETTER TEXT" TO DTL-DISP                        000297
014950     END-IF.                                                      000298
015000     WRITE LETTER-REGISTER-LINE FROM WS-DETAIL-LINE.              000299
015050* The letter is addressed by the student master name, or the      000300
015100* row is noted when the id is not on the student master           000301
015150 2100-FETCH-STUDENT-NAME.                                         000302
015200     MOVE STAND-STU-ID OF STANDING-MASTER-RECORD                  000303
015250         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000304
015300     READ STUDENT-MASTER                                          000305
015350         INVALID KEY                                              000306
015400             MOVE "(NOT ON STU MASTER)" TO WS-STU-NAME            000307
015450         NOT INVALID KEY                                          000308
015500             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000309
015550                 TO WS-STU-NAME                                   000310
015600     END-READ.                                                    000311
015650* One page - the dated heading, the student's name and id, the    000312
015700* subject line and salutation, then the code's template lines     000313
015750 3000-PRINT-LETTER.                                               000314
015800     ADD 1 TO WS-LETTER-CNT.                                      000315
015850     IF WS-LETTER-CNT > 1                                         000316
015900         WRITE LETTER-LINE FROM SPACES                            000317
015950             AFTER ADVANCING PAGE                                 000318
016000     END-IF.                                                      000319
016050     MOVE WS-STU-NAME TO LTR-STU-NAME.                            000320
016100     MOVE STAND-STU-ID OF STANDING-MASTER-RECORD TO LTR-STU-ID.   000321
016150     MOVE WS-STAT-TERM TO LTR-TERM.                               000322
016200     MOVE SPACES TO LTR-DEAR-NAME.                                000323
016250     STRING WS-STU-NAME DELIMITED BY "  "                         000324
016300         ":" DELIMITED BY SIZE                                    000325
016350         INTO LTR-DEAR-NAME.                                      000326
016400     WRITE LETTER-LINE FROM WS-LTR-DATE-LINE.                     000327
016450     WRITE LETTER-LINE FROM SPACES.                               000328
016500     WRITE LETTER-LINE FROM SPACES.                               000329
016550     WRITE LETTER-LINE FROM WS-LTR-NAME-LINE.                     000330
016600     WRITE LETTER-LINE FROM WS-LTR-ID-LINE.                       000331
016650     WRITE LETTER-LINE FROM SPACES.                               000332
016700     WRITE LETTER-LINE FROM WS-LTR-RE-LINE.                       000333
016750     WRITE LETTER-LINE FROM SPACES.                               000334
016800     WRITE LETTER-LINE FROM WS-LTR-DEAR-LINE.                     000335
016850     WRITE LETTER-LINE FROM SPACES.                               000336
016900     PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1                      000337
016950             UNTIL WS-TMPL-IDX > WS-TMPL-CNT                      000338
017000         IF TMPL-TAB-CODE (WS-TMPL-IDX) =                         000339
017050                 STAND-CODE OF STANDING-MASTER-RECORD             000340
017100             MOVE TMPL-TAB-TEXT (WS-TMPL-IDX) TO LTR-BODY-TEXT    000341
017150             WRITE LETTER-LINE FROM WS-LTR-BODY-LINE              000342
017200         END-IF                                                   000343
017250     END-PERFORM.                                                 000344
017300     EVALUATE STAND-CODE OF STANDING-MASTER-RECORD                000345
017350         WHEN "D"                                                 000346
017400             ADD 1 TO WS-DEANS-CNT                                000347
017450         WHEN "G"                                                 000348
017500             ADD 1 TO WS-GOOD-CNT                                 000349
017550         WHEN "P"                                                 000350
017600             ADD 1 TO WS-PROB-CNT                                 000351
017650         WHEN "X"                                                 000352
017700             ADD 1 TO WS-DISM-CNT                                 000353
017750     END-EVALUATE.                                                000354
017800* Record the letter on the mailing log                            000355
017850 4000-LOG-LETTER.                                                 000356
017900     MOVE STAND-STU-ID OF STANDING-MASTER-RECORD TO MLOG-STU-ID.  000357
017950     MOVE WS-STAT-TERM TO MLOG-TERM.                              000358
018000     MOVE STAND-CODE OF STANDING-MASTER-RECORD TO MLOG-CODE.      000359
018050     MOVE WS-STU-NAME TO MLOG-STU-NAME.                           000360
018100     MOVE FUNCTION CURRENT-DATE (1:14) TO MLOG-TIMESTAMP.         000361
018150     WRITE MAILING-LOG-REC.                                       000362
018200* Print the letters-per-code totals under the register            000363
018250 7000-PRINT-REGISTER-TOTALS.                                      000364
018300     MOVE WS-DEANS-CNT   TO FTR-DEANS-CNT.                        000365
018350     MOVE WS-GOOD-CNT    TO FTR-GOOD-CNT.                         000366
018400     MOVE WS-PROB-CNT    TO FTR-PROB-CNT.                         000367
018450     MOVE WS-DISM-CNT    TO FTR-DISM-CNT.                         000368
018500     MOVE WS-NO-TEXT-CNT TO FTR-NO-TEXT-CNT.                      000369
018550     WRITE LETTER-REGISTER-LINE FROM SPACES.                      000370
018600     WRITE LETTER-REGISTER-LINE FROM WS-FOOTER-1.                 000371
018650     WRITE LETTER-REGISTER-LINE FROM WS-FOOTER-2.                 000372
018700     WRITE LETTER-REGISTER-LINE FROM WS-FOOTER-3.                 000373
018750     WRITE LETTER-REGISTER-LINE FROM WS-FOOTER-4.                 000374
018800     WRITE LETTER-REGISTER-LINE FROM WS-FOOTER-5.                 000375
018850* Append this run's records-read/records-written to the shared    000376
018900* run-log for the nightly batch-window reconciliation             000377
018950 8000-WRITE-RUN-LOG.                                              000378
019000     OPEN EXTEND RUN-LOG.                                         000379
019050     IF WS-RUNLOG-STATUS = "35"                                   000380
019100         OPEN OUTPUT RUN-LOG                                      000381
019150     END-IF.                                                      000382
019200     MOVE "STNDLTRS" TO RUNLOG-PROGRAM.                           000383
019250     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000384
019300     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000385
019350     MOVE WS-LETTER-CNT TO RUNLOG-RECORDS-WRITTEN.                000386
019400     WRITE RUN-LOG-RECORD.                                        000387
019450     CLOSE RUN-LOG.                                               000388
