000250* a partial STU-MAST-NAME search with a pick-list when several    000004
000300* match, and shows a full profile: every STUREC field, the        000005
000350* student's graded terms from GRDHIST with grades and letters,    000006
000400* the current academic standing and the student's holds from      000007
000450* HOLDMAST, active and released, and the class rank for the       000008
000500* latest ranked term from RNKMAST, so one screen answers          000009
000550* what used to take three separate lookups - the student-side     000010
000600* counterpart of EMP-INQUIRY                                      000011
000650 ENVIRONMENT DIVISION.                                            000012
000700 INPUT-OUTPUT SECTION.                                            000013
000750 FILE-CONTROL.                                                    000014
000800     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000015
000850         ORGANIZATION IS INDEXED                                  000016
000900         ACCESS MODE IS DYNAMIC                                   000017
000950         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000018
001000* Grade history - read per profile for the student's graded       000019
001050* terms. Optional so a fresh shop still works                     000020
001100     SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRDHIST"            000021
001150         ORGANIZATION IS INDEXED                                  000022
001200         ACCESS MODE IS DYNAMIC                                   000023
001250         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC              000024
001300         FILE STATUS IS WS-HIST-STATUS.                           000025
001350* Standing master - read per profile for the student's newest     000026
001400* standing row. Optional so a shop that has not run the           000027
001450* standing job yet still works                                    000028
001500     SELECT OPTIONAL STANDING-MASTER ASSIGN TO "STNDMAST"         000029
001550         ORGANIZATION IS INDEXED                                  000030
001600         ACCESS MODE IS DYNAMIC                                   000031
001650         RECORD KEY IS STAND-KEY OF STANDING-MASTER-RECORD        000032
001700         FILE STATUS IS WS-STAND-STATUS.                          000033
001750* Hold master - read per profile for the student's holds.         000034
001800* Optional so a shop that has never placed a hold still works     000035
001850     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"             000036
001900         ORGANIZATION IS INDEXED                                  000037
001950         ACCESS MODE IS DYNAMIC                                   000038
002000         RECORD KEY IS HOLD-KEY OF HOLD-MASTER-RECORD             000039
002050         FILE STATUS IS WS-HOLD-STATUS.                           000040
002100* Rank master - read per profile for the latest class rank.       000041
002150* Optional so a shop that has never run a rank still works        000042
002200     SELECT OPTIONAL RANK-MASTER ASSIGN TO "RNKMAST"              000043
002250         ORGANIZATION IS INDEXED                                  000044
002300         ACCESS MODE IS DYNAMIC                                   000045
002350         RECORD KEY IS RANK-KEY OF RANK-MASTER-RECORD             000046
002400         FILE STATUS IS WS-RANK-STATUS.                           000047
002450* Authorized-credential list - one userid/password/role per       000048
002500* line. Optional so a shop without one still gets a default       000049
002550     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000050
002600         ORGANIZATION IS LINE SEQUENTIAL.                         000051
002650* Sign-on security files - the lockout list and the               000052
002700* logon-audit trail of every successful and failed attempt        000053
002750     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000054
002800         ORGANIZATION IS LINE SEQUENTIAL                          000055
002850         FILE STATUS IS WS-LOCK-STATUS.                           000056
002900     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000057
002950         ORGANIZATION IS LINE SEQUENTIAL                          000058
003000         FILE STATUS IS WS-LOGON-STATUS.                          000059
003050 DATA DIVISION.                                                   000060
003100 FILE SECTION.                                                    000061
003150 FD  STUDENT-MASTER.                                              000062
003200 01  STUDENT-MASTER-RECORD.                                       000063
003250     COPY STUREC.                                                 000064
003300 FD  GRADE-HISTORY.                                               000065
003350 01  GRADE-HISTORY-REC.                                           000066
003400     COPY GRDHISTREC.                                             000067
003450 FD  STANDING-MASTER.                                             000068
003500 01  STANDING-MASTER-RECORD.                                      000069
003550     COPY STNDREC.                                                000070
003600 FD  HOLD-MASTER.                                                 000071
003650 01  HOLD-MASTER-RECORD.                                          000072
003700     COPY HOLDREC.                                                000073
003750 FD  RANK-MASTER.                                                 000074
003800 01  RANK-MASTER-RECORD.                                          000075
003850     COPY RNKREC.                                                 000076
003900 FD  AUTH-LIST.                                                   000077
003950 01  AUTH-LIST-REC.                                               000078
004000     COPY AUTHREC.                                                000079
004050 FD  AUTH-LOCKOUT.                                                000080
004100 01  AUTH-LOCKOUT-REC.                                            000081
004150     05  LOCK-USERID   PIC X(8).                                  000082
004200 FD  LOGON-AUDIT.                                                 000083
004250 01  LOGON-AUDIT-REC.                                             000084
004300     05  LOGON-USERID    PIC X(8).                                000085
004350     05  LOGON-RESULT    PIC X.                                   000086
004400     05  LOGON-PROGRAM   PIC X(8).                                000087
004450     05  LOGON-TIMESTAMP PIC 9(14).                               000088
004500 WORKING-STORAGE SECTION.                                         000089
004550 01  WS-EOF-SW         PIC X VALUE "N".                           000090
004600     88  WS-DONE       VALUE "Y".                                 000091
004650 01  WS-FUNCTION       PIC X.                                     000092
004700     88  WS-FN-ID      VALUE "I" "i".                             000093
004750     88  WS-FN-NAME    VALUE "N" "n".                             000094
004800     88  WS-FN-QUIT    VALUE "Q" "q".                             000095
004850 01  WS-KEY-ID         PIC X(9).                                  000096
004900 01  WS-STAND-STATUS   PIC XX.                                    000097
004950 01  WS-HIST-STATUS    PIC XX.                                    000098
005000 01  WS-HOLD-STATUS    PIC XX.                                    000099
005050 01  WS-RANK-STATUS    PIC XX.                                    000100
005100* The latest ranked term's rank row and its display fields        000101
005150 01  WS-RANK-FOUND-SW  PIC X.                                     000102
005200     88  WS-RANK-FOUND VALUE "Y".                                 000103
005250 01  WS-BEST-RANK-REC.                                            000104
005300     COPY RNKREC.                                                 000105
005350 01  WS-RANK-POS-DISP  PIC ZZZZ9.                                 000106
005400 01  WS-RANK-SIZE-DISP PIC ZZZZ9.                                 000107
005450 01  WS-RANK-PCT-DISP  PIC ZZ9.                                   000108
005500 01  WS-RANK-DEC-DISP  PIC Z9.                                    000109
005550* The logged-on userid, validated with its password against       000110
005600* the credential table before any lookup is allowed               000111
005650 01  WS-USERID         PIC X(8).                                  000112
005700* Authorized-credential table, loaded once at start-up from       000113
005750* AUTHLIST - userid, password and role per entry                  000114
005800 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000115
005850     88  WS-AUTH-EOF   VALUE "Y".                                 000116
005900 78  WS-MAX-AUTH-USERS VALUE 50.                                  000117
005950 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000118
006000 01  WS-AUTH-TABLE.                                               000119
006050     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000120
006100             DEPENDING ON WS-AUTH-CNT.                            000121
006150         10  AUTH-TAB-USERID   PIC X(8).                          000122
006200         10  AUTH-TAB-PASSWORD PIC X(8).                          000123
006250         10  AUTH-TAB-ROLE     PIC X.                             000124
006300 01  WS-AUTH-IDX       PIC 99.                                    000125
006350 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000126
006400     88  WS-SIGNED-ON  VALUE "Y".                                 000127
006450* Sign-on working fields - keyed password, granted role,          000128
006500* straight-failure counting and the lockout switch                000129
006550 01  WS-PASSWORD       PIC X(8).                                  000130
006600 01  WS-USER-ROLE      PIC X.                                     000131
006650     88  WS-ROLE-INQUIRY VALUE "I".                               000132
006700     88  WS-ROLE-UPDATE  VALUE "U".                               000133
006750     88  WS-ROLE-ADMIN   VALUE "A".                               000134
006800 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000135
006850 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000136
006900 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000137
006950 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000138
007000 01  WS-LOCKED-SW      PIC X.                                     000139
007050     88  WS-LOCKED     VALUE "Y".                                 000140
007100 01  WS-LOCK-EOF-SW    PIC X.                                     000141
007150     88  WS-LOCK-EOF   VALUE "Y".                                 000142
007200 01  WS-LOGON-STATUS   PIC XX.                                    000143
007250 01  WS-LOCK-STATUS    PIC XX.                                    000144
007300* Partial-name search fields - the keyed search string, its       000145
007350* trimmed length, and the scan position within a master name      000146
007400 01  WS-SEARCH-NAME    PIC X(20).                                 000147
007450 01  WS-SEARCH-LEN     PIC 99.                                    000148
007500 01  WS-SCAN-IDX       PIC 99.                                    000149
007550 01  WS-NAME-HIT-SW    PIC X.                                     000150
007600     88  WS-NAME-HIT   VALUE "Y".                                 000151
007650 01  WS-SCAN-EOF-SW    PIC X.                                     000152
007700     88  WS-SCAN-EOF   VALUE "Y".                                 000153
007750* Pick-list of matching students for the name search              000154
007800 78  WS-MAX-MATCHES    VALUE 20.                                  000155
007850 01  WS-MATCH-CNT      PIC 99 VALUE ZERO.                         000156
007900 01  WS-MATCH-TABLE.                                              000157
007950     05  MATCH-ENTRY OCCURS 0 TO WS-MAX-MATCHES TIMES             000158
008000             DEPENDING ON WS-MATCH-CNT.                           000159
008050         10  MATCH-ID    PIC X(9).                                000160
008100         10  MATCH-NAME  PIC X(20).                               000161
008150 01  WS-MATCH-IDX      PIC 99.                                    000162
008200 01  WS-PICK           PIC 99.                                    000163
008250* Graded-terms display count and the newest standing row kept     000164
008300* while walking the standing master                               000165
008350 01  WS-GRADE-CNT      PIC 9(4).                                  000166
008400 01  WS-STAND-FOUND-SW PIC X.                                     000167
008450     88  WS-STAND-FOUND VALUE "Y".                                000168
008500 01  WS-BEST-STAND-TERM PIC X(6).                                 000169
008550 01  WS-BEST-STAND-CODE PIC X.                                    000170
008600* Holds display count and the spelled-out hold type               000171
008650 01  WS-HOLD-CNT       PIC 9(4).                                  000172
008700 01  WS-HOLD-DESC      PIC X(13).                                 000173
008750 PROCEDURE DIVISION.                                              000174
008800 0000-MAIN.                                                       000175
008850     PERFORM 0500-LOAD-AUTH-LIST.                                 000176
008900     PERFORM 0600-CAPTURE-LOGON.                                  000177
008950     IF WS-SIGNED-ON                                              000178
009000         OPEN INPUT STUDENT-MASTER                                000179
009050         PERFORM UNTIL WS-DONE                                    000180
009100             PERFORM 1000-SHOW-MENU                               000181
009150             PERFORM 2000-PROCESS-FUNCTION                        000182
009200         END-PERFORM                                              000183
009250         CLOSE STUDENT-MASTER                                     000184
009300     END-IF.                                                      000185
009350     STOP RUN.                                                    000186
009400* Prompt for and accept the lookup function for this pass         000187
009450 1000-SHOW-MENU.                                                  000188
009500     DISPLAY " ".                                                 000189
009550     DISPLAY "STU INQUIRY - (I)d lookup (N)ame search (Q)uit".    000190
009600     DISPLAY "Function: " WITH NO ADVANCING.                      000191
009650     ACCEPT WS-FUNCTION.                                          000192
009700* Dispatch to the requested lookup paragraph                      000193
009750 2000-PROCESS-FUNCTION.                                           000194
009800     EVALUATE TRUE                                                000195
009850         WHEN WS-FN-ID                                            000196
009900             PERFORM 3000-LOOKUP-BY-ID                            000197
009950         WHEN WS-FN-NAME                                          000198
010000             PERFORM 4000-SEARCH-BY-NAME                          000199
010050         WHEN WS-FN-QUIT                                          000200
010100             SET WS-DONE TO TRUE                                  000201
010150         WHEN OTHER                                               000202
010200             DISPLAY "Invalid function - try again."              000203
010250     END-EVALUATE.                                                000204
010300* Exact-key lookup straight to the full profile                   000205
010350 3000-LOOKUP-BY-ID.                                               000206
010400     DISPLAY "STU-ID to look up: " WITH NO ADVANCING.             000207
010450     ACCEPT WS-KEY-ID.                                            000208
010500     MOVE WS-KEY-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.      000209
010550     READ STUDENT-MASTER                                          000210
010600         INVALID KEY                                              000211
010650             DISPLAY "STU-ID " WS-KEY-ID " not found."            000212
010700         NOT INVALID KEY                                          000213
010750             PERFORM 6000-DISPLAY-PROFILE                         000214
010800     END-READ.                                                    000215
010850* Scan the whole master for names carrying the search string,     000216
010900* offering a pick-list when more than one matches                 000217
010950 4000-SEARCH-BY-NAME.                                             000218
011000     DISPLAY "Name (or part) to search: " WITH NO ADVANCING.      000219
011050     ACCEPT WS-SEARCH-NAME.                                       000220
011100     MOVE ZERO TO WS-SEARCH-LEN.                                  000221
011150     PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1                    000222
011200             UNTIL WS-SCAN-IDX < 1                                000223
011250         IF WS-SEARCH-NAME (WS-SCAN-IDX:1) NOT = SPACE            000224
011300             MOVE WS-SCAN-IDX TO WS-SEARCH-LEN                    000225
011350             EXIT PERFORM                                         000226
011400         END-IF                                                   000227
011450     END-PERFORM.                                                 000228
011500     IF WS-SEARCH-LEN = ZERO                                      000229
011550         DISPLAY "Nothing to search for."                         000230
011600     ELSE                                                         000231
011650         PERFORM 4100-BUILD-PICK-LIST                             000232
011700         EVALUATE TRUE                                            000233
011750             WHEN WS-MATCH-CNT = ZERO                             000234
011800                 DISPLAY "No student name matches."               000235
011850             WHEN WS-MATCH-CNT = 1                                000236
011900                 MOVE MATCH-ID (1) TO WS-KEY-ID                   000237
011950                 PERFORM 5000-FETCH-AND-DISPLAY                   000238
012000             WHEN OTHER                                           000239
012050                 PERFORM 4500-OFFER-PICK-LIST                     000240
012100         END-EVALUATE                                             000241
012150     END-IF.                                                      000242
012200* Walk the master in key order collecting every student whose     000243
012250* name contains the search string                                 000244
012300 4100-BUILD-PICK-LIST.                                            000245
012350     MOVE ZERO TO WS-MATCH-CNT.                                   000246
012400     MOVE "N" TO WS-SCAN-EOF-SW.                                  000247
012450     MOVE LOW-VALUES TO STU-MAST-ID OF STUDENT-MASTER-RECORD.     000248
012500     START STUDENT-MASTER                                         000249
012550         KEY >= STU-MAST-ID OF STUDENT-MASTER-RECORD              000250
012600         INVALID KEY                                              000251
012650             SET WS-SCAN-EOF TO TRUE                              000252
012700     END-START.                                                   000253
012750     PERFORM UNTIL WS-SCAN-EOF                                    000254
012800             OR WS-MATCH-CNT = WS-MAX-MATCHES                     000255
012850         READ STUDENT-MASTER NEXT RECORD                          000256
012900             AT END                                               000257
012950                 SET WS-SCAN-EOF TO TRUE                          000258
013000             NOT AT END                                           000259
013050                 PERFORM 4200-TEST-NAME-MATCH                     000260
013100                 IF WS-NAME-HIT                                   000261
013150                     ADD 1 TO WS-MATCH-CNT                        000262
013200                     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD    000263
013250                         TO MATCH-ID (WS-MATCH-CNT)               000264
013300                     MOVE STU-MAST-NAME                           000265
013350                         OF STUDENT-MASTER-RECORD                 000266
013400                         TO MATCH-NAME (WS-MATCH-CNT)             000267
013450                 END-IF                                           000268
013500         END-READ                                                 000269
013550     END-PERFORM.                                                 000270
013600* Does the search string appear anywhere in this name             000271
013650 4200-TEST-NAME-MATCH.                                            000272
013700     MOVE "N" TO WS-NAME-HIT-SW.                                  000273
013750     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                      000274
013800             UNTIL WS-SCAN-IDX > 21 - WS-SEARCH-LEN               000275
013850             OR WS-NAME-HIT                                       000276
013900         IF STU-MAST-NAME OF STUDENT-MASTER-RECORD                000277
013950                 (WS-SCAN-IDX:WS-SEARCH-LEN)                      000278
014000                 = WS-SEARCH-NAME (1:WS-SEARCH-LEN)               000279
014050             SET WS-NAME-HIT TO TRUE                              000280
014100         END-IF                                                   000281
014150     END-PERFORM.                                                 000282
014200* Number the matches, accept a pick and show that profile         000283
014250 4500-OFFER-PICK-LIST.                                            000284
014300     DISPLAY "Matching students:".                                000285
014350     PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1                     000286
014400             UNTIL WS-MATCH-IDX > WS-MATCH-CNT                    000287
014450         DISPLAY "  " WS-MATCH-IDX ") "                           000288
014500             MATCH-ID (WS-MATCH-IDX) " "                          000289
014550             MATCH-NAME (WS-MATCH-IDX)                            000290
014600     END-PERFORM.                                                 000291
014650     DISPLAY "Pick (number, 0 to cancel): " WITH NO ADVANCING.    000292
014700     ACCEPT WS-PICK.                                              000293
014750     IF WS-PICK >= 1 AND WS-PICK <= WS-MATCH-CNT                  000294
014800         MOVE MATCH-ID (WS-PICK) TO WS-KEY-ID                     000295
014850         PERFORM 5000-FETCH-AND-DISPLAY                           000296
014900     END-IF.                                                      000297
014950* Re-read the picked student by key and show the profile          000298
015000 5000-FETCH-AND-DISPLAY.                                          000299
015050     MOVE WS-KEY-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.      000300
015100     READ STUDENT-MASTER                                          000301
015150         INVALID KEY                                              000302
015200             DISPLAY "STU-ID " WS-KEY-ID " not found."            000303
015250         NOT INVALID KEY                                          000304
015300             PERFORM 6000-DISPLAY-PROFILE                         000305
015350     END-READ.                                                    000306
015400* The full profile - every master field, the student's graded     000307
015450* terms, the current academic standing and the holds              000308
015500 6000-DISPLAY-PROFILE.                                            000309
015550     DISPLAY " ".                                                 000310
015600     DISPLAY "STU-ID:    " STU-MAST-ID OF STUDENT-MASTER-RECORD.  000311
015650     DISPLAY "NAME:      "                                        000312
015700         STU-MAST-NAME OF STUDENT-MASTER-RECORD.                  000313
015750     EVALUATE STU-MAST-STATUS OF STUDENT-MASTER-RECORD            000314
015800         WHEN "W"                                                 000315
015850             DISPLAY "STATUS:    WITHDRAWN"                       000316
015900         WHEN "G"                                                 000317
015950             DISPLAY "STATUS:    GRADUATED"                       000318
016000         WHEN OTHER                                               000319
016050             DISPLAY "STATUS:    ENROLLED"                        000320
016100     END-EVALUATE.                                                000321
016150     IF STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD = SPACES        000322
016200         DISPLAY "PROGRAM:   (undeclared)"                        000323
016250     ELSE                                                         000324
016300         DISPLAY "PROGRAM:   "                                    000325
016350             STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD            000326
016400     END-IF.                                                      000327
016450     PERFORM 6500-SHOW-GRADED-TERMS.                              000328
016500     PERFORM 7000-SHOW-CURRENT-STANDING.                          000329
016550     PERFORM 7500-SHOW-HOLDS.                                     000330
016600     PERFORM 7700-SHOW-CLASS-RANK.                                000331
016650* Every grade-history record for the student, read with a         000332
016700* keyed start at the student's first record instead of a          000333
016750* full-file scan                                                  000334
016800 6500-SHOW-GRADED-TERMS.                                          000335
016850     MOVE ZERO TO WS-GRADE-CNT.                                   000336
016900     MOVE "N" TO WS-SCAN-EOF-SW.                                  000337
016950     OPEN INPUT GRADE-HISTORY.                                    000338
017000     IF WS-HIST-STATUS NOT = "00" AND                             000339
017050             WS-HIST-STATUS NOT = "05"                            000340
017100         MOVE "Y" TO WS-SCAN-EOF-SW                               000341
017150     END-IF.                                                      000342
017200     IF NOT WS-SCAN-EOF                                           000343
017250         MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                000344
017300             TO HIST-STU-ID OF GRADE-HISTORY-REC                  000345
017350         MOVE LOW-VALUES TO HIST-TERM OF GRADE-HISTORY-REC        000346
017400         MOVE LOW-VALUES TO HIST-COURSE OF GRADE-HISTORY-REC      000347
017450         START GRADE-HISTORY                                      000348
017500             KEY >= HIST-KEY OF GRADE-HISTORY-REC                 000349
017550             INVALID KEY                                          000350
017600                 SET WS-SCAN-EOF TO TRUE                          000351
017650         END-START                                                000352
017700     END-IF.                                                      000353
017750     PERFORM UNTIL WS-SCAN-EOF                                    000354
017800         READ GRADE-HISTORY NEXT RECORD                           000355
017850             AT END                                               000356
017900                 SET WS-SCAN-EOF TO TRUE                          000357
017950             NOT AT END                                           000358
018000                 IF HIST-STU-ID NOT =                             000359
018050                         STU-MAST-ID OF STUDENT-MASTER-RECORD     000360
018100                     SET WS-SCAN-EOF TO TRUE                      000361
018150                 ELSE                                             000362
018200                     IF WS-GRADE-CNT = ZERO                       000363
018250                         DISPLAY "GRADED TERMS:"                  000364
018300                     END-IF                                       000365
018350                     ADD 1 TO WS-GRADE-CNT                        000366
018400                     DISPLAY "  " HIST-TERM " " HIST-COURSE       000367
018450                         "  GRADE: " HIST-GRADE                   000368
018500                         "  LETTER: " HIST-LETTER                 000369
018550                 END-IF                                           000370
018600         END-READ                                                 000371
018650     END-PERFORM.                                                 000372
018700     CLOSE GRADE-HISTORY.                                         000373
018750     IF WS-GRADE-CNT = ZERO                                       000374
018800         DISPLAY "GRADED TERMS: (no grade history)"               000375
018850     END-IF.                                                      000376
018900* The newest standing-master row for the student - walked by      000377
018950* key from the student's first term, keeping the last one seen    000378
019000 7000-SHOW-CURRENT-STANDING.                                      000379
019050     MOVE "N" TO WS-STAND-FOUND-SW.                               000380
019100     MOVE "N" TO WS-SCAN-EOF-SW.                                  000381
019150     OPEN INPUT STANDING-MASTER.                                  000382
019200     IF WS-STAND-STATUS = "35"                                    000383
019250         MOVE "Y" TO WS-SCAN-EOF-SW                               000384
019300     END-IF.                                                      000385
019350     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                    000386
019400         TO STAND-STU-ID OF STANDING-MASTER-RECORD.               000387
019450     MOVE LOW-VALUES TO STAND-TERM OF STANDING-MASTER-RECORD.     000388
019500     IF NOT WS-SCAN-EOF                                           000389
019550         START STANDING-MASTER                                    000390
019600             KEY >= STAND-KEY OF STANDING-MASTER-RECORD           000391
019650             INVALID KEY                                          000392
019700                 SET WS-SCAN-EOF TO TRUE                          000393
019750         END-START                                                000394
019800     END-IF.                                                      000395
019850     PERFORM UNTIL WS-SCAN-EOF                                    000396
019900         READ STANDING-MASTER NEXT RECORD                         000397
019950             AT END                                               000398
020000                 SET WS-SCAN-EOF TO TRUE                          000399
020050             NOT AT END                                           000400
020100                 IF STAND-STU-ID OF STANDING-MASTER-RECORD        000401
020150                         NOT = STU-MAST-ID                        000402
020200                         OF STUDENT-MASTER-RECORD                 000403
020250                     SET WS-SCAN-EOF TO TRUE                      000404
020300                 ELSE                                             000405
020350                     MOVE STAND-TERM                              000406
020400                         OF STANDING-MASTER-RECORD                000407
020450                         TO WS-BEST-STAND-TERM                    000408
020500                     MOVE STAND-CODE                              000409
020550                         OF STANDING-MASTER-RECORD                000410
020600                         TO WS-BEST-STAND-CODE                    000411
020650                     SET WS-STAND-FOUND TO TRUE                   000412
020700                 END-IF                                           000413
020750         END-READ                                                 000414
020800     END-PERFORM.                                                 000415
020850     CLOSE STANDING-MASTER.                                       000416
020900     IF WS-STAND-FOUND                                            000417
020950         EVALUATE WS-BEST-STAND-CODE                              000418
021000             WHEN "D"                                             000419
021050                 DISPLAY "STANDING:  DEANS LIST ("                000420
021100                     WS-BEST-STAND-TERM ")"                       000421
021150             WHEN "P"                                             000422
021200                 DISPLAY "STANDING:  PROBATION ("                 000423
021250                     WS-BEST-STAND-TERM ")"                       000424
021300             WHEN "X"                                             000425
021350                 DISPLAY "STANDING:  DISMISSAL ("                 000426
021400                     WS-BEST-STAND-TERM ")"                       000427
021450             WHEN OTHER                                           000428
021500                 DISPLAY "STANDING:  GOOD STANDING ("             000429
021550                     WS-BEST-STAND-TERM ")"                       000430
021600         END-EVALUATE                                             000431
021650     ELSE                                                         000432
021700         DISPLAY "STANDING:  (no standing on file)"               000433
021750     END-IF.                                                      000434
021800* Every hold on file for the student - type, reason, who          000435
021850* placed it and when, and whether it is still active              000436
021900 7500-SHOW-HOLDS.                                                 000437
021950     MOVE ZERO TO WS-HOLD-CNT.                                    000438
022000     MOVE "N" TO WS-SCAN-EOF-SW.                                  000439
022050     OPEN INPUT HOLD-MASTER.                                      000440
022100     IF WS-HOLD-STATUS NOT = "00" AND                             000441
022150             WS-HOLD-STATUS NOT = "05"                            000442
022200         MOVE "Y" TO WS-SCAN-EOF-SW                               000443
022250     END-IF.                                                      000444
022300     IF NOT WS-SCAN-EOF                                           000445
022350         MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                000446
022400             TO HOLD-STU-ID OF HOLD-MASTER-RECORD                 000447
022450         MOVE ZERO TO HOLD-PLACED-TS OF HOLD-MASTER-RECORD        000448
022500         START HOLD-MASTER                                        000449
022550             KEY >= HOLD-KEY OF HOLD-MASTER-RECORD                000450
022600             INVALID KEY                                          000451
022650                 SET WS-SCAN-EOF TO TRUE                          000452
022700         END-START                                                000453
022750     END-IF.                                                      000454
022800     PERFORM UNTIL WS-SCAN-EOF                                    000455
022850         READ HOLD-MASTER NEXT RECORD                             000456
022900             AT END                                               000457
022950                 SET WS-SCAN-EOF TO TRUE                          000458
023000             NOT AT END                                           000459
023050                 IF HOLD-STU-ID OF HOLD-MASTER-RECORD NOT =       000460
023100                         STU-MAST-ID OF STUDENT-MASTER-RECORD     000461
023150                     SET WS-SCAN-EOF TO TRUE                      000462
023200                 ELSE                                             000463
023250                     IF WS-HOLD-CNT = ZERO                        000464
023300                         DISPLAY "HOLDS:"                         000465
023350                     END-IF                                       000466
023400                     ADD 1 TO WS-HOLD-CNT                         000467
023450                     PERFORM 7600-SHOW-ONE-HOLD                   000468
023500                 END-IF                                           000469
023550         END-READ                                                 000470
023600     END-PERFORM.                                                 000471
023650     CLOSE HOLD-MASTER.                                           000472
023700     IF WS-HOLD-CNT = ZERO                                        000473
023750         DISPLAY "HOLDS:     (no holds on file)"                  000474
023800     END-IF.                                                      000475
023850* One hold line plus its placed/released line                     000476
023900 7600-SHOW-ONE-HOLD.                                              000477
023950     EVALUATE HOLD-TYPE OF HOLD-MASTER-RECORD                     000478
024000         WHEN "F"                                                 000479
024050             MOVE "FINANCIAL" TO WS-HOLD-DESC                     000480
024100         WHEN "D"                                                 000481
024150             MOVE "DISCIPLINARY" TO WS-HOLD-DESC                  000482
024200         WHEN "R"                                                 000483
024250             MOVE "RECORDS" TO WS-HOLD-DESC                       000484
024300         WHEN OTHER                                               000485
024350             MOVE HOLD-TYPE OF HOLD-MASTER-RECORD TO WS-HOLD-DESC 000486
024400     END-EVALUATE.                                                000487
024450     IF HOLD-STATUS OF HOLD-MASTER-RECORD = "A"                   000488
024500         DISPLAY "  ACTIVE   " WS-HOLD-DESC " "                   000489
024550             HOLD-REASON OF HOLD-MASTER-RECORD                    000490
024600     ELSE                                                         000491
024650         DISPLAY "  RELEASED " WS-HOLD-DESC " "                   000492
024700             HOLD-REASON OF HOLD-MASTER-RECORD                    000493
024750     END-IF.                                                      000494
024800     DISPLAY "           PLACED "                                 000495
024850         HOLD-PLACED-TS OF HOLD-MASTER-RECORD (1:8)               000496
024900         " BY " HOLD-PLACED-BY OF HOLD-MASTER-RECORD.             000497
024950     IF HOLD-STATUS OF HOLD-MASTER-RECORD NOT = "A"               000498
025000         DISPLAY "           RELEASED "                           000499
025050             HOLD-RELEASED-TS OF HOLD-MASTER-RECORD (1:8)         000500
025100             " BY " HOLD-RELEASED-BY OF HOLD-MASTER-RECORD        000501
025150     END-IF.                                                      000502
025200* The newest rank row for the student - walked by key from the    000503
025250* student's first term, keeping the last one seen - with the      000504
025300* class position, percentile, decile and program-cohort rank      000505
025350 7700-SHOW-CLASS-RANK.                                            000506
025400     MOVE "N" TO WS-RANK-FOUND-SW.                                000507
025450     MOVE "N" TO WS-SCAN-EOF-SW.                                  000508
025500     OPEN INPUT RANK-MASTER.                                      000509
025550     IF WS-RANK-STATUS NOT = "00" AND                             000510
025600             WS-RANK-STATUS NOT = "05"                            000511
025650         MOVE "Y" TO WS-SCAN-EOF-SW                               000512
025700     END-IF.                                                      000513
025750     IF NOT WS-SCAN-EOF                                           000514
025800         MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                000515
025850             TO RANK-STU-ID OF RANK-MASTER-RECORD                 000516
025900         MOVE LOW-VALUES TO RANK-TERM OF RANK-MASTER-RECORD       000517
025950         START RANK-MASTER                                        000518
026000             KEY >= RANK-KEY OF RANK-MASTER-RECORD                000519
026050             INVALID KEY                                          000520
026100                 SET WS-SCAN-EOF TO TRUE                          000521
026150         END-START                                                000522
026200     END-IF.                                                      000523
026250     PERFORM UNTIL WS-SCAN-EOF                                    000524
026300         READ RANK-MASTER NEXT RECORD                             000525
026350             AT END                                               000526
026400                 SET WS-SCAN-EOF TO TRUE                          000527
026450             NOT AT END                                           000528
026500                 IF RANK-STU-ID OF RANK-MASTER-RECORD NOT =       000529
026550                         STU-MAST-ID OF STUDENT-MASTER-RECORD     000530
026600                     SET WS-SCAN-EOF TO TRUE                      000531
026650                 ELSE                                             000532
026700                     IF RANK-POSITION OF RANK-MASTER-RECORD > ZERO000533
026750                         MOVE RANK-MASTER-RECORD                  000534
026800                             TO WS-BEST-RANK-REC                  000535
026850                         SET WS-RANK-FOUND TO TRUE                000536
026900                     END-IF                                       000537
026950                 END-IF                                           000538
027000         END-READ                                                 000539
027050     END-PERFORM.                                                 000540
027100     CLOSE RANK-MASTER.                                           000541
027150     IF NOT WS-RANK-FOUND                                         000542
027200         DISPLAY "CLASS RANK: (not ranked)"                       000543
027250     ELSE                                                         000544
027300         MOVE RANK-POSITION OF WS-BEST-RANK-REC                   000545
027350             TO WS-RANK-POS-DISP                                  000546
027400         MOVE RANK-CLASS-SIZE OF WS-BEST-RANK-REC                 000547
027450             TO WS-RANK-SIZE-DISP                                 000548
027500         MOVE RANK-PERCENTILE OF WS-BEST-RANK-REC                 000549
027550             TO WS-RANK-PCT-DISP                                  000550
027600         MOVE RANK-DECILE OF WS-BEST-RANK-REC TO WS-RANK-DEC-DISP 000551
027650         DISPLAY "CLASS RANK: " WS-RANK-POS-DISP " OF "           000552
027700             WS-RANK-SIZE-DISP " (TERM "                          000553
027750             RANK-TERM OF WS-BEST-RANK-REC ")"                    000554
027800         DISPLAY "            PERCENTILE " WS-RANK-PCT-DISP       000555
027850             "  DECILE " WS-RANK-DEC-DISP                         000556
027900         IF RANK-COHORT-SIZE OF WS-BEST-RANK-REC > ZERO           000557
027950             MOVE RANK-COHORT-POS OF WS-BEST-RANK-REC             000558
028000                 TO WS-RANK-POS-DISP                              000559
028050             MOVE RANK-COHORT-SIZE OF WS-BEST-RANK-REC            000560
028100                 TO WS-RANK-SIZE-DISP                             000561
028150             DISPLAY "            " WS-RANK-POS-DISP " OF "       000562
028200                 WS-RANK-SIZE-DISP " IN PROGRAM "                 000563
028250                 RANK-PROGRAM OF WS-BEST-RANK-REC                 000564
028300         END-IF                                                   000565
028350     END-IF.                                                      000566
028400* Load the credential table from AUTHLIST. If the file is         000567
028450* absent default to a single built-in administrator so the        000568
028500* transaction still works in a shop that hasn't set one up yet    000569
028550 0500-LOAD-AUTH-LIST.                                             000570
028600     OPEN INPUT AUTH-LIST.                                        000571
028650     PERFORM UNTIL WS-AUTH-EOF                                    000572
028700             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000573
028750         READ AUTH-LIST                                           000574
028800             AT END                                               000575
028850                 SET WS-AUTH-EOF TO TRUE                          000576
028900             NOT AT END                                           000577
028950                 ADD 1 TO WS-AUTH-CNT                             000578
029000                 MOVE AUTH-USERID                                 000579
029050                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000580
029100                 MOVE AUTH-PASSWORD                               000581
029150                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000582
029200                 MOVE AUTH-ROLE                                   000583
029250                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000584
029300         END-READ                                                 000585
029350     END-PERFORM.                                                 000586
029400     CLOSE AUTH-LIST.                                             000587
029450     IF WS-AUTH-CNT = ZERO                                        000588
029500         MOVE 1 TO WS-AUTH-CNT                                    000589
029550         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000590
029600         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000591
029650         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000592
029700     END-IF.                                                      000593
029750* Prompt for userid and password, checking the lockout list       000594
029800* and the credential table; every attempt is written to the       000595
029850* logon-audit file, and three straight failures for the same      000596
029900* userid lock it out                                              000597
029950 0600-CAPTURE-LOGON.                                              000598
030000     PERFORM UNTIL WS-SIGNED-ON                                   000599
030050             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000600
030100         ADD 1 TO WS-ATTEMPT-CNT                                  000601
030150         DISPLAY "Userid: " WITH NO ADVANCING                     000602
030200         ACCEPT WS-USERID                                         000603
030250         DISPLAY "Password: " WITH NO ADVANCING                   000604
030300         ACCEPT WS-PASSWORD                                       000605
030350         PERFORM 0610-CHECK-LOCKOUT                               000606
030400         IF WS-LOCKED                                             000607
030450             DISPLAY "Userid " WS-USERID " is locked out"         000608
030500                 " - see the security administrator."             000609
030550         ELSE                                                     000610
030600             PERFORM 0620-MATCH-CREDENTIALS                       000611
030650         END-IF                                                   000612
030700         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000613
030750         IF NOT WS-SIGNED-ON                                      000614
030800             PERFORM 0640-COUNT-FAILURE                           000615
030850         END-IF                                                   000616
030900     END-PERFORM.                                                 000617
030950     IF NOT WS-SIGNED-ON                                          000618
031000         DISPLAY "Sign-on failed."                                000619
031050     END-IF.                                                      000620
031100* Is this userid on the lockout list                              000621
031150 0610-CHECK-LOCKOUT.                                              000622
031200     MOVE "N" TO WS-LOCKED-SW.                                    000623
031250     MOVE "N" TO WS-LOCK-EOF-SW.                                  000624
031300     OPEN INPUT AUTH-LOCKOUT.                                     000625
031350     IF WS-LOCK-STATUS = "35"                                     000626
031400         MOVE "Y" TO WS-LOCK-EOF-SW                               000627
031450     END-IF.                                                      000628
031500     PERFORM UNTIL WS-LOCK-EOF                                    000629
031550         READ AUTH-LOCKOUT                                        000630
031600             AT END                                               000631
031650                 SET WS-LOCK-EOF TO TRUE                          000632
031700             NOT AT END                                           000633
031750                 IF LOCK-USERID = WS-USERID                       000634
031800                     SET WS-LOCKED TO TRUE                        000635
031850                 END-IF                                           000636
031900         END-READ                                                 000637
031950     END-PERFORM.                                                 000638
032000     CLOSE AUTH-LOCKOUT.                                          000639
032050* Userid and password must both match one credential entry;       000640
032100* a match carries the entry's role into the session               000641
032150 0620-MATCH-CREDENTIALS.                                          000642
032200     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000643
032250             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000644
032300         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000645
032350                 WS-PASSWORD =                                    000646
032400                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000647
032450             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000648
032500                 TO WS-USER-ROLE                                  000649
032550             SET WS-SIGNED-ON TO TRUE                             000650
032600             EXIT PERFORM                                         000651
032650         END-IF                                                   000652
032700     END-PERFORM.                                                 000653
032750     IF NOT WS-SIGNED-ON                                          000654
032800         DISPLAY "Userid or password incorrect."                  000655
032850     END-IF.                                                      000656
032900* Record this attempt, successful or failed, on the logon         000657
032950* audit trail                                                     000658
033000 0630-AUDIT-LOGON-ATTEMPT.                                        000659
033050     OPEN EXTEND LOGON-AUDIT.                                     000660
033100     IF WS-LOGON-STATUS = "35"                                    000661
033150         OPEN OUTPUT LOGON-AUDIT                                  000662
033200     END-IF.                                                      000663
033250     MOVE WS-USERID TO LOGON-USERID.                              000664
033300     IF WS-SIGNED-ON                                              000665
033350         MOVE "S" TO LOGON-RESULT                                 000666
033400     ELSE                                                         000667
033450         MOVE "F" TO LOGON-RESULT                                 000668
033500     END-IF.                                                      000669
033550     MOVE "STUINQ" TO LOGON-PROGRAM.                              000670
033600     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000671
033650     WRITE LOGON-AUDIT-REC.                                       000672
033700     CLOSE LOGON-AUDIT.                                           000673
033750* Three straight failures for one userid put it on the            000674
033800* lockout list until the security administrator clears it         000675
033850 0640-COUNT-FAILURE.                                              000676
033900     IF WS-USERID = WS-FAIL-USERID                                000677
033950         ADD 1 TO WS-FAIL-CNT                                     000678
034000     ELSE                                                         000679
034050         MOVE WS-USERID TO WS-FAIL-USERID                         000680
034100         MOVE 1 TO WS-FAIL-CNT                                    000681
034150     END-IF.                                                      000682
034200     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000683
034250         OPEN EXTEND AUTH-LOCKOUT                                 000684
034300         IF WS-LOCK-STATUS = "35"                                 000685
034350             OPEN OUTPUT AUTH-LOCKOUT                             000686
034400         END-IF                                                   000687
034450         MOVE WS-USERID TO LOCK-USERID                            000688
034500         WRITE AUTH-LOCKOUT-REC                                   000689
034550         CLOSE AUTH-LOCKOUT                                       000690
034600         DISPLAY "Userid " WS-USERID " is now locked out."        000691
034650     END-IF.                                                      000692
