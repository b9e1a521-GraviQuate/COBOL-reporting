000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. OFFER-MAINT.                                         000002
000200* Menu-driven course-offering maintenance - add, change, delete   000003
000250* or list the term-by-course offering rows on OFFERING-MASTER     000004
000300* that carry each offering's seat limit, maintained the same way  000005
000350* COURSE-MAINT maintains the course catalog. ENROLL-MAINT keeps   000006
000400* the seats-taken count and the waitlist; this screen only sets   000007
000450* the limit, and will not drop it below the seats already taken   000008
000500 ENVIRONMENT DIVISION.                                            000009
000550 INPUT-OUTPUT SECTION.                                            000010
000600 FILE-CONTROL.                                                    000011
000650     SELECT OFFERING-MASTER ASSIGN TO "OFFRMAST"                  000012
000700         ORGANIZATION IS INDEXED                                  000013
000750         ACCESS MODE IS DYNAMIC                                   000014
000800         RECORD KEY IS OFFR-KEY OF OFFERING-MASTER-RECORD         000015
000850         FILE STATUS IS WS-OFFR-STATUS.                           000016
000900* Term master - keyed reads validate the offering's term          000017
000950     SELECT TERM-MASTER ASSIGN TO "TERMMAST"                      000018
001000         ORGANIZATION IS INDEXED                                  000019
001050         ACCESS MODE IS DYNAMIC                                   000020
001100         RECORD KEY IS TERM-CODE OF TERM-MASTER-RECORD.           000021
001150* Course catalog - keyed reads validate the offering's course     000022
001200     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000023
001250         ORGANIZATION IS INDEXED                                  000024
001300         ACCESS MODE IS DYNAMIC                                   000025
001350         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000026
001400* Authorized-credential list - one userid/password/role per       000027
001450* line. Optional so a shop without one still gets a default       000028
001500     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Sign-on security files - the lockout list and the               000031
001650* logon-audit trail of every successful and failed attempt        000032
001700     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000033
001750         ORGANIZATION IS LINE SEQUENTIAL                          000034
001800         FILE STATUS IS WS-LOCK-STATUS.                           000035
001850     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000036
001900         ORGANIZATION IS LINE SEQUENTIAL                          000037
001950         FILE STATUS IS WS-LOGON-STATUS.                          000038
002000 DATA DIVISION.                                                   000039
002050 FILE SECTION.                                                    000040
002100 FD  OFFERING-MASTER.                                             000041
002150 01  OFFERING-MASTER-RECORD.                                      000042
002200     COPY OFFRREC.                                                000043
002250 FD  TERM-MASTER.                                                 000044
002300 01  TERM-MASTER-RECORD.                                          000045
002350     COPY TERMREC.                                                000046
002400 FD  COURSE-CATALOG.                                              000047
002450 01  COURSE-CATALOG-RECORD.                                       000048
002500     COPY CRSREC.                                                 000049
002550 FD  AUTH-LIST.                                                   000050
002600 01  AUTH-LIST-REC.                                               000051
002650     COPY AUTHREC.                                                000052
002700 FD  AUTH-LOCKOUT.                                                000053
002750 01  AUTH-LOCKOUT-REC.                                            000054
002800     05  LOCK-USERID   PIC X(8).                                  000055
002850 FD  LOGON-AUDIT.                                                 000056
002900 01  LOGON-AUDIT-REC.                                             000057
002950     05  LOGON-USERID    PIC X(8).                                000058
003000     05  LOGON-RESULT    PIC X.                                   000059
003050     05  LOGON-PROGRAM   PIC X(8).                                000060
003100     05  LOGON-TIMESTAMP PIC 9(14).                               000061
003150 WORKING-STORAGE SECTION.                                         000062
003200 01  WS-EOF-SW         PIC X VALUE "N".                           000063
003250     88  WS-DONE       VALUE "Y".                                 000064
003300 01  WS-FUNCTION       PIC X.                                     000065
003350     88  WS-FN-ADD     VALUE "A" "a".                             000066
003400     88  WS-FN-CHANGE  VALUE "C" "c".                             000067
003450     88  WS-FN-DELETE  VALUE "D" "d".                             000068
003500     88  WS-FN-LIST    VALUE "L" "l".                             000069
003550     88  WS-FN-QUIT    VALUE "Q" "q".                             000070
003600 01  WS-OFFR-STATUS    PIC XX.                                    000071
003650 01  WS-KEY-TERM       PIC X(6).                                  000072
003700 01  WS-KEY-COURSE     PIC X(6).                                  000073
003750 01  WS-NEW-SEATS      PIC 9(4).                                  000074
003800 01  WS-SEATS-OK-SW    PIC X.                                     000075
003850     88  WS-SEATS-OK   VALUE "Y".                                 000076
003900 01  WS-KEY-VALID-SW   PIC X.                                     000077
003950     88  WS-KEY-VALID  VALUE "Y".                                 000078
004000 01  WS-SCAN-EOF-SW    PIC X.                                     000079
004050     88  WS-SCAN-EOF   VALUE "Y".                                 000080
004100 01  WS-LIST-CNT       PIC 9(4).                                  000081
004150* The logged-on userid is validated against WS-AUTH-TABLE         000082
004200* before any update is allowed                                    000083
004250 01  WS-USERID         PIC X(8).                                  000084
004300* Authorized-userid table, loaded once at start-up from AUTHLIST  000085
004350 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000086
004400     88  WS-AUTH-EOF   VALUE "Y".                                 000087
004450 78  WS-MAX-AUTH-USERS VALUE 50.                                  000088
004500 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000089
004550 01  WS-AUTH-TABLE.                                               000090
004600     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000091
004650             DEPENDING ON WS-AUTH-CNT.                            000092
004700         10  AUTH-TAB-USERID   PIC X(8).                          000093
004750         10  AUTH-TAB-PASSWORD PIC X(8).                          000094
004800         10  AUTH-TAB-ROLE     PIC X.                             000095
004850 01  WS-AUTH-IDX       PIC 99.                                    000096
004900 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000097
004950     88  WS-SIGNED-ON  VALUE "Y".                                 000098
005000* Sign-on working fields - keyed password, granted role,          000099
005050* straight-failure counting and the lockout switch                000100
005100 01  WS-PASSWORD       PIC X(8).                                  000101
005150 01  WS-USER-ROLE      PIC X.                                     000102
005200     88  WS-ROLE-INQUIRY VALUE "I".                               000103
005250     88  WS-ROLE-UPDATE  VALUE "U".                               000104
005300     88  WS-ROLE-ADMIN   VALUE "A".                               000105
005350 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000106
005400 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000107
005450 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000108
005500 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000109
005550 01  WS-LOCKED-SW      PIC X.                                     000110
005600     88  WS-LOCKED     VALUE "Y".                                 000111
005650 01  WS-LOCK-EOF-SW    PIC X.                                     000112
005700     88  WS-LOCK-EOF   VALUE "Y".                                 000113
005750 01  WS-LOGON-STATUS   PIC XX.                                    000114
005800 01  WS-LOCK-STATUS    PIC XX.                                    000115
005850 PROCEDURE DIVISION.                                              000116
005900 0000-MAIN.                                                       000117
005950     PERFORM 0500-LOAD-AUTH-LIST.                                 000118
006000     PERFORM 0600-CAPTURE-LOGON.                                  000119
006050     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000120
006100         DISPLAY "Inquiry-only userids cannot use offering"       000121
006150             " maintenance."                                      000122
006200         MOVE "N" TO WS-SIGNED-ON-SW                              000123
006250     END-IF.                                                      000124
006300     IF WS-SIGNED-ON                                              000125
006350         OPEN I-O OFFERING-MASTER                                 000126
006400         IF WS-OFFR-STATUS = "35"                                 000127
006450             OPEN OUTPUT OFFERING-MASTER                          000128
006500             CLOSE OFFERING-MASTER                                000129
006550             OPEN I-O OFFERING-MASTER                             000130
006600         END-IF                                                   000131
006650         OPEN INPUT TERM-MASTER                                   000132
006700         OPEN INPUT COURSE-CATALOG                                000133
006750         PERFORM UNTIL WS-DONE                                    000134
006800             PERFORM 1000-SHOW-MENU                               000135
006850             PERFORM 2000-PROCESS-FUNCTION                        000136
006900         END-PERFORM                                              000137
006950         CLOSE OFFERING-MASTER                                    000138
007000         CLOSE TERM-MASTER                                        000139
007050         CLOSE COURSE-CATALOG                                     000140
007100     END-IF.                                                      000141
007150     STOP RUN.                                                    000142
007200* Load the credential table from AUTHLIST. If the file is         000143
007250* absent default to a single built-in administrator so the        000144
007300* transaction still works in a shop that hasn't set one up yet    000145
007350 0500-LOAD-AUTH-LIST.                                             000146
007400     OPEN INPUT AUTH-LIST.                                        000147
007450     PERFORM UNTIL WS-AUTH-EOF                                    000148
007500             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000149
007550         READ AUTH-LIST                                           000150
007600             AT END                                               000151
007650                 SET WS-AUTH-EOF TO TRUE                          000152
007700             NOT AT END                                           000153
007750                 ADD 1 TO WS-AUTH-CNT                             000154
007800                 MOVE AUTH-USERID                                 000155
007850                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000156
007900                 MOVE AUTH-PASSWORD                               000157
007950                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000158
008000                 MOVE AUTH-ROLE                                   000159
008050                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000160
008100         END-READ                                                 000161
008150     END-PERFORM.                                                 000162
008200     CLOSE AUTH-LIST.                                             000163
008250     IF WS-AUTH-CNT = ZERO                                        000164
008300         MOVE 1 TO WS-AUTH-CNT                                    000165
008350         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000166
008400         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000167
008450         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000168
008500     END-IF.                                                      000169
008550* Prompt for userid and password, checking the lockout list       000170
008600* and the credential table; every attempt is written to the       000171
008650* logon-audit file, and three straight failures for the same      000172
008700* userid lock it out                                              000173
008750 0600-CAPTURE-LOGON.                                              000174
008800     PERFORM UNTIL WS-SIGNED-ON                                   000175
008850             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000176
008900         ADD 1 TO WS-ATTEMPT-CNT                                  000177
008950         DISPLAY "Userid: " WITH NO ADVANCING                     000178
009000         ACCEPT WS-USERID                                         000179
009050         DISPLAY "Password: " WITH NO ADVANCING                   000180
009100         ACCEPT WS-PASSWORD                                       000181
009150         PERFORM 0610-CHECK-LOCKOUT                               000182
009200         IF WS-LOCKED                                             000183
009250             DISPLAY "Userid " WS-USERID " is locked out"         000184
009300                 " - see the security administrator."             000185
009350         ELSE                                                     000186
009400             PERFORM 0620-MATCH-CREDENTIALS                       000187
009450         END-IF                                                   000188
009500         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000189
009550         IF NOT WS-SIGNED-ON                                      000190
009600             PERFORM 0640-COUNT-FAILURE                           000191
009650         END-IF                                                   000192
009700     END-PERFORM.                                                 000193
009750     IF NOT WS-SIGNED-ON                                          000194
009800         DISPLAY "Sign-on failed."                                000195
009850     END-IF.                                                      000196
009900* Is this userid on the lockout list                              000197
009950 0610-CHECK-LOCKOUT.                                              000198
010000     MOVE "N" TO WS-LOCKED-SW.                                    000199
010050     MOVE "N" TO WS-LOCK-EOF-SW.                                  000200
010100     OPEN INPUT AUTH-LOCKOUT.                                     000201
010150     IF WS-LOCK-STATUS = "35"                                     000202
010200         MOVE "Y" TO WS-LOCK-EOF-SW                               000203
010250     END-IF.                                                      000204
010300     PERFORM UNTIL WS-LOCK-EOF                                    000205
010350         READ AUTH-LOCKOUT                                        000206
010400             AT END                                               000207
010450                 SET WS-LOCK-EOF TO TRUE                          000208
010500             NOT AT END                                           000209
010550                 IF LOCK-USERID = WS-USERID                       000210
010600                     SET WS-LOCKED TO TRUE                        000211
010650                 END-IF                                           000212
010700         END-READ                                                 000213
010750     END-PERFORM.                                                 000214
010800     CLOSE AUTH-LOCKOUT.                                          000215
010850* Userid and password must both match one credential entry;       000216
010900* a match carries the entry's role into the session               000217
010950 0620-MATCH-CREDENTIALS.                                          000218
011000     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000219
011050             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000220
011100         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000221
011150                 WS-PASSWORD =                                    000222
011200                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000223
011250             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000224
011300                 TO WS-USER-ROLE                                  000225
011350             SET WS-SIGNED-ON TO TRUE                             000226
011400             EXIT PERFORM                                         000227
011450         END-IF                                                   000228
011500     END-PERFORM.                                                 000229
011550     IF NOT WS-SIGNED-ON                                          000230
011600         DISPLAY "Userid or password incorrect."                  000231
011650     END-IF.                                                      000232
011700* Record this attempt, successful or failed, on the logon         000233
011750* audit trail                                                     000234
011800 0630-AUDIT-LOGON-ATTEMPT.                                        000235
011850     OPEN EXTEND LOGON-AUDIT.                                     000236
011900     IF WS-LOGON-STATUS = "35"                                    000237
011950         OPEN OUTPUT LOGON-AUDIT                                  000238
012000     END-IF.                                                      000239
012050     MOVE WS-USERID TO LOGON-USERID.                              000240
012100     IF WS-SIGNED-ON                                              000241
012150         MOVE "S" TO LOGON-RESULT                                 000242
012200     ELSE                                                         000243
012250         MOVE "F" TO LOGON-RESULT                                 000244
012300     END-IF.                                                      000245
012350     MOVE "OFFRMNT" TO LOGON-PROGRAM.                             000246
012400     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000247
012450     WRITE LOGON-AUDIT-REC.                                       000248
012500     CLOSE LOGON-AUDIT.                                           000249
012550* Three straight failures for one userid put it on the            000250
012600* lockout list until the security administrator clears it         000251
012650 0640-COUNT-FAILURE.                                              000252
012700     IF WS-USERID = WS-FAIL-USERID                                000253
012750         ADD 1 TO WS-FAIL-CNT                                     000254
012800     ELSE                                                         000255
012850         MOVE WS-USERID TO WS-FAIL-USERID                         000256
012900         MOVE 1 TO WS-FAIL-CNT                                    000257
012950     END-IF.                                                      000258
013000     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000259
013050         OPEN EXTEND AUTH-LOCKOUT                                 000260
013100         IF WS-LOCK-STATUS = "35"                                 000261
013150             OPEN OUTPUT AUTH-LOCKOUT                             000262
013200         END-IF                                                   000263
013250         MOVE WS-USERID TO LOCK-USERID                            000264
013300         WRITE AUTH-LOCKOUT-REC                                   000265
013350         CLOSE AUTH-LOCKOUT                                       000266
013400         DISPLAY "Userid " WS-USERID " is now locked out."        000267
013450     END-IF.                                                      000268
013500* Prompt for the term and course that key an offering row         000269
013550 0800-GET-OFFERING-KEY.                                           000270
013600     DISPLAY "Term (6 chars): " WITH NO ADVANCING.                000271
013650     ACCEPT WS-KEY-TERM.                                          000272
013700     DISPLAY "Course code (6 chars): " WITH NO ADVANCING.         000273
013750     ACCEPT WS-KEY-COURSE.                                        000274
013800     MOVE WS-KEY-TERM   TO OFFR-TERM OF OFFERING-MASTER-RECORD.   000275
013850     MOVE WS-KEY-COURSE TO OFFR-COURSE OF OFFERING-MASTER-RECORD. 000276
013900* A new offering needs an open term on the term master and an     000277
013950* active course on the catalog                                    000278
014000 0850-EDIT-OFFERING-KEY.                                          000279
014050     MOVE "N" TO WS-KEY-VALID-SW.                                 000280
014100     MOVE WS-KEY-TERM TO TERM-CODE OF TERM-MASTER-RECORD.         000281
014150     READ TERM-MASTER                                             000282
014200         INVALID KEY                                              000283
014250             DISPLAY "Term " WS-KEY-TERM                          000284
014300                 " is not on the term master."                    000285
014350         NOT INVALID KEY                                          000286
014400             IF TERM-STATUS OF TERM-MASTER-RECORD = "C"           000287
014450                 DISPLAY "Term " WS-KEY-TERM " is closed."        000288
014500             ELSE                                                 000289
014550                 SET WS-KEY-VALID TO TRUE                         000290
014600             END-IF                                               000291
014650     END-READ.                                                    000292
014700     IF WS-KEY-VALID                                              000293
014750         MOVE "N" TO WS-KEY-VALID-SW                              000294
014800         MOVE WS-KEY-COURSE                                       000295
014850             TO COURSE-CODE OF COURSE-CATALOG-RECORD              000296
014900         READ COURSE-CATALOG                                      000297
014950             INVALID KEY                                          000298
015000                 DISPLAY "Course " WS-KEY-COURSE                  000299
015050                     " is not on the course catalog."             000300
015100             NOT INVALID KEY                                      000301
015150                 IF COURSE-ACTIVE OF COURSE-CATALOG-RECORD = "A"  000302
015200                     SET WS-KEY-VALID TO TRUE                     000303
015250                 ELSE                                             000304
015300                     DISPLAY "Course " WS-KEY-COURSE              000305
015350                         " is inactive on the catalog."           000306
015400                 END-IF                                           000307
015450         END-READ                                                 000308
015500     END-IF.                                                      000309
015550* Prompt for and accept a seat limit, re-prompting until it is    000310
015600* numeric and at least 1                                          000311
015650 0900-GET-VALID-SEATS.                                            000312
015700     MOVE "N" TO WS-SEATS-OK-SW.                                  000313
015750     PERFORM UNTIL WS-SEATS-OK                                    000314
015800         DISPLAY "Maximum seats (1-9999): " WITH NO ADVANCING     000315
015850         ACCEPT WS-NEW-SEATS                                      000316
015900         IF WS-NEW-SEATS IS NUMERIC AND WS-NEW-SEATS >= 1         000317
015950             SET WS-SEATS-OK TO TRUE                              000318
016000         ELSE                                                     000319
016050             DISPLAY "Maximum seats must be 1-9999 - try again."  000320
016100         END-IF                                                   000321
016150     END-PERFORM.                                                 000322
016200* Prompt for and accept the maintenance function for this pass    000323
016250 1000-SHOW-MENU.                                                  000324
016300     DISPLAY " ".                                                 000325
016350     DISPLAY "OFFERING MAINTENANCE - (A)dd (C)hange (D)elete"     000326
016400         " (L)ist (Q)uit".                                        000327
016450     DISPLAY "Function: " WITH NO ADVANCING.                      000328
016500     ACCEPT WS-FUNCTION.                                          000329
016550* Dispatch to the requested add/change/delete/list paragraph      000330
016600 2000-PROCESS-FUNCTION.                                           000331
016650     EVALUATE TRUE                                                000332
016700         WHEN WS-FN-ADD                                           000333
016750             PERFORM 3000-ADD-OFFERING                            000334
016800         WHEN WS-FN-CHANGE                                        000335
016850             PERFORM 4000-CHANGE-OFFERING                         000336
016900         WHEN WS-FN-DELETE                                        000337
016950             IF WS-ROLE-ADMIN                                     000338
017000                 PERFORM 5000-DELETE-OFFERING                     000339
017050             ELSE                                                 000340
017100                 DISPLAY "Delete requires administrator"          000341
017150                     " authority."                                000342
017200             END-IF                                               000343
017250         WHEN WS-FN-LIST                                          000344
017300             PERFORM 6000-LIST-TERM-OFFERINGS                     000345
017350         WHEN WS-FN-QUIT                                          000346
017400             SET WS-DONE TO TRUE                                  000347
017450         WHEN OTHER                                               000348
017500             DISPLAY "Invalid function - try again."              000349
017550     END-EVALUATE.                                                000350
017600* Add a new offering with its seat limit and nothing taken        000351
017650 3000-ADD-OFFERING.                                               000352
017700     PERFORM 0800-GET-OFFERING-KEY.                               000353
017750     PERFORM 0850-EDIT-OFFERING-KEY.                              000354
017800     IF WS-KEY-VALID                                              000355
017850         PERFORM 0900-GET-VALID-SEATS                             000356
017900         MOVE WS-KEY-TERM TO OFFR-TERM OF OFFERING-MASTER-RECORD  000357
017950         MOVE WS-KEY-COURSE                                       000358
018000             TO OFFR-COURSE OF OFFERING-MASTER-RECORD             000359
018050         MOVE WS-NEW-SEATS                                        000360
018100             TO OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD          000361
018150         MOVE ZERO TO OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD    000362
018200         MOVE ZERO TO OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD     000363
018250         MOVE ZERO TO OFFR-LAST-SEQ OF OFFERING-MASTER-RECORD     000364
018300         WRITE OFFERING-MASTER-RECORD                             000365
018350             INVALID KEY                                          000366
018400                 DISPLAY "Offering " WS-KEY-COURSE " in "         000367
018450                     WS-KEY-TERM " already exists."               000368
018500             NOT INVALID KEY                                      000369
018550                 DISPLAY "Offering " WS-KEY-COURSE " in "         000370
018600                     WS-KEY-TERM " added."                        000371
018650         END-WRITE                                                000372
018700     END-IF.                                                      000373
018750* Change the seat limit on an existing offering - never below     000374
018800* the seats already taken                                         000375
018850 4000-CHANGE-OFFERING.                                            000376
018900     PERFORM 0800-GET-OFFERING-KEY.                               000377
018950     READ OFFERING-MASTER                                         000378
019000         INVALID KEY                                              000379
019050             DISPLAY "Offering " WS-KEY-COURSE " in "             000380
019100                 WS-KEY-TERM " not found."                        000381
019150         NOT INVALID KEY                                          000382
019200             DISPLAY "Seats "                                     000383
019250                 OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD         000384
019300                 "  taken "                                       000385
019350                 OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD         000386
019400                 "  waiting "                                     000387
019450                 OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD          000388
019500             PERFORM 0900-GET-VALID-SEATS                         000389
019550             IF WS-NEW-SEATS <                                    000390
019600                     OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD     000391
019650                 DISPLAY "Maximum seats cannot be set below the"  000392
019700                     " seats already taken."                      000393
019750             ELSE                                                 000394
019800                 MOVE WS-NEW-SEATS                                000395
019850                     TO OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD  000396
019900                 REWRITE OFFERING-MASTER-RECORD                   000397
019950                     INVALID KEY                                  000398
020000                         DISPLAY "Unable to rewrite the offering."000399
020050                     NOT INVALID KEY                              000400
020100                         DISPLAY "Offering " WS-KEY-COURSE " in " 000401
020150                             WS-KEY-TERM " changed."              000402
020200                 END-REWRITE                                      000403
020250             END-IF                                               000404
020300     END-READ.                                                    000405
020350* Delete an offering keyed in error - only while no seat is       000406
020400* taken and nobody is waiting                                     000407
020450 5000-DELETE-OFFERING.                                            000408
020500     PERFORM 0800-GET-OFFERING-KEY.                               000409
020550     READ OFFERING-MASTER                                         000410
020600         INVALID KEY                                              000411
020650             DISPLAY "Offering " WS-KEY-COURSE " in "             000412
020700                 WS-KEY-TERM " not found."                        000413
020750         NOT INVALID KEY                                          000414
020800             IF OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD          000415
020850                     > ZERO OR                                    000416
020900                     OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD      000417
020950                     > ZERO                                       000418
021000                 DISPLAY "Offering has registrations or a"        000419
021050                     " waitlist - drop them first."               000420
021100             ELSE                                                 000421
021150                 DELETE OFFERING-MASTER                           000422
021200                     INVALID KEY                                  000423
021250                         DISPLAY "Unable to delete the offering." 000424
021300                     NOT INVALID KEY                              000425
021350                         DISPLAY "Offering " WS-KEY-COURSE " in " 000426
021400                             WS-KEY-TERM " deleted."              000427
021450                 END-DELETE                                       000428
021500             END-IF                                               000429
021550     END-READ.                                                    000430
021600* Every offering for one term, read with a keyed start at the     000431
021650* term's first row                                                000432
021700 6000-LIST-TERM-OFFERINGS.                                        000433
021750     DISPLAY "Term to list: " WITH NO ADVANCING.                  000434
021800     ACCEPT WS-KEY-TERM.                                          000435
021850     MOVE ZERO TO WS-LIST-CNT.                                    000436
021900     MOVE "N" TO WS-SCAN-EOF-SW.                                  000437
021950     MOVE WS-KEY-TERM TO OFFR-TERM OF OFFERING-MASTER-RECORD.     000438
022000     MOVE LOW-VALUES TO OFFR-COURSE OF OFFERING-MASTER-RECORD.    000439
022050     START OFFERING-MASTER                                        000440
022100         KEY >= OFFR-KEY OF OFFERING-MASTER-RECORD                000441
022150         INVALID KEY                                              000442
022200             SET WS-SCAN-EOF TO TRUE                              000443
022250     END-START.                                                   000444
022300     PERFORM UNTIL WS-SCAN-EOF                                    000445
022350         READ OFFERING-MASTER NEXT RECORD                         000446
022400             AT END                                               000447
022450                 SET WS-SCAN-EOF TO TRUE                          000448
022500             NOT AT END                                           000449
022550                 IF OFFR-TERM OF OFFERING-MASTER-RECORD           000450
022600                         NOT = WS-KEY-TERM                        000451
022650                     SET WS-SCAN-EOF TO TRUE                      000452
022700                 ELSE                                             000453
022750                     ADD 1 TO WS-LIST-CNT                         000454
022800                     DISPLAY "  "                                 000455
022850                         OFFR-COURSE OF OFFERING-MASTER-RECORD    000456
022900                         "  SEATS "                               000457
022950                         OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD 000458
023000                         "  TAKEN "                               000459
023050                         OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD 000460
023100                         "  WAITING "                             000461
023150                         OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD  000462
023200                 END-IF                                           000463
023250         END-READ                                                 000464
023300     END-PERFORM.                                                 000465
023350     IF WS-LIST-CNT = ZERO                                        000466
023400         DISPLAY "No offerings on file for " WS-KEY-TERM "."      000467
023450     END-IF.                                                      000468
